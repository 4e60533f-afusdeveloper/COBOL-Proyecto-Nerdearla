       IDENTIFICATION DIVISION.
       PROGRAM-ID.                            PATRESTA.
       AUTHOR.                                AYMARA M FUSARO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATROC-FILE  ASSIGN TO "PATROCI1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PATR-CLAVE
                               FILE STATUS IS WSC-PATROC-ESTADO.

           SELECT ASIGNA-FILE  ASSIGN TO "PATRASI1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PASIG-CLAVE
                               FILE STATUS IS WSC-ASIGNA-ESTADO.

           SELECT PATRMOV-FILE ASSIGN TO "PATRMOV1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-PATRMOV-ESTADO.

           SELECT LIBERA-FILE  ASSIGN TO "LIBERBC1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS LIBER-GENERACION
                               FILE STATUS IS WSC-LIBERA-ESTADO.

           SELECT REPORTE-FILE ASSIGN TO "PATRESR1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-REPORTE-ESTADO.

           SELECT FACTURA-FILE ASSIGN TO "FACTPAT1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-FACTURA-ESTADO.

           SELECT TARJETA-FILE ASSIGN TO "CTRLCRDY"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-TARJETA-ESTADO.

           SELECT ESTADO-FILE  ASSIGN TO "RUNSTAT1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-ESTADO-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  PATROC-FILE.
           COPY PATRREG.

       FD  ASIGNA-FILE.
           COPY PASIGREG.

       FD  PATRMOV-FILE
           RECORDING MODE IS F.
           COPY PMOVREG.

       FD  LIBERA-FILE.
           COPY LIBEREG.

       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  REPORTE-REGISTRO                 PIC X(132).

       FD  FACTURA-FILE
           RECORDING MODE IS F.
       01  FACTURA-REGISTRO.
           05 FACTURA-TIPO                  PIC X.
           05 FACTURA-DATOS.
               10 FACTURA-PATROCINADOR      PIC X(06).
               10 FACTURA-NOMBRE            PIC X(30).
               10 FACTURA-CUIT              PIC X(11).
               10 FACTURA-CAMPANIA          PIC X(06).
               10 FACTURA-PERIODO           PIC 9(06).
               10 FACTURA-CUOTAS            PIC 9(05).
               10 FACTURA-BRUTO             PIC 9(11).
               10 FACTURA-RETENCION         PIC 9(11).
               10 FACTURA-NETO              PIC 9(11).
           05 FACTURA-CABECERA REDEFINES FACTURA-DATOS.
               10 FACTURA-CAB-FECHA         PIC 9(08).
               10 FACTURA-CAB-CAMPANIA      PIC X(06).
               10 FACTURA-CAB-PERIODO       PIC 9(06).
               10 FILLER                    PIC X(77).
           05 FACTURA-COLA REDEFINES FACTURA-DATOS.
               10 FACTURA-COLA-CANTIDAD     PIC 9(07).
               10 FACTURA-COLA-HASH-BRUTO   PIC 9(15).
               10 FILLER                    PIC X(75).

       FD  TARJETA-FILE
           RECORDING MODE IS F.
       01  TARJETA-REGISTRO.
           05 TARJETA-CAMPANIA              PIC X(06).
           05 TARJETA-PERIODO               PIC X(06).

       FD  ESTADO-FILE
           RECORDING MODE IS F.
           COPY ESTADREG.

       WORKING-STORAGE SECTION.

         01 WSC-CONSTANTES.
             05 WSC-PROGRAMA-ID               PIC X(08)
                                               VALUE 'PATRESTA'.
             05 WSC-MAX-PATROCINADORES        PIC 9(03) VALUE 200.
             05 WSC-RETORNOS.
                 10 WSC-RETORNO-NORMAL        PIC 9(04) VALUE 0.
                 10 WSC-RETORNO-AVISO         PIC 9(04) VALUE 4.
                 10 WSC-RETORNO-CONTROL       PIC 9(04) VALUE 8.
                 10 WSC-RETORNO-SIN-ARCHIVO   PIC 9(04) VALUE 16.

             05 WSC-GUIONES.
                 10 FILLER                    PIC X(80) VALUE ALL '-'.

         01 WSC-SWITCHES.
             05 WSC-TARJETA-PRESENTE          PIC X    VALUE 'N'.
                 88 WSS-TARJETA-PRESENTE               VALUE 'S'.
             05 WSC-FIN-BARRIDO               PIC X    VALUE 'N'.
                 88 WSS-FIN-BARRIDO                    VALUE 'S'.
             05 WSC-FIN-MOVIMIENTOS           PIC X    VALUE 'N'.
                 88 WSS-FIN-MOVIMIENTOS                VALUE 'S'.
             05 WSC-HAY-ASIGNACIONES          PIC X    VALUE 'N'.
                 88 WSS-HAY-ASIGNACIONES               VALUE 'S'.
             05 WSC-HAY-MOVIMIENTOS           PIC X    VALUE 'N'.
                 88 WSS-HAY-MOVIMIENTOS                VALUE 'S'.
             05 WSC-HAY-LIBERACIONES          PIC X    VALUE 'N'.
                 88 WSS-HAY-LIBERACIONES               VALUE 'S'.
             05 WSC-GENERACION-ANULADA        PIC X    VALUE 'N'.
                 88 WSS-GENERACION-ANULADA             VALUE 'S'.

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-PATROC-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-PATROC-INEXISTENTE             VALUE '35'.
             05 WSC-ASIGNA-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-ASIGNA-INEXISTENTE             VALUE '35'.
             05 WSC-PATRMOV-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-PATRMOV-INEXISTENTE            VALUE '35'.
             05 WSC-LIBERA-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-LIBERA-INEXISTENTE             VALUE '35'.
             05 WSC-REPORTE-ESTADO            PIC XX   VALUE '00'.
             05 WSC-FACTURA-ESTADO            PIC XX   VALUE '00'.
             05 WSC-TARJETA-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-TARJETA-INEXISTENTE            VALUE '35'.
             05 WSC-ESTADO-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-ESTADO-INEXISTENTE             VALUE '35'.

         01 WSV-VARIABLES.
             05 WSV-FECHA-INICIO              PIC 9(08) VALUE ZERO.
             05 WSV-HORA-INICIO               PIC 9(08) VALUE ZERO.
             05 WSV-FECHA-HOY                 PIC 9(08) VALUE ZERO.
             05 WSV-CAMPANIA                  PIC X(06) VALUE SPACES.
             05 WSV-PERIODO-ENTRADA           PIC X(06) VALUE SPACES.
             05 WSV-PERIODO-NUM REDEFINES WSV-PERIODO-ENTRADA
                                              PIC 9(06).
             05 WSV-PERIODO-MOV               PIC 9(06) VALUE ZERO.
             05 WSV-ULTIMA-GENERACION         PIC X(22) VALUE SPACES.
             05 WSV-LINEA-REPORTE             PIC X(132).
             05 WSV-SALDO                     PIC S9(11) VALUE ZERO.
             05 WSV-SALDO-EDITADO             PIC -(11)9.

             05 WSV-TABLA-PATROCINADORES.
                 10 WSV-CANT-PATR             PIC 9(03) VALUE ZERO.
                 10 WSV-PATR-ENTRADA OCCURS 200 TIMES.
                     15 WSV-PAT-CODIGO        PIC X(06).
                     15 WSV-PAT-NOMBRE        PIC X(30).
                     15 WSV-PAT-CUIT          PIC X(11).
                     15 WSV-PAT-COMPROMETIDO  PIC 9(11).
                     15 WSV-PAT-VIGENTES      PIC 9(05).
                     15 WSV-PAT-LIBERADAS     PIC 9(05).
                     15 WSV-PAT-CUOTAS-PER    PIC 9(05).
                     15 WSV-PAT-BRUTO-PER     PIC 9(11).
                     15 WSV-PAT-RETEN-PER     PIC 9(11).
                     15 WSV-PAT-NETO-PER      PIC 9(11).
                     15 WSV-PAT-BRUTO-ACUM    PIC 9(11).
                     15 WSV-PAT-RETEN-ACUM    PIC 9(11).
                     15 WSV-PAT-NETO-ACUM     PIC 9(11).
             05 WSV-IDX-PATR                  PIC 9(03) VALUE ZERO.
             05 WSV-IDX-HALLADO               PIC 9(03) VALUE ZERO.
             05 WSV-CODIGO-BUSCADO            PIC X(06) VALUE SPACES.

             05 WSV-CONTROL-FACTURA.
                 10 WSV-CANT-FACTURAS         PIC 9(07) VALUE ZERO.
                 10 WSV-HASH-BRUTO            PIC 9(15) VALUE ZERO.

             05 WSV-CONTADORES.
                 10 WSV-TOTAL-LEIDOS          PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-IMPUTADOS       PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-ANULADOS        PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-HUERFANOS       PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-BRUTO-PER       PIC 9(13) VALUE ZERO.
                 10 WSV-TOTAL-NETO-PER        PIC 9(13) VALUE ZERO.

             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
                     VALUE 'PROCESO FINALIZADO NORMALMENTE'.

       PROCEDURE DIVISION.

       000-CONTROL.

           ACCEPT WSV-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-INICIO FROM TIME.

           DISPLAY 'ESTADO DE CUENTA Y FACTURACION A PATROCINADORES'.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.

           PERFORM 001-LEER-TARJETA.
           IF NOT WSS-TARJETA-PRESENTE
               DISPLAY 'CAMPANIA: ' WITH NO ADVANCING
               ACCEPT WSV-CAMPANIA
               DISPLAY 'PERIODO (AAAAMM, BLANCO = MES ACTUAL): '
                       WITH NO ADVANCING
               ACCEPT WSV-PERIODO-ENTRADA
           END-IF.

           IF WSV-PERIODO-ENTRADA EQUAL SPACES
               COMPUTE WSV-PERIODO-NUM = WSV-FECHA-HOY / 100
           END-IF.
           IF WSV-PERIODO-ENTRADA IS NOT NUMERIC
               DISPLAY 'ERROR: PERIODO INVALIDO: ' WSV-PERIODO-ENTRADA
               MOVE WSC-RETORNO-CONTROL TO WSV-CODIGO-RETORNO
               MOVE 'PERIODO DE ESTADO DE CUENTA INVALIDO'
                   TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.
           DISPLAY 'CAMPANIA: ' WSV-CAMPANIA
                   '  PERIODO: ' WSV-PERIODO-ENTRADA.

           PERFORM 010-ABRIR-ARCHIVOS.
           PERFORM 020-CARGAR-PATROCINADORES.
           IF WSS-HAY-ASIGNACIONES
               PERFORM 030-CONTAR-ASIGNACIONES
           END-IF.
           IF WSS-HAY-MOVIMIENTOS
               PERFORM 040-ACUMULAR-MOVIMIENTOS
           END-IF.

           PERFORM 050-EMITIR-ESTADOS.
           PERFORM 060-EMITIR-FACTURACION.
           PERFORM 095-ESCRIBIR-RESUMEN.
           PERFORM 090-CERRAR-ARCHIVOS.

           PERFORM 096-GRABAR-ESTADO.
           MOVE WSV-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       000-CONTROL-END. EXIT.

       001-LEER-TARJETA.

           MOVE 'N' TO WSC-TARJETA-PRESENTE.
           OPEN INPUT TARJETA-FILE.
           IF NOT WSS-TARJETA-INEXISTENTE
               READ TARJETA-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE 'S' TO WSC-TARJETA-PRESENTE
                       MOVE TARJETA-CAMPANIA TO WSV-CAMPANIA
                       MOVE TARJETA-PERIODO  TO WSV-PERIODO-ENTRADA
               END-READ
               CLOSE TARJETA-FILE
           END-IF.

       001-LEER-TARJETA-END. EXIT.

       010-ABRIR-ARCHIVOS.

           OPEN INPUT PATROC-FILE.
           IF WSS-PATROC-INEXISTENTE
               DISPLAY 'ERROR: PATROCI1 NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'PATROCI1 NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           MOVE 'N' TO WSC-HAY-ASIGNACIONES.
           OPEN INPUT ASIGNA-FILE.
           IF WSS-ASIGNA-INEXISTENTE
               DISPLAY 'PATRASI1 AUSENTE, SIN BECARIOS ASIGNADOS'
           ELSE
               MOVE 'S' TO WSC-HAY-ASIGNACIONES
           END-IF.

           MOVE 'N' TO WSC-HAY-MOVIMIENTOS.
           OPEN INPUT PATRMOV-FILE.
           IF WSS-PATRMOV-INEXISTENTE
               DISPLAY 'PATRMOV1 AUSENTE, SIN PAGOS IMPUTADOS'
           ELSE
               MOVE 'S' TO WSC-HAY-MOVIMIENTOS
           END-IF.

           MOVE 'N' TO WSC-HAY-LIBERACIONES.
           OPEN INPUT LIBERA-FILE.
           IF WSS-LIBERA-INEXISTENTE
               DISPLAY 'LIBERBC1 AUSENTE, NO SE EXCLUYEN '
                       'GENERACIONES RECHAZADAS'
           ELSE
               MOVE 'S' TO WSC-HAY-LIBERACIONES
           END-IF.

           OPEN OUTPUT REPORTE-FILE.
           OPEN OUTPUT FACTURA-FILE.

       010-ABRIR-ARCHIVOS-END. EXIT.

       020-CARGAR-PATROCINADORES.

           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE LOW-VALUES TO PATR-CLAVE.
           MOVE WSV-CAMPANIA TO PATR-CAMPANIA.
           START PATROC-FILE KEY NOT LESS THAN PATR-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 021-LEER-PATROCINIO UNTIL WSS-FIN-BARRIDO.

           IF WSV-CANT-PATR EQUAL ZERO
               DISPLAY 'AVISO: SIN PATROCINADORES PARA LA CAMPANIA '
                       WSV-CAMPANIA
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'SIN PATROCINADORES PARA LA CAMPANIA'
                   TO WSV-MOTIVO-FIN
           END-IF.

       020-CARGAR-PATROCINADORES-END. EXIT.

       021-LEER-PATROCINIO.

           READ PATROC-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF PATR-CAMPANIA NOT EQUAL WSV-CAMPANIA
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       PERFORM 022-AGREGAR-PATROCINADOR
                   END-IF
           END-READ.
           IF WSC-PATROC-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       021-LEER-PATROCINIO-END. EXIT.

       022-AGREGAR-PATROCINADOR.

           MOVE PATR-CODIGO TO WSV-CODIGO-BUSCADO.
           PERFORM 025-BUSCAR-PATROCINADOR.

           IF WSV-IDX-HALLADO EQUAL ZERO
               IF WSV-CANT-PATR < WSC-MAX-PATROCINADORES
                   ADD 1 TO WSV-CANT-PATR
                   MOVE WSV-CANT-PATR TO WSV-IDX-HALLADO
                   INITIALIZE WSV-PATR-ENTRADA (WSV-IDX-HALLADO)
                   MOVE PATR-CODIGO TO WSV-PAT-CODIGO (WSV-IDX-HALLADO)
                   MOVE PATR-NOMBRE TO WSV-PAT-NOMBRE (WSV-IDX-HALLADO)
                   MOVE PATR-CUIT   TO WSV-PAT-CUIT (WSV-IDX-HALLADO)
               ELSE
                   DISPLAY 'AVISO: TABLA DE PATROCINADORES COMPLETA, '
                           'SE OMITE ' PATR-CODIGO
                   MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
                   MOVE 'TABLA DE PATROCINADORES COMPLETA'
                       TO WSV-MOTIVO-FIN
               END-IF
           END-IF.

           IF WSV-IDX-HALLADO > ZERO AND PATR-ACTIVO
               ADD PATR-COMPROMETIDO
                   TO WSV-PAT-COMPROMETIDO (WSV-IDX-HALLADO)
           END-IF.

       022-AGREGAR-PATROCINADOR-END. EXIT.

       025-BUSCAR-PATROCINADOR.

           MOVE ZERO TO WSV-IDX-HALLADO.
           PERFORM 026-COMPARAR-CODIGO
               VARYING WSV-IDX-PATR FROM 1 BY 1
               UNTIL WSV-IDX-PATR > WSV-CANT-PATR
                  OR WSV-IDX-HALLADO > ZERO.

       025-BUSCAR-PATROCINADOR-END. EXIT.

       026-COMPARAR-CODIGO.

           IF WSV-PAT-CODIGO (WSV-IDX-PATR) EQUAL WSV-CODIGO-BUSCADO
               MOVE WSV-IDX-PATR TO WSV-IDX-HALLADO
           END-IF.

       026-COMPARAR-CODIGO-END. EXIT.

       030-CONTAR-ASIGNACIONES.

           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE WSV-CAMPANIA TO PASIG-CAMPANIA.
           MOVE ZERO TO PASIG-DNI.
           START ASIGNA-FILE KEY NOT LESS THAN PASIG-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 031-LEER-ASIGNACION UNTIL WSS-FIN-BARRIDO.

       030-CONTAR-ASIGNACIONES-END. EXIT.

       031-LEER-ASIGNACION.

           READ ASIGNA-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF PASIG-CAMPANIA NOT EQUAL WSV-CAMPANIA
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       MOVE PASIG-PATROCINADOR TO WSV-CODIGO-BUSCADO
                       PERFORM 025-BUSCAR-PATROCINADOR
                       IF WSV-IDX-HALLADO > ZERO
                           IF PASIG-VIGENTE
                               ADD 1 TO
                                   WSV-PAT-VIGENTES (WSV-IDX-HALLADO)
                           ELSE
                               ADD 1 TO
                                   WSV-PAT-LIBERADAS (WSV-IDX-HALLADO)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           IF WSC-ASIGNA-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       031-LEER-ASIGNACION-END. EXIT.

       040-ACUMULAR-MOVIMIENTOS.

           MOVE 'N' TO WSC-FIN-MOVIMIENTOS.
           MOVE SPACES TO WSV-ULTIMA-GENERACION.
           MOVE 'N' TO WSC-GENERACION-ANULADA.
           PERFORM 041-LEER-MOVIMIENTO.
           PERFORM 042-PROCESAR-MOVIMIENTO UNTIL WSS-FIN-MOVIMIENTOS.

       040-ACUMULAR-MOVIMIENTOS-END. EXIT.

       041-LEER-MOVIMIENTO.

           READ PATRMOV-FILE
               AT END MOVE 'S' TO WSC-FIN-MOVIMIENTOS
               NOT AT END ADD 1 TO WSV-TOTAL-LEIDOS
           END-READ.

       041-LEER-MOVIMIENTO-END. EXIT.

       042-PROCESAR-MOVIMIENTO.

           COMPUTE WSV-PERIODO-MOV = PMOV-FECHA / 100.

           IF PMOV-CAMPANIA EQUAL WSV-CAMPANIA
              AND WSV-PERIODO-MOV NOT GREATER THAN WSV-PERIODO-NUM
               PERFORM 043-VERIFICAR-GENERACION
               IF WSS-GENERACION-ANULADA
                   ADD 1 TO WSV-TOTAL-ANULADOS
               ELSE
                   PERFORM 044-IMPUTAR-MOVIMIENTO
               END-IF
           END-IF.

           PERFORM 041-LEER-MOVIMIENTO.

       042-PROCESAR-MOVIMIENTO-END. EXIT.

       043-VERIFICAR-GENERACION.

           IF PMOV-GENERACION NOT EQUAL WSV-ULTIMA-GENERACION
               MOVE PMOV-GENERACION TO WSV-ULTIMA-GENERACION
               MOVE 'N' TO WSC-GENERACION-ANULADA
               IF WSS-HAY-LIBERACIONES
                   MOVE PMOV-GENERACION TO LIBER-GENERACION
                   READ LIBERA-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF LIBER-RECHAZADA
                               MOVE 'S' TO WSC-GENERACION-ANULADA
                           END-IF
                   END-READ
               END-IF
           END-IF.

       043-VERIFICAR-GENERACION-END. EXIT.

       044-IMPUTAR-MOVIMIENTO.

           MOVE PMOV-PATROCINADOR TO WSV-CODIGO-BUSCADO.
           PERFORM 025-BUSCAR-PATROCINADOR.

           IF WSV-IDX-HALLADO EQUAL ZERO
               ADD 1 TO WSV-TOTAL-HUERFANOS
               DISPLAY 'AVISO: MOVIMIENTO DE ' PMOV-DNI
                       ' CON PATROCINADOR DESCONOCIDO '
                       PMOV-PATROCINADOR
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'MOVIMIENTOS SIN PATROCINADOR EN MAESTRO'
                   TO WSV-MOTIVO-FIN
           ELSE
               ADD 1 TO WSV-TOTAL-IMPUTADOS
               ADD PMOV-IMPORTE-BRUTO
                   TO WSV-PAT-BRUTO-ACUM (WSV-IDX-HALLADO)
               ADD PMOV-RETENCION
                   TO WSV-PAT-RETEN-ACUM (WSV-IDX-HALLADO)
               ADD PMOV-IMPORTE-NETO
                   TO WSV-PAT-NETO-ACUM (WSV-IDX-HALLADO)
               IF WSV-PERIODO-MOV EQUAL WSV-PERIODO-NUM
                   ADD 1 TO WSV-PAT-CUOTAS-PER (WSV-IDX-HALLADO)
                   ADD PMOV-IMPORTE-BRUTO
                       TO WSV-PAT-BRUTO-PER (WSV-IDX-HALLADO)
                   ADD PMOV-RETENCION
                       TO WSV-PAT-RETEN-PER (WSV-IDX-HALLADO)
                   ADD PMOV-IMPORTE-NETO
                       TO WSV-PAT-NETO-PER (WSV-IDX-HALLADO)
               END-IF
           END-IF.

       044-IMPUTAR-MOVIMIENTO-END. EXIT.

       050-EMITIR-ESTADOS.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' ESTADO DE CUENTA DE PATROCINADORES - CAMPANIA '
                                          DELIMITED BY SIZE
                  WSV-CAMPANIA            DELIMITED BY SIZE
                  ' PERIODO '             DELIMITED BY SIZE
                  WSV-PERIODO-ENTRADA     DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           PERFORM 051-EMITIR-UN-ESTADO
               VARYING WSV-IDX-PATR FROM 1 BY 1
               UNTIL WSV-IDX-PATR > WSV-CANT-PATR.

       050-EMITIR-ESTADOS-END. EXIT.

       051-EMITIR-UN-ESTADO.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' PATROCINADOR '        DELIMITED BY SIZE
                  WSV-PAT-CODIGO (WSV-IDX-PATR) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WSV-PAT-NOMBRE (WSV-IDX-PATR) DELIMITED BY SIZE
                  ' CUIT '                DELIMITED BY SIZE
                  WSV-PAT-CUIT (WSV-IDX-PATR)   DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING '   BECARIOS VIGENTES: '  DELIMITED BY SIZE
                  WSV-PAT-VIGENTES (WSV-IDX-PATR)  DELIMITED BY SIZE
                  '  LIBERADOS: '           DELIMITED BY SIZE
                  WSV-PAT-LIBERADAS (WSV-IDX-PATR) DELIMITED BY SIZE
                  '  CUOTAS DEL PERIODO: '  DELIMITED BY SIZE
                  WSV-PAT-CUOTAS-PER (WSV-IDX-PATR) DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING '   PERIODO  BRUTO $'      DELIMITED BY SIZE
                  WSV-PAT-BRUTO-PER (WSV-IDX-PATR) DELIMITED BY SIZE
                  '  RETENIDO $'             DELIMITED BY SIZE
                  WSV-PAT-RETEN-PER (WSV-IDX-PATR) DELIMITED BY SIZE
                  '  NETO $'                 DELIMITED BY SIZE
                  WSV-PAT-NETO-PER (WSV-IDX-PATR)  DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING '   ACUMULADO BRUTO $'     DELIMITED BY SIZE
                  WSV-PAT-BRUTO-ACUM (WSV-IDX-PATR) DELIMITED BY SIZE
                  '  RETENIDO $'             DELIMITED BY SIZE
                  WSV-PAT-RETEN-ACUM (WSV-IDX-PATR) DELIMITED BY SIZE
                  '  NETO $'                 DELIMITED BY SIZE
                  WSV-PAT-NETO-ACUM (WSV-IDX-PATR)  DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           COMPUTE WSV-SALDO = WSV-PAT-COMPROMETIDO (WSV-IDX-PATR)
               - WSV-PAT-BRUTO-ACUM (WSV-IDX-PATR).
           MOVE WSV-SALDO TO WSV-SALDO-EDITADO.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING '   COMPROMETIDO $'        DELIMITED BY SIZE
                  WSV-PAT-COMPROMETIDO (WSV-IDX-PATR) DELIMITED BY SIZE
                  '  SALDO REMANENTE $'      DELIMITED BY SIZE
                  WSV-SALDO-EDITADO          DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           IF WSV-SALDO < ZERO
               DISPLAY 'AVISO: PATROCINADOR '
                       WSV-PAT-CODIGO (WSV-IDX-PATR)
                       ' EXCEDIO SU COMPROMISO'
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'PATROCINADORES CON COMPROMISO EXCEDIDO'
                   TO WSV-MOTIVO-FIN
           END-IF.

       051-EMITIR-UN-ESTADO-END. EXIT.

       060-EMITIR-FACTURACION.

           MOVE SPACES TO FACTURA-REGISTRO.
           MOVE '1' TO FACTURA-TIPO.
           MOVE WSV-FECHA-HOY       TO FACTURA-CAB-FECHA.
           MOVE WSV-CAMPANIA        TO FACTURA-CAB-CAMPANIA.
           MOVE WSV-PERIODO-NUM     TO FACTURA-CAB-PERIODO.
           WRITE FACTURA-REGISTRO.

           PERFORM 061-FACTURAR-PATROCINADOR
               VARYING WSV-IDX-PATR FROM 1 BY 1
               UNTIL WSV-IDX-PATR > WSV-CANT-PATR.

           MOVE SPACES TO FACTURA-REGISTRO.
           MOVE '9' TO FACTURA-TIPO.
           MOVE WSV-CANT-FACTURAS   TO FACTURA-COLA-CANTIDAD.
           MOVE WSV-HASH-BRUTO      TO FACTURA-COLA-HASH-BRUTO.
           WRITE FACTURA-REGISTRO.

       060-EMITIR-FACTURACION-END. EXIT.

       061-FACTURAR-PATROCINADOR.

           IF WSV-PAT-BRUTO-PER (WSV-IDX-PATR) > ZERO
               MOVE SPACES TO FACTURA-REGISTRO
               MOVE '2' TO FACTURA-TIPO
               MOVE WSV-PAT-CODIGO (WSV-IDX-PATR)
                   TO FACTURA-PATROCINADOR
               MOVE WSV-PAT-NOMBRE (WSV-IDX-PATR) TO FACTURA-NOMBRE
               MOVE WSV-PAT-CUIT (WSV-IDX-PATR)   TO FACTURA-CUIT
               MOVE WSV-CAMPANIA                  TO FACTURA-CAMPANIA
               MOVE WSV-PERIODO-NUM               TO FACTURA-PERIODO
               MOVE WSV-PAT-CUOTAS-PER (WSV-IDX-PATR)
                   TO FACTURA-CUOTAS
               MOVE WSV-PAT-BRUTO-PER (WSV-IDX-PATR)
                   TO FACTURA-BRUTO
               MOVE WSV-PAT-RETEN-PER (WSV-IDX-PATR)
                   TO FACTURA-RETENCION
               MOVE WSV-PAT-NETO-PER (WSV-IDX-PATR)
                   TO FACTURA-NETO
               WRITE FACTURA-REGISTRO
               ADD 1 TO WSV-CANT-FACTURAS
               ADD WSV-PAT-BRUTO-PER (WSV-IDX-PATR) TO WSV-HASH-BRUTO
               ADD WSV-PAT-BRUTO-PER (WSV-IDX-PATR)
                   TO WSV-TOTAL-BRUTO-PER
               ADD WSV-PAT-NETO-PER (WSV-IDX-PATR)
                   TO WSV-TOTAL-NETO-PER
           END-IF.

       061-FACTURAR-PATROCINADOR-END. EXIT.

       090-CERRAR-ARCHIVOS.

           CLOSE PATROC-FILE.
           IF WSS-HAY-ASIGNACIONES
               CLOSE ASIGNA-FILE
           END-IF.
           IF WSS-HAY-MOVIMIENTOS
               CLOSE PATRMOV-FILE
           END-IF.
           IF WSS-HAY-LIBERACIONES
               CLOSE LIBERA-FILE
           END-IF.
           CLOSE REPORTE-FILE.
           CLOSE FACTURA-FILE.

       090-CERRAR-ARCHIVOS-END. EXIT.

       095-ESCRIBIR-RESUMEN.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' MOVIMIENTOS LEIDOS: '  DELIMITED BY SIZE
                  WSV-TOTAL-LEIDOS         DELIMITED BY SIZE
                  '  IMPUTADOS: '          DELIMITED BY SIZE
                  WSV-TOTAL-IMPUTADOS      DELIMITED BY SIZE
                  '  DE GENERACIONES RECHAZADAS: ' DELIMITED BY SIZE
                  WSV-TOTAL-ANULADOS       DELIMITED BY SIZE
                  '  SIN PATROCINADOR: '   DELIMITED BY SIZE
                  WSV-TOTAL-HUERFANOS      DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' FACTURAS EMITIDAS: '   DELIMITED BY SIZE
                  WSV-CANT-FACTURAS        DELIMITED BY SIZE
                  '  BRUTO DEL PERIODO $'  DELIMITED BY SIZE
                  WSV-TOTAL-BRUTO-PER      DELIMITED BY SIZE
                  '  NETO DEL PERIODO $'   DELIMITED BY SIZE
                  WSV-TOTAL-NETO-PER       DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

       095-ESCRIBIR-RESUMEN-END. EXIT.

       096-GRABAR-ESTADO.

           OPEN EXTEND ESTADO-FILE.
           IF WSS-ESTADO-INEXISTENTE
               OPEN OUTPUT ESTADO-FILE
           END-IF.
           MOVE WSV-FECHA-INICIO TO ESTADO-FECHA.
           MOVE WSV-HORA-INICIO  TO ESTADO-HORA.
           ACCEPT ESTADO-HORA-FIN FROM TIME.
           CALL 'DURACALC' USING WSV-HORA-INICIO
                                  ESTADO-HORA-FIN
                                  ESTADO-DURACION
           END-CALL.
           MOVE WSC-PROGRAMA-ID    TO ESTADO-PROGRAMA.
           MOVE WSV-TOTAL-LEIDOS   TO ESTADO-LEIDOS.
           MOVE WSV-CANT-FACTURAS  TO ESTADO-ESCRITOS.
           MOVE WSV-CODIGO-RETORNO TO ESTADO-CODIGO.
           MOVE WSV-MOTIVO-FIN     TO ESTADO-MOTIVO.
           WRITE ESTADO-REGISTRO.
           CLOSE ESTADO-FILE.

       096-GRABAR-ESTADO-END. EXIT.

       097-ABORTAR.

           PERFORM 096-GRABAR-ESTADO.
           MOVE WSV-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       097-ABORTAR-END. EXIT.

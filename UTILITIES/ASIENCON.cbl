       IDENTIFICATION DIVISION.
       PROGRAM-ID.                            ASIENCON.
       AUTHOR.                                AYMARA M FUSARO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE  ASSIGN TO "PAGOLEDG"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PAGOL-CLAVE
                               FILE STATUS IS WSC-LEDGER-ESTADO.

           SELECT RETENDET-FILE ASSIGN TO "RETENDET"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-RETENDET-ESTADO.

           SELECT CONTROL-FILE ASSIGN TO "ASIENCTL"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS ASICT-CLAVE
                               FILE STATUS IS WSC-CONTROL-ESTADO.

           SELECT ASIENTO-FILE ASSIGN TO DYNAMIC WSV-NOMBRE-ASIENTO
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-ASIENTO-ESTADO.

           SELECT CATALOGO-FILE ASSIGN TO "GENCATLG"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-CATALOGO-ESTADO.

           SELECT REPORTE-FILE ASSIGN TO "ASIENRPT"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-REPORTE-ESTADO.

           SELECT TARJETA-FILE ASSIGN TO "CTRLCRDJ"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-TARJETA-ESTADO.

           SELECT ESTADO-FILE  ASSIGN TO "RUNSTAT1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-ESTADO-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
           COPY PAGOREG.

       FD  RETENDET-FILE
           RECORDING MODE IS F.
           COPY RETDREG.

       FD  CONTROL-FILE.
       01  ASICT-REGISTRO.
           05 ASICT-CLAVE.
               10 ASICT-ORIGEN              PIC X.
               10 ASICT-CAMPANIA            PIC X(06).
               10 ASICT-DNI                 PIC 9(08).
               10 ASICT-CUOTA               PIC 9(02).
               10 ASICT-FECHA               PIC 9(08).
           05 ASICT-ESTADO-CONTABLE         PIC X.
               88 ASICT-DEVENGADO                    VALUE 'D'.
               88 ASICT-PAGADO                       VALUE 'P'.
               88 ASICT-REVERSADO                    VALUE 'V'.
               88 ASICT-RETENIDO                     VALUE 'R'.
           05 ASICT-IMPORTE                 PIC 9(09).
           05 ASICT-PERIODO                 PIC 9(06).
           05 ASICT-ULTIMO-ASIENTO          PIC 9(07).
           05 ASICT-FECHA-POSTEO            PIC 9(08).

       FD  ASIENTO-FILE
           RECORDING MODE IS F.
           COPY ASIENREG.

       FD  CATALOGO-FILE
           RECORDING MODE IS F.
           COPY CATLREG.

       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  REPORTE-REGISTRO                 PIC X(132).

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
                                               VALUE 'ASIENCON'.
             05 WSC-CUENTAS.
                 10 WSC-CTA-GASTO-BECAS       PIC X(10)
                                               VALUE '5110100001'.
                 10 WSC-CTA-BECAS-A-PAGAR     PIC X(10)
                                               VALUE '2110300001'.
                 10 WSC-CTA-BANCO             PIC X(10)
                                               VALUE '1110200001'.
                 10 WSC-CTA-RETENCIONES       PIC X(10)
                                               VALUE '2120500001'.
             05 WSC-RETORNOS.
                 10 WSC-RETORNO-NORMAL        PIC 9(04) VALUE 0.
                 10 WSC-RETORNO-AVISO         PIC 9(04) VALUE 4.
                 10 WSC-RETORNO-CONTROL       PIC 9(04) VALUE 8.
                 10 WSC-RETORNO-SIN-ARCHIVO   PIC 9(04) VALUE 16.

             05 WSC-GUIONES.
                 10 FILLER                    PIC X(80) VALUE ALL '-'.

         01 WSC-SWITCHES.
             05 WSC-FIN-BARRIDO               PIC X    VALUE 'N'.
                 88 WSS-FIN-BARRIDO                    VALUE 'S'.
             05 WSC-FIN-RETENCION             PIC X    VALUE 'N'.
                 88 WSS-FIN-RETENCION                  VALUE 'S'.
             05 WSC-TARJETA-PRESENTE          PIC X    VALUE 'N'.
                 88 WSS-TARJETA-PRESENTE               VALUE 'S'.
             05 WSC-FIN-CATALOGO              PIC X    VALUE 'N'.
                 88 WSS-FIN-CATALOGO                   VALUE 'S'.
             05 WSC-CONTROL-HALLADO           PIC X    VALUE 'N'.
                 88 WSS-CONTROL-HALLADO                VALUE 'S'.
             05 WSC-CONTROL-CAMBIADO          PIC X    VALUE 'N'.
                 88 WSS-CONTROL-CAMBIADO               VALUE 'S'.

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-LEDGER-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-LEDGER-INEXISTENTE             VALUE '35'.
             05 WSC-RETENDET-ESTADO           PIC XX   VALUE '00'.
                 88 WSS-RETENDET-INEXISTENTE           VALUE '35'.
             05 WSC-CONTROL-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-CONTROL-INEXISTENTE            VALUE '35'.
             05 WSC-ASIENTO-ESTADO            PIC XX   VALUE '00'.
             05 WSC-CATALOGO-ESTADO           PIC XX   VALUE '00'.
                 88 WSS-CATALOGO-INEXISTENTE           VALUE '35'.
             05 WSC-REPORTE-ESTADO            PIC XX   VALUE '00'.
             05 WSC-TARJETA-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-TARJETA-INEXISTENTE            VALUE '35'.
             05 WSC-ESTADO-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-ESTADO-INEXISTENTE             VALUE '35'.

         01 WSV-VARIABLES.
             05 WSV-FECHA-INICIO              PIC 9(08) VALUE ZERO.
             05 WSV-HORA-INICIO               PIC 9(08) VALUE ZERO.
             05 WSV-FECHA-PROCESO             PIC 9(08) VALUE ZERO.
             05 WSV-CAMPANIA                  PIC X(06) VALUE SPACES.
             05 WSV-PERIODO-ENTRADA           PIC X(06) VALUE SPACES.
             05 WSV-PERIODO-NUM REDEFINES WSV-PERIODO-ENTRADA
                                              PIC 9(06).
             05 WSV-PERIODO-MOV               PIC 9(06) VALUE ZERO.
             05 WSV-LINEA-REPORTE             PIC X(132).

             05 WSV-GENERACION.
                 10 WSV-NOMBRE-ASIENTO        PIC X(22)
                                               VALUE 'ASIENTO1'.
                 10 WSV-SECUENCIA-GEN         PIC 9(02) VALUE ZERO.
                 10 WSV-SECUENCIA-MAX         PIC 9(02) VALUE ZERO.

             05 WSV-ASIENTO-AUX.
                 10 WSV-MOV-AUX               PIC X(03) VALUE SPACES.
                 10 WSV-CAMPANIA-AUX          PIC X(06) VALUE SPACES.
                 10 WSV-DNI-AUX               PIC 9(08) VALUE ZERO.
                 10 WSV-CUOTA-AUX             PIC 9(02) VALUE ZERO.
                 10 WSV-FECHA-MOV             PIC 9(08) VALUE ZERO.
                 10 WSV-IMPORTE-AUX           PIC 9(09) VALUE ZERO.
                 10 WSV-CUENTA-DEBE           PIC X(10) VALUE SPACES.
                 10 WSV-CUENTA-HABER          PIC X(10) VALUE SPACES.
                 10 WSV-CUENTA-AUX            PIC X(10) VALUE SPACES.
                 10 WSV-DH-AUX                PIC X     VALUE SPACE.
                 10 WSV-LEYENDA-AUX           PIC X(30) VALUE SPACES.

             05 WSV-CONTROL-ASIENTOS.
                 10 WSV-NUMERO-ASIENTO        PIC 9(07) VALUE ZERO.
                 10 WSV-RENGLON               PIC 9(02) VALUE ZERO.
                 10 WSV-CANT-RENGLONES        PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-DEBE            PIC 9(15) VALUE ZERO.
                 10 WSV-TOTAL-HABER           PIC 9(15) VALUE ZERO.

             05 WSV-TOTALES-MOVIMIENTO.
                 10 WSV-CANT-GEN              PIC 9(07) VALUE ZERO.
                 10 WSV-IMPORTE-GEN           PIC 9(15) VALUE ZERO.
                 10 WSV-CANT-ACR              PIC 9(07) VALUE ZERO.
                 10 WSV-IMPORTE-ACR           PIC 9(15) VALUE ZERO.
                 10 WSV-CANT-REV              PIC 9(07) VALUE ZERO.
                 10 WSV-IMPORTE-REV           PIC 9(15) VALUE ZERO.
                 10 WSV-CANT-RET              PIC 9(07) VALUE ZERO.
                 10 WSV-IMPORTE-RET           PIC 9(15) VALUE ZERO.

             05 WSV-CONTADORES.
                 10 WSV-TOTAL-LEIDOS          PIC 9(07) VALUE ZERO.
                 10 WSV-MOV-YA-CONTABILIZADOS PIC 9(07) VALUE ZERO.
                 10 WSV-MOV-DIFERIDOS         PIC 9(07) VALUE ZERO.
                 10 WSV-MOV-OBSERVADOS        PIC 9(07) VALUE ZERO.
                 10 WSV-MOV-IMPORTE-DISTINTO  PIC 9(07) VALUE ZERO.

             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
                     VALUE 'PROCESO FINALIZADO NORMALMENTE'.

       PROCEDURE DIVISION.

       000-CONTROL.

           ACCEPT WSV-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-INICIO FROM TIME.

           DISPLAY 'INTERFAZ DE ASIENTOS CONTABLES DE BECAS'.
           ACCEPT WSV-FECHA-PROCESO FROM DATE YYYYMMDD.

           PERFORM 001-LEER-TARJETA.
           IF NOT WSS-TARJETA-PRESENTE
               DISPLAY 'CAMPANIA (BLANCO = TODAS): ' WITH NO ADVANCING
               ACCEPT WSV-CAMPANIA
               DISPLAY 'PERIODO CONTABLE (AAAAMM): ' WITH NO ADVANCING
               ACCEPT WSV-PERIODO-ENTRADA
           END-IF.

           IF WSV-PERIODO-ENTRADA IS NOT NUMERIC
               DISPLAY 'ERROR: PERIODO INVALIDO: ' WSV-PERIODO-ENTRADA
               MOVE WSC-RETORNO-CONTROL TO WSV-CODIGO-RETORNO
               MOVE 'PERIODO CONTABLE INVALIDO' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.
           DISPLAY 'CAMPANIA: ' WSV-CAMPANIA
                   '  PERIODO: ' WSV-PERIODO-ENTRADA.

           PERFORM 010-ABRIR-ARCHIVOS.
           PERFORM 020-PROCESAR-LEDGER.
           PERFORM 060-PROCESAR-RETENCIONES.
           PERFORM 090-FINALIZAR.

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

           OPEN INPUT LEDGER-FILE.
           IF WSS-LEDGER-INEXISTENTE
               DISPLAY 'ERROR: PAGOLEDG NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'PAGOLEDG NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           OPEN I-O CONTROL-FILE.
           IF WSS-CONTROL-INEXISTENTE
               OPEN OUTPUT CONTROL-FILE
               CLOSE CONTROL-FILE
               OPEN I-O CONTROL-FILE
           END-IF.

           OPEN OUTPUT REPORTE-FILE.

           PERFORM 012-PREPARAR-GENERACION.
           OPEN OUTPUT ASIENTO-FILE.
           MOVE SPACES TO ASIEN-REGISTRO.
           MOVE '1' TO ASIEN-TIPO.
           MOVE WSV-PERIODO-NUM   TO ASIEN-CAB-PERIODO.
           MOVE WSV-CAMPANIA      TO ASIEN-CAB-CAMPANIA.
           MOVE WSV-FECHA-PROCESO TO ASIEN-CAB-FECHA.
           WRITE ASIEN-REGISTRO.

       010-ABRIR-ARCHIVOS-END. EXIT.

       012-PREPARAR-GENERACION.

           MOVE ZERO TO WSV-SECUENCIA-MAX.
           MOVE 'N' TO WSC-FIN-CATALOGO.
           OPEN INPUT CATALOGO-FILE.
           IF WSS-CATALOGO-INEXISTENTE
               CONTINUE
           ELSE
               PERFORM 013-LEER-CATALOGO UNTIL WSS-FIN-CATALOGO
               CLOSE CATALOGO-FILE
           END-IF.

           COMPUTE WSV-SECUENCIA-GEN = WSV-SECUENCIA-MAX + 1.
           MOVE SPACES TO WSV-NOMBRE-ASIENTO.
           STRING 'ASIENTO1.D'      DELIMITED BY SIZE
                  WSV-FECHA-PROCESO DELIMITED BY SIZE
                  '.'               DELIMITED BY SIZE
                  WSV-SECUENCIA-GEN DELIMITED BY SIZE
                  INTO WSV-NOMBRE-ASIENTO
           END-STRING.
           DISPLAY 'ARCHIVO DE ASIENTOS DE LA CORRIDA: '
                   WSV-NOMBRE-ASIENTO.

       012-PREPARAR-GENERACION-END. EXIT.

       013-LEER-CATALOGO.

           READ CATALOGO-FILE
               AT END MOVE 'S' TO WSC-FIN-CATALOGO
               NOT AT END
                   IF CATLG-FECHA EQUAL WSV-FECHA-PROCESO
                      AND CATLG-ARCHIVO EQUAL 'ASIENTO1'
                      AND CATLG-SECUENCIA > WSV-SECUENCIA-MAX
                       MOVE CATLG-SECUENCIA TO WSV-SECUENCIA-MAX
                   END-IF
           END-READ.

       013-LEER-CATALOGO-END. EXIT.

       020-PROCESAR-LEDGER.

           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE WSV-CAMPANIA TO PAGOL-CAMPANIA.
           MOVE ZERO         TO PAGOL-DNI.
           MOVE ZERO         TO PAGOL-CUOTA.
           START LEDGER-FILE KEY NOT LESS THAN PAGOL-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 021-LEER-LEDGER UNTIL WSS-FIN-BARRIDO.

       020-PROCESAR-LEDGER-END. EXIT.

       021-LEER-LEDGER.

           READ LEDGER-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   ADD 1 TO WSV-TOTAL-LEIDOS
                   IF WSV-CAMPANIA NOT EQUAL SPACES
                      AND PAGOL-CAMPANIA NOT EQUAL WSV-CAMPANIA
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       PERFORM 022-EVALUAR-MOVIMIENTO
                   END-IF
           END-READ.
           IF WSC-LEDGER-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       021-LEER-LEDGER-END. EXIT.

       022-EVALUAR-MOVIMIENTO.

           COMPUTE WSV-PERIODO-MOV = PAGOL-FECHA-ESTADO / 100.
           IF WSV-PERIODO-MOV > WSV-PERIODO-NUM
               ADD 1 TO WSV-MOV-DIFERIDOS
           ELSE
               MOVE PAGOL-CAMPANIA     TO WSV-CAMPANIA-AUX
               MOVE PAGOL-DNI          TO WSV-DNI-AUX
               MOVE PAGOL-CUOTA        TO WSV-CUOTA-AUX
               MOVE PAGOL-FECHA-ESTADO TO WSV-FECHA-MOV
               MOVE PAGOL-IMPORTE      TO WSV-IMPORTE-AUX
               MOVE 'N' TO WSC-CONTROL-CAMBIADO
               MOVE 'L' TO ASICT-ORIGEN
               MOVE ZERO TO ASICT-FECHA
               PERFORM 030-BUSCAR-CONTROL
               EVALUATE TRUE
                   WHEN PAGOL-GENERADO
                       PERFORM 023-EVALUAR-GENERADO
                   WHEN PAGOL-TRANSMITIDO
                       PERFORM 023-EVALUAR-GENERADO
                   WHEN PAGOL-ACREDITADO
                       PERFORM 024-EVALUAR-ACREDITADO
                   WHEN PAGOL-RECHAZADO
                       PERFORM 025-EVALUAR-RECHAZADO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WSS-CONTROL-CAMBIADO
                   PERFORM 055-GRABAR-CONTROL
               ELSE
                   ADD 1 TO WSV-MOV-YA-CONTABILIZADOS
               END-IF
           END-IF.

       022-EVALUAR-MOVIMIENTO-END. EXIT.

       023-EVALUAR-GENERADO.

           IF NOT WSS-CONTROL-HALLADO
              OR ASICT-REVERSADO
               PERFORM 040-ASIENTO-GENERACION
           END-IF.

       023-EVALUAR-GENERADO-END. EXIT.

       024-EVALUAR-ACREDITADO.

           IF NOT WSS-CONTROL-HALLADO
              OR ASICT-REVERSADO
               PERFORM 040-ASIENTO-GENERACION
           END-IF.
           IF ASICT-DEVENGADO
               PERFORM 041-ASIENTO-ACREDITACION
           END-IF.

       024-EVALUAR-ACREDITADO-END. EXIT.

       025-EVALUAR-RECHAZADO.

           IF NOT WSS-CONTROL-HALLADO
               PERFORM 040-ASIENTO-GENERACION
           END-IF.
           IF ASICT-DEVENGADO
               PERFORM 042-ASIENTO-REVERSION
           END-IF.
           IF ASICT-PAGADO
               PERFORM 026-OBSERVAR-RECHAZO
           END-IF.

       025-EVALUAR-RECHAZADO-END. EXIT.

       026-OBSERVAR-RECHAZO.

           ADD 1 TO WSV-MOV-OBSERVADOS.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' OBSERVADO: RECHAZO POSTERIOR A ACREDITACION '
                                        DELIMITED BY SIZE
                  PAGOL-CAMPANIA        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  PAGOL-DNI             DELIMITED BY SIZE
                  ' CUOTA '             DELIMITED BY SIZE
                  PAGOL-CUOTA           DELIMITED BY SIZE
                  ' IMPORTE '           DELIMITED BY SIZE
                  PAGOL-IMPORTE         DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO.
           MOVE 'MOVIMIENTOS OBSERVADOS SIN CONTABILIZAR'
               TO WSV-MOTIVO-FIN.

       026-OBSERVAR-RECHAZO-END. EXIT.

       027-TOMAR-IMPORTE-CONTABILIZADO.

           IF WSS-CONTROL-HALLADO
              AND ASICT-IMPORTE NOT EQUAL WSV-IMPORTE-AUX
               ADD 1 TO WSV-MOV-IMPORTE-DISTINTO
               MOVE SPACES TO WSV-LINEA-REPORTE
               STRING ' IMPORTE LEDGER DISTINTO AL DEVENGADO '
                                            DELIMITED BY SIZE
                      PAGOL-CAMPANIA        DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      PAGOL-DNI             DELIMITED BY SIZE
                      ' CUOTA '             DELIMITED BY SIZE
                      PAGOL-CUOTA           DELIMITED BY SIZE
                      ' LEDGER '            DELIMITED BY SIZE
                      WSV-IMPORTE-AUX       DELIMITED BY SIZE
                      ' DEVENGADO '         DELIMITED BY SIZE
                      ASICT-IMPORTE         DELIMITED BY SIZE
                      INTO WSV-LINEA-REPORTE
               END-STRING
               PERFORM 099-IMPRIMIR-LINEA
               MOVE ASICT-IMPORTE TO WSV-IMPORTE-AUX
           END-IF.

       027-TOMAR-IMPORTE-CONTABILIZADO-END. EXIT.

       030-BUSCAR-CONTROL.

           MOVE WSV-CAMPANIA-AUX TO ASICT-CAMPANIA.
           MOVE WSV-DNI-AUX      TO ASICT-DNI.
           MOVE WSV-CUOTA-AUX    TO ASICT-CUOTA.
           MOVE 'N' TO WSC-CONTROL-HALLADO.
           READ CONTROL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'S' TO WSC-CONTROL-HALLADO
           END-READ.
           IF NOT WSS-CONTROL-HALLADO
               MOVE SPACE TO ASICT-ESTADO-CONTABLE
               MOVE ZERO  TO ASICT-IMPORTE
               MOVE ZERO  TO ASICT-PERIODO
               MOVE ZERO  TO ASICT-ULTIMO-ASIENTO
               MOVE ZERO  TO ASICT-FECHA-POSTEO
           END-IF.

       030-BUSCAR-CONTROL-END. EXIT.

       040-ASIENTO-GENERACION.

           MOVE 'GEN' TO WSV-MOV-AUX.
           MOVE WSC-CTA-GASTO-BECAS   TO WSV-CUENTA-DEBE.
           MOVE WSC-CTA-BECAS-A-PAGAR TO WSV-CUENTA-HABER.
           MOVE 'DEVENGAMIENTO CUOTA DE BECA' TO WSV-LEYENDA-AUX.
           PERFORM 045-ESCRIBIR-ASIENTO.
           ADD 1 TO WSV-CANT-GEN.
           ADD WSV-IMPORTE-AUX TO WSV-IMPORTE-GEN.
           MOVE 'D' TO ASICT-ESTADO-CONTABLE.

       040-ASIENTO-GENERACION-END. EXIT.

       041-ASIENTO-ACREDITACION.

           PERFORM 027-TOMAR-IMPORTE-CONTABILIZADO.
           MOVE 'ACR' TO WSV-MOV-AUX.
           MOVE WSC-CTA-BECAS-A-PAGAR TO WSV-CUENTA-DEBE.
           MOVE WSC-CTA-BANCO         TO WSV-CUENTA-HABER.
           MOVE 'PAGO ACREDITADO POR EL BANCO' TO WSV-LEYENDA-AUX.
           PERFORM 045-ESCRIBIR-ASIENTO.
           ADD 1 TO WSV-CANT-ACR.
           ADD WSV-IMPORTE-AUX TO WSV-IMPORTE-ACR.
           MOVE 'P' TO ASICT-ESTADO-CONTABLE.

       041-ASIENTO-ACREDITACION-END. EXIT.

       042-ASIENTO-REVERSION.

           PERFORM 027-TOMAR-IMPORTE-CONTABILIZADO.
           MOVE 'REV' TO WSV-MOV-AUX.
           MOVE WSC-CTA-BECAS-A-PAGAR TO WSV-CUENTA-DEBE.
           MOVE WSC-CTA-GASTO-BECAS   TO WSV-CUENTA-HABER.
           MOVE 'REVERSION PAGO RECHAZADO' TO WSV-LEYENDA-AUX.
           PERFORM 045-ESCRIBIR-ASIENTO.
           ADD 1 TO WSV-CANT-REV.
           ADD WSV-IMPORTE-AUX TO WSV-IMPORTE-REV.
           MOVE 'V' TO ASICT-ESTADO-CONTABLE.

       042-ASIENTO-REVERSION-END. EXIT.

       043-ASIENTO-RETENCION.

           MOVE 'RET' TO WSV-MOV-AUX.
           MOVE WSC-CTA-GASTO-BECAS TO WSV-CUENTA-DEBE.
           MOVE WSC-CTA-RETENCIONES TO WSV-CUENTA-HABER.
           MOVE 'RETENCION GANANCIAS A DEPOSITAR' TO WSV-LEYENDA-AUX.
           PERFORM 045-ESCRIBIR-ASIENTO.
           ADD 1 TO WSV-CANT-RET.
           ADD WSV-IMPORTE-AUX TO WSV-IMPORTE-RET.
           MOVE 'R' TO ASICT-ESTADO-CONTABLE.

       043-ASIENTO-RETENCION-END. EXIT.

       045-ESCRIBIR-ASIENTO.

           ADD 1 TO WSV-NUMERO-ASIENTO.
           MOVE ZERO TO WSV-RENGLON.

           MOVE WSV-CUENTA-DEBE TO WSV-CUENTA-AUX.
           MOVE 'D' TO WSV-DH-AUX.
           PERFORM 050-ESCRIBIR-RENGLON.

           MOVE WSV-CUENTA-HABER TO WSV-CUENTA-AUX.
           MOVE 'H' TO WSV-DH-AUX.
           PERFORM 050-ESCRIBIR-RENGLON.

           MOVE WSV-IMPORTE-AUX    TO ASICT-IMPORTE.
           MOVE WSV-PERIODO-NUM    TO ASICT-PERIODO.
           MOVE WSV-NUMERO-ASIENTO TO ASICT-ULTIMO-ASIENTO.
           MOVE WSV-FECHA-PROCESO  TO ASICT-FECHA-POSTEO.
           MOVE 'S' TO WSC-CONTROL-CAMBIADO.

       045-ESCRIBIR-ASIENTO-END. EXIT.

       050-ESCRIBIR-RENGLON.

           ADD 1 TO WSV-RENGLON.
           MOVE SPACES TO ASIEN-REGISTRO.
           MOVE '2' TO ASIEN-TIPO.
           MOVE WSV-PERIODO-NUM    TO ASIEN-PERIODO.
           MOVE WSV-CAMPANIA-AUX   TO ASIEN-CAMPANIA.
           MOVE WSV-NUMERO-ASIENTO TO ASIEN-NUMERO.
           MOVE WSV-RENGLON        TO ASIEN-RENGLON.
           MOVE WSV-FECHA-MOV      TO ASIEN-FECHA.
           MOVE WSV-CUENTA-AUX     TO ASIEN-CUENTA.
           MOVE WSV-DH-AUX         TO ASIEN-DEBE-HABER.
           MOVE WSV-IMPORTE-AUX    TO ASIEN-IMPORTE.
           MOVE WSV-MOV-AUX        TO ASIEN-MOVIMIENTO.
           MOVE WSV-DNI-AUX        TO ASIEN-DNI.
           MOVE WSV-CUOTA-AUX      TO ASIEN-CUOTA.
           MOVE WSV-LEYENDA-AUX    TO ASIEN-LEYENDA.
           WRITE ASIEN-REGISTRO.

           ADD 1 TO WSV-CANT-RENGLONES.
           IF ASIEN-DEBE
               ADD WSV-IMPORTE-AUX TO WSV-TOTAL-DEBE
           ELSE
               ADD WSV-IMPORTE-AUX TO WSV-TOTAL-HABER
           END-IF.

       050-ESCRIBIR-RENGLON-END. EXIT.

       055-GRABAR-CONTROL.

           IF WSS-CONTROL-HALLADO
               REWRITE ASICT-REGISTRO
           ELSE
               WRITE ASICT-REGISTRO
                   INVALID KEY REWRITE ASICT-REGISTRO
               END-WRITE
           END-IF.

       055-GRABAR-CONTROL-END. EXIT.

       060-PROCESAR-RETENCIONES.

           OPEN INPUT RETENDET-FILE.
           IF WSS-RETENDET-INEXISTENTE
               DISPLAY 'RETENDET AUSENTE, SIN ASIENTOS DE RETENCION'
           ELSE
               MOVE 'N' TO WSC-FIN-RETENCION
               PERFORM 061-LEER-RETENCION
               PERFORM 062-EVALUAR-RETENCION
                   UNTIL WSS-FIN-RETENCION
               CLOSE RETENDET-FILE
           END-IF.

       060-PROCESAR-RETENCIONES-END. EXIT.

       061-LEER-RETENCION.

           READ RETENDET-FILE
               AT END MOVE 'S' TO WSC-FIN-RETENCION
               NOT AT END ADD 1 TO WSV-TOTAL-LEIDOS
           END-READ.

       061-LEER-RETENCION-END. EXIT.

       062-EVALUAR-RETENCION.

           COMPUTE WSV-PERIODO-MOV = RETEN-FECHA / 100.
           IF (WSV-CAMPANIA EQUAL SPACES
               OR RETEN-CAMPANIA EQUAL WSV-CAMPANIA)
              AND RETEN-RETENCION > ZERO
               IF WSV-PERIODO-MOV > WSV-PERIODO-NUM
                   ADD 1 TO WSV-MOV-DIFERIDOS
               ELSE
                   MOVE RETEN-CAMPANIA  TO WSV-CAMPANIA-AUX
                   MOVE RETEN-DNI       TO WSV-DNI-AUX
                   MOVE RETEN-CUOTA     TO WSV-CUOTA-AUX
                   MOVE RETEN-FECHA     TO WSV-FECHA-MOV
                   MOVE RETEN-RETENCION TO WSV-IMPORTE-AUX
                   MOVE 'N' TO WSC-CONTROL-CAMBIADO
                   MOVE 'R' TO ASICT-ORIGEN
                   MOVE RETEN-FECHA TO ASICT-FECHA
                   PERFORM 030-BUSCAR-CONTROL
                   IF WSS-CONTROL-HALLADO
                       ADD 1 TO WSV-MOV-YA-CONTABILIZADOS
                   ELSE
                       PERFORM 043-ASIENTO-RETENCION
                       PERFORM 055-GRABAR-CONTROL
                   END-IF
               END-IF
           END-IF.
           PERFORM 061-LEER-RETENCION.

       062-EVALUAR-RETENCION-END. EXIT.

       090-FINALIZAR.

           MOVE SPACES TO ASIEN-REGISTRO.
           MOVE '9' TO ASIEN-TIPO.
           MOVE WSV-NUMERO-ASIENTO TO ASIEN-COLA-ASIENTOS.
           MOVE WSV-CANT-RENGLONES TO ASIEN-COLA-RENGLONES.
           MOVE WSV-TOTAL-DEBE     TO ASIEN-COLA-TOTAL-DEBE.
           MOVE WSV-TOTAL-HABER    TO ASIEN-COLA-TOTAL-HABER.
           WRITE ASIEN-REGISTRO.

           CLOSE ASIENTO-FILE.
           CLOSE LEDGER-FILE.
           CLOSE CONTROL-FILE.
           PERFORM 091-CATALOGAR-SALIDA.
           PERFORM 095-ESCRIBIR-RESUMEN.
           CLOSE REPORTE-FILE.

       090-FINALIZAR-END. EXIT.

       091-CATALOGAR-SALIDA.

           OPEN EXTEND CATALOGO-FILE.
           IF WSS-CATALOGO-INEXISTENTE
               OPEN OUTPUT CATALOGO-FILE
           END-IF.
           MOVE WSV-FECHA-PROCESO  TO CATLG-FECHA.
           MOVE WSV-SECUENCIA-GEN  TO CATLG-SECUENCIA.
           MOVE WSC-PROGRAMA-ID    TO CATLG-PROGRAMA.
           MOVE 'ASIENTO1'         TO CATLG-ARCHIVO.
           MOVE WSV-NOMBRE-ASIENTO TO CATLG-NOMBRE-FISICO.
           MOVE WSV-CANT-RENGLONES TO CATLG-REGISTROS.
           ACCEPT CATLG-HORA FROM TIME.
           WRITE CATLG-REGISTRO.
           CLOSE CATALOGO-FILE.

       091-CATALOGAR-SALIDA-END. EXIT.

       095-ESCRIBIR-RESUMEN.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' DIARIO DE BECAS - PERIODO ' DELIMITED BY SIZE
                  WSV-PERIODO-ENTRADA          DELIMITED BY SIZE
                  '  CAMPANIA '                DELIMITED BY SIZE
                  WSV-CAMPANIA                 DELIMITED BY SIZE
                  '  ARCHIVO '                 DELIMITED BY SIZE
                  WSV-NOMBRE-ASIENTO           DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 099-IMPRIMIR-LINEA.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' DEVENGAMIENTOS (GEN): ' DELIMITED BY SIZE
                  WSV-CANT-GEN              DELIMITED BY SIZE
                  '  $'                     DELIMITED BY SIZE
                  WSV-IMPORTE-GEN           DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 099-IMPRIMIR-LINEA.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' ACREDITACIONES (ACR): ' DELIMITED BY SIZE
                  WSV-CANT-ACR              DELIMITED BY SIZE
                  '  $'                     DELIMITED BY SIZE
                  WSV-IMPORTE-ACR           DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 099-IMPRIMIR-LINEA.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' REVERSIONES    (REV): ' DELIMITED BY SIZE
                  WSV-CANT-REV              DELIMITED BY SIZE
                  '  $'                     DELIMITED BY SIZE
                  WSV-IMPORTE-REV           DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 099-IMPRIMIR-LINEA.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' RETENCIONES    (RET): ' DELIMITED BY SIZE
                  WSV-CANT-RET              DELIMITED BY SIZE
                  '  $'                     DELIMITED BY SIZE
                  WSV-IMPORTE-RET           DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 099-IMPRIMIR-LINEA.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' ASIENTOS: '          DELIMITED BY SIZE
                  WSV-NUMERO-ASIENTO     DELIMITED BY SIZE
                  '  RENGLONES: '        DELIMITED BY SIZE
                  WSV-CANT-RENGLONES     DELIMITED BY SIZE
                  '  TOTAL DEBE: $'      DELIMITED BY SIZE
                  WSV-TOTAL-DEBE         DELIMITED BY SIZE
                  '  TOTAL HABER: $'     DELIMITED BY SIZE
                  WSV-TOTAL-HABER        DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 099-IMPRIMIR-LINEA.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' YA CONTABILIZADOS: '     DELIMITED BY SIZE
                  WSV-MOV-YA-CONTABILIZADOS  DELIMITED BY SIZE
                  '  DIFERIDOS A PERIODO POSTERIOR: '
                                             DELIMITED BY SIZE
                  WSV-MOV-DIFERIDOS          DELIMITED BY SIZE
                  '  OBSERVADOS: '           DELIMITED BY SIZE
                  WSV-MOV-OBSERVADOS         DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 099-IMPRIMIR-LINEA.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' IMPORTE LEDGER DISTINTO AL DEVENGADO: '
                                             DELIMITED BY SIZE
                  WSV-MOV-IMPORTE-DISTINTO   DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 099-IMPRIMIR-LINEA.

           IF WSV-TOTAL-DEBE NOT EQUAL WSV-TOTAL-HABER
               DISPLAY 'ERROR: EL DIARIO NO BALANCEA.'
               MOVE ' *** DIARIO DESBALANCEADO ***'
                   TO WSV-LINEA-REPORTE
               PERFORM 099-IMPRIMIR-LINEA
               MOVE WSC-RETORNO-CONTROL TO WSV-CODIGO-RETORNO
               MOVE 'DIARIO CONTABLE DESBALANCEADO' TO WSV-MOTIVO-FIN
           ELSE
               MOVE ' DIARIO BALANCEADO' TO WSV-LINEA-REPORTE
               PERFORM 099-IMPRIMIR-LINEA
           END-IF.

       095-ESCRIBIR-RESUMEN-END. EXIT.

       099-IMPRIMIR-LINEA.

           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

       099-IMPRIMIR-LINEA-END. EXIT.

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
           MOVE WSV-CANT-RENGLONES TO ESTADO-ESCRITOS.
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

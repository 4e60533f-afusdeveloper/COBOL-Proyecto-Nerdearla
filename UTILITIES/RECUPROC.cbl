       IDENTIFICATION DIVISION.
       PROGRAM-ID.                            RECUPROC.
       AUTHOR.                                AYMARA M FUSARO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIM-FILE   ASSIGN TO "RECUPMOV"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-MOVIM-ESTADO.

           SELECT RECUPERO-FILE ASSIGN TO "RECUPER1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RECUP-CLAVE
                               FILE STATUS IS WSC-RECUPERO-ESTADO.

           SELECT REPORTE-FILE ASSIGN TO "RECUPRP1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-REPORTE-ESTADO.

           SELECT AUDIT-FILE   ASSIGN TO "AUDITLOG"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-AUDIT-ESTADO.

           SELECT ESTADO-FILE  ASSIGN TO "RUNSTAT1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-ESTADO-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVIM-FILE
           RECORDING MODE IS F.
       01  MOVIM-REGISTRO.
           05 MOVIM-ACCION                  PIC X.
               88 MOVIM-ES-DEVOLUCION                VALUE 'D'.
               88 MOVIM-ES-INCOBRABLE                VALUE 'I'.
           05 MOVIM-CAMPANIA                PIC X(06).
           05 MOVIM-DNI                     PIC 9(08).
           05 MOVIM-CUOTA                   PIC 9(02).
           05 MOVIM-IMPORTE                 PIC 9(09).
           05 MOVIM-FECHA                   PIC 9(08).
           05 MOVIM-REFERENCIA              PIC X(20).

       FD  RECUPERO-FILE.
           COPY RECUREG.

       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  REPORTE-REGISTRO                 PIC X(132).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDITREG.

       FD  ESTADO-FILE
           RECORDING MODE IS F.
           COPY ESTADREG.

       WORKING-STORAGE SECTION.

         01 WSC-CONSTANTES.
             05 WSC-PROGRAMA-ID               PIC X(08)
                                               VALUE 'RECUPROC'.
             05 WSC-RETORNOS.
                 10 WSC-RETORNO-NORMAL        PIC 9(04) VALUE 0.
                 10 WSC-RETORNO-AVISO         PIC 9(04) VALUE 4.
                 10 WSC-RETORNO-SIN-ARCHIVO   PIC 9(04) VALUE 16.

             05 WSC-GUIONES.
                 10 FILLER                    PIC X(80) VALUE ALL '-'.

         01 WSC-SWITCHES.
             05 WSC-FIN-MOVIM                 PIC X    VALUE 'N'.
                 88 WSS-FIN-MOVIM                      VALUE 'S'.
             05 WSC-FIN-BARRIDO               PIC X    VALUE 'N'.
                 88 WSS-FIN-BARRIDO                    VALUE 'S'.
             05 WSC-MOVIM-VALIDO              PIC X    VALUE 'N'.
                 88 WSS-MOVIM-VALIDO                   VALUE 'S'.

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-MOVIM-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-MOVIM-INEXISTENTE              VALUE '35'.
             05 WSC-RECUPERO-ESTADO           PIC XX   VALUE '00'.
                 88 WSS-RECUPERO-INEXISTENTE           VALUE '35'.
             05 WSC-REPORTE-ESTADO            PIC XX   VALUE '00'.
             05 WSC-AUDIT-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-AUDIT-INEXISTENTE              VALUE '35'.
             05 WSC-ESTADO-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-ESTADO-INEXISTENTE             VALUE '35'.

         01 WSV-VARIABLES.
             05 WSV-FECHA-INICIO              PIC 9(08) VALUE ZERO.
             05 WSV-HORA-INICIO               PIC 9(08) VALUE ZERO.
             05 WSV-FECHA-HOY                 PIC 9(08) VALUE ZERO.
             05 WSV-FECHA-MOVIM               PIC 9(08) VALUE ZERO.
             05 WSV-LINEA-REPORTE             PIC X(132).
             05 WSV-RESULTADO-AUX             PIC X(30) VALUE SPACES.
             05 WSV-MOTIVO-RECHAZO            PIC X(40) VALUE SPACES.
             05 WSV-SALDO-CUOTA               PIC 9(09) VALUE ZERO.
             05 WSV-IMPORTE-DISPONIBLE        PIC 9(09) VALUE ZERO.
             05 WSV-IMPORTE-APLICADO          PIC 9(09) VALUE ZERO.
             05 WSV-CASOS-AFECTADOS           PIC 9(03) VALUE ZERO.

             05 WSV-CONTADORES.
                 10 WSV-TOTAL-LEIDOS          PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-APLICADOS       PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-RECHAZADOS      PIC 9(07) VALUE ZERO.
                 10 WSV-CASOS-DEVUELTOS       PIC 9(07) VALUE ZERO.
                 10 WSV-CASOS-INCOBRABLES     PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-COBRADO         PIC 9(12) VALUE ZERO.
                 10 WSV-TOTAL-INCOBRABLE      PIC 9(12) VALUE ZERO.
                 10 WSV-TOTAL-SOBRANTE        PIC 9(12) VALUE ZERO.

             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
                     VALUE 'PROCESO FINALIZADO NORMALMENTE'.

       PROCEDURE DIVISION.

       000-CONTROL.

           ACCEPT WSV-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-INICIO FROM TIME.

           DISPLAY 'REGISTRO DE DEVOLUCIONES DE PAGOS EN EXCESO'.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.

           PERFORM 010-ABRIR-ARCHIVOS.

           PERFORM 021-LEER-MOVIMIENTO.
           PERFORM 022-PROCESAR-MOVIMIENTO UNTIL WSS-FIN-MOVIM.

           PERFORM 095-ESCRIBIR-RESUMEN.

           CLOSE MOVIM-FILE.
           CLOSE RECUPERO-FILE.
           CLOSE REPORTE-FILE.
           CLOSE AUDIT-FILE.

           PERFORM 096-GRABAR-ESTADO.
           MOVE WSV-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       000-CONTROL-END. EXIT.

       010-ABRIR-ARCHIVOS.

           OPEN INPUT MOVIM-FILE.
           IF WSS-MOVIM-INEXISTENTE
               DISPLAY 'ERROR: RECUPMOV NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'RECUPMOV NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           OPEN I-O RECUPERO-FILE.
           IF WSS-RECUPERO-INEXISTENTE
               DISPLAY 'ERROR: RECUPER1 NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'RECUPER1 NO EXISTE' TO WSV-MOTIVO-FIN
               CLOSE MOVIM-FILE
               PERFORM 097-ABORTAR
           END-IF.

           OPEN OUTPUT REPORTE-FILE.

           OPEN EXTEND AUDIT-FILE.
           IF WSS-AUDIT-INEXISTENTE
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       010-ABRIR-ARCHIVOS-END. EXIT.

       021-LEER-MOVIMIENTO.

           READ MOVIM-FILE
               AT END MOVE 'S' TO WSC-FIN-MOVIM
               NOT AT END ADD 1 TO WSV-TOTAL-LEIDOS
           END-READ.

       021-LEER-MOVIMIENTO-END. EXIT.

       022-PROCESAR-MOVIMIENTO.

           PERFORM 030-VALIDAR-MOVIMIENTO.

           IF WSS-MOVIM-VALIDO
               MOVE ZERO TO WSV-CASOS-AFECTADOS
               MOVE MOVIM-IMPORTE TO WSV-IMPORTE-DISPONIBLE
               PERFORM 040-APLICAR-MOVIMIENTO
               IF WSV-CASOS-AFECTADOS EQUAL ZERO
                   MOVE 'SIN CASOS ABIERTOS PARA APLICAR'
                       TO WSV-MOTIVO-RECHAZO
                   PERFORM 060-RECHAZAR-MOVIMIENTO
               ELSE
                   ADD 1 TO WSV-TOTAL-APLICADOS
                   IF MOVIM-ES-DEVOLUCION
                      AND WSV-IMPORTE-DISPONIBLE > ZERO
                       PERFORM 065-INFORMAR-SOBRANTE
                   END-IF
               END-IF
           ELSE
               PERFORM 060-RECHAZAR-MOVIMIENTO
           END-IF.

           PERFORM 021-LEER-MOVIMIENTO.

       022-PROCESAR-MOVIMIENTO-END. EXIT.

       030-VALIDAR-MOVIMIENTO.

           MOVE 'S' TO WSC-MOVIM-VALIDO.
           MOVE SPACES TO WSV-MOTIVO-RECHAZO.

           IF NOT MOVIM-ES-DEVOLUCION AND NOT MOVIM-ES-INCOBRABLE
               MOVE 'N' TO WSC-MOVIM-VALIDO
               MOVE 'ACCION INVALIDA' TO WSV-MOTIVO-RECHAZO
           END-IF.
           IF WSS-MOVIM-VALIDO AND MOVIM-DNI IS NOT NUMERIC
               MOVE 'N' TO WSC-MOVIM-VALIDO
               MOVE 'DNI INVALIDO' TO WSV-MOTIVO-RECHAZO
           END-IF.
           IF WSS-MOVIM-VALIDO AND MOVIM-CAMPANIA EQUAL SPACES
               MOVE 'N' TO WSC-MOVIM-VALIDO
               MOVE 'CAMPANIA EN BLANCO' TO WSV-MOTIVO-RECHAZO
           END-IF.
           IF WSS-MOVIM-VALIDO AND MOVIM-CUOTA IS NOT NUMERIC
               MOVE 'N' TO WSC-MOVIM-VALIDO
               MOVE 'NUMERO DE CUOTA INVALIDO' TO WSV-MOTIVO-RECHAZO
           END-IF.
           IF WSS-MOVIM-VALIDO AND MOVIM-ES-DEVOLUCION
              AND (MOVIM-IMPORTE IS NOT NUMERIC
                   OR MOVIM-IMPORTE EQUAL ZERO)
               MOVE 'N' TO WSC-MOVIM-VALIDO
               MOVE 'IMPORTE DE DEVOLUCION INVALIDO'
                   TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-MOVIM-VALIDO
               IF MOVIM-FECHA IS NUMERIC AND MOVIM-FECHA > ZERO
                   MOVE MOVIM-FECHA TO WSV-FECHA-MOVIM
               ELSE
                   MOVE WSV-FECHA-HOY TO WSV-FECHA-MOVIM
               END-IF
           END-IF.

       030-VALIDAR-MOVIMIENTO-END. EXIT.

       040-APLICAR-MOVIMIENTO.

           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE MOVIM-CAMPANIA TO RECUP-CAMPANIA.
           MOVE MOVIM-DNI      TO RECUP-DNI.
           MOVE MOVIM-CUOTA    TO RECUP-CUOTA.
           START RECUPERO-FILE KEY NOT LESS THAN RECUP-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 041-APLICAR-A-UN-CASO UNTIL WSS-FIN-BARRIDO.

       040-APLICAR-MOVIMIENTO-END. EXIT.

       041-APLICAR-A-UN-CASO.

           READ RECUPERO-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF RECUP-CAMPANIA NOT EQUAL MOVIM-CAMPANIA
                      OR RECUP-DNI NOT EQUAL MOVIM-DNI
                      OR (MOVIM-CUOTA NOT EQUAL ZERO
                          AND RECUP-CUOTA NOT EQUAL MOVIM-CUOTA)
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       IF RECUP-RECLAMADO
                           PERFORM 042-ACTUALIZAR-CASO
                       END-IF
                   END-IF
           END-READ.
           IF WSC-RECUPERO-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.
           IF MOVIM-ES-DEVOLUCION
              AND WSV-IMPORTE-DISPONIBLE EQUAL ZERO
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       041-APLICAR-A-UN-CASO-END. EXIT.

       042-ACTUALIZAR-CASO.

           ADD 1 TO WSV-CASOS-AFECTADOS.
           COMPUTE WSV-SALDO-CUOTA =
               RECUP-IMPORTE-RECLAMADO - RECUP-IMPORTE-DEVUELTO.

           IF MOVIM-ES-DEVOLUCION
               IF WSV-IMPORTE-DISPONIBLE < WSV-SALDO-CUOTA
                   MOVE WSV-IMPORTE-DISPONIBLE TO WSV-IMPORTE-APLICADO
               ELSE
                   MOVE WSV-SALDO-CUOTA TO WSV-IMPORTE-APLICADO
               END-IF
               ADD WSV-IMPORTE-APLICADO TO RECUP-IMPORTE-DEVUELTO
               SUBTRACT WSV-IMPORTE-APLICADO
                   FROM WSV-IMPORTE-DISPONIBLE
               ADD WSV-IMPORTE-APLICADO TO WSV-TOTAL-COBRADO
               IF RECUP-IMPORTE-DEVUELTO NOT LESS THAN
                  RECUP-IMPORTE-RECLAMADO
                   MOVE 'D' TO RECUP-ESTADO
                   ADD 1 TO WSV-CASOS-DEVUELTOS
                   MOVE 'RECUPERO DEVUELTO' TO WSV-RESULTADO-AUX
               ELSE
                   MOVE 'RECUPERO DEVOLUCION PARCIAL'
                       TO WSV-RESULTADO-AUX
               END-IF
           ELSE
               MOVE WSV-SALDO-CUOTA TO WSV-IMPORTE-APLICADO
               MOVE 'I' TO RECUP-ESTADO
               ADD 1 TO WSV-CASOS-INCOBRABLES
               ADD WSV-SALDO-CUOTA TO WSV-TOTAL-INCOBRABLE
               MOVE 'RECUPERO INCOBRABLE' TO WSV-RESULTADO-AUX
           END-IF.

           MOVE WSV-FECHA-MOVIM  TO RECUP-FECHA-ESTADO.
           MOVE MOVIM-REFERENCIA TO RECUP-REFERENCIA.
           REWRITE RECUP-REGISTRO.

           PERFORM 050-INFORMAR-CASO.
           PERFORM 070-REGISTRAR-AUDITORIA.

       042-ACTUALIZAR-CASO-END. EXIT.

       050-INFORMAR-CASO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' '                     DELIMITED BY SIZE
                  WSV-RESULTADO-AUX       DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  RECUP-CAMPANIA          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  RECUP-DNI               DELIMITED BY SIZE
                  ' CUOTA '               DELIMITED BY SIZE
                  RECUP-CUOTA             DELIMITED BY SIZE
                  ' APLICADO $'           DELIMITED BY SIZE
                  WSV-IMPORTE-APLICADO    DELIMITED BY SIZE
                  ' RECLAMADO $'          DELIMITED BY SIZE
                  RECUP-IMPORTE-RECLAMADO DELIMITED BY SIZE
                  ' DEVUELTO $'           DELIMITED BY SIZE
                  RECUP-IMPORTE-DEVUELTO  DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

       050-INFORMAR-CASO-END. EXIT.

       060-RECHAZAR-MOVIMIENTO.

           ADD 1 TO WSV-TOTAL-RECHAZADOS.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' RECHAZADO: '     DELIMITED BY SIZE
                  MOVIM-ACCION       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  MOVIM-CAMPANIA     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  MOVIM-DNI          DELIMITED BY SIZE
                  ' CUOTA '          DELIMITED BY SIZE
                  MOVIM-CUOTA        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WSV-MOTIVO-RECHAZO DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO.
           MOVE 'MOVIMIENTOS RECHAZADOS' TO WSV-MOTIVO-FIN.

       060-RECHAZAR-MOVIMIENTO-END. EXIT.

       065-INFORMAR-SOBRANTE.

           ADD WSV-IMPORTE-DISPONIBLE TO WSV-TOTAL-SOBRANTE.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' SOBRANTE SIN APLICAR: ' DELIMITED BY SIZE
                  MOVIM-CAMPANIA            DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  MOVIM-DNI                 DELIMITED BY SIZE
                  ' $'                      DELIMITED BY SIZE
                  WSV-IMPORTE-DISPONIBLE    DELIMITED BY SIZE
                  ' REF '                   DELIMITED BY SIZE
                  MOVIM-REFERENCIA          DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO.
           MOVE 'DEVOLUCIONES CON SOBRANTE' TO WSV-MOTIVO-FIN.

       065-INFORMAR-SOBRANTE-END. EXIT.

       070-REGISTRAR-AUDITORIA.

           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE WSC-PROGRAMA-ID   TO AUDIT-PROGRAMA.
           MOVE RECUP-DNI         TO AUDIT-DNI.
           MOVE RECUP-NOMBRE      TO AUDIT-NOMBRE.
           MOVE WSV-RESULTADO-AUX TO AUDIT-RESULTADO.
           MOVE RECUP-CAMPANIA    TO AUDIT-CAMPANIA.
           WRITE AUDIT-REGISTRO.

       070-REGISTRAR-AUDITORIA-END. EXIT.

       095-ESCRIBIR-RESUMEN.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' MOVIMIENTOS LEIDOS: '  DELIMITED BY SIZE
                  WSV-TOTAL-LEIDOS         DELIMITED BY SIZE
                  '  APLICADOS: '          DELIMITED BY SIZE
                  WSV-TOTAL-APLICADOS      DELIMITED BY SIZE
                  '  RECHAZADOS: '         DELIMITED BY SIZE
                  WSV-TOTAL-RECHAZADOS     DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' CASOS DEVUELTOS: '     DELIMITED BY SIZE
                  WSV-CASOS-DEVUELTOS      DELIMITED BY SIZE
                  '  COBRADO: $'           DELIMITED BY SIZE
                  WSV-TOTAL-COBRADO        DELIMITED BY SIZE
                  '  INCOBRABLES: '        DELIMITED BY SIZE
                  WSV-CASOS-INCOBRABLES    DELIMITED BY SIZE
                  '  $'                    DELIMITED BY SIZE
                  WSV-TOTAL-INCOBRABLE     DELIMITED BY SIZE
                  '  SOBRANTE: $'          DELIMITED BY SIZE
                  WSV-TOTAL-SOBRANTE       DELIMITED BY SIZE
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
           MOVE WSC-PROGRAMA-ID     TO ESTADO-PROGRAMA.
           MOVE WSV-TOTAL-LEIDOS    TO ESTADO-LEIDOS.
           MOVE WSV-TOTAL-APLICADOS TO ESTADO-ESCRITOS.
           MOVE WSV-CODIGO-RETORNO  TO ESTADO-CODIGO.
           MOVE WSV-MOTIVO-FIN      TO ESTADO-MOTIVO.
           WRITE ESTADO-REGISTRO.
           CLOSE ESTADO-FILE.

       096-GRABAR-ESTADO-END. EXIT.

       097-ABORTAR.

           PERFORM 096-GRABAR-ESTADO.
           MOVE WSV-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       097-ABORTAR-END. EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.                            CBUCAMBI.
       AUTHOR.                                AYMARA M FUSARO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMBIO-FILE  ASSIGN TO "CBUCAMB1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-CAMBIO-ESTADO.

           SELECT CUOTAS-FILE  ASSIGN TO "CUOTAS01"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CUOTA-CLAVE
                               FILE STATUS IS WSC-CUOTAS-ESTADO.

           SELECT LEDGER-FILE  ASSIGN TO "PAGOLEDG"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PAGOL-CLAVE
                               FILE STATUS IS WSC-LEDGER-ESTADO.

           SELECT REINTENTO-FILE ASSIGN TO "PAGORINT"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-REINTENTO-ESTADO.

           SELECT EMBARGO-FILE ASSIGN TO "EMBARGO1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS EMBAR-DNI
                               FILE STATUS IS WSC-EMBARGO-ESTADO.

           SELECT HISTORIA-FILE ASSIGN TO "CBUHIST1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-HISTORIA-ESTADO.

           SELECT REPORTE-FILE ASSIGN TO "CBUCRPT1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-REPORTE-ESTADO.

           SELECT AUDIT-FILE   ASSIGN TO "AUDITLOG"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-AUDIT-ESTADO.

           SELECT TARJETA-FILE ASSIGN TO "CTRLCRDH"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-TARJETA-ESTADO.

           SELECT ESTADO-FILE  ASSIGN TO "RUNSTAT1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-ESTADO-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMBIO-FILE
           RECORDING MODE IS F.
       01  CAMBIO-REGISTRO.
           05 CBUC-ACCION                   PIC X.
               88 CBUC-ES-CAMBIO                     VALUE 'C' ' '.
               88 CBUC-ES-LIBERACION                 VALUE 'L'.
           05 CBUC-DNI                      PIC 9(08).
           05 CBUC-CAMPANIA                 PIC X(06).
           05 CBUC-CBU-NUEVO                PIC X(22).
           05 CBUC-FECHA-EFECTIVA           PIC 9(08).
           05 CBUC-SOLICITANTE              PIC X(20).

       FD  CUOTAS-FILE.
           COPY CUOTREG.

       FD  LEDGER-FILE.
           COPY PAGOREG.

       FD  REINTENTO-FILE
           RECORDING MODE IS F.
       01  REINTENTO-REGISTRO.
           05 REINT-TIPO                    PIC X.
               88 REINT-ES-DETALLE                   VALUE '2'.
           05 REINT-DNI                     PIC 9(08).
           05 REINT-CBU                     PIC X(22).
           05 REINT-IMPORTE                 PIC 9(09).
           05 FILLER                        PIC X(20).

       FD  EMBARGO-FILE.
           COPY EMBAREG.

       FD  HISTORIA-FILE
           RECORDING MODE IS F.
           COPY CBUHREG.

       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  REPORTE-REGISTRO                 PIC X(132).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDITREG.

       FD  TARJETA-FILE
           RECORDING MODE IS F.
       01  TARJETA-REGISTRO.
           05 TARJETA-DIAS-BLOQUEO          PIC 9(03).

       FD  ESTADO-FILE
           RECORDING MODE IS F.
           COPY ESTADREG.

       WORKING-STORAGE SECTION.

         01 WSC-CONSTANTES.
             05 WSC-PROGRAMA-ID               PIC X(08)
                                               VALUE 'CBUCAMBI'.
             05 WSC-DIAS-BLOQUEO-DEFECTO      PIC 9(03) VALUE 5.
             05 WSC-RETORNOS.
                 10 WSC-RETORNO-NORMAL        PIC 9(04) VALUE 0.
                 10 WSC-RETORNO-AVISO         PIC 9(04) VALUE 4.
                 10 WSC-RETORNO-SIN-ARCHIVO   PIC 9(04) VALUE 16.

             05 WSC-GUIONES.
                 10 FILLER                    PIC X(80) VALUE ALL '-'.

         01 WSC-SWITCHES.
             05 WSC-FIN-CAMBIOS               PIC X    VALUE 'N'.
                 88 WSS-FIN-CAMBIOS                    VALUE 'S'.
             05 WSC-FIN-BARRIDO               PIC X    VALUE 'N'.
                 88 WSS-FIN-BARRIDO                    VALUE 'S'.
             05 WSC-FIN-REINTENTO             PIC X    VALUE 'N'.
                 88 WSS-FIN-REINTENTO                  VALUE 'S'.
             05 WSC-CAMBIO-VALIDO             PIC X    VALUE 'S'.
                 88 WSS-CAMBIO-VALIDO                  VALUE 'S'.
             05 WSC-CBU-VALIDO                PIC X    VALUE 'N'.
                 88 WSS-CBU-VALIDO                     VALUE 'S'.
             05 WSC-REINTENTO-PRESENTE        PIC X    VALUE 'N'.
                 88 WSS-REINTENTO-PRESENTE             VALUE 'S'.
             05 WSC-HAY-EMBARGOS              PIC X    VALUE 'N'.
                 88 WSS-HAY-EMBARGOS                   VALUE 'S'.
             05 WSC-REINTENTO-JUDICIAL        PIC X    VALUE 'N'.
                 88 WSS-REINTENTO-JUDICIAL             VALUE 'S'.

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-CAMBIO-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-CAMBIO-INEXISTENTE             VALUE '35'.
             05 WSC-CUOTAS-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-CUOTAS-INEXISTENTE             VALUE '35'.
             05 WSC-LEDGER-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-LEDGER-INEXISTENTE             VALUE '35'.
             05 WSC-REINTENTO-ESTADO          PIC XX   VALUE '00'.
                 88 WSS-REINTENTO-INEXISTENTE          VALUE '35'.
             05 WSC-EMBARGO-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-EMBARGO-INEXISTENTE            VALUE '35'.
             05 WSC-HISTORIA-ESTADO           PIC XX   VALUE '00'.
                 88 WSS-HISTORIA-INEXISTENTE           VALUE '35'.
             05 WSC-REPORTE-ESTADO            PIC XX   VALUE '00'.
             05 WSC-AUDIT-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-AUDIT-INEXISTENTE              VALUE '35'.
             05 WSC-TARJETA-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-TARJETA-INEXISTENTE            VALUE '35'.
             05 WSC-ESTADO-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-ESTADO-INEXISTENTE             VALUE '35'.

         01 WSV-VARIABLES.
             05 WSV-FECHA-INICIO              PIC 9(08) VALUE ZERO.
             05 WSV-HORA-INICIO               PIC 9(08) VALUE ZERO.
             05 WSV-FECHA-PROCESO             PIC 9(08) VALUE ZERO.
             05 WSV-DIAS-BLOQUEO              PIC 9(03) VALUE ZERO.
             05 WSV-LINEA-REPORTE             PIC X(132).
             05 WSV-MOTIVO-RECHAZO            PIC X(30) VALUE SPACES.
             05 WSV-RESULTADO-AUX             PIC X(30) VALUE SPACES.
             05 WSV-NOMBRE-AUX                PIC X(30) VALUE SPACES.
             05 WSV-CBU-ANTERIOR              PIC X(22) VALUE SPACES.

             05 WSV-CALCULO-DIAS.
                 10 WSV-DIAS-OPERACION        PIC X     VALUE 'N'.
                 10 WSV-DIAS-FECHA            PIC 9(08) VALUE ZERO.
                 10 WSV-DIAS-NUMERO           PIC 9(07) VALUE ZERO.
                 10 WSV-DIAS-SEMANA           PIC 9(01) VALUE ZERO.
                 10 WSV-NUMERO-HOY            PIC 9(07) VALUE ZERO.
                 10 WSV-DIAS-AL-PAGO          PIC S9(07) VALUE ZERO.
                 10 WSV-DIAS-AVISO            PIC 9(03) VALUE ZERO.

             05 WSV-CONTADORES-CAMBIO.
                 10 WSV-CUOTAS-CAMBIADAS      PIC 9(02) VALUE ZERO.
                 10 WSV-CUOTAS-BLOQUEADAS     PIC 9(02) VALUE ZERO.
                 10 WSV-CUOTAS-LIBERADAS      PIC 9(02) VALUE ZERO.
                 10 WSV-REINTENTOS-CAMBIADOS  PIC 9(03) VALUE ZERO.

             05 WSV-CONTADORES.
                 10 WSV-TOTAL-LEIDOS          PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-APLICADOS       PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-RECHAZADOS      PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-LIBERACIONES    PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-CUOTAS          PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-BLOQUEADAS      PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-LIBERADAS       PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-REINTENTOS      PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-LEDGER          PIC 9(07) VALUE ZERO.

             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
                     VALUE 'PROCESO FINALIZADO NORMALMENTE'.

       PROCEDURE DIVISION.

       000-CONTROL.

           ACCEPT WSV-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-INICIO FROM TIME.

           DISPLAY 'CAMBIO DE CBU DE BECARIOS'.
           ACCEPT WSV-FECHA-PROCESO FROM DATE YYYYMMDD.

           PERFORM 001-LEER-TARJETA.
           DISPLAY 'DIAS DE BLOQUEO ANTES DEL PAGO: ' WSV-DIAS-BLOQUEO.

           MOVE WSV-FECHA-PROCESO TO WSV-DIAS-FECHA.
           PERFORM 002-CALCULAR-NUMERO-DIA.
           MOVE WSV-DIAS-NUMERO TO WSV-NUMERO-HOY.

           PERFORM 010-ABRIR-ARCHIVOS.

           PERFORM 021-LEER-CAMBIO.
           PERFORM 022-PROCESAR-CAMBIO UNTIL WSS-FIN-CAMBIOS.

           PERFORM 095-ESCRIBIR-RESUMEN.

           CLOSE CAMBIO-FILE.
           CLOSE CUOTAS-FILE.
           CLOSE LEDGER-FILE.
           CLOSE HISTORIA-FILE.
           CLOSE REPORTE-FILE.
           IF WSS-HAY-EMBARGOS
               CLOSE EMBARGO-FILE
           END-IF.
           CLOSE AUDIT-FILE.

           PERFORM 096-GRABAR-ESTADO.
           MOVE WSV-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       000-CONTROL-END. EXIT.

       001-LEER-TARJETA.

           MOVE WSC-DIAS-BLOQUEO-DEFECTO TO WSV-DIAS-BLOQUEO.
           OPEN INPUT TARJETA-FILE.
           IF WSS-TARJETA-INEXISTENTE
               DISPLAY 'CTRLCRDH AUSENTE, SE USAN LOS DIAS DE '
                       'BLOQUEO POR DEFECTO'
           ELSE
               READ TARJETA-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF TARJETA-DIAS-BLOQUEO IS NUMERIC
                           MOVE TARJETA-DIAS-BLOQUEO
                               TO WSV-DIAS-BLOQUEO
                       END-IF
               END-READ
               CLOSE TARJETA-FILE
           END-IF.

       001-LEER-TARJETA-END. EXIT.

       002-CALCULAR-NUMERO-DIA.

           MOVE 'N' TO WSV-DIAS-OPERACION.
           CALL 'DIASCALC' USING WSV-DIAS-OPERACION
                                  WSV-DIAS-FECHA
                                  WSV-DIAS-NUMERO
                                  WSV-DIAS-SEMANA
           END-CALL.

       002-CALCULAR-NUMERO-DIA-END. EXIT.

       010-ABRIR-ARCHIVOS.

           OPEN INPUT CAMBIO-FILE.
           IF WSS-CAMBIO-INEXISTENTE
               DISPLAY 'ERROR: CBUCAMB1 NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'CBUCAMB1 NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           OPEN I-O CUOTAS-FILE.
           IF WSS-CUOTAS-INEXISTENTE
               DISPLAY 'ERROR: CUOTAS01 NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'CUOTAS01 NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           OPEN I-O LEDGER-FILE.
           IF WSS-LEDGER-INEXISTENTE
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.

           MOVE 'N' TO WSC-HAY-EMBARGOS.
           OPEN INPUT EMBARGO-FILE.
           IF WSS-EMBARGO-INEXISTENTE
               DISPLAY 'EMBARGO1 AUSENTE, NO HAY REINTENTOS JUDICIALES '
                       'A PRESERVAR'
           ELSE
               MOVE 'S' TO WSC-HAY-EMBARGOS
           END-IF.

           OPEN EXTEND HISTORIA-FILE.
           IF WSS-HISTORIA-INEXISTENTE
               OPEN OUTPUT HISTORIA-FILE
           END-IF.

           OPEN OUTPUT REPORTE-FILE.

           OPEN EXTEND AUDIT-FILE.
           IF WSS-AUDIT-INEXISTENTE
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       010-ABRIR-ARCHIVOS-END. EXIT.

       021-LEER-CAMBIO.

           READ CAMBIO-FILE
               AT END MOVE 'S' TO WSC-FIN-CAMBIOS
               NOT AT END ADD 1 TO WSV-TOTAL-LEIDOS
           END-READ.

       021-LEER-CAMBIO-END. EXIT.

       022-PROCESAR-CAMBIO.

           MOVE ZERO TO WSV-CUOTAS-CAMBIADAS.
           MOVE ZERO TO WSV-CUOTAS-BLOQUEADAS.
           MOVE ZERO TO WSV-CUOTAS-LIBERADAS.
           MOVE ZERO TO WSV-REINTENTOS-CAMBIADOS.
           MOVE SPACES TO WSV-CBU-ANTERIOR.
           MOVE SPACES TO WSV-NOMBRE-AUX.

           EVALUATE TRUE
               WHEN CBUC-ES-CAMBIO
                   PERFORM 030-VALIDAR-CAMBIO
                   IF WSS-CAMBIO-VALIDO
                       PERFORM 040-APLICAR-CAMBIO
                   ELSE
                       PERFORM 060-RECHAZAR-CAMBIO
                   END-IF
               WHEN CBUC-ES-LIBERACION
                   PERFORM 050-LIBERAR-CUOTAS
               WHEN OTHER
                   MOVE 'ACCION DE CAMBIO INVALIDA'
                       TO WSV-MOTIVO-RECHAZO
                   PERFORM 060-RECHAZAR-CAMBIO
           END-EVALUATE.

           PERFORM 021-LEER-CAMBIO.

       022-PROCESAR-CAMBIO-END. EXIT.

       030-VALIDAR-CAMBIO.

           MOVE 'S' TO WSC-CAMBIO-VALIDO.
           MOVE SPACES TO WSV-MOTIVO-RECHAZO.

           IF CBUC-DNI IS NOT NUMERIC
              OR CBUC-DNI EQUAL ZERO
               MOVE 'N' TO WSC-CAMBIO-VALIDO
               MOVE 'DNI INVALIDO' TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-CAMBIO-VALIDO
              AND CBUC-CAMPANIA EQUAL SPACES
               MOVE 'N' TO WSC-CAMBIO-VALIDO
               MOVE 'CAMPANIA EN BLANCO' TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-CAMBIO-VALIDO
               IF CBUC-CBU-NUEVO IS NOT NUMERIC
                   MOVE 'N' TO WSC-CAMBIO-VALIDO
                   MOVE 'CBU NUEVO NO NUMERICO' TO WSV-MOTIVO-RECHAZO
               ELSE
                   MOVE 'N' TO WSC-CBU-VALIDO
                   CALL 'CBUCHECK' USING CBUC-CBU-NUEVO
                                          WSC-CBU-VALIDO
                   END-CALL
                   IF NOT WSS-CBU-VALIDO
                       MOVE 'N' TO WSC-CAMBIO-VALIDO
                       MOVE 'CBU NUEVO CON DIGITO INVALIDO'
                           TO WSV-MOTIVO-RECHAZO
                   END-IF
               END-IF
           END-IF.

           IF WSS-CAMBIO-VALIDO
               IF CBUC-FECHA-EFECTIVA IS NOT NUMERIC
                   MOVE 'N' TO WSC-CAMBIO-VALIDO
                   MOVE 'FECHA EFECTIVA INVALIDA'
                       TO WSV-MOTIVO-RECHAZO
               ELSE
                   IF CBUC-FECHA-EFECTIVA EQUAL ZERO
                       MOVE WSV-FECHA-PROCESO TO CBUC-FECHA-EFECTIVA
                   END-IF
               END-IF
           END-IF.

           IF WSS-CAMBIO-VALIDO
              AND CBUC-SOLICITANTE EQUAL SPACES
               MOVE 'N' TO WSC-CAMBIO-VALIDO
               MOVE 'SIN SOLICITANTE DEL CAMBIO' TO WSV-MOTIVO-RECHAZO
           END-IF.

       030-VALIDAR-CAMBIO-END. EXIT.

       040-APLICAR-CAMBIO.

           PERFORM 041-CAMBIAR-CUOTAS.
           PERFORM 045-CAMBIAR-LEDGER.
           PERFORM 047-CAMBIAR-REINTENTOS.

           IF WSV-CUOTAS-CAMBIADAS EQUAL ZERO
              AND WSV-REINTENTOS-CAMBIADOS EQUAL ZERO
               MOVE 'SIN CUOTAS NI REINTENTOS ABIERTOS'
                   TO WSV-MOTIVO-RECHAZO
               PERFORM 060-RECHAZAR-CAMBIO
           ELSE
               ADD 1 TO WSV-TOTAL-APLICADOS
               IF WSV-CUOTAS-BLOQUEADAS > ZERO
                   MOVE 'CBU CAMBIADO, CUOTAS BLOQUEADAS'
                       TO WSV-RESULTADO-AUX
               ELSE
                   MOVE 'CBU CAMBIADO' TO WSV-RESULTADO-AUX
               END-IF
               PERFORM 070-REGISTRAR-HISTORIA
               PERFORM 075-AUDITAR-CAMBIO
               PERFORM 080-REPORTAR-CAMBIO
           END-IF.

       040-APLICAR-CAMBIO-END. EXIT.

       041-CAMBIAR-CUOTAS.

           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE CBUC-CAMPANIA TO CUOTA-CAMPANIA.
           MOVE CBUC-DNI      TO CUOTA-DNI.
           MOVE ZERO          TO CUOTA-NUMERO.
           START CUOTAS-FILE KEY NOT LESS THAN CUOTA-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 042-CAMBIAR-UNA-CUOTA UNTIL WSS-FIN-BARRIDO.

       041-CAMBIAR-CUOTAS-END. EXIT.

       042-CAMBIAR-UNA-CUOTA.

           READ CUOTAS-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF CUOTA-CAMPANIA NOT EQUAL CBUC-CAMPANIA
                      OR CUOTA-DNI NOT EQUAL CBUC-DNI
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       MOVE CUOTA-NOMBRE TO WSV-NOMBRE-AUX
                       IF (CUOTA-PENDIENTE OR CUOTA-BLOQUEADA
                           OR CUOTA-SUSPENDIDA)
                          AND CUOTA-VENCIMIENTO NOT LESS THAN
                              CBUC-FECHA-EFECTIVA
                          AND CUOTA-CBU NOT EQUAL CBUC-CBU-NUEVO
                           PERFORM 043-ACTUALIZAR-CUOTA
                       END-IF
                   END-IF
           END-READ.
           IF WSC-CUOTAS-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       042-CAMBIAR-UNA-CUOTA-END. EXIT.

       043-ACTUALIZAR-CUOTA.

           IF WSV-CBU-ANTERIOR EQUAL SPACES
               MOVE CUOTA-CBU TO WSV-CBU-ANTERIOR
           END-IF.
           MOVE CBUC-CBU-NUEVO TO CUOTA-CBU.
           ADD 1 TO WSV-CUOTAS-CAMBIADAS.
           ADD 1 TO WSV-TOTAL-CUOTAS.

           MOVE CUOTA-VENCIMIENTO TO WSV-DIAS-FECHA.
           PERFORM 002-CALCULAR-NUMERO-DIA.
           COMPUTE WSV-DIAS-AL-PAGO =
               WSV-DIAS-NUMERO - WSV-NUMERO-HOY.

           IF CUOTA-PENDIENTE
              AND WSV-DIAS-AL-PAGO NOT GREATER THAN WSV-DIAS-BLOQUEO
               MOVE 'B' TO CUOTA-ESTADO
               MOVE WSV-FECHA-PROCESO TO CUOTA-FECHA-ESTADO
               ADD 1 TO WSV-CUOTAS-BLOQUEADAS
               ADD 1 TO WSV-TOTAL-BLOQUEADAS
               IF WSV-DIAS-AL-PAGO < ZERO
                   MOVE ZERO TO WSV-DIAS-AVISO
               ELSE
                   MOVE WSV-DIAS-AL-PAGO TO WSV-DIAS-AVISO
               END-IF
               PERFORM 044-REPORTAR-BLOQUEO
           END-IF.

           REWRITE CUOTA-REGISTRO.

       043-ACTUALIZAR-CUOTA-END. EXIT.

       044-REPORTAR-BLOQUEO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' CUOTA BLOQUEADA: '  DELIMITED BY SIZE
                  CUOTA-DNI             DELIMITED BY SIZE
                  ' CUOTA '             DELIMITED BY SIZE
                  CUOTA-NUMERO          DELIMITED BY SIZE
                  ' VENCE '             DELIMITED BY SIZE
                  CUOTA-VENCIMIENTO     DELIMITED BY SIZE
                  ' CAMBIO DE CBU A '   DELIMITED BY SIZE
                  WSV-DIAS-AVISO        DELIMITED BY SIZE
                  ' DIAS DEL PAGO'      DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO.
           MOVE 'CUOTAS BLOQUEADAS POR CAMBIO DE CBU'
               TO WSV-MOTIVO-FIN.

       044-REPORTAR-BLOQUEO-END. EXIT.

       045-CAMBIAR-LEDGER.

           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE CBUC-CAMPANIA TO PAGOL-CAMPANIA.
           MOVE CBUC-DNI      TO PAGOL-DNI.
           MOVE ZERO          TO PAGOL-CUOTA.
           START LEDGER-FILE KEY NOT LESS THAN PAGOL-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 046-CAMBIAR-UN-LEDGER UNTIL WSS-FIN-BARRIDO.

       045-CAMBIAR-LEDGER-END. EXIT.

       046-CAMBIAR-UN-LEDGER.

           READ LEDGER-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF PAGOL-CAMPANIA NOT EQUAL CBUC-CAMPANIA
                      OR PAGOL-DNI NOT EQUAL CBUC-DNI
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       IF PAGOL-RECHAZADO
                          AND NOT PAGOL-CUOTA-EMBARGO
                          AND PAGOL-CBU NOT EQUAL CBUC-CBU-NUEVO
                           IF WSV-CBU-ANTERIOR EQUAL SPACES
                               MOVE PAGOL-CBU TO WSV-CBU-ANTERIOR
                           END-IF
                           MOVE CBUC-CBU-NUEVO TO PAGOL-CBU
                           REWRITE PAGOL-REGISTRO
                           ADD 1 TO WSV-TOTAL-LEDGER
                       END-IF
                   END-IF
           END-READ.
           IF WSC-LEDGER-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       046-CAMBIAR-UN-LEDGER-END. EXIT.

       047-CAMBIAR-REINTENTOS.

           MOVE 'N' TO WSC-FIN-REINTENTO.
           MOVE 'N' TO WSC-REINTENTO-PRESENTE.
           OPEN I-O REINTENTO-FILE.
           IF WSS-REINTENTO-INEXISTENTE
               CONTINUE
           ELSE
               MOVE 'S' TO WSC-REINTENTO-PRESENTE
               PERFORM 048-CAMBIAR-UN-REINTENTO
                   UNTIL WSS-FIN-REINTENTO
               CLOSE REINTENTO-FILE
           END-IF.

       047-CAMBIAR-REINTENTOS-END. EXIT.

       048-CAMBIAR-UN-REINTENTO.

           READ REINTENTO-FILE
               AT END MOVE 'S' TO WSC-FIN-REINTENTO
               NOT AT END
                   IF REINT-ES-DETALLE
                      AND REINT-DNI EQUAL CBUC-DNI
                      AND REINT-CBU NOT EQUAL CBUC-CBU-NUEVO
                       PERFORM 049-VERIFICAR-JUDICIAL
                       IF NOT WSS-REINTENTO-JUDICIAL
                           IF WSV-CBU-ANTERIOR EQUAL SPACES
                               MOVE REINT-CBU TO WSV-CBU-ANTERIOR
                           END-IF
                           MOVE CBUC-CBU-NUEVO TO REINT-CBU
                           REWRITE REINTENTO-REGISTRO
                           ADD 1 TO WSV-REINTENTOS-CAMBIADOS
                           ADD 1 TO WSV-TOTAL-REINTENTOS
                       END-IF
                   END-IF
           END-READ.

       048-CAMBIAR-UN-REINTENTO-END. EXIT.

       049-VERIFICAR-JUDICIAL.

           MOVE 'N' TO WSC-REINTENTO-JUDICIAL.
           IF WSS-HAY-EMBARGOS
               MOVE REINT-DNI TO EMBAR-DNI
               READ EMBARGO-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF REINT-CBU EQUAL EMBAR-CBU-JUZGADO
                           MOVE 'S' TO WSC-REINTENTO-JUDICIAL
                       END-IF
               END-READ
           END-IF.

       049-VERIFICAR-JUDICIAL-END. EXIT.

       050-LIBERAR-CUOTAS.

           ADD 1 TO WSV-TOTAL-LIBERACIONES.
           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE CBUC-CAMPANIA TO CUOTA-CAMPANIA.
           MOVE CBUC-DNI      TO CUOTA-DNI.
           MOVE ZERO          TO CUOTA-NUMERO.
           START CUOTAS-FILE KEY NOT LESS THAN CUOTA-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 051-LIBERAR-UNA-CUOTA UNTIL WSS-FIN-BARRIDO.

           IF WSV-CUOTAS-LIBERADAS EQUAL ZERO
               MOVE 'SIN CUOTAS BLOQUEADAS A LIBERAR'
                   TO WSV-MOTIVO-RECHAZO
               PERFORM 060-RECHAZAR-CAMBIO
           ELSE
               MOVE 'CUOTAS LIBERADAS CAMBIO CBU' TO WSV-RESULTADO-AUX
               MOVE WSV-CUOTAS-LIBERADAS TO WSV-CUOTAS-CAMBIADAS
               PERFORM 070-REGISTRAR-HISTORIA
               PERFORM 076-AUDITAR-LIBERACION
               MOVE SPACES TO WSV-LINEA-REPORTE
               STRING ' LIBERACION: '       DELIMITED BY SIZE
                      CBUC-DNI              DELIMITED BY SIZE
                      ' CUOTAS LIBERADAS '  DELIMITED BY SIZE
                      WSV-CUOTAS-LIBERADAS  DELIMITED BY SIZE
                      ' AUTORIZA '          DELIMITED BY SIZE
                      CBUC-SOLICITANTE      DELIMITED BY SIZE
                      INTO WSV-LINEA-REPORTE
               END-STRING
               DISPLAY WSV-LINEA-REPORTE
               MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO
               WRITE REPORTE-REGISTRO
           END-IF.

       050-LIBERAR-CUOTAS-END. EXIT.

       051-LIBERAR-UNA-CUOTA.

           READ CUOTAS-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF CUOTA-CAMPANIA NOT EQUAL CBUC-CAMPANIA
                      OR CUOTA-DNI NOT EQUAL CBUC-DNI
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       MOVE CUOTA-NOMBRE TO WSV-NOMBRE-AUX
                       IF CUOTA-BLOQUEADA
                           MOVE CUOTA-CBU TO WSV-CBU-ANTERIOR
                           MOVE 'P' TO CUOTA-ESTADO
                           MOVE WSV-FECHA-PROCESO
                               TO CUOTA-FECHA-ESTADO
                           REWRITE CUOTA-REGISTRO
                           ADD 1 TO WSV-CUOTAS-LIBERADAS
                           ADD 1 TO WSV-TOTAL-LIBERADAS
                       END-IF
                   END-IF
           END-READ.
           IF WSC-CUOTAS-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       051-LIBERAR-UNA-CUOTA-END. EXIT.

       060-RECHAZAR-CAMBIO.

           ADD 1 TO WSV-TOTAL-RECHAZADOS.
           MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO.
           MOVE 'SOLICITUDES DE CAMBIO DE CBU RECHAZADAS'
               TO WSV-MOTIVO-FIN.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' RECHAZADO: '        DELIMITED BY SIZE
                  CBUC-DNI              DELIMITED BY SIZE
                  ' CAMPANIA '          DELIMITED BY SIZE
                  CBUC-CAMPANIA         DELIMITED BY SIZE
                  ' CBU '               DELIMITED BY SIZE
                  CBUC-CBU-NUEVO        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WSV-MOTIVO-RECHAZO    DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE WSV-MOTIVO-RECHAZO TO WSV-RESULTADO-AUX.
           PERFORM 070-REGISTRAR-HISTORIA.

       060-RECHAZAR-CAMBIO-END. EXIT.

       070-REGISTRAR-HISTORIA.

           MOVE WSV-FECHA-PROCESO        TO CBUH-FECHA.
           ACCEPT CBUH-HORA FROM TIME.
           MOVE CBUC-DNI                 TO CBUH-DNI.
           MOVE CBUC-CAMPANIA            TO CBUH-CAMPANIA.
           MOVE WSV-CBU-ANTERIOR         TO CBUH-CBU-ANTERIOR.
           MOVE CBUC-CBU-NUEVO           TO CBUH-CBU-NUEVO.
           MOVE CBUC-FECHA-EFECTIVA      TO CBUH-FECHA-EFECTIVA.
           MOVE CBUC-SOLICITANTE         TO CBUH-SOLICITANTE.
           MOVE WSV-CUOTAS-CAMBIADAS     TO CBUH-CUOTAS-CAMBIADAS.
           MOVE WSV-CUOTAS-BLOQUEADAS    TO CBUH-CUOTAS-BLOQUEADAS.
           MOVE WSV-REINTENTOS-CAMBIADOS TO CBUH-REINTENTOS-CAMBIADOS.
           MOVE WSV-RESULTADO-AUX        TO CBUH-RESULTADO.
           WRITE CBUH-REGISTRO.

       070-REGISTRAR-HISTORIA-END. EXIT.

       075-AUDITAR-CAMBIO.

           MOVE SPACES TO WSV-RESULTADO-AUX.
           STRING 'CBU ANT '         DELIMITED BY SIZE
                  WSV-CBU-ANTERIOR   DELIMITED BY SIZE
                  INTO WSV-RESULTADO-AUX
           END-STRING.
           PERFORM 077-REGISTRAR-AUDITORIA.

           MOVE SPACES TO WSV-RESULTADO-AUX.
           STRING 'CBU NUE '         DELIMITED BY SIZE
                  CBUC-CBU-NUEVO     DELIMITED BY SIZE
                  INTO WSV-RESULTADO-AUX
           END-STRING.
           PERFORM 077-REGISTRAR-AUDITORIA.

           IF WSV-CUOTAS-BLOQUEADAS > ZERO
               MOVE 'CUOTAS BLOQUEADAS CAMBIO CBU' TO WSV-RESULTADO-AUX
               PERFORM 077-REGISTRAR-AUDITORIA
           END-IF.

       075-AUDITAR-CAMBIO-END. EXIT.

       076-AUDITAR-LIBERACION.

           MOVE 'CUOTAS LIBERADAS CAMBIO CBU' TO WSV-RESULTADO-AUX.
           PERFORM 077-REGISTRAR-AUDITORIA.

       076-AUDITAR-LIBERACION-END. EXIT.

       077-REGISTRAR-AUDITORIA.

           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE WSC-PROGRAMA-ID   TO AUDIT-PROGRAMA.
           MOVE CBUC-DNI          TO AUDIT-DNI.
           MOVE WSV-NOMBRE-AUX    TO AUDIT-NOMBRE.
           MOVE WSV-RESULTADO-AUX TO AUDIT-RESULTADO.
           MOVE CBUC-CAMPANIA     TO AUDIT-CAMPANIA.
           WRITE AUDIT-REGISTRO.

       077-REGISTRAR-AUDITORIA-END. EXIT.

       080-REPORTAR-CAMBIO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' CAMBIO APLICADO: '   DELIMITED BY SIZE
                  CBUC-DNI               DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WSV-CBU-ANTERIOR       DELIMITED BY SIZE
                  ' -> '                 DELIMITED BY SIZE
                  CBUC-CBU-NUEVO         DELIMITED BY SIZE
                  ' CUOTAS '             DELIMITED BY SIZE
                  WSV-CUOTAS-CAMBIADAS   DELIMITED BY SIZE
                  ' BLOQUEADAS '         DELIMITED BY SIZE
                  WSV-CUOTAS-BLOQUEADAS  DELIMITED BY SIZE
                  ' REINTENTOS '         DELIMITED BY SIZE
                  WSV-REINTENTOS-CAMBIADOS DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

       080-REPORTAR-CAMBIO-END. EXIT.

       095-ESCRIBIR-RESUMEN.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' SOLICITUDES: '      DELIMITED BY SIZE
                  WSV-TOTAL-LEIDOS      DELIMITED BY SIZE
                  '  APLICADAS: '       DELIMITED BY SIZE
                  WSV-TOTAL-APLICADOS   DELIMITED BY SIZE
                  '  LIBERACIONES: '    DELIMITED BY SIZE
                  WSV-TOTAL-LIBERACIONES DELIMITED BY SIZE
                  '  RECHAZADAS: '      DELIMITED BY SIZE
                  WSV-TOTAL-RECHAZADOS  DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' CUOTAS CAMBIADAS: '  DELIMITED BY SIZE
                  WSV-TOTAL-CUOTAS       DELIMITED BY SIZE
                  '  BLOQUEADAS: '       DELIMITED BY SIZE
                  WSV-TOTAL-BLOQUEADAS   DELIMITED BY SIZE
                  '  LIBERADAS: '        DELIMITED BY SIZE
                  WSV-TOTAL-LIBERADAS    DELIMITED BY SIZE
                  '  REINTENTOS: '       DELIMITED BY SIZE
                  WSV-TOTAL-REINTENTOS   DELIMITED BY SIZE
                  '  LEDGER: '           DELIMITED BY SIZE
                  WSV-TOTAL-LEDGER       DELIMITED BY SIZE
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

                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-SNAPH-ESTADO.

           SELECT HISTGEN-FILE ASSIGN TO DYNAMIC WSV-NOMBRE-HISTORICO
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-HISTGEN-ESTADO.

           SELECT ESCFALL-FILE ASSIGN TO "ESCFALL1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-ESCFALL-ESTADO.

           SELECT LIBERA-FILE  ASSIGN TO "LIBERBC1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS LIBER-GENERACION
                               FILE STATUS IS WSC-LIBERA-ESTADO.

           SELECT EMBARGO-FILE ASSIGN TO "EMBARGO1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS EMBAR-DNI
                               FILE STATUS IS WSC-EMBARGO-ESTADO.

           SELECT EMBAMOV-FILE ASSIGN TO "EMBAMOV1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-EMBAMOV-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE-FILE
           05 TARJETA-FECHA-HASTA           PIC X(08).
           05 TARJETA-CAMPANIA              PIC X(06).
           05 TARJETA-FORZAR-LOCK           PIC X.
           05 TARJETA-OPERADOR              PIC X(08).

       FD  ESTADO-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  SNAPH-REGISTRO                   PIC X(88).

       FD  HISTGEN-FILE
           RECORDING MODE IS F.
       01  HISTGEN-REGISTRO                 PIC X(88).

       FD  ESCFALL-FILE
           RECORDING MODE IS F.
       01  ESCFALL-REGISTRO                 PIC X(132).

       FD  LIBERA-FILE.
           COPY LIBEREG.

       FD  EMBARGO-FILE.
           COPY EMBAREG.

       FD  EMBAMOV-FILE
           RECORDING MODE IS F.
           COPY EMOVREG.

       FD  CATALOGO-FILE
           RECORDING MODE IS F.
           COPY CATLREG.
             05 WSC-ROL-DEFECTO               PIC X(03) VALUE 'DEV'.
             05 WSC-CAMPANIA                  PIC X(06) VALUE SPACES.
             05 WSC-MAX-ESCALAS               PIC 9(03) VALUE 200.
             05 WSC-CUOTA-EMBARGO             PIC 9(02) VALUE 50.

             05 WSC-SUELDOS.
                 10 WSC-SUELDO-SENIOR         PIC 9(06) VALUE 200000.
                                              PIC 9(08).
                 10 WSV-TARJ-CAMPANIA         PIC X(06).
                 10 WSV-TARJ-FORZAR-LOCK      PIC X.
                 10 WSV-TARJ-OPERADOR         PIC X(08).
             05 WSV-OPERADOR                  PIC X(08) VALUE SPACES.

             05 WSV-CONTROL-ENTRADA.
                 10 WSV-FECHA-CABECERA        PIC 9(08) VALUE ZERO.
                                               VALUE 'RECHAZOS'.
                 10 WSV-NOMBRE-BANCO          PIC X(22)
                                               VALUE 'PAGOBCO1'.
                 10 WSV-NOMBRE-HISTORICO      PIC X(22)
                                               VALUE 'HIST0001'.
                 10 WSV-CANT-HISTORICO-GEN    PIC 9(07) VALUE ZERO.
                 10 WSV-SECUENCIA-GEN         PIC 9(02) VALUE ZERO.
                 10 WSV-SECUENCIA-MAX         PIC 9(02) VALUE ZERO.
                 10 WSV-CANT-RECHAZOS-GEN     PIC 9(07) VALUE ZERO.
                 10 WSV-IMPORTE-PAGO          PIC 9(09) VALUE ZERO.
                 10 WSV-BONO-PAGO             PIC 9(09) VALUE ZERO.
                 10 WSV-RETENCION-PAGO        PIC 9(09) VALUE ZERO.
                 10 WSV-IMPORTE-NETO          PIC 9(09) VALUE ZERO.
                 10 WSV-IMPORTE-EMBARGO       PIC 9(09) VALUE ZERO.
                 10 WSV-IMPORTE-MOVIMIENTO    PIC 9(09) VALUE ZERO.
                 10 WSV-TIPO-MOVIMIENTO       PIC X     VALUE SPACE.
                 10 WSV-PAGOS-EMBARGADOS      PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-EMBARGADO       PIC 9(12) VALUE ZERO.
                 10 WSV-EMBARGOS-LIBERADOS    PIC 9(07) VALUE ZERO.
                 10 WSV-EMBARGOS-REVERTIDOS   PIC 9(07) VALUE ZERO.
                 10 WSV-PAGOS-RETENIDOS       PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-RETENIDO        PIC 9(12) VALUE ZERO.
                 10 WSV-CBU-RECHAZADOS        PIC 9(07) VALUE ZERO.
                 88 WSS-FORZAR-LOCK                    VALUE 'S'.
             05 WSC-PAGO-ACREDITADO            PIC X    VALUE 'N'.
                 88 WSS-PAGO-ACREDITADO                VALUE 'S'.
             05 WSC-PAGO-REGENERADO            PIC X    VALUE 'N'.
                 88 WSS-PAGO-REGENERADO                VALUE 'S'.
             05 WSC-CBU-VALIDO                 PIC X    VALUE 'N'.
                 88 WSS-CBU-VALIDO                     VALUE 'S'.
             05 WSC-FIN-CATALOGO               PIC X    VALUE 'N'.
                 88 WSS-COBERTURA-HALLADA              VALUE 'S'.
             05 WSC-FIN-COBERTURA              PIC X    VALUE 'N'.
                 88 WSS-FIN-COBERTURA                  VALUE 'S'.
             05 WSC-HAY-EMBARGOS               PIC X    VALUE 'N'.
                 88 WSS-HAY-EMBARGOS                   VALUE 'S'.
             05 WSC-EMBARGO-HALLADO            PIC X    VALUE 'N'.
                 88 WSS-EMBARGO-HALLADO                VALUE 'S'.


         01 WSC-ARCHIVOS-ESTADO.
                 88 WSS-CAMPCTL-INEXISTENTE             VALUE '35'.
             05 WSC-CBUEXC-ESTADO              PIC XX   VALUE '00'.
             05 WSC-SNAPH-ESTADO               PIC XX   VALUE '00'.
             05 WSC-HISTGEN-ESTADO             PIC XX   VALUE '00'.
             05 WSC-ESCFALL-ESTADO             PIC XX   VALUE '00'.
             05 WSC-LIBERA-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-LIBERA-INEXISTENTE              VALUE '35'.
             05 WSC-CATALOGO-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-CATALOGO-INEXISTENTE            VALUE '35'.
             05 WSC-EMBARGO-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-EMBARGO-INEXISTENTE             VALUE '35'.
             05 WSC-EMBAMOV-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-EMBAMOV-INEXISTENTE             VALUE '35'.

       PROCEDURE DIVISION.

            IF WSS-TARJETA-PRESENTE
                MOVE WSV-TARJ-MODO TO WSC-MODO
                MOVE WSV-TARJ-CAMPANIA TO WSC-CAMPANIA
                MOVE WSV-TARJ-OPERADOR TO WSV-OPERADOR
                DISPLAY 'EJECUCION DESATENDIDA POR TARJETA DE CONTROL,'
                        ' MODO ' WSC-MODO
            ELSE
                PERFORM 01-MENU
                DISPLAY 'CAMPANIA A PROCESAR: ' WITH NO ADVANCING
                ACCEPT WSC-CAMPANIA
                DISPLAY 'OPERADOR: ' WITH NO ADVANCING
                ACCEPT WSV-OPERADOR
            END-IF.
            DISPLAY 'CAMPANIA: ' WSC-CAMPANIA.
            IF WSS-TARJETA-PRESENTE
                    'ANTES DE LA REESCRITURA.'.

            PERFORM 44-REESCRIBIR-HISTORICO.
            PERFORM 46-CATALOGAR-HISTORICO.
            PERFORM 45-RESUMEN-RETRO.

       40-RETROACTIVO-END. EXIT.

       441-COPIAR-HISTORICO-END. EXIT.

       46-CATALOGAR-HISTORICO.

            ACCEPT WSV-FECHA-PROCESO FROM DATE YYYYMMDD.
            MOVE ZERO TO WSV-SECUENCIA-MAX.
            MOVE 'N' TO WSC-FIN-CATALOGO.
            OPEN INPUT CATALOGO-FILE.
            IF WSS-CATALOGO-INEXISTENTE
                CONTINUE
            ELSE
                PERFORM 0006-LEER-CATALOGO UNTIL WSS-FIN-CATALOGO
                CLOSE CATALOGO-FILE
            END-IF.
            COMPUTE WSV-SECUENCIA-GEN = WSV-SECUENCIA-MAX + 1.
            PERFORM 0007-ARMAR-NOMBRES.

            PERFORM 0943-COPIAR-HISTORICO.

            OPEN EXTEND CATALOGO-FILE.
            IF WSS-CATALOGO-INEXISTENTE
                OPEN OUTPUT CATALOGO-FILE
            END-IF.
            MOVE 'HIST0001' TO CATLG-ARCHIVO.
            MOVE WSV-NOMBRE-HISTORICO TO CATLG-NOMBRE-FISICO.
            MOVE WSV-CANT-HISTORICO-GEN TO CATLG-REGISTROS.
            PERFORM 0941-GRABAR-ENTRADA.
            CLOSE CATALOGO-FILE.

            DISPLAY 'HIST0001 RECALCULADO CATALOGADO COMO '
                    WSV-NOMBRE-HISTORICO.

       46-CATALOGAR-HISTORICO-END. EXIT.

       45-RESUMEN-RETRO.

            DISPLAY '------------------------------------------'.
                   OPEN OUTPUT RETENDET-FILE
               END-IF
               OPEN OUTPUT CBUEXC-FILE
               MOVE 'N' TO WSC-HAY-EMBARGOS
               OPEN I-O EMBARGO-FILE
               IF WSS-EMBARGO-INEXISTENTE
                   DISPLAY 'EMBARGO1 AUSENTE, NO SE APLICAN EMBARGOS '
                           'JUDICIALES'
               ELSE
                   MOVE 'S' TO WSC-HAY-EMBARGOS
                   OPEN EXTEND EMBAMOV-FILE
                   IF WSS-EMBAMOV-INEXISTENTE
                       OPEN OUTPUT EMBAMOV-FILE
                   END-IF
               END-IF
               IF WSV-OPERADOR EQUAL SPACES
                   DISPLAY 'AVISO: OPERADOR NO INFORMADO, LA '
                           'GENERACION NO PODRA LIBERARSE'
                   MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
                   MOVE 'GENERACION SIN OPERADOR, NO LIBERABLE'
                       TO WSV-MOTIVO-FIN
               END-IF
           END-IF.

       16-PREPARAR-BANCO-END. EXIT.
                  WSV-SECUENCIA-GEN DELIMITED BY SIZE
                  INTO WSV-NOMBRE-BANCO
           END-STRING.
           MOVE SPACES TO WSV-NOMBRE-HISTORICO.
           STRING 'HIST0001.D'     DELIMITED BY SIZE
                  WSV-FECHA-PROCESO DELIMITED BY SIZE
                  '.'              DELIMITED BY SIZE
                  WSV-SECUENCIA-GEN DELIMITED BY SIZE
                  INTO WSV-NOMBRE-HISTORICO
           END-STRING.

       0007-ARMAR-NOMBRES-END. EXIT.

           MOVE WSV-CANT-RECHAZOS-GEN TO CATLG-REGISTROS.
           PERFORM 0941-GRABAR-ENTRADA.

           PERFORM 0943-COPIAR-HISTORICO.
           MOVE 'HIST0001' TO CATLG-ARCHIVO.
           MOVE WSV-NOMBRE-HISTORICO TO CATLG-NOMBRE-FISICO.
           MOVE WSV-CANT-HISTORICO-GEN TO CATLG-REGISTROS.
           PERFORM 0941-GRABAR-ENTRADA.

           IF WSS-BANCO-ACTIVO
               MOVE 'PAGOBCO1' TO CATLG-ARCHIVO
               MOVE WSV-NOMBRE-BANCO TO CATLG-NOMBRE-FISICO

           CLOSE CATALOGO-FILE.

           IF WSS-BANCO-ACTIVO
               PERFORM 0942-REGISTRAR-LIBERACION
           END-IF.

       094-CATALOGAR-SALIDAS-END. EXIT.

       0941-GRABAR-ENTRADA.

       0941-GRABAR-ENTRADA-END. EXIT.

       0943-COPIAR-HISTORICO.

           MOVE ZERO TO WSV-CANT-HISTORICO-GEN.
           MOVE 'N' TO WSC-FIN-HISTORICO.
           OPEN INPUT HIST-FILE.
           OPEN OUTPUT HISTGEN-FILE.
           PERFORM 0944-COPIAR-REGISTRO UNTIL WSS-FIN-HISTORICO.
           CLOSE HIST-FILE.
           CLOSE HISTGEN-FILE.

       0943-COPIAR-HISTORICO-END. EXIT.

       0944-COPIAR-REGISTRO.

           READ HIST-FILE
               AT END MOVE 'S' TO WSC-FIN-HISTORICO
               NOT AT END
                   MOVE HIST-REGISTRO TO HISTGEN-REGISTRO
                   WRITE HISTGEN-REGISTRO
                   ADD 1 TO WSV-CANT-HISTORICO-GEN
           END-READ.

       0944-COPIAR-REGISTRO-END. EXIT.

       0942-REGISTRAR-LIBERACION.

           OPEN I-O LIBERA-FILE.
           IF WSS-LIBERA-INEXISTENTE
               OPEN OUTPUT LIBERA-FILE
               CLOSE LIBERA-FILE
               OPEN I-O LIBERA-FILE
           END-IF.
           MOVE SPACES            TO LIBER-REGISTRO.
           MOVE WSV-NOMBRE-BANCO  TO LIBER-GENERACION.
           MOVE WSC-PROGRAMA-ID   TO LIBER-PROGRAMA.
           MOVE WSC-CAMPANIA      TO LIBER-CAMPANIA.
           MOVE WSV-FECHA-PROCESO TO LIBER-FECHA-GEN.
           ACCEPT LIBER-HORA-GEN FROM TIME.
           MOVE WSV-OPERADOR      TO LIBER-OPERADOR-GEN.
           MOVE WSV-CANT-PAGOS    TO LIBER-CANTIDAD-GEN.
           MOVE WSV-HASH-IMPORTES TO LIBER-HASH-GEN.
           MOVE 'P'               TO LIBER-ESTADO.
           MOVE ZERO              TO LIBER-FECHA-DEC.
           MOVE ZERO              TO LIBER-HORA-DEC.
           MOVE ZERO              TO LIBER-CANTIDAD-APR.
           MOVE ZERO              TO LIBER-HASH-APR.
           MOVE 'PENDIENTE DE LIBERACION' TO LIBER-MOTIVO.
           WRITE LIBER-REGISTRO
               INVALID KEY REWRITE LIBER-REGISTRO
           END-WRITE.
           CLOSE LIBERA-FILE.
           DISPLAY ' GENERACION ' WSV-NOMBRE-BANCO
                   ' PENDIENTE DE LIBERACION'.

       0942-REGISTRAR-LIBERACION-END. EXIT.

       005-LEER-RETENCION.

           MOVE ZERO TO WSV-RETEN-UMBRAL.
               CLOSE LEDGER-FILE
               CLOSE RETENDET-FILE
               CLOSE CBUEXC-FILE
               IF WSS-HAY-EMBARGOS
                   CLOSE EMBARGO-FILE
                   CLOSE EMBAMOV-FILE
               END-IF
               DISPLAY ' PAGOS AL BANCO : ' WSV-CANT-PAGOS
                       ' (OMITIDOS SIN CBU: ' WSV-PAGOS-OMITIDOS ')'
               IF WSV-CBU-RECHAZADOS > ZERO
                   DISPLAY ' PAGOS YA ACREDITADOS OMITIDOS: '
                           WSV-PAGOS-YA-ACREDITADOS
               END-IF
               IF WSV-PAGOS-EMBARGADOS > ZERO
                   DISPLAY ' PAGOS CON EMBARGO: '
                           WSV-PAGOS-EMBARGADOS
                           ' TOTAL AL JUZGADO: $' WSV-TOTAL-EMBARGADO
                           ' LIBERADOS POR TOPE: '
                           WSV-EMBARGOS-LIBERADOS
               END-IF
               IF WSV-EMBARGOS-REVERTIDOS > ZERO
                   DISPLAY ' EMBARGOS REVERTIDOS EN REPROCESO: '
                           WSV-EMBARGOS-REVERTIDOS
               END-IF
           END-IF.

           CLOSE REPORTE-FILE.
                               'NO SE VUELVE A PAGAR'
                       ADD 1 TO WSV-PAGOS-YA-ACREDITADOS
                   ELSE
                       MOVE WSV-IMPORTE-PAGO TO WSV-IMPORTE-NETO
                       IF WSS-HAY-EMBARGOS
                           PERFORM 038-APLICAR-EMBARGO
                       END-IF
                       IF WSV-IMPORTE-PAGO > ZERO
                           MOVE SPACES TO BANCO-REGISTRO
                           MOVE '2' TO BANCO-TIPO
                           MOVE WSV-DNI-AUX     TO BANCO-DNI
                           MOVE ORDEN-CBU       TO BANCO-CBU
                           MOVE WSV-IMPORTE-PAGO TO BANCO-IMPORTE
                           WRITE BANCO-REGISTRO
                           ADD 1 TO WSV-CANT-PAGOS
                           ADD WSV-IMPORTE-PAGO TO WSV-HASH-IMPORTES
                       END-IF
                       PERFORM 033-REGISTRAR-LEDGER
                       IF WSV-RETENCION-PAGO > ZERO
                          AND NOT WSS-PAGO-REGENERADO
                           PERFORM 035-REGISTRAR-RETENCION
                       END-IF
                   END-IF
       032-CONSULTAR-LEDGER.

           MOVE 'N' TO WSC-PAGO-ACREDITADO.
           MOVE 'N' TO WSC-PAGO-REGENERADO.
           MOVE WSC-CAMPANIA TO PAGOL-CAMPANIA.
           MOVE WSV-DNI-AUX  TO PAGOL-DNI.
           MOVE ZERO         TO PAGOL-CUOTA.
                   IF PAGOL-ACREDITADO
                       MOVE 'S' TO WSC-PAGO-ACREDITADO
                   END-IF
                   IF PAGOL-RECHAZADO
                       MOVE 'S' TO WSC-PAGO-REGENERADO
                   END-IF
           END-READ.

       032-CONSULTAR-LEDGER-END. EXIT.
           MOVE 'G'               TO PAGOL-ESTADO.
           MOVE WSV-FECHA-PROCESO TO PAGOL-FECHA-ESTADO.
           MOVE 'PAGO GENERADO'   TO PAGOL-MOTIVO.
           IF WSV-IMPORTE-PAGO EQUAL ZERO
               MOVE 'PAGO EMBARGADO EN SU TOTALIDAD' TO PAGOL-MOTIVO
           END-IF.
           WRITE PAGOL-REGISTRO
               INVALID KEY REWRITE PAGOL-REGISTRO
           END-WRITE.

       033-REGISTRAR-LEDGER-END. EXIT.

       038-APLICAR-EMBARGO.

           MOVE ZERO TO WSV-IMPORTE-EMBARGO.
           MOVE 'S' TO WSC-EMBARGO-HALLADO.
           MOVE WSV-DNI-AUX TO EMBAR-DNI.
           READ EMBARGO-FILE
               INVALID KEY MOVE 'N' TO WSC-EMBARGO-HALLADO
           END-READ.

           IF WSS-EMBARGO-HALLADO
               PERFORM 0381-REVERTIR-EMBARGO-PREVIO
               CALL 'EMBACALC' USING WSV-IMPORTE-PAGO
                                      WSV-FECHA-PROCESO
                                      EMBAR-REGISTRO
                                      WSV-IMPORTE-EMBARGO
               END-CALL
               IF WSV-IMPORTE-EMBARGO > ZERO
                   PERFORM 0382-PAGAR-AL-JUZGADO
               END-IF
               REWRITE EMBAR-REGISTRO
           END-IF.

       038-APLICAR-EMBARGO-END. EXIT.

       0381-REVERTIR-EMBARGO-PREVIO.

           MOVE WSC-CAMPANIA      TO PAGOL-CAMPANIA.
           MOVE WSV-DNI-AUX       TO PAGOL-DNI.
           MOVE WSC-CUOTA-EMBARGO TO PAGOL-CUOTA.
           READ LEDGER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF NOT PAGOL-ACREDITADO
                      AND PAGOL-IMPORTE > ZERO
                       MOVE PAGOL-IMPORTE TO WSV-IMPORTE-MOVIMIENTO
                       IF WSV-IMPORTE-MOVIMIENTO
                          > EMBAR-SALDO-EMBARGADO
                           MOVE EMBAR-SALDO-EMBARGADO
                               TO WSV-IMPORTE-MOVIMIENTO
                       END-IF
                       SUBTRACT WSV-IMPORTE-MOVIMIENTO
                           FROM EMBAR-SALDO-EMBARGADO
                       IF EMBAR-LIBERADO
                          AND EMBAR-SALDO-EMBARGADO < EMBAR-TOPE
                           MOVE 'V' TO EMBAR-ESTADO
                           MOVE WSV-FECHA-PROCESO
                               TO EMBAR-FECHA-ESTADO
                           MOVE 'REACTIVADO POR REPROCESO'
                               TO EMBAR-MOTIVO
                       END-IF
                       MOVE ZERO TO PAGOL-IMPORTE
                       MOVE 'R' TO PAGOL-ESTADO
                       MOVE WSV-FECHA-PROCESO TO PAGOL-FECHA-ESTADO
                       MOVE 'EMBARGO REVERTIDO EN REPROCESO'
                           TO PAGOL-MOTIVO
                       REWRITE PAGOL-REGISTRO
                       ADD 1 TO WSV-EMBARGOS-REVERTIDOS
                       MOVE 'R' TO WSV-TIPO-MOVIMIENTO
                       PERFORM 0383-REGISTRAR-MOVIMIENTO
                   END-IF
           END-READ.

       0381-REVERTIR-EMBARGO-PREVIO-END. EXIT.

       0382-PAGAR-AL-JUZGADO.

           MOVE SPACES TO BANCO-REGISTRO.
           MOVE '2' TO BANCO-TIPO.
           MOVE WSV-DNI-AUX         TO BANCO-DNI.
           MOVE EMBAR-CBU-JUZGADO   TO BANCO-CBU.
           MOVE WSV-IMPORTE-EMBARGO TO BANCO-IMPORTE.
           WRITE BANCO-REGISTRO.
           ADD 1 TO WSV-CANT-PAGOS.
           ADD WSV-IMPORTE-EMBARGO TO WSV-HASH-IMPORTES.

           MOVE WSC-CAMPANIA        TO PAGOL-CAMPANIA.
           MOVE WSV-DNI-AUX         TO PAGOL-DNI.
           MOVE WSC-CUOTA-EMBARGO   TO PAGOL-CUOTA.
           MOVE EMBAR-CBU-JUZGADO   TO PAGOL-CBU.
           MOVE WSV-IMPORTE-EMBARGO TO PAGOL-IMPORTE.
           MOVE 'G'                 TO PAGOL-ESTADO.
           MOVE WSV-FECHA-PROCESO   TO PAGOL-FECHA-ESTADO.
           MOVE SPACES              TO PAGOL-MOTIVO.
           STRING 'EMBARGO '        DELIMITED BY SIZE
                  EMBAR-EXPEDIENTE  DELIMITED BY SIZE
                  INTO PAGOL-MOTIVO
           END-STRING.
           WRITE PAGOL-REGISTRO
               INVALID KEY REWRITE PAGOL-REGISTRO
           END-WRITE.

           SUBTRACT WSV-IMPORTE-EMBARGO FROM WSV-IMPORTE-PAGO.
           ADD WSV-IMPORTE-EMBARGO TO EMBAR-SALDO-EMBARGADO.
           ADD 1 TO WSV-PAGOS-EMBARGADOS.
           ADD WSV-IMPORTE-EMBARGO TO WSV-TOTAL-EMBARGADO.
           IF EMBAR-SALDO-EMBARGADO NOT < EMBAR-TOPE
               MOVE 'L' TO EMBAR-ESTADO
               MOVE WSV-FECHA-PROCESO TO EMBAR-FECHA-ESTADO
               MOVE 'TOPE ALCANZADO, EMBARGO LIBERADO'
                   TO EMBAR-MOTIVO
               ADD 1 TO WSV-EMBARGOS-LIBERADOS
               DISPLAY 'EMBARGO ' EMBAR-EXPEDIENTE ' DE '
                       WSV-NOMBRE-AUX ' ALCANZO EL TOPE, SE LIBERA'
           END-IF.
           MOVE WSV-IMPORTE-EMBARGO TO WSV-IMPORTE-MOVIMIENTO.
           MOVE 'E' TO WSV-TIPO-MOVIMIENTO.
           PERFORM 0383-REGISTRAR-MOVIMIENTO.

       0382-PAGAR-AL-JUZGADO-END. EXIT.

       0383-REGISTRAR-MOVIMIENTO.

           MOVE WSV-FECHA-PROCESO      TO EMOV-FECHA.
           MOVE WSV-DNI-AUX            TO EMOV-DNI.
           MOVE EMBAR-EXPEDIENTE       TO EMOV-EXPEDIENTE.
           MOVE WSV-TIPO-MOVIMIENTO    TO EMOV-TIPO.
           MOVE WSC-CAMPANIA           TO EMOV-CAMPANIA.
           MOVE ZERO                   TO EMOV-CUOTA.
           MOVE WSV-IMPORTE-NETO       TO EMOV-IMPORTE-PAGO.
           MOVE WSV-IMPORTE-MOVIMIENTO TO EMOV-IMPORTE.
           MOVE EMBAR-SALDO-EMBARGADO  TO EMOV-SALDO.
           MOVE 'N'                    TO EMOV-LIBERA.
           IF EMBAR-LIBERADO
               MOVE 'S' TO EMOV-LIBERA
           END-IF.
           MOVE WSC-PROGRAMA-ID        TO EMOV-PROGRAMA.
           MOVE WSV-NOMBRE-BANCO       TO EMOV-GENERACION.
           WRITE EMOV-REGISTRO.

       0383-REGISTRAR-MOVIMIENTO-END. EXIT.

       034-CALCULAR-RETENCION.

           MOVE WSV-BONO-AUX TO WSV-BONO-PAGO.
           MOVE WSC-CAMPANIA       TO RETEN-CAMPANIA.
           MOVE WSV-BONO-PAGO      TO RETEN-BONO-BRUTO.
           MOVE WSV-RETENCION-PAGO TO RETEN-RETENCION.
           MOVE ZERO               TO RETEN-CUOTA.
           WRITE RETEN-REGISTRO.
           ADD 1 TO WSV-PAGOS-RETENIDOS.
           ADD WSV-RETENCION-PAGO TO WSV-TOTAL-RETENIDO.

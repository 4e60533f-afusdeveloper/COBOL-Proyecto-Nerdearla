                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-RETENDET-ESTADO.

           SELECT CALENDARIO-FILE ASSIGN TO "CALENDA1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CALEN-FECHA
                               FILE STATUS IS WSC-CALENDARIO-ESTADO.

           SELECT LIBERA-FILE  ASSIGN TO "LIBERBC1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS LIBER-GENERACION
                               FILE STATUS IS WSC-LIBERA-ESTADO.

           SELECT PATRASIG-FILE ASSIGN TO "PATRASI1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS PASIG-CLAVE
                               FILE STATUS IS WSC-PATRASIG-ESTADO.

           SELECT PATRMOV-FILE ASSIGN TO "PATRMOV1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-PATRMOV-ESTADO.

           SELECT CASOS-FILE   ASSIGN TO "FRAUCAS1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS FRAUD-CLAVE
                               FILE STATUS IS WSC-CASOS-ESTADO.

           SELECT EMBARGO-FILE ASSIGN TO "EMBARGO1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS EMBAR-DNI
                               FILE STATUS IS WSC-EMBARGO-ESTADO.

           SELECT EMBAMOV-FILE ASSIGN TO "EMBAMOV1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-EMBAMOV-ESTADO.

           SELECT NOTIFICA-FILE ASSIGN TO "NOTICOLA"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-NOTIFICA-ESTADO.

           SELECT TARJETA-FILE ASSIGN TO "CTRLCRDM"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-TARJETA-ESTADO.
           RECORDING MODE IS F.
           COPY RETDREG.

       FD  CALENDARIO-FILE.
           COPY CALEREG.

       FD  LIBERA-FILE.
           COPY LIBEREG.

       FD  PATRASIG-FILE.
           COPY PASIGREG.

       FD  PATRMOV-FILE
           RECORDING MODE IS F.
           COPY PMOVREG.

       FD  CASOS-FILE.
           COPY FRAUREG.

       FD  EMBARGO-FILE.
           COPY EMBAREG.

       FD  EMBAMOV-FILE
           RECORDING MODE IS F.
           COPY EMOVREG.

       FD  NOTIFICA-FILE
           RECORDING MODE IS F.
           COPY NOTIREG.

       FD  TARJETA-FILE
           RECORDING MODE IS F.
       01  TARJETA-REGISTRO.
           05 TARJETA-CAMPANIA              PIC X(06).
           05 TARJETA-PERIODO               PIC X(06).
           05 TARJETA-FECHA-PAGO            PIC X(08).
           05 TARJETA-OPERADOR              PIC X(08).

       FD  ESTADO-FILE
           RECORDING MODE IS F.
         01 WSC-CONSTANTES.
             05 WSC-PROGRAMA-ID               PIC X(08)
                                               VALUE 'PAGOMENS'.
             05 WSC-CUOTA-EMBARGO             PIC 9(02) VALUE 50.
             05 WSC-RETORNOS.
                 10 WSC-RETORNO-NORMAL        PIC 9(04) VALUE 0.
                 10 WSC-RETORNO-AVISO         PIC 9(04) VALUE 4.
                 88 WSS-TARJETA-PRESENTE               VALUE 'S'.
             05 WSC-PAGO-ACREDITADO           PIC X    VALUE 'N'.
                 88 WSS-PAGO-ACREDITADO                VALUE 'S'.
             05 WSC-PAGO-REGENERADO           PIC X    VALUE 'N'.
                 88 WSS-PAGO-REGENERADO                VALUE 'S'.
             05 WSC-CBU-VALIDO                PIC X    VALUE 'N'.
                 88 WSS-CBU-VALIDO                     VALUE 'S'.
             05 WSC-FIN-CATALOGO              PIC X    VALUE 'N'.
                 88 WSS-FIN-CATALOGO                   VALUE 'S'.
             05 WSC-SELECCION                 PIC X    VALUE 'P'.
                 88 WSS-SELECCION-PERIODO              VALUE 'P'.
                 88 WSS-SELECCION-FECHA                VALUE 'F'.
             05 WSC-DIA-HABIL                 PIC X    VALUE 'N'.
                 88 WSS-DIA-HABIL                      VALUE 'S'.
             05 WSC-HAY-PATROCINIOS           PIC X    VALUE 'N'.
                 88 WSS-HAY-PATROCINIOS                VALUE 'S'.
             05 WSC-HAY-CASOS                 PIC X    VALUE 'N'.
                 88 WSS-HAY-CASOS                      VALUE 'S'.
             05 WSC-CASO-ABIERTO              PIC X    VALUE 'N'.
                 88 WSS-CASO-ABIERTO                   VALUE 'S'.
             05 WSC-HAY-EMBARGOS              PIC X    VALUE 'N'.
                 88 WSS-HAY-EMBARGOS                   VALUE 'S'.
             05 WSC-EMBARGO-HALLADO           PIC X    VALUE 'N'.
                 88 WSS-EMBARGO-HALLADO                VALUE 'S'.

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-CAMPCTL-ESTADO            PIC XX   VALUE '00'.
             05 WSC-CBUEXC-ESTADO             PIC XX   VALUE '00'.
             05 WSC-CATALOGO-ESTADO           PIC XX   VALUE '00'.
                 88 WSS-CATALOGO-INEXISTENTE           VALUE '35'.
             05 WSC-CALENDARIO-ESTADO         PIC XX   VALUE '00'.
                 88 WSS-CALENDARIO-INEXISTENTE         VALUE '35'.
             05 WSC-LIBERA-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-LIBERA-INEXISTENTE             VALUE '35'.
             05 WSC-PATRASIG-ESTADO           PIC XX   VALUE '00'.
                 88 WSS-PATRASIG-INEXISTENTE           VALUE '35'.
             05 WSC-PATRMOV-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-PATRMOV-INEXISTENTE            VALUE '35'.
             05 WSC-CASOS-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-CASOS-INEXISTENTE              VALUE '35'.
             05 WSC-EMBARGO-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-EMBARGO-INEXISTENTE            VALUE '35'.
             05 WSC-EMBAMOV-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-EMBAMOV-INEXISTENTE            VALUE '35'.
             05 WSC-NOTIFICA-ESTADO           PIC XX   VALUE '00'.
                 88 WSS-NOTIFICA-INEXISTENTE           VALUE '35'.
             05 WSC-TARJETA-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-TARJETA-INEXISTENTE            VALUE '35'.
             05 WSC-ESTADO-ESTADO             PIC XX   VALUE '00'.
             05 WSV-CAMPANIA                  PIC X(06) VALUE SPACES.
             05 WSV-FECHA-PROCESO             PIC 9(08) VALUE ZERO.
             05 WSV-CBU-ORIGEN                PIC X(22) VALUE SPACES.
             05 WSV-OPERADOR                  PIC X(08) VALUE SPACES.

             05 WSV-PERIODO-ENTRADA           PIC X(06) VALUE SPACES.
             05 WSV-PERIODO-NUM REDEFINES WSV-PERIODO-ENTRADA
                                              PIC 9(06).
             05 WSV-PERIODO-CUOTA             PIC 9(06) VALUE ZERO.
             05 WSV-FECHA-PAGO                PIC X(08) VALUE SPACES.
             05 WSV-FECHA-PAGO-NUM REDEFINES WSV-FECHA-PAGO
                                              PIC 9(08).

             05 WSV-CALCULO-DIAS.
                 10 WSV-OPERACION-DIAS        PIC X     VALUE 'N'.
                 10 WSV-FECHA-CALCULO         PIC 9(08) VALUE ZERO.
                 10 WSV-NUMERO-DIA            PIC 9(07) VALUE ZERO.
                 10 WSV-DIA-SEMANA            PIC 9(01) VALUE ZERO.
             05 WSV-IMPORTE-PAGO              PIC 9(09) VALUE ZERO.
             05 WSV-BONO-PAGO                 PIC 9(09) VALUE ZERO.
             05 WSV-RETENCION-PAGO            PIC 9(09) VALUE ZERO.
             05 WSV-IMPORTE-NETO              PIC 9(09) VALUE ZERO.
             05 WSV-IMPORTE-EMBARGO           PIC 9(09) VALUE ZERO.
             05 WSV-IMPORTE-MOVIMIENTO        PIC 9(09) VALUE ZERO.
             05 WSV-TIPO-MOVIMIENTO           PIC X     VALUE SPACE.

             05 WSV-GENERACION.
                 10 WSV-NOMBRE-BANCO          PIC X(22)
                 10 WSV-PAGOS-RETENIDOS       PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-RETENIDO        PIC 9(12) VALUE ZERO.
                 10 WSV-CBU-RECHAZADOS        PIC 9(07) VALUE ZERO.
                 10 WSV-PAGOS-PATROCINADOS    PIC 9(07) VALUE ZERO.
                 10 WSV-PAGOS-SIN-PATROCINIO  PIC 9(07) VALUE ZERO.
                 10 WSV-CUOTAS-SUSPENDIDAS    PIC 9(07) VALUE ZERO.
                 10 WSV-AVISOS-ENCOLADOS      PIC 9(07) VALUE ZERO.
                 10 WSV-CUOTAS-EN-FRAUDE      PIC 9(07) VALUE ZERO.
                 10 WSV-PAGOS-EMBARGADOS      PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-EMBARGADO       PIC 9(12) VALUE ZERO.
                 10 WSV-EMBARGOS-LIBERADOS    PIC 9(07) VALUE ZERO.
                 10 WSV-EMBARGOS-REVERTIDOS   PIC 9(07) VALUE ZERO.
                 10 WSV-MOTIVO-CBU            PIC X(30) VALUE SPACES.
                 10 WSV-LINEA-CBU             PIC X(132) VALUE SPACES.

           IF NOT WSS-TARJETA-PRESENTE
               DISPLAY 'CAMPANIA: ' WITH NO ADVANCING
               ACCEPT WSV-CAMPANIA
               DISPLAY 'PERIODO A PAGAR (AAAAMM, BLANCO = POR FECHA '
                       'HABIL): ' WITH NO ADVANCING
               ACCEPT WSV-PERIODO-ENTRADA
               IF WSV-PERIODO-ENTRADA EQUAL SPACES
                   DISPLAY 'FECHA DE PAGO (AAAAMMDD, BLANCO = HOY): '
                           WITH NO ADVANCING
                   ACCEPT WSV-FECHA-PAGO
               END-IF
               DISPLAY 'OPERADOR: ' WITH NO ADVANCING
               ACCEPT WSV-OPERADOR
           END-IF.

           IF WSV-PERIODO-ENTRADA EQUAL SPACES
               MOVE 'F' TO WSC-SELECCION
               IF WSV-FECHA-PAGO IS NOT NUMERIC
                   MOVE WSV-FECHA-PROCESO TO WSV-FECHA-PAGO-NUM
               END-IF
               DISPLAY 'CAMPANIA: ' WSV-CAMPANIA
                       '  FECHA DE PAGO: ' WSV-FECHA-PAGO
               PERFORM 006-VERIFICAR-DIA-HABIL
           ELSE
               IF WSV-PERIODO-ENTRADA IS NOT NUMERIC
                   DISPLAY 'ERROR: PERIODO INVALIDO: '
                           WSV-PERIODO-ENTRADA
                   MOVE WSC-RETORNO-CONTROL TO WSV-CODIGO-RETORNO
                   MOVE 'PERIODO DE PAGO INVALIDO' TO WSV-MOTIVO-FIN
                   PERFORM 097-ABORTAR
               END-IF
               DISPLAY 'CAMPANIA: ' WSV-CAMPANIA
                       '  PERIODO: ' WSV-PERIODO-ENTRADA
           END-IF.

           IF WSV-OPERADOR EQUAL SPACES
               DISPLAY 'AVISO: OPERADOR NO INFORMADO, LA GENERACION '
                       'NO PODRA LIBERARSE PARA EL BANCO'
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'GENERACION SIN OPERADOR, NO LIBERABLE'
                   TO WSV-MOTIVO-FIN
           END-IF.

           PERFORM 005-VERIFICAR-CAMPANIA.
           PERFORM 010-ABRIR-ARCHIVOS.
                       MOVE 'S' TO WSC-TARJETA-PRESENTE
                       MOVE TARJETA-CAMPANIA TO WSV-CAMPANIA
                       MOVE TARJETA-PERIODO  TO WSV-PERIODO-ENTRADA
                       MOVE TARJETA-FECHA-PAGO TO WSV-FECHA-PAGO
                       MOVE TARJETA-OPERADOR TO WSV-OPERADOR
               END-READ
               CLOSE TARJETA-FILE
           END-IF.

       005-VERIFICAR-CAMPANIA-END. EXIT.

       006-VERIFICAR-DIA-HABIL.

           MOVE 'N' TO WSV-OPERACION-DIAS.
           MOVE WSV-FECHA-PAGO-NUM TO WSV-FECHA-CALCULO.
           CALL 'DIASCALC' USING WSV-OPERACION-DIAS
                                  WSV-FECHA-CALCULO
                                  WSV-NUMERO-DIA
                                  WSV-DIA-SEMANA
           END-CALL.

           MOVE 'S' TO WSC-DIA-HABIL.
           IF WSV-DIA-SEMANA > 5
               MOVE 'N' TO WSC-DIA-HABIL
           ELSE
               OPEN INPUT CALENDARIO-FILE
               IF WSS-CALENDARIO-INEXISTENTE
                   DISPLAY 'CALENDA1 AUSENTE, NO SE VERIFICAN '
                           'FERIADOS'
                   MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
                   MOVE 'CALENDA1 AUSENTE, SIN FERIADOS'
                       TO WSV-MOTIVO-FIN
               ELSE
                   MOVE WSV-FECHA-PAGO-NUM TO CALEN-FECHA
                   READ CALENDARIO-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 'N' TO WSC-DIA-HABIL
                   END-READ
                   CLOSE CALENDARIO-FILE
               END-IF
           END-IF.

           IF NOT WSS-DIA-HABIL
               DISPLAY 'ERROR: LA FECHA DE PAGO ' WSV-FECHA-PAGO
                       ' NO ES DIA HABIL. ABORTANDO.'
               MOVE WSC-RETORNO-CONTROL TO WSV-CODIGO-RETORNO
               MOVE 'FECHA DE PAGO NO ES DIA HABIL' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

       006-VERIFICAR-DIA-HABIL-END. EXIT.

       010-ABRIR-ARCHIVOS.

           OPEN INPUT BANCOPAR-FILE.

           OPEN OUTPUT CBUEXC-FILE.

           OPEN EXTEND NOTIFICA-FILE.
           IF WSS-NOTIFICA-INEXISTENTE
               OPEN OUTPUT NOTIFICA-FILE
           END-IF.

           MOVE 'N' TO WSC-HAY-PATROCINIOS.
           OPEN INPUT PATRASIG-FILE.
           IF WSS-PATRASIG-INEXISTENTE
               DISPLAY 'PATRASI1 AUSENTE, LOS PAGOS NO SE IMPUTAN '
                       'A PATROCINADORES'
           ELSE
               MOVE 'S' TO WSC-HAY-PATROCINIOS
               OPEN EXTEND PATRMOV-FILE
               IF WSS-PATRMOV-INEXISTENTE
                   OPEN OUTPUT PATRMOV-FILE
               END-IF
           END-IF.

           MOVE 'N' TO WSC-HAY-CASOS.
           OPEN INPUT CASOS-FILE.
           IF WSS-CASOS-INEXISTENTE
               DISPLAY 'FRAUCAS1 AUSENTE, NO SE RETIENEN CUOTAS '
                       'POR CASOS DE FRAUDE'
           ELSE
               MOVE 'S' TO WSC-HAY-CASOS
           END-IF.

           MOVE 'N' TO WSC-HAY-EMBARGOS.
           OPEN I-O EMBARGO-FILE.
           IF WSS-EMBARGO-INEXISTENTE
               DISPLAY 'EMBARGO1 AUSENTE, NO SE APLICAN EMBARGOS '
                       'JUDICIALES'
           ELSE
               MOVE 'S' TO WSC-HAY-EMBARGOS
               OPEN EXTEND EMBAMOV-FILE
               IF WSS-EMBAMOV-INEXISTENTE
                   OPEN OUTPUT EMBAMOV-FILE
               END-IF
           END-IF.

           PERFORM 012-PREPARAR-GENERACION.
           OPEN OUTPUT BANCO-FILE.
           MOVE SPACES TO BANCO-REGISTRO.

       022-EVALUAR-CUOTA.

           IF WSS-SELECCION-FECHA
               IF CUOTA-PENDIENTE
                  AND CUOTA-VENCIMIENTO NOT > WSV-FECHA-PAGO-NUM
                   ADD 1 TO WSV-CUOTAS-DEL-PERIODO
                   PERFORM 030-PAGAR-UNA-CUOTA
               END-IF
               IF CUOTA-SUSPENDIDA
                  AND CUOTA-VENCIMIENTO NOT > WSV-FECHA-PAGO-NUM
                   ADD 1 TO WSV-CUOTAS-SUSPENDIDAS
               END-IF
           ELSE
               COMPUTE WSV-PERIODO-CUOTA = CUOTA-VENCIMIENTO / 100
               IF CUOTA-PENDIENTE
                  AND WSV-PERIODO-CUOTA EQUAL WSV-PERIODO-NUM
                   ADD 1 TO WSV-CUOTAS-DEL-PERIODO
                   PERFORM 030-PAGAR-UNA-CUOTA
               END-IF
               IF CUOTA-SUSPENDIDA
                  AND WSV-PERIODO-CUOTA EQUAL WSV-PERIODO-NUM
                   ADD 1 TO WSV-CUOTAS-SUSPENDIDAS
               END-IF
           END-IF.

       022-EVALUAR-CUOTA-END. EXIT.
               ADD 1 TO WSV-PAGOS-YA-ACREDITADOS
               PERFORM 034-MARCAR-PAGADA
           ELSE
               PERFORM 041-VERIFICAR-FRAUDE
               IF WSS-CASO-ABIERTO
                   DISPLAY 'AVISO: ' CUOTA-DNI ' CUOTA ' CUOTA-NUMERO
                           ' RETENIDA POR CASO DE FRAUDE'
                   ADD 1 TO WSV-CUOTAS-EN-FRAUDE
                   MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
                   MOVE 'CUOTAS RETENIDAS POR CASO DE FRAUDE'
                       TO WSV-MOTIVO-FIN
               ELSE
                   PERFORM 036-VALIDAR-CBU
                   IF WSS-CBU-VALIDO
                       PERFORM 032-ESCRIBIR-PAGO
                       PERFORM 033-REGISTRAR-LEDGER
                       PERFORM 034-MARCAR-PAGADA
                       IF WSV-IMPORTE-PAGO > ZERO
                           PERFORM 040-ENCOLAR-AVISO
                       END-IF
                   ELSE
                       DISPLAY 'AVISO: ' CUOTA-NOMBRE
                               ' SIN CBU VALIDO, PAGO MANUAL'
                       ADD 1 TO WSV-PAGOS-OMITIDOS
                       PERFORM 037-REPORTAR-CBU-INVALIDO
                       MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
                       MOVE 'CUOTAS SIN CBU VALIDO, PAGO MANUAL'
                           TO WSV-MOTIVO-FIN
                   END-IF
               END-IF
           END-IF.

       031-CONSULTAR-LEDGER.

           MOVE 'N' TO WSC-PAGO-ACREDITADO.
           MOVE 'N' TO WSC-PAGO-REGENERADO.
           MOVE CUOTA-CAMPANIA TO PAGOL-CAMPANIA.
           MOVE CUOTA-DNI      TO PAGOL-DNI.
           MOVE CUOTA-NUMERO   TO PAGOL-CUOTA.
                   IF PAGOL-ACREDITADO
                       MOVE 'S' TO WSC-PAGO-ACREDITADO
                   END-IF
                   IF PAGOL-RECHAZADO
                       MOVE 'S' TO WSC-PAGO-REGENERADO
                   END-IF
           END-READ.

       031-CONSULTAR-LEDGER-END. EXIT.
           END-CALL.
           COMPUTE WSV-IMPORTE-PAGO =
               CUOTA-IMPORTE + CUOTA-BONO - WSV-RETENCION-PAGO.
           MOVE WSV-IMPORTE-PAGO TO WSV-IMPORTE-NETO.
           IF WSV-RETENCION-PAGO > ZERO
              AND NOT WSS-PAGO-REGENERADO
               PERFORM 035-REGISTRAR-RETENCION
           END-IF.
           IF WSS-HAY-EMBARGOS
               PERFORM 043-APLICAR-EMBARGO
           END-IF.
           IF WSV-IMPORTE-PAGO > ZERO
               MOVE SPACES TO BANCO-REGISTRO
               MOVE '2' TO BANCO-TIPO
               MOVE CUOTA-DNI        TO BANCO-DNI
               MOVE CUOTA-CBU        TO BANCO-CBU
               MOVE WSV-IMPORTE-PAGO TO BANCO-IMPORTE
               WRITE BANCO-REGISTRO
               ADD 1 TO WSV-CANT-PAGOS
               ADD WSV-IMPORTE-PAGO TO WSV-HASH-IMPORTES
           END-IF.
           PERFORM 038-IMPUTAR-PATROCINADOR.

       032-ESCRIBIR-PAGO-END. EXIT.

           MOVE 'G'               TO PAGOL-ESTADO.
           MOVE WSV-FECHA-PROCESO TO PAGOL-FECHA-ESTADO.
           MOVE 'PAGO GENERADO'   TO PAGOL-MOTIVO.
           IF WSV-IMPORTE-PAGO EQUAL ZERO
               MOVE 'CUOTA EMBARGADA EN SU TOTALIDAD' TO PAGOL-MOTIVO
           END-IF.
           WRITE PAGOL-REGISTRO
               INVALID KEY REWRITE PAGOL-REGISTRO
           END-WRITE.
           MOVE CUOTA-CAMPANIA     TO RETEN-CAMPANIA.
           MOVE WSV-BONO-PAGO      TO RETEN-BONO-BRUTO.
           MOVE WSV-RETENCION-PAGO TO RETEN-RETENCION.
           MOVE CUOTA-NUMERO       TO RETEN-CUOTA.
           WRITE RETEN-REGISTRO.
           ADD 1 TO WSV-PAGOS-RETENIDOS.
           ADD WSV-RETENCION-PAGO TO WSV-TOTAL-RETENIDO.

       035-REGISTRAR-RETENCION-END. EXIT.

       038-IMPUTAR-PATROCINADOR.

           IF WSS-HAY-PATROCINIOS
               MOVE CUOTA-CAMPANIA TO PASIG-CAMPANIA
               MOVE CUOTA-DNI      TO PASIG-DNI
               READ PATRASIG-FILE
                   INVALID KEY
                       ADD 1 TO WSV-PAGOS-SIN-PATROCINIO
                   NOT INVALID KEY
                       IF PASIG-VIGENTE
                           PERFORM 039-REGISTRAR-CARGO
                       ELSE
                           ADD 1 TO WSV-PAGOS-SIN-PATROCINIO
                       END-IF
               END-READ
           ELSE
               ADD 1 TO WSV-PAGOS-SIN-PATROCINIO
           END-IF.

       038-IMPUTAR-PATROCINADOR-END. EXIT.

       039-REGISTRAR-CARGO.

           MOVE WSV-FECHA-PROCESO  TO PMOV-FECHA.
           MOVE CUOTA-CAMPANIA     TO PMOV-CAMPANIA.
           MOVE PASIG-PATROCINADOR TO PMOV-PATROCINADOR.
           MOVE PASIG-TRACK-FONDO  TO PMOV-TRACK-FONDO.
           MOVE CUOTA-DNI          TO PMOV-DNI.
           MOVE CUOTA-NUMERO       TO PMOV-CUOTA.
           COMPUTE PMOV-IMPORTE-BRUTO = CUOTA-IMPORTE + CUOTA-BONO.
           MOVE WSV-RETENCION-PAGO TO PMOV-RETENCION.
           MOVE WSV-IMPORTE-NETO   TO PMOV-IMPORTE-NETO.
           MOVE WSV-NOMBRE-BANCO   TO PMOV-GENERACION.
           WRITE PMOV-REGISTRO.
           ADD 1 TO WSV-PAGOS-PATROCINADOS.

       039-REGISTRAR-CARGO-END. EXIT.

       040-ENCOLAR-AVISO.

           ACCEPT NOTIF-FECHA FROM DATE YYYYMMDD.
           ACCEPT NOTIF-HORA FROM TIME.
           MOVE WSC-PROGRAMA-ID   TO NOTIF-PROGRAMA.
           MOVE 'VE'              TO NOTIF-EVENTO.
           MOVE CUOTA-CAMPANIA    TO NOTIF-CAMPANIA.
           MOVE CUOTA-DNI         TO NOTIF-DNI.
           MOVE CUOTA-NOMBRE      TO NOTIF-NOMBRE.
           MOVE CUOTA-NUMERO      TO NOTIF-CUOTA.
           MOVE WSV-IMPORTE-PAGO  TO NOTIF-IMPORTE.
           MOVE CUOTA-VENCIMIENTO TO NOTIF-FECHA-EVENTO.
           MOVE 'PAGO ENVIADO AL BANCO' TO NOTIF-DETALLE.
           WRITE NOTIF-REGISTRO.
           ADD 1 TO WSV-AVISOS-ENCOLADOS.

       040-ENCOLAR-AVISO-END. EXIT.

       041-VERIFICAR-FRAUDE.

           MOVE 'N' TO WSC-CASO-ABIERTO.
           IF WSS-HAY-CASOS
               MOVE CUOTA-DNI TO FRAUD-DNI
               MOVE 'C' TO FRAUD-TIPO
               PERFORM 042-LEER-CASO
               MOVE CUOTA-DNI TO FRAUD-DNI
               MOVE 'D' TO FRAUD-TIPO
               PERFORM 042-LEER-CASO
           END-IF.

       041-VERIFICAR-FRAUDE-END. EXIT.

       042-LEER-CASO.

           READ CASOS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF NOT FRAUD-DESCARTADO
                       MOVE 'S' TO WSC-CASO-ABIERTO
                   END-IF
           END-READ.

       042-LEER-CASO-END. EXIT.

       043-APLICAR-EMBARGO.

           MOVE ZERO TO WSV-IMPORTE-EMBARGO.
           MOVE 'S' TO WSC-EMBARGO-HALLADO.
           MOVE CUOTA-DNI TO EMBAR-DNI.
           READ EMBARGO-FILE
               INVALID KEY MOVE 'N' TO WSC-EMBARGO-HALLADO
           END-READ.

           IF WSS-EMBARGO-HALLADO
               PERFORM 044-REVERTIR-EMBARGO-PREVIO
               CALL 'EMBACALC' USING WSV-IMPORTE-PAGO
                                      WSV-FECHA-PROCESO
                                      EMBAR-REGISTRO
                                      WSV-IMPORTE-EMBARGO
               END-CALL
               IF WSV-IMPORTE-EMBARGO > ZERO
                   PERFORM 045-PAGAR-AL-JUZGADO
               END-IF
               REWRITE EMBAR-REGISTRO
           END-IF.

       043-APLICAR-EMBARGO-END. EXIT.

       044-REVERTIR-EMBARGO-PREVIO.

           MOVE CUOTA-CAMPANIA TO PAGOL-CAMPANIA.
           MOVE CUOTA-DNI      TO PAGOL-DNI.
           COMPUTE PAGOL-CUOTA = CUOTA-NUMERO + WSC-CUOTA-EMBARGO.
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
                       PERFORM 046-REGISTRAR-MOVIMIENTO
                   END-IF
           END-READ.

       044-REVERTIR-EMBARGO-PREVIO-END. EXIT.

       045-PAGAR-AL-JUZGADO.

           MOVE SPACES TO BANCO-REGISTRO.
           MOVE '2' TO BANCO-TIPO.
           MOVE CUOTA-DNI           TO BANCO-DNI.
           MOVE EMBAR-CBU-JUZGADO   TO BANCO-CBU.
           MOVE WSV-IMPORTE-EMBARGO TO BANCO-IMPORTE.
           WRITE BANCO-REGISTRO.
           ADD 1 TO WSV-CANT-PAGOS.
           ADD WSV-IMPORTE-EMBARGO TO WSV-HASH-IMPORTES.

           MOVE CUOTA-CAMPANIA      TO PAGOL-CAMPANIA.
           MOVE CUOTA-DNI           TO PAGOL-DNI.
           COMPUTE PAGOL-CUOTA = CUOTA-NUMERO + WSC-CUOTA-EMBARGO.
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
               DISPLAY 'EMBARGO ' EMBAR-EXPEDIENTE ' DE ' CUOTA-DNI
                       ' ALCANZO EL TOPE, SE LIBERA'
           END-IF.
           MOVE WSV-IMPORTE-EMBARGO TO WSV-IMPORTE-MOVIMIENTO.
           MOVE 'E' TO WSV-TIPO-MOVIMIENTO.
           PERFORM 046-REGISTRAR-MOVIMIENTO.

       045-PAGAR-AL-JUZGADO-END. EXIT.

       046-REGISTRAR-MOVIMIENTO.

           MOVE WSV-FECHA-PROCESO      TO EMOV-FECHA.
           MOVE CUOTA-DNI              TO EMOV-DNI.
           MOVE EMBAR-EXPEDIENTE       TO EMOV-EXPEDIENTE.
           MOVE WSV-TIPO-MOVIMIENTO    TO EMOV-TIPO.
           MOVE CUOTA-CAMPANIA         TO EMOV-CAMPANIA.
           MOVE CUOTA-NUMERO           TO EMOV-CUOTA.
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

       046-REGISTRAR-MOVIMIENTO-END. EXIT.

       090-FINALIZAR.

           MOVE SPACES TO BANCO-REGISTRO.
           CLOSE LEDGER-FILE.
           CLOSE RETENDET-FILE.
           CLOSE CBUEXC-FILE.
           CLOSE NOTIFICA-FILE.
           IF WSS-HAY-CASOS
               CLOSE CASOS-FILE
           END-IF.
           IF WSS-HAY-PATROCINIOS
               CLOSE PATRASIG-FILE
               CLOSE PATRMOV-FILE
           END-IF.
           IF WSS-HAY-EMBARGOS
               CLOSE EMBARGO-FILE
               CLOSE EMBAMOV-FILE
           END-IF.
           PERFORM 091-CATALOGAR-SALIDA.

           DISPLAY '--------------------------------------------------'
           DISPLAY 'PAGOS CON RETENCION  : ' WSV-PAGOS-RETENIDOS.
           DISPLAY 'TOTAL RETENIDO       : $' WSV-TOTAL-RETENIDO.
           DISPLAY 'CBU RECHAZADOS       : ' WSV-CBU-RECHAZADOS.
           DISPLAY 'IMPUTADOS A PATROCIN.: ' WSV-PAGOS-PATROCINADOS.
           DISPLAY 'SIN PATROCINADOR     : ' WSV-PAGOS-SIN-PATROCINIO.
           DISPLAY 'SUSPENDIDAS NO PAGAS : ' WSV-CUOTAS-SUSPENDIDAS.
           DISPLAY 'AVISOS ENCOLADOS     : ' WSV-AVISOS-ENCOLADOS.
           DISPLAY 'RETENIDAS POR FRAUDE : ' WSV-CUOTAS-EN-FRAUDE.
           DISPLAY 'PAGOS CON EMBARGO    : ' WSV-PAGOS-EMBARGADOS.
           DISPLAY 'TOTAL AL JUZGADO     : $' WSV-TOTAL-EMBARGADO.
           DISPLAY 'EMBARGOS LIBERADOS   : ' WSV-EMBARGOS-LIBERADOS.
           DISPLAY 'EMBARGOS REVERTIDOS  : ' WSV-EMBARGOS-REVERTIDOS.

       090-FINALIZAR-END. EXIT.

           ACCEPT CATLG-HORA FROM TIME.
           WRITE CATLG-REGISTRO.
           CLOSE CATALOGO-FILE.
           PERFORM 092-REGISTRAR-LIBERACION.

       091-CATALOGAR-SALIDA-END. EXIT.

       092-REGISTRAR-LIBERACION.

           OPEN I-O LIBERA-FILE.
           IF WSS-LIBERA-INEXISTENTE
               OPEN OUTPUT LIBERA-FILE
               CLOSE LIBERA-FILE
               OPEN I-O LIBERA-FILE
           END-IF.
           MOVE SPACES            TO LIBER-REGISTRO.
           MOVE WSV-NOMBRE-BANCO  TO LIBER-GENERACION.
           MOVE WSC-PROGRAMA-ID   TO LIBER-PROGRAMA.
           MOVE WSV-CAMPANIA      TO LIBER-CAMPANIA.
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
           DISPLAY 'GENERACION ' WSV-NOMBRE-BANCO
                   ' PENDIENTE DE LIBERACION POR UN SEGUNDO OPERADOR'.

       092-REGISTRAR-LIBERACION-END. EXIT.

       096-GRABAR-ESTADO.

           OPEN EXTEND ESTADO-FILE.

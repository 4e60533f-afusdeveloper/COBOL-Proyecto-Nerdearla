                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-CARTAS-ESTADO.

           SELECT RECLAMO-FILE ASSIGN TO "CARTASRC"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-RECLAMO-ESTADO.

           SELECT RECUPERO-FILE ASSIGN TO "RECUPER1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS RECUP-CLAVE
                               FILE STATUS IS WSC-RECUPERO-ESTADO.

           SELECT LEDGER-FILE  ASSIGN TO "PAGOLEDG"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS PAGOL-CLAVE
                               FILE STATUS IS WSC-LEDGER-ESTADO.

           SELECT RETENDET-FILE ASSIGN TO "RETENDET"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-RETENDET-ESTADO.

           SELECT REPORTE-FILE ASSIGN TO "BAJARPT1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-REPORTE-ESTADO.
                               RECORD KEY IS CAMP-CAMPANIA
                               FILE STATUS IS WSC-CAMPCTL-ESTADO.

           SELECT NOTIFICA-FILE ASSIGN TO "NOTICOLA"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-NOTIFICA-ESTADO.

           SELECT AUDIT-FILE   ASSIGN TO "AUDITLOG"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-AUDIT-ESTADO.
           RECORDING MODE IS F.
       01  CARTAS-REGISTRO                  PIC X(80).

       FD  RECLAMO-FILE
           RECORDING MODE IS F.
       01  RECLAMO-REGISTRO                 PIC X(80).

       FD  RECUPERO-FILE.
           COPY RECUREG.

       FD  LEDGER-FILE.
           COPY PAGOREG.

       FD  RETENDET-FILE
           RECORDING MODE IS F.
           COPY RETDREG.

       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  REPORTE-REGISTRO                 PIC X(132).
       FD  CAMPCTL-FILE.
           COPY CAMPREG.

       FD  NOTIFICA-FILE
           RECORDING MODE IS F.
           COPY NOTIREG.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDITREG.
                 88 WSS-HAY-CAMPCTL                    VALUE 'S'.
             05 WSC-CAMPANIA-CERRADA          PIC X    VALUE 'N'.
                 88 WSS-CAMPANIA-CERRADA               VALUE 'S'.
             05 WSC-HAY-LEDGER                PIC X    VALUE 'N'.
                 88 WSS-HAY-LEDGER                     VALUE 'S'.
             05 WSC-FIN-RETENCION             PIC X    VALUE 'N'.
                 88 WSS-FIN-RETENCION                  VALUE 'S'.
             05 WSC-PAGO-RECHAZADO            PIC X    VALUE 'N'.
                 88 WSS-PAGO-RECHAZADO                 VALUE 'S'.

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-BAJAS-ESTADO              PIC XX   VALUE '00'.
             05 WSC-APROBADOS-ESTADO          PIC XX   VALUE '00'.
                 88 WSS-APROBADOS-INEXISTENTE          VALUE '35'.
             05 WSC-CARTAS-ESTADO             PIC XX   VALUE '00'.
             05 WSC-RECLAMO-ESTADO            PIC XX   VALUE '00'.
             05 WSC-RECUPERO-ESTADO           PIC XX   VALUE '00'.
                 88 WSS-RECUPERO-INEXISTENTE           VALUE '35'.
             05 WSC-LEDGER-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-LEDGER-INEXISTENTE             VALUE '35'.
             05 WSC-RETENDET-ESTADO           PIC XX   VALUE '00'.
                 88 WSS-RETENDET-INEXISTENTE           VALUE '35'.
             05 WSC-REPORTE-ESTADO            PIC XX   VALUE '00'.
             05 WSC-CAMPCTL-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-CAMPCTL-INEXISTENTE            VALUE '35'.
             05 WSC-NOTIFICA-ESTADO           PIC XX   VALUE '00'.
                 88 WSS-NOTIFICA-INEXISTENTE           VALUE '35'.
             05 WSC-AUDIT-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-AUDIT-INEXISTENTE              VALUE '35'.
             05 WSC-ESTADO-ESTADO             PIC XX   VALUE '00'.
             05 WSV-RESULTADO-AUX             PIC X(30) VALUE SPACES.
             05 WSV-DNI-AUX                   PIC 9(08) VALUE ZERO.
             05 WSV-NOMBRE-AUX                PIC X(30) VALUE SPACES.
             05 WSV-RETENCION-CUOTA           PIC 9(09) VALUE ZERO.
             05 WSV-CUOTAS-EXCESO-BAJA        PIC 9(02) VALUE ZERO.
             05 WSV-RECLAMO-BAJA              PIC 9(11) VALUE ZERO.

             05 WSV-TABLA-ESPERA.
                 10 WSV-CANT-ESPERA           PIC 9(04) VALUE ZERO.
                 10 WSV-ESPERA-GUARDADO OCCURS 2000 TIMES
                                              PIC X(59).
             05 WSV-IDX-ESPERA                PIC 9(04) VALUE ZERO.
             05 WSV-IDX-GRABA                 PIC 9(04) VALUE ZERO.

                 10 WSV-TOTAL-PROMOVIDOS      PIC 9(07) VALUE ZERO.
                 10 WSV-CUOTAS-CANCELADAS     PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-CERRADAS        PIC 9(07) VALUE ZERO.
                 10 WSV-CUOTAS-EN-EXCESO      PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-RECLAMOS        PIC 9(07) VALUE ZERO.
                 10 WSV-IMPORTE-RECLAMADO     PIC 9(12) VALUE ZERO.

             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
           END-IF.
           CLOSE APROBADOS-FILE.
           CLOSE CARTAS-FILE.
           CLOSE RECLAMO-FILE.
           CLOSE RECUPERO-FILE.
           IF WSS-HAY-LEDGER
               CLOSE LEDGER-FILE
           END-IF.
           CLOSE REPORTE-FILE.
           CLOSE AUDIT-FILE.
           CLOSE NOTIFICA-FILE.
           IF WSS-HAY-CAMPCTL
               CLOSE CAMPCTL-FILE
           END-IF.
           END-IF.

           OPEN OUTPUT CARTAS-FILE.
           OPEN OUTPUT RECLAMO-FILE.
           OPEN OUTPUT REPORTE-FILE.

           OPEN I-O RECUPERO-FILE.
           IF WSS-RECUPERO-INEXISTENTE
               OPEN OUTPUT RECUPERO-FILE
               CLOSE RECUPERO-FILE
               OPEN I-O RECUPERO-FILE
           END-IF.

           MOVE 'N' TO WSC-HAY-LEDGER.
           OPEN INPUT LEDGER-FILE.
           IF WSS-LEDGER-INEXISTENTE
               DISPLAY 'PAGOLEDG AUSENTE, NO SE VERIFICAN RECHAZOS '
                       'DE CUOTAS PAGADAS'
           ELSE
               MOVE 'S' TO WSC-HAY-LEDGER
           END-IF.

           OPEN EXTEND AUDIT-FILE.
           IF WSS-AUDIT-INEXISTENTE
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           OPEN EXTEND NOTIFICA-FILE.
           IF WSS-NOTIFICA-INEXISTENTE
               OPEN OUTPUT NOTIFICA-FILE
           END-IF.

           MOVE 'N' TO WSC-HAY-CAMPCTL.
           OPEN INPUT CAMPCTL-FILE.
           IF WSS-CAMPCTL-INEXISTENTE
           MOVE 'BAJA DEL BENEFICIARIO' TO WSV-RESULTADO-AUX.
           PERFORM 060-REGISTRAR-AUDITORIA.

           MOVE ZERO TO WSV-CUOTAS-EXCESO-BAJA.
           MOVE ZERO TO WSV-RECLAMO-BAJA.
           IF WSS-HAY-CUOTAS
               PERFORM 040-CANCELAR-CUOTAS
           END-IF.

           IF WSV-CUOTAS-EXCESO-BAJA > ZERO
               PERFORM 047-INFORMAR-RECLAMO
           END-IF.

           IF WSS-HAY-ESPERA
               PERFORM 050-PROMOVER-ESPERA
           END-IF.
                      OR CUOTA-DNI NOT EQUAL BAJA-DNI
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       IF CUOTA-PENDIENTE OR CUOTA-BLOQUEADA
                          OR CUOTA-SUSPENDIDA
                           MOVE 'C' TO CUOTA-ESTADO
                           MOVE WSV-FECHA-HOY TO CUOTA-FECHA-ESTADO
                           REWRITE CUOTA-REGISTRO
                           ADD 1 TO WSV-CUOTAS-CANCELADAS
                       ELSE
                           IF CUOTA-PAGADA
                              AND CUOTA-VENCIMIENTO > CANDM-FECHA-BAJA
                               PERFORM 042-DETECTAR-PAGO-EXCESO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       041-CANCELAR-UNA-CUOTA-END. EXIT.

       042-DETECTAR-PAGO-EXCESO.

           MOVE 'N' TO WSC-PAGO-RECHAZADO.
           IF WSS-HAY-LEDGER
               MOVE CUOTA-CAMPANIA TO PAGOL-CAMPANIA
               MOVE CUOTA-DNI      TO PAGOL-DNI
               MOVE CUOTA-NUMERO   TO PAGOL-CUOTA
               READ LEDGER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PAGOL-RECHAZADO
                           MOVE 'S' TO WSC-PAGO-RECHAZADO
                       END-IF
               END-READ
           END-IF.

           IF NOT WSS-PAGO-RECHAZADO
               MOVE CUOTA-CAMPANIA TO RECUP-CAMPANIA
               MOVE CUOTA-DNI      TO RECUP-DNI
               MOVE CUOTA-NUMERO   TO RECUP-CUOTA
               READ RECUPERO-FILE
                   INVALID KEY PERFORM 043-REGISTRAR-RECUPERO
                   NOT INVALID KEY
                       DISPLAY 'AVISO: CUOTA ' CUOTA-NUMERO ' DE '
                               CUOTA-DNI ' YA TIENE RECUPERO '
                               'REGISTRADO'
               END-READ
           END-IF.

       042-DETECTAR-PAGO-EXCESO-END. EXIT.

       043-REGISTRAR-RECUPERO.

           PERFORM 044-BUSCAR-RETENCION.

           MOVE CUOTA-CAMPANIA     TO RECUP-CAMPANIA.
           MOVE CUOTA-DNI          TO RECUP-DNI.
           MOVE CUOTA-NUMERO       TO RECUP-CUOTA.
           MOVE CUOTA-NOMBRE       TO RECUP-NOMBRE.
           MOVE CANDM-FECHA-BAJA   TO RECUP-FECHA-BAJA.
           MOVE CUOTA-VENCIMIENTO  TO RECUP-VENCIMIENTO.
           MOVE CUOTA-FECHA-ESTADO TO RECUP-FECHA-PAGO.
           COMPUTE RECUP-IMPORTE-BRUTO = CUOTA-IMPORTE + CUOTA-BONO.
           MOVE WSV-RETENCION-CUOTA TO RECUP-RETENCION.
           IF WSV-RETENCION-CUOTA < RECUP-IMPORTE-BRUTO
               COMPUTE RECUP-IMPORTE-RECLAMADO =
                   RECUP-IMPORTE-BRUTO - WSV-RETENCION-CUOTA
           ELSE
               MOVE ZERO TO RECUP-IMPORTE-RECLAMADO
           END-IF.
           MOVE ZERO          TO RECUP-IMPORTE-DEVUELTO.
           MOVE 'R'           TO RECUP-ESTADO.
           MOVE WSV-FECHA-HOY TO RECUP-FECHA-RECLAMO.
           MOVE WSV-FECHA-HOY TO RECUP-FECHA-ESTADO.
           MOVE SPACES        TO RECUP-REFERENCIA.
           WRITE RECUP-REGISTRO
               INVALID KEY
                   DISPLAY 'ERROR AL GRABAR RECUPERO DE ' CUOTA-DNI
           END-WRITE.

           ADD 1 TO WSV-CUOTAS-EN-EXCESO.
           ADD 1 TO WSV-CUOTAS-EXCESO-BAJA.
           ADD RECUP-IMPORTE-RECLAMADO TO WSV-RECLAMO-BAJA.
           ADD RECUP-IMPORTE-RECLAMADO TO WSV-IMPORTE-RECLAMADO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' PAGO EN EXCESO: '      DELIMITED BY SIZE
                  CUOTA-DNI                DELIMITED BY SIZE
                  ' CUOTA '                DELIMITED BY SIZE
                  CUOTA-NUMERO             DELIMITED BY SIZE
                  ' VTO '                  DELIMITED BY SIZE
                  CUOTA-VENCIMIENTO        DELIMITED BY SIZE
                  ' BRUTO $'               DELIMITED BY SIZE
                  RECUP-IMPORTE-BRUTO      DELIMITED BY SIZE
                  ' RETENIDO $'            DELIMITED BY SIZE
                  RECUP-RETENCION          DELIMITED BY SIZE
                  ' A RECLAMAR $'          DELIMITED BY SIZE
                  RECUP-IMPORTE-RECLAMADO  DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

       043-REGISTRAR-RECUPERO-END. EXIT.

       044-BUSCAR-RETENCION.

           MOVE ZERO TO WSV-RETENCION-CUOTA.
           MOVE 'N' TO WSC-FIN-RETENCION.
           OPEN INPUT RETENDET-FILE.
           IF NOT WSS-RETENDET-INEXISTENTE
               PERFORM 045-LEER-RETENCION UNTIL WSS-FIN-RETENCION
               CLOSE RETENDET-FILE
           END-IF.

       044-BUSCAR-RETENCION-END. EXIT.

       045-LEER-RETENCION.

           READ RETENDET-FILE
               AT END MOVE 'S' TO WSC-FIN-RETENCION
               NOT AT END
                   IF RETEN-DNI EQUAL CUOTA-DNI
                      AND RETEN-CAMPANIA EQUAL CUOTA-CAMPANIA
                      AND RETEN-FECHA EQUAL CUOTA-FECHA-ESTADO
                      AND RETEN-BONO-BRUTO EQUAL CUOTA-BONO
                       MOVE RETEN-RETENCION TO WSV-RETENCION-CUOTA
                       MOVE 'S' TO WSC-FIN-RETENCION
                   END-IF
           END-READ.

       045-LEER-RETENCION-END. EXIT.

       047-INFORMAR-RECLAMO.

           ADD 1 TO WSV-TOTAL-RECLAMOS.
           PERFORM 048-CARTA-RECLAMO.

           MOVE BAJA-DNI     TO WSV-DNI-AUX.
           MOVE CANDM-NOMBRE TO WSV-NOMBRE-AUX.
           MOVE 'RECUPERO DE PAGO EN EXCESO' TO WSV-RESULTADO-AUX.
           PERFORM 060-REGISTRAR-AUDITORIA.

       047-INFORMAR-RECLAMO-END. EXIT.

       048-CARTA-RECLAMO.

           MOVE SPACES TO WSV-LINEA-CARTA.
           STRING 'PROGRAMA DE BECAS - CAMPANIA ' DELIMITED BY SIZE
                  BAJA-CAMPANIA                   DELIMITED BY SIZE
                  '   FECHA '                     DELIMITED BY SIZE
                  WSV-FECHA-HOY                   DELIMITED BY SIZE
                  INTO WSV-LINEA-CARTA
           END-STRING.
           MOVE WSV-LINEA-CARTA TO RECLAMO-REGISTRO.
           WRITE RECLAMO-REGISTRO AFTER ADVANCING PAGE.

           MOVE SPACES TO RECLAMO-REGISTRO.
           WRITE RECLAMO-REGISTRO.

           MOVE SPACES TO WSV-LINEA-CARTA.
           STRING 'ESTIMADO/A '  DELIMITED BY SIZE
                  CANDM-NOMBRE   DELIMITED BY SIZE
                  INTO WSV-LINEA-CARTA
           END-STRING.
           MOVE WSV-LINEA-CARTA TO RECLAMO-REGISTRO.
           WRITE RECLAMO-REGISTRO.

           MOVE SPACES TO WSV-LINEA-CARTA.
           STRING 'DNI '      DELIMITED BY SIZE
                  BAJA-DNI    DELIMITED BY SIZE
                  INTO WSV-LINEA-CARTA
           END-STRING.
           MOVE WSV-LINEA-CARTA TO RECLAMO-REGISTRO.
           WRITE RECLAMO-REGISTRO.

           MOVE CANDM-DIRECCION TO RECLAMO-REGISTRO.
           WRITE RECLAMO-REGISTRO.
           MOVE SPACES TO WSV-LINEA-CARTA.
           STRING CANDM-LOCALIDAD DELIMITED BY SIZE
                  ' ('            DELIMITED BY SIZE
                  CANDM-CODPOSTAL DELIMITED BY SIZE
                  ')'             DELIMITED BY SIZE
                  INTO WSV-LINEA-CARTA
           END-STRING.
           MOVE WSV-LINEA-CARTA TO RECLAMO-REGISTRO.
           WRITE RECLAMO-REGISTRO.

           MOVE SPACES TO RECLAMO-REGISTRO.
           WRITE RECLAMO-REGISTRO.
           MOVE SPACES TO WSV-LINEA-CARTA.
           STRING 'SU BAJA DEL PROGRAMA TIENE FECHA '
                                       DELIMITED BY SIZE
                  CANDM-FECHA-BAJA     DELIMITED BY SIZE
                  ' Y SE LE'           DELIMITED BY SIZE
                  INTO WSV-LINEA-CARTA
           END-STRING.
           MOVE WSV-LINEA-CARTA TO RECLAMO-REGISTRO.
           WRITE RECLAMO-REGISTRO.
           MOVE SPACES TO WSV-LINEA-CARTA.
           STRING 'ABONARON '                DELIMITED BY SIZE
                  WSV-CUOTAS-EXCESO-BAJA     DELIMITED BY SIZE
                  ' CUOTAS CON VENCIMIENTO POSTERIOR A ESA FECHA.'
                                             DELIMITED BY SIZE
                  INTO WSV-LINEA-CARTA
           END-STRING.
           MOVE WSV-LINEA-CARTA TO RECLAMO-REGISTRO.
           WRITE RECLAMO-REGISTRO.
           MOVE SPACES TO WSV-LINEA-CARTA.
           STRING 'LE SOLICITAMOS REINTEGRAR $' DELIMITED BY SIZE
                  WSV-RECLAMO-BAJA              DELIMITED BY SIZE
                  ' (NETO DE RETENCIONES).'     DELIMITED BY SIZE
                  INTO WSV-LINEA-CARTA
           END-STRING.
           MOVE WSV-LINEA-CARTA TO RECLAMO-REGISTRO.
           WRITE RECLAMO-REGISTRO.
           MOVE 'COMUNIQUESE CON EL PROGRAMA PARA ACORDAR LA FORMA'
               TO RECLAMO-REGISTRO.
           WRITE RECLAMO-REGISTRO.
           MOVE 'DE DEVOLUCION.'
               TO RECLAMO-REGISTRO.
           WRITE RECLAMO-REGISTRO.

       048-CARTA-RECLAMO-END. EXIT.

       050-PROMOVER-ESPERA.

           MOVE 'N' TO WSC-PROMOVIDO.
           WRITE REPORTE-REGISTRO.

           PERFORM 055-CARTA-PROMOCION.
           PERFORM 056-ENCOLAR-AVISO.

           MOVE ESPERA-DNI    TO WSV-DNI-AUX.
           MOVE ESPERA-NOMBRE TO WSV-NOMBRE-AUX.

       055-CARTA-PROMOCION-END. EXIT.

       056-ENCOLAR-AVISO.

           ACCEPT NOTIF-FECHA FROM DATE YYYYMMDD.
           ACCEPT NOTIF-HORA FROM TIME.
           MOVE WSC-PROGRAMA-ID TO NOTIF-PROGRAMA.
           MOVE 'PR'            TO NOTIF-EVENTO.
           MOVE ESPERA-CAMPANIA TO NOTIF-CAMPANIA.
           MOVE ESPERA-DNI      TO NOTIF-DNI.
           MOVE ESPERA-NOMBRE   TO NOTIF-NOMBRE.
           MOVE ZERO            TO NOTIF-CUOTA.
           MOVE ZERO            TO NOTIF-IMPORTE.
           MOVE WSV-FECHA-HOY   TO NOTIF-FECHA-EVENTO.
           MOVE 'PROMOVIDO DE LISTA DE ESPERA' TO NOTIF-DETALLE.
           WRITE NOTIF-REGISTRO.

       056-ENCOLAR-AVISO-END. EXIT.

       060-REGISTRAR-AUDITORIA.

           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' CUOTAS PAGADAS EN EXCESO: ' DELIMITED BY SIZE
                  WSV-CUOTAS-EN-EXCESO          DELIMITED BY SIZE
                  '  RECLAMOS EMITIDOS: '       DELIMITED BY SIZE
                  WSV-TOTAL-RECLAMOS            DELIMITED BY SIZE
                  '  IMPORTE RECLAMADO: $'      DELIMITED BY SIZE
                  WSV-IMPORTE-RECLAMADO         DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

       095-ESCRIBIR-RESUMEN-END. EXIT.

       096-GRABAR-ESTADO.

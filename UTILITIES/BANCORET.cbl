                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-REPORTE-ESTADO.

           SELECT LIBERA-FILE  ASSIGN TO "LIBERBC1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS LIBER-GENERACION
                               FILE STATUS IS WSC-LIBERA-ESTADO.

           SELECT AUDIT-FILE   ASSIGN TO "AUDITLOG"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-AUDIT-ESTADO.

           SELECT NOTIFICA-FILE ASSIGN TO "NOTICOLA"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-NOTIFICA-ESTADO.

           SELECT TARJETA-FILE ASSIGN TO "CTRLCRDR"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-TARJETA-ESTADO.
           RECORDING MODE IS F.
       01  REPORTE-REGISTRO                 PIC X(132).

       FD  LIBERA-FILE.
           COPY LIBEREG.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDITREG.

       FD  NOTIFICA-FILE
           RECORDING MODE IS F.
           COPY NOTIREG.

       FD  TARJETA-FILE
           RECORDING MODE IS F.
       01  TARJETA-REGISTRO.
                 88 WSS-LEDGER-HALLADO                 VALUE 'S'.
             05 WSC-FIN-CATALOGO              PIC X    VALUE 'N'.
                 88 WSS-FIN-CATALOGO                   VALUE 'S'.
             05 WSC-COLA-BANCO                PIC X    VALUE 'N'.
                 88 WSS-COLA-BANCO                     VALUE 'S'.

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-RESPUESTA-ESTADO          PIC XX   VALUE '00'.
             05 WSC-BANCOPAR-ESTADO           PIC XX   VALUE '00'.
                 88 WSS-BANCOPAR-INEXISTENTE           VALUE '35'.
             05 WSC-REPORTE-ESTADO            PIC XX   VALUE '00'.
             05 WSC-LIBERA-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-LIBERA-INEXISTENTE             VALUE '35'.
             05 WSC-AUDIT-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-AUDIT-INEXISTENTE              VALUE '35'.
             05 WSC-NOTIFICA-ESTADO           PIC XX   VALUE '00'.
                 88 WSS-NOTIFICA-INEXISTENTE           VALUE '35'.
             05 WSC-TARJETA-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-TARJETA-INEXISTENTE            VALUE '35'.
             05 WSC-ESTADO-ESTADO             PIC XX   VALUE '00'.
                 10 WSV-CANT-DETALLES         PIC 9(07) VALUE ZERO.
                 10 WSV-HASH-IMPORTES         PIC 9(15) VALUE ZERO.

             05 WSV-CONTROL-GENERACION.
                 10 WSV-CANT-GENERADOS        PIC 9(07) VALUE ZERO.
                 10 WSV-HASH-GENERADOS        PIC 9(15) VALUE ZERO.
                 10 WSV-COLA-CANTIDAD         PIC 9(07) VALUE ZERO.
                 10 WSV-COLA-HASH             PIC 9(15) VALUE ZERO.
             05 WSV-RESULTADO-AUDIT           PIC X(30) VALUE SPACES.

             05 WSV-CONTROL-REINTENTO.
                 10 WSV-CANT-REINTENTOS       PIC 9(07) VALUE ZERO.
                 10 WSV-HASH-REINTENTOS       PIC 9(15) VALUE ZERO.
                 10 WSV-PAGOS-ACREDITADOS     PIC 9(07) VALUE ZERO.
                 10 WSV-PAGOS-RECHAZADOS      PIC 9(07) VALUE ZERO.
                 10 WSV-RESP-SIN-ORIGEN       PIC 9(07) VALUE ZERO.
                 10 WSV-AVISOS-ENCOLADOS      PIC 9(07) VALUE ZERO.

             05 WSV-ACUMULADORES.
                 10 WSV-TOTAL-ACREDITADO      PIC 9(12) VALUE ZERO.

           CLOSE LEDGER-FILE.
           CLOSE REPORTE-FILE.
           CLOSE AUDIT-FILE.
           CLOSE NOTIFICA-FILE.

           PERFORM 096-GRABAR-ESTADO.
           MOVE WSV-CODIGO-RETORNO TO RETURN-CODE.
           OPEN OUTPUT REINTENTO-FILE.
           OPEN OUTPUT REPORTE-FILE.

           OPEN EXTEND AUDIT-FILE.
           IF WSS-AUDIT-INEXISTENTE
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           OPEN EXTEND NOTIFICA-FILE.
           IF WSS-NOTIFICA-INEXISTENTE
               OPEN OUTPUT NOTIFICA-FILE
           END-IF.

       010-ABRIR-ARCHIVOS-END. EXIT.

       020-MARCAR-TRANSMITIDOS.
               MOVE 'PAGOBCO1 AUSENTE EN LA CONCILIACION'
                   TO WSV-MOTIVO-FIN
           ELSE
               PERFORM 028-CONTROLAR-GENERACION
               CLOSE BANCO-FILE
               PERFORM 029-VERIFICAR-LIBERACION
               OPEN INPUT BANCO-FILE
               PERFORM 021-LEER-PAGO
               PERFORM 022-MARCAR-UN-PAGO UNTIL WSS-FIN-BANCO
               CLOSE BANCO-FILE
               PERFORM 0291-REGISTRAR-TRANSMISION
           END-IF.

       020-MARCAR-TRANSMITIDOS-END. EXIT.

       027-LEER-BANCOPAR-END. EXIT.

       028-CONTROLAR-GENERACION.

           MOVE 'N' TO WSC-FIN-BANCO.
           PERFORM 0281-CONTAR-REGISTRO UNTIL WSS-FIN-BANCO.
           MOVE 'N' TO WSC-FIN-BANCO.

       028-CONTROLAR-GENERACION-END. EXIT.

       0281-CONTAR-REGISTRO.

           READ BANCO-FILE
               AT END MOVE 'S' TO WSC-FIN-BANCO
               NOT AT END
                   EVALUATE TRUE
                       WHEN BANCO-ES-DETALLE
                           ADD 1 TO WSV-CANT-GENERADOS
                           ADD BANCO-IMPORTE TO WSV-HASH-GENERADOS
                       WHEN BANCO-ES-COLA
                           MOVE 'S' TO WSC-COLA-BANCO
                           MOVE BANCO-COLA-CANTIDAD
                               TO WSV-COLA-CANTIDAD
                           MOVE BANCO-COLA-HASH-IMPORTE
                               TO WSV-COLA-HASH
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       0281-CONTAR-REGISTRO-END. EXIT.

       029-VERIFICAR-LIBERACION.

           OPEN I-O LIBERA-FILE.
           IF WSS-LIBERA-INEXISTENTE
               DISPLAY 'ERROR: LIBERBC1 NO EXISTE, LA GENERACION '
                       WSV-NOMBRE-BANCO ' NO FUE LIBERADA.'
               MOVE 'GENERACION NO LIBERADA' TO WSV-RESULTADO-AUDIT
               PERFORM 0293-DENEGAR-TRANSMISION
           END-IF.

           MOVE WSV-NOMBRE-BANCO TO LIBER-GENERACION.
           READ LIBERA-FILE
               INVALID KEY
                   DISPLAY 'ERROR: LA GENERACION ' WSV-NOMBRE-BANCO
                           ' NO TIENE REGISTRO DE LIBERACION.'
                   MOVE 'GENERACION NO LIBERADA'
                       TO WSV-RESULTADO-AUDIT
                   PERFORM 0293-DENEGAR-TRANSMISION
           END-READ.

           IF NOT LIBER-APROBADA
              AND NOT LIBER-TRANSMITIDA
               DISPLAY 'ERROR: LA GENERACION ' WSV-NOMBRE-BANCO
                       ' NO ESTA LIBERADA, ESTADO ' LIBER-ESTADO
               MOVE 'GENERACION NO LIBERADA' TO WSV-RESULTADO-AUDIT
               PERFORM 0293-DENEGAR-TRANSMISION
           END-IF.

           IF NOT WSS-COLA-BANCO
              OR WSV-COLA-CANTIDAD NOT EQUAL WSV-CANT-GENERADOS
              OR WSV-COLA-HASH NOT EQUAL WSV-HASH-GENERADOS
              OR WSV-COLA-CANTIDAD NOT EQUAL LIBER-CANTIDAD-APR
              OR WSV-COLA-HASH NOT EQUAL LIBER-HASH-APR
               DISPLAY 'ERROR: LA GENERACION ' WSV-NOMBRE-BANCO
                       ' FUE ALTERADA DESPUES DE SU LIBERACION.'
               DISPLAY '  APROBADO: CANTIDAD ' LIBER-CANTIDAD-APR
                       ' HASH ' LIBER-HASH-APR
               DISPLAY '  COLA    : CANTIDAD ' WSV-COLA-CANTIDAD
                       ' HASH ' WSV-COLA-HASH
               DISPLAY '  LEIDO   : CANTIDAD ' WSV-CANT-GENERADOS
                       ' HASH ' WSV-HASH-GENERADOS
               MOVE 'GENERACION ALTERADA' TO WSV-RESULTADO-AUDIT
               PERFORM 0293-DENEGAR-TRANSMISION
           END-IF.

           DISPLAY 'GENERACION ' WSV-NOMBRE-BANCO ' LIBERADA POR '
                   LIBER-OPERADOR-DEC ' EL ' LIBER-FECHA-DEC.

       029-VERIFICAR-LIBERACION-END. EXIT.

       0291-REGISTRAR-TRANSMISION.

           IF LIBER-APROBADA
               MOVE 'T' TO LIBER-ESTADO
               MOVE 'TRANSMITIDA AL BANCO' TO LIBER-MOTIVO
               REWRITE LIBER-REGISTRO
               MOVE 'GENERACION TRANSMITIDA' TO WSV-RESULTADO-AUDIT
               PERFORM 0292-AUDITAR-GENERACION
           END-IF.
           CLOSE LIBERA-FILE.

       0291-REGISTRAR-TRANSMISION-END. EXIT.

       0292-AUDITAR-GENERACION.

           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE WSC-PROGRAMA-ID     TO AUDIT-PROGRAMA.
           MOVE ZERO                TO AUDIT-DNI.
           MOVE WSV-NOMBRE-BANCO    TO AUDIT-NOMBRE.
           MOVE WSV-RESULTADO-AUDIT TO AUDIT-RESULTADO.
           MOVE WSV-CAMPANIA        TO AUDIT-CAMPANIA.
           WRITE AUDIT-REGISTRO.

       0292-AUDITAR-GENERACION-END. EXIT.

       0293-DENEGAR-TRANSMISION.

           PERFORM 0292-AUDITAR-GENERACION.
           CLOSE AUDIT-FILE.
           MOVE WSC-RETORNO-CONTROL TO WSV-CODIGO-RETORNO.
           MOVE 'GENERACION NO LIBERADA O ALTERADA'
               TO WSV-MOTIVO-FIN.
           PERFORM 097-ABORTAR.

       0293-DENEGAR-TRANSMISION-END. EXIT.

       030-PROCESAR-RESPUESTAS.

           PERFORM 031-LEER-RESPUESTA.
           ADD 1 TO WSV-PAGOS-ACREDITADOS.
           ADD RESP-IMPORTE TO WSV-TOTAL-ACREDITADO.

           IF NOT PAGOL-CUOTA-EMBARGO
               MOVE 'AC' TO NOTIF-EVENTO
               PERFORM 054-ENCOLAR-AVISO
           END-IF.

       051-ACREDITAR-PAGO-END. EXIT.

       052-RECHAZAR-PAGO.
           ADD 1 TO WSV-PAGOS-RECHAZADOS.
           ADD RESP-IMPORTE TO WSV-TOTAL-RECHAZADO.

           IF NOT PAGOL-CUOTA-EMBARGO
               MOVE 'RP' TO NOTIF-EVENTO
               PERFORM 054-ENCOLAR-AVISO
           END-IF.

           MOVE SPACES TO BANCO-REGISTRO.
           MOVE '2' TO BANCO-TIPO.
           MOVE RESP-DNI     TO BANCO-DNI.

       053-REPORTAR-SIN-ORIGEN-END. EXIT.

       054-ENCOLAR-AVISO.

           ACCEPT NOTIF-FECHA FROM DATE YYYYMMDD.
           ACCEPT NOTIF-HORA FROM TIME.
           MOVE WSC-PROGRAMA-ID   TO NOTIF-PROGRAMA.
           MOVE PAGOL-CAMPANIA    TO NOTIF-CAMPANIA.
           MOVE PAGOL-DNI         TO NOTIF-DNI.
           MOVE SPACES            TO NOTIF-NOMBRE.
           MOVE PAGOL-CUOTA       TO NOTIF-CUOTA.
           MOVE RESP-IMPORTE      TO NOTIF-IMPORTE.
           MOVE WSV-FECHA-PROCESO TO NOTIF-FECHA-EVENTO.
           MOVE PAGOL-MOTIVO      TO NOTIF-DETALLE.
           WRITE NOTIF-REGISTRO.
           ADD 1 TO WSV-AVISOS-ENCOLADOS.

       054-ENCOLAR-AVISO-END. EXIT.

       080-CERRAR-REINTENTOS.

           MOVE SPACES TO BANCO-REGISTRO.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' AVISOS ENCOLADOS EN NOTICOLA: '
                                       DELIMITED BY SIZE
                  WSV-AVISOS-ENCOLADOS DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

       095-ESCRIBIR-LIQUIDACION-END. EXIT.

       096-GRABAR-ESTADO.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.                            POSTERGA.
       AUTHOR.                                AYMARA M FUSARO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLICIT-FILE ASSIGN TO "POSTSOL1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-SOLICIT-ESTADO.

           SELECT MASTER-FILE  ASSIGN TO "CANDMAST"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CANDM-CLAVE
                               FILE STATUS IS WSC-MASTER-ESTADO.

           SELECT CUOTAS-FILE  ASSIGN TO "CUOTAS01"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CUOTA-CLAVE
                               FILE STATUS IS WSC-CUOTAS-ESTADO.

           SELECT DIFERIDO-FILE ASSIGN TO "DIFERID1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS DIFER-CLAVE
                               FILE STATUS IS WSC-DIFERIDO-ESTADO.

           SELECT ESPERA-FILE  ASSIGN TO "LISTESP1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-ESPERA-ESTADO.

           SELECT APROBADOS-FILE ASSIGN TO "APROBADO"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-APROBADOS-ESTADO.

           SELECT CARTAS-FILE  ASSIGN TO "CARTASPG"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-CARTAS-ESTADO.

           SELECT REPORTE-FILE ASSIGN TO "POSTRPT1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-REPORTE-ESTADO.

           SELECT CAMPCTL-FILE ASSIGN TO "CAMPCTL1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CAMP-CAMPANIA
                               FILE STATUS IS WSC-CAMPCTL-ESTADO.

           SELECT NOTIFICA-FILE ASSIGN TO "NOTICOLA"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-NOTIFICA-ESTADO.

           SELECT AUDIT-FILE   ASSIGN TO "AUDITLOG"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-AUDIT-ESTADO.

           SELECT ESTADO-FILE  ASSIGN TO "RUNSTAT1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-ESTADO-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  SOLICIT-FILE
           RECORDING MODE IS F.
       01  SOLICIT-REGISTRO.
           05 SOLICIT-DNI                   PIC 9(08).
           05 SOLICIT-CAMPANIA              PIC X(06).
           05 SOLICIT-CAMPANIA-DESTINO      PIC X(06).
           05 SOLICIT-FECHA                 PIC 9(08).
           05 SOLICIT-FECHA-LIMITE          PIC 9(08).
           05 SOLICIT-MOTIVO                PIC X(30).

       FD  MASTER-FILE.
           COPY CANDMREG.

       FD  CUOTAS-FILE.
           COPY CUOTREG.

       FD  DIFERIDO-FILE.
           COPY DIFEREG.

       FD  ESPERA-FILE
           RECORDING MODE IS F.
           COPY ESPEREG.

       FD  APROBADOS-FILE
           RECORDING MODE IS F.
           COPY APROREG.

       FD  CARTAS-FILE
           RECORDING MODE IS F.
       01  CARTAS-REGISTRO                  PIC X(80).

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

       FD  ESTADO-FILE
           RECORDING MODE IS F.
           COPY ESTADREG.

       WORKING-STORAGE SECTION.

         01 WSC-CONSTANTES.
             05 WSC-PROGRAMA-ID               PIC X(08)
                                               VALUE 'POSTERGA'.
             05 WSC-MAX-ESPERA                PIC 9(04) VALUE 2000.
             05 WSC-PLAZO-RESERVA             PIC 9(08) VALUE 10000.
             05 WSC-RETORNOS.
                 10 WSC-RETORNO-NORMAL        PIC 9(04) VALUE 0.
                 10 WSC-RETORNO-AVISO         PIC 9(04) VALUE 4.
                 10 WSC-RETORNO-CONTROL       PIC 9(04) VALUE 8.
                 10 WSC-RETORNO-SIN-ARCHIVO   PIC 9(04) VALUE 16.

             05 WSC-GUIONES.
                 10 FILLER                    PIC X(80) VALUE ALL '-'.

         01 WSC-SWITCHES.
             05 WSC-FIN-SOLICITUDES           PIC X    VALUE 'N'.
                 88 WSS-FIN-SOLICITUDES                VALUE 'S'.
             05 WSC-FIN-ESPERA                PIC X    VALUE 'N'.
                 88 WSS-FIN-ESPERA                     VALUE 'S'.
             05 WSC-FIN-BARRIDO               PIC X    VALUE 'N'.
                 88 WSS-FIN-BARRIDO                    VALUE 'S'.
             05 WSC-MASTER-HALLADO            PIC X    VALUE 'N'.
                 88 WSS-MASTER-HALLADO                 VALUE 'S'.
             05 WSC-RESERVA-EXISTE            PIC X    VALUE 'N'.
                 88 WSS-RESERVA-EXISTE                 VALUE 'S'.
             05 WSC-HAY-CUOTAS                PIC X    VALUE 'N'.
                 88 WSS-HAY-CUOTAS                     VALUE 'S'.
             05 WSC-HAY-ESPERA                PIC X    VALUE 'N'.
                 88 WSS-HAY-ESPERA                     VALUE 'S'.
             05 WSC-PROMOVIDO                 PIC X    VALUE 'N'.
                 88 WSS-PROMOVIDO                      VALUE 'S'.
             05 WSC-HAY-CAMPCTL               PIC X    VALUE 'N'.
                 88 WSS-HAY-CAMPCTL                    VALUE 'S'.
             05 WSC-CAMPANIA-CERRADA          PIC X    VALUE 'N'.
                 88 WSS-CAMPANIA-CERRADA               VALUE 'S'.
             05 WSC-DESTINO-SELECCIONADO      PIC X    VALUE 'N'.
                 88 WSS-DESTINO-SELECCIONADO           VALUE 'S'.

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-SOLICIT-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-SOLICIT-INEXISTENTE            VALUE '35'.
             05 WSC-MASTER-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-MASTER-INEXISTENTE             VALUE '35'.
             05 WSC-CUOTAS-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-CUOTAS-INEXISTENTE             VALUE '35'.
             05 WSC-DIFERIDO-ESTADO           PIC XX   VALUE '00'.
                 88 WSS-DIFERIDO-INEXISTENTE           VALUE '35'.
             05 WSC-ESPERA-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-ESPERA-INEXISTENTE             VALUE '35'.
             05 WSC-APROBADOS-ESTADO          PIC XX   VALUE '00'.
                 88 WSS-APROBADOS-INEXISTENTE          VALUE '35'.
             05 WSC-CARTAS-ESTADO             PIC XX   VALUE '00'.
             05 WSC-REPORTE-ESTADO            PIC XX   VALUE '00'.
             05 WSC-CAMPCTL-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-CAMPCTL-INEXISTENTE            VALUE '35'.
             05 WSC-NOTIFICA-ESTADO           PIC XX   VALUE '00'.
                 88 WSS-NOTIFICA-INEXISTENTE           VALUE '35'.
             05 WSC-AUDIT-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-AUDIT-INEXISTENTE              VALUE '35'.
             05 WSC-ESTADO-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-ESTADO-INEXISTENTE             VALUE '35'.

         01 WSV-VARIABLES.
             05 WSV-FECHA-INICIO              PIC 9(08) VALUE ZERO.
             05 WSV-HORA-INICIO               PIC 9(08) VALUE ZERO.
             05 WSV-FECHA-HOY                 PIC 9(08) VALUE ZERO.
             05 WSV-LINEA-REPORTE             PIC X(132).
             05 WSV-LINEA-CARTA               PIC X(80).
             05 WSV-RESULTADO-AUX             PIC X(30) VALUE SPACES.
             05 WSV-DNI-AUX                   PIC 9(08) VALUE ZERO.
             05 WSV-NOMBRE-AUX                PIC X(30) VALUE SPACES.
             05 WSV-CAMPANIA-AUX              PIC X(06) VALUE SPACES.
             05 WSV-MOTIVO-RECHAZO            PIC X(40) VALUE SPACES.
             05 WSV-MOTIVO-VENCIMIENTO        PIC X(30) VALUE SPACES.
             05 WSV-FECHA-POSTERGACION        PIC 9(08) VALUE ZERO.
             05 WSV-FECHA-VENCE               PIC 9(08) VALUE ZERO.

             05 WSV-TABLA-ESPERA.
                 10 WSV-CANT-ESPERA           PIC 9(04) VALUE ZERO.
                 10 WSV-ESPERA-GUARDADO OCCURS 2000 TIMES
                                              PIC X(59).
             05 WSV-IDX-ESPERA                PIC 9(04) VALUE ZERO.
             05 WSV-IDX-GRABA                 PIC 9(04) VALUE ZERO.

             05 WSV-CONTADORES.
                 10 WSV-TOTAL-LEIDOS          PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-POSTERGADOS     PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-RECHAZADAS      PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-PROMOVIDOS      PIC 9(07) VALUE ZERO.
                 10 WSV-CUOTAS-CANCELADAS     PIC 9(07) VALUE ZERO.
                 10 WSV-RESERVAS-REVISADAS    PIC 9(07) VALUE ZERO.
                 10 WSV-RESERVAS-VENCIDAS     PIC 9(07) VALUE ZERO.

             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
                     VALUE 'PROCESO FINALIZADO NORMALMENTE'.

       PROCEDURE DIVISION.

       000-CONTROL.

           ACCEPT WSV-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-INICIO FROM TIME.

           DISPLAY 'PROCESO DE POSTERGACION DE BECAS APROBADAS'.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.

           PERFORM 010-ABRIR-ARCHIVOS.
           PERFORM 015-CARGAR-ESPERA.

           PERFORM 070-VENCER-RESERVAS.

           PERFORM 021-LEER-SOLICITUD.
           PERFORM 022-PROCESAR-SOLICITUD UNTIL WSS-FIN-SOLICITUDES.

           PERFORM 080-REGRABAR-ESPERA.
           PERFORM 095-ESCRIBIR-RESUMEN.

           CLOSE SOLICIT-FILE.
           CLOSE MASTER-FILE.
           IF WSS-HAY-CUOTAS
               CLOSE CUOTAS-FILE
           END-IF.
           CLOSE DIFERIDO-FILE.
           CLOSE APROBADOS-FILE.
           CLOSE CARTAS-FILE.
           CLOSE REPORTE-FILE.
           CLOSE AUDIT-FILE.
           CLOSE NOTIFICA-FILE.
           IF WSS-HAY-CAMPCTL
               CLOSE CAMPCTL-FILE
           END-IF.

           PERFORM 096-GRABAR-ESTADO.
           MOVE WSV-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       000-CONTROL-END. EXIT.

       010-ABRIR-ARCHIVOS.

           OPEN INPUT SOLICIT-FILE.
           IF WSS-SOLICIT-INEXISTENTE
               DISPLAY 'ERROR: POSTSOL1 NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'POSTSOL1 NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           OPEN I-O MASTER-FILE.
           IF WSS-MASTER-INEXISTENTE
               DISPLAY 'ERROR: CANDMAST NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'CANDMAST NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           MOVE 'N' TO WSC-HAY-CUOTAS.
           OPEN I-O CUOTAS-FILE.
           IF WSS-CUOTAS-INEXISTENTE
               DISPLAY 'CUOTAS01 AUSENTE, NO HAY CUOTAS A CANCELAR'
           ELSE
               MOVE 'S' TO WSC-HAY-CUOTAS
           END-IF.

           OPEN I-O DIFERIDO-FILE.
           IF WSS-DIFERIDO-INEXISTENTE
               OPEN OUTPUT DIFERIDO-FILE
               CLOSE DIFERIDO-FILE
               OPEN I-O DIFERIDO-FILE
           END-IF.

           OPEN EXTEND APROBADOS-FILE.
           IF WSS-APROBADOS-INEXISTENTE
               OPEN OUTPUT APROBADOS-FILE
           END-IF.

           OPEN OUTPUT CARTAS-FILE.
           OPEN OUTPUT REPORTE-FILE.

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
               DISPLAY 'CAMPCTL1 AUSENTE, NO SE VALIDA EL ESTADO '
                       'DE LAS CAMPANIAS'
           ELSE
               MOVE 'S' TO WSC-HAY-CAMPCTL
           END-IF.

       010-ABRIR-ARCHIVOS-END. EXIT.

       011-VERIFICAR-CAMPANIA.

           MOVE 'N' TO WSC-CAMPANIA-CERRADA.
           IF WSS-HAY-CAMPCTL
               MOVE SOLICIT-CAMPANIA TO CAMP-CAMPANIA
               READ CAMPCTL-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CAMP-CERRADA
                           MOVE 'S' TO WSC-CAMPANIA-CERRADA
                       END-IF
               END-READ
           END-IF.

       011-VERIFICAR-CAMPANIA-END. EXIT.

       012-VERIFICAR-DESTINO.

           MOVE 'N' TO WSC-DESTINO-SELECCIONADO.
           IF WSS-HAY-CAMPCTL
               READ CAMPCTL-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF NOT CAMP-ABIERTA
                           MOVE 'S' TO WSC-DESTINO-SELECCIONADO
                       END-IF
               END-READ
           END-IF.

       012-VERIFICAR-DESTINO-END. EXIT.

       015-CARGAR-ESPERA.

           MOVE 'N' TO WSC-HAY-ESPERA.
           MOVE 'N' TO WSC-FIN-ESPERA.
           OPEN INPUT ESPERA-FILE.
           IF WSS-ESPERA-INEXISTENTE
               DISPLAY 'LISTESP1 AUSENTE, NO HAY LISTA DE ESPERA '
                       'PARA PROMOVER'
           ELSE
               MOVE 'S' TO WSC-HAY-ESPERA
               PERFORM 016-LEER-ESPERA
               PERFORM 017-GUARDAR-ESPERA UNTIL WSS-FIN-ESPERA
               CLOSE ESPERA-FILE
           END-IF.

       015-CARGAR-ESPERA-END. EXIT.

       016-LEER-ESPERA.

           READ ESPERA-FILE
               AT END MOVE 'S' TO WSC-FIN-ESPERA
           END-READ.

       016-LEER-ESPERA-END. EXIT.

       017-GUARDAR-ESPERA.

           IF WSV-CANT-ESPERA < WSC-MAX-ESPERA
               ADD 1 TO WSV-CANT-ESPERA
               MOVE ESPERA-REGISTRO
                   TO WSV-ESPERA-GUARDADO (WSV-CANT-ESPERA)
           ELSE
               DISPLAY 'ERROR: LISTESP1 SUPERA LA TABLA DE '
                       WSC-MAX-ESPERA ' ENTRADAS, REESCRIBIRLA '
                       'PERDERIA CANDIDATOS. ABORTANDO.'
               MOVE WSC-RETORNO-CONTROL TO WSV-CODIGO-RETORNO
               MOVE 'LISTA DE ESPERA EXCEDE LA TABLA'
                   TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.
           PERFORM 016-LEER-ESPERA.

       017-GUARDAR-ESPERA-END. EXIT.

       021-LEER-SOLICITUD.

           READ SOLICIT-FILE
               AT END MOVE 'S' TO WSC-FIN-SOLICITUDES
               NOT AT END ADD 1 TO WSV-TOTAL-LEIDOS
           END-READ.

       021-LEER-SOLICITUD-END. EXIT.

       022-PROCESAR-SOLICITUD.

           PERFORM 011-VERIFICAR-CAMPANIA.
           MOVE SOLICIT-CAMPANIA-DESTINO TO CAMP-CAMPANIA.
           PERFORM 012-VERIFICAR-DESTINO.

           IF SOLICIT-CAMPANIA-DESTINO NOT > SOLICIT-CAMPANIA
               MOVE 'CAMPANIA DESTINO NO ES POSTERIOR'
                   TO WSV-MOTIVO-RECHAZO
               PERFORM 028-RECHAZAR-SOLICITUD
           ELSE
               IF WSS-CAMPANIA-CERRADA
                   MOVE 'CAMPANIA DE ORIGEN CERRADA'
                       TO WSV-MOTIVO-RECHAZO
                   PERFORM 028-RECHAZAR-SOLICITUD
               ELSE
                   IF WSS-DESTINO-SELECCIONADO
                       MOVE 'CAMPANIA DESTINO YA SELECCIONADA'
                           TO WSV-MOTIVO-RECHAZO
                       PERFORM 028-RECHAZAR-SOLICITUD
                   ELSE
                       PERFORM 025-APLICAR-UNA-SOLICITUD
                   END-IF
               END-IF
           END-IF.

           PERFORM 021-LEER-SOLICITUD.

       022-PROCESAR-SOLICITUD-END. EXIT.

       025-APLICAR-UNA-SOLICITUD.

           PERFORM 023-BUSCAR-MASTER.

           IF NOT WSS-MASTER-HALLADO
               MOVE 'SIN REGISTRO EN CANDMAST'
                   TO WSV-MOTIVO-RECHAZO
               PERFORM 028-RECHAZAR-SOLICITUD
           ELSE
               IF CANDM-ESTADO NOT EQUAL 'A'
                   MOVE 'NO ESTA APROBADO EN LA CAMPANIA'
                       TO WSV-MOTIVO-RECHAZO
                   PERFORM 028-RECHAZAR-SOLICITUD
               ELSE
                   PERFORM 024-BUSCAR-RESERVA
                   IF WSS-RESERVA-EXISTE
                       MOVE 'YA TIENE RESERVA EN LA CAMPANIA DESTINO'
                           TO WSV-MOTIVO-RECHAZO
                       PERFORM 028-RECHAZAR-SOLICITUD
                   ELSE
                       PERFORM 030-APLICAR-POSTERGACION
                   END-IF
               END-IF
           END-IF.

       025-APLICAR-UNA-SOLICITUD-END. EXIT.

       023-BUSCAR-MASTER.

           MOVE 'N' TO WSC-MASTER-HALLADO.
           MOVE SOLICIT-CAMPANIA TO CANDM-CAMPANIA.
           MOVE SOLICIT-DNI      TO CANDM-DNI.
           READ MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'S' TO WSC-MASTER-HALLADO
           END-READ.

       023-BUSCAR-MASTER-END. EXIT.

       024-BUSCAR-RESERVA.

           MOVE 'N' TO WSC-RESERVA-EXISTE.
           MOVE SOLICIT-CAMPANIA-DESTINO TO DIFER-CAMPANIA-DESTINO.
           MOVE SOLICIT-DNI              TO DIFER-DNI.
           READ DIFERIDO-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'S' TO WSC-RESERVA-EXISTE
           END-READ.

       024-BUSCAR-RESERVA-END. EXIT.

       028-RECHAZAR-SOLICITUD.

           ADD 1 TO WSV-TOTAL-RECHAZADAS.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' RECHAZADA : '          DELIMITED BY SIZE
                  SOLICIT-DNI              DELIMITED BY SIZE
                  ' CAMPANIA '             DELIMITED BY SIZE
                  SOLICIT-CAMPANIA         DELIMITED BY SIZE
                  ' DESTINO '              DELIMITED BY SIZE
                  SOLICIT-CAMPANIA-DESTINO DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WSV-MOTIVO-RECHAZO       DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO.
           MOVE 'SOLICITUDES DE POSTERGACION RECHAZADAS'
               TO WSV-MOTIVO-FIN.

       028-RECHAZAR-SOLICITUD-END. EXIT.

       030-APLICAR-POSTERGACION.

           ADD 1 TO WSV-TOTAL-POSTERGADOS.

           IF SOLICIT-FECHA IS NUMERIC AND SOLICIT-FECHA > ZERO
               MOVE SOLICIT-FECHA TO WSV-FECHA-POSTERGACION
           ELSE
               MOVE WSV-FECHA-HOY TO WSV-FECHA-POSTERGACION
           END-IF.
           IF SOLICIT-FECHA-LIMITE IS NUMERIC
              AND SOLICIT-FECHA-LIMITE > WSV-FECHA-HOY
               MOVE SOLICIT-FECHA-LIMITE TO WSV-FECHA-VENCE
           ELSE
               COMPUTE WSV-FECHA-VENCE =
                   WSV-FECHA-POSTERGACION + WSC-PLAZO-RESERVA
           END-IF.

           MOVE 'D' TO CANDM-ESTADO.
           MOVE SPACES TO CANDM-RESULTADO.
           STRING 'POSTERGADO A CAMPANIA '  DELIMITED BY SIZE
                  SOLICIT-CAMPANIA-DESTINO  DELIMITED BY SIZE
                  INTO CANDM-RESULTADO
           END-STRING.
           MOVE WSV-FECHA-POSTERGACION TO CANDM-FECHA-BAJA.
           MOVE SOLICIT-MOTIVO TO CANDM-MOTIVO-BAJA.
           REWRITE CANDM-REGISTRO.

           MOVE SOLICIT-CAMPANIA-DESTINO TO DIFER-CAMPANIA-DESTINO.
           MOVE SOLICIT-DNI              TO DIFER-DNI.
           MOVE CANDM-NOMBRE             TO DIFER-NOMBRE.
           MOVE SOLICIT-CAMPANIA         TO DIFER-CAMPANIA-ORIGEN.
           MOVE CANDM-TRACK              TO DIFER-TRACK.
           MOVE 'R'                      TO DIFER-ESTADO.
           MOVE WSV-FECHA-POSTERGACION   TO DIFER-FECHA-SOLICITUD.
           MOVE WSV-FECHA-VENCE          TO DIFER-FECHA-VENCE.
           MOVE WSV-FECHA-HOY            TO DIFER-FECHA-ESTADO.
           MOVE SOLICIT-MOTIVO           TO DIFER-MOTIVO.
           WRITE DIFER-REGISTRO
               INVALID KEY
                   DISPLAY 'ERROR AL GRABAR RESERVA DE ' SOLICIT-DNI
           END-WRITE.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' POSTERGADA: '          DELIMITED BY SIZE
                  SOLICIT-DNI              DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  CANDM-NOMBRE             DELIMITED BY SIZE
                  ' DE '                   DELIMITED BY SIZE
                  SOLICIT-CAMPANIA         DELIMITED BY SIZE
                  ' A '                    DELIMITED BY SIZE
                  SOLICIT-CAMPANIA-DESTINO DELIMITED BY SIZE
                  ' VENCE '                DELIMITED BY SIZE
                  WSV-FECHA-VENCE          DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  SOLICIT-MOTIVO           DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SOLICIT-DNI      TO WSV-DNI-AUX.
           MOVE CANDM-NOMBRE     TO WSV-NOMBRE-AUX.
           MOVE CANDM-RESULTADO  TO WSV-RESULTADO-AUX.
           MOVE SOLICIT-CAMPANIA TO WSV-CAMPANIA-AUX.
           PERFORM 060-REGISTRAR-AUDITORIA.

           IF WSS-HAY-CUOTAS
               PERFORM 040-CANCELAR-CUOTAS
           END-IF.

           PERFORM 045-CARTA-POSTERGACION.
           PERFORM 046-ENCOLAR-POSTERGACION.

           IF WSS-HAY-ESPERA
               PERFORM 050-PROMOVER-ESPERA
           END-IF.

       030-APLICAR-POSTERGACION-END. EXIT.

       040-CANCELAR-CUOTAS.

           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE SOLICIT-CAMPANIA TO CUOTA-CAMPANIA.
           MOVE SOLICIT-DNI      TO CUOTA-DNI.
           MOVE ZERO             TO CUOTA-NUMERO.
           START CUOTAS-FILE KEY NOT LESS THAN CUOTA-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 041-CANCELAR-UNA-CUOTA UNTIL WSS-FIN-BARRIDO.

       040-CANCELAR-CUOTAS-END. EXIT.

       041-CANCELAR-UNA-CUOTA.

           READ CUOTAS-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF CUOTA-CAMPANIA NOT EQUAL SOLICIT-CAMPANIA
                      OR CUOTA-DNI NOT EQUAL SOLICIT-DNI
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       IF CUOTA-PENDIENTE OR CUOTA-BLOQUEADA
                          OR CUOTA-SUSPENDIDA
                           MOVE 'C' TO CUOTA-ESTADO
                           MOVE WSV-FECHA-HOY TO CUOTA-FECHA-ESTADO
                           REWRITE CUOTA-REGISTRO
                           ADD 1 TO WSV-CUOTAS-CANCELADAS
                       END-IF
                   END-IF
           END-READ.
           IF WSC-CUOTAS-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       041-CANCELAR-UNA-CUOTA-END. EXIT.

       045-CARTA-POSTERGACION.

           MOVE SPACES TO WSV-LINEA-CARTA.
           STRING 'PROGRAMA DE BECAS - CAMPANIA ' DELIMITED BY SIZE
                  SOLICIT-CAMPANIA                DELIMITED BY SIZE
                  '   FECHA '                     DELIMITED BY SIZE
                  WSV-FECHA-HOY                   DELIMITED BY SIZE
                  INTO WSV-LINEA-CARTA
           END-STRING.
           MOVE WSV-LINEA-CARTA TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO AFTER ADVANCING PAGE.

           MOVE SPACES TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.

           MOVE SPACES TO WSV-LINEA-CARTA.
           STRING 'ESTIMADO/A '  DELIMITED BY SIZE
                  CANDM-NOMBRE   DELIMITED BY SIZE
                  INTO WSV-LINEA-CARTA
           END-STRING.
           MOVE WSV-LINEA-CARTA TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.

           MOVE SPACES TO WSV-LINEA-CARTA.
           STRING 'DNI '       DELIMITED BY SIZE
                  SOLICIT-DNI  DELIMITED BY SIZE
                  INTO WSV-LINEA-CARTA
           END-STRING.
           MOVE WSV-LINEA-CARTA TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.

           MOVE CANDM-DIRECCION TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.
           MOVE SPACES TO WSV-LINEA-CARTA.
           STRING CANDM-LOCALIDAD DELIMITED BY SIZE
                  ' ('            DELIMITED BY SIZE
                  CANDM-CODPOSTAL DELIMITED BY SIZE
                  ')'             DELIMITED BY SIZE
                  INTO WSV-LINEA-CARTA
           END-STRING.
           MOVE WSV-LINEA-CARTA TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.

           MOVE SPACES TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.
           MOVE 'HEMOS REGISTRADO LA POSTERGACION DE SU BECA. LAS'
               TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.
           MOVE 'CUOTAS PENDIENTES DE ESTA CAMPANIA QUEDAN ANULADAS.'
               TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.
           MOVE SPACES TO WSV-LINEA-CARTA.
           STRING 'SU LUGAR QUEDA RESERVADO EN LA CAMPANIA '
                                           DELIMITED BY SIZE
                  SOLICIT-CAMPANIA-DESTINO DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  INTO WSV-LINEA-CARTA
           END-STRING.
           MOVE WSV-LINEA-CARTA TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.
           MOVE 'SIN NECESIDAD DE UNA NUEVA EVALUACION, SI SE'
               TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.
           MOVE SPACES TO WSV-LINEA-CARTA.
           STRING 'INSCRIBE EN ELLA ANTES DEL '  DELIMITED BY SIZE
                  WSV-FECHA-VENCE               DELIMITED BY SIZE
                  '. PASADA ESA FECHA LA'       DELIMITED BY SIZE
                  INTO WSV-LINEA-CARTA
           END-STRING.
           MOVE WSV-LINEA-CARTA TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.
           MOVE 'RESERVA VENCERA SIN MAS AVISO.'
               TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.

       045-CARTA-POSTERGACION-END. EXIT.

       046-ENCOLAR-POSTERGACION.

           ACCEPT NOTIF-FECHA FROM DATE YYYYMMDD.
           ACCEPT NOTIF-HORA FROM TIME.
           MOVE WSC-PROGRAMA-ID  TO NOTIF-PROGRAMA.
           MOVE 'PG'             TO NOTIF-EVENTO.
           MOVE SOLICIT-CAMPANIA TO NOTIF-CAMPANIA.
           MOVE SOLICIT-DNI      TO NOTIF-DNI.
           MOVE CANDM-NOMBRE     TO NOTIF-NOMBRE.
           MOVE ZERO             TO NOTIF-CUOTA.
           MOVE ZERO             TO NOTIF-IMPORTE.
           MOVE WSV-FECHA-VENCE  TO NOTIF-FECHA-EVENTO.
           MOVE SOLICIT-CAMPANIA-DESTINO TO NOTIF-DETALLE.
           WRITE NOTIF-REGISTRO.

       046-ENCOLAR-POSTERGACION-END. EXIT.

       050-PROMOVER-ESPERA.

           MOVE 'N' TO WSC-PROMOVIDO.
           PERFORM 051-BUSCAR-PROMOVIBLE
               VARYING WSV-IDX-ESPERA FROM 1 BY 1
               UNTIL WSV-IDX-ESPERA > WSV-CANT-ESPERA
                  OR WSS-PROMOVIDO.

           IF NOT WSS-PROMOVIDO
               DISPLAY 'NO QUEDAN CANDIDATOS EN LISTA DE ESPERA '
                       'PARA LA CAMPANIA ' SOLICIT-CAMPANIA
           END-IF.

       050-PROMOVER-ESPERA-END. EXIT.

       051-BUSCAR-PROMOVIBLE.

           MOVE WSV-ESPERA-GUARDADO (WSV-IDX-ESPERA)
               TO ESPERA-REGISTRO.
           IF ESPERA-VIGENTE
              AND ESPERA-CAMPANIA EQUAL SOLICIT-CAMPANIA
               PERFORM 052-PROMOVER-CANDIDATO
           END-IF.

       051-BUSCAR-PROMOVIBLE-END. EXIT.

       052-PROMOVER-CANDIDATO.

           MOVE 'S' TO WSC-PROMOVIDO.
           ADD 1 TO WSV-TOTAL-PROMOVIDOS.

           MOVE 'P' TO ESPERA-ESTADO.
           MOVE ESPERA-REGISTRO
               TO WSV-ESPERA-GUARDADO (WSV-IDX-ESPERA).

           MOVE ESPERA-CAMPANIA TO CANDM-CAMPANIA.
           MOVE ESPERA-DNI      TO CANDM-DNI.
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY 'AVISO: ' ESPERA-DNI ' DE LA LISTA DE '
                           'ESPERA SIN REGISTRO EN CANDMAST'
               NOT INVALID KEY
                   MOVE 'A' TO CANDM-ESTADO
                   MOVE 'PROMOVIDO DE LISTA DE ESPERA'
                       TO CANDM-RESULTADO
                   REWRITE CANDM-REGISTRO
           END-READ.

           MOVE ESPERA-DNI      TO APROBADOS-DNI.
           MOVE ESPERA-NOMBRE   TO APROBADOS-NOMBRE.
           MOVE ESPERA-CAMPANIA TO APROBADOS-CAMPANIA.
           WRITE APROBADOS-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' PROMOVIDO : ' DELIMITED BY SIZE
                  ESPERA-DNI      DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  ESPERA-NOMBRE   DELIMITED BY SIZE
                  ' PUESTO '      DELIMITED BY SIZE
                  ESPERA-PUESTO   DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           PERFORM 055-CARTA-PROMOCION.
           PERFORM 056-ENCOLAR-AVISO.

           MOVE ESPERA-DNI      TO WSV-DNI-AUX.
           MOVE ESPERA-NOMBRE   TO WSV-NOMBRE-AUX.
           MOVE 'PROMOVIDO DE LISTA DE ESPERA' TO WSV-RESULTADO-AUX.
           MOVE ESPERA-CAMPANIA TO WSV-CAMPANIA-AUX.
           PERFORM 060-REGISTRAR-AUDITORIA.

       052-PROMOVER-CANDIDATO-END. EXIT.

       055-CARTA-PROMOCION.

           MOVE SPACES TO WSV-LINEA-CARTA.
           STRING 'PROGRAMA DE BECAS - CAMPANIA ' DELIMITED BY SIZE
                  ESPERA-CAMPANIA                 DELIMITED BY SIZE
                  '   FECHA '                     DELIMITED BY SIZE
                  WSV-FECHA-HOY                   DELIMITED BY SIZE
                  INTO WSV-LINEA-CARTA
           END-STRING.
           MOVE WSV-LINEA-CARTA TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO AFTER ADVANCING PAGE.

           MOVE SPACES TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.

           MOVE SPACES TO WSV-LINEA-CARTA.
           STRING 'ESTIMADO/A '  DELIMITED BY SIZE
                  ESPERA-NOMBRE  DELIMITED BY SIZE
                  INTO WSV-LINEA-CARTA
           END-STRING.
           MOVE WSV-LINEA-CARTA TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.

           MOVE SPACES TO WSV-LINEA-CARTA.
           STRING 'DNI '      DELIMITED BY SIZE
                  ESPERA-DNI  DELIMITED BY SIZE
                  INTO WSV-LINEA-CARTA
           END-STRING.
           MOVE WSV-LINEA-CARTA TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.

           MOVE SPACES TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.
           MOVE 'SE LIBERO UN LUGAR EN LA CAMPANIA Y SU POSTULACION'
               TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.
           MOVE 'EN LISTA DE ESPERA FUE APROBADA.'
               TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.
           MOVE 'EN LOS PROXIMOS DIAS RECIBIRA LA COTIZACION DE SU'
               TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.
           MOVE 'BECA Y LAS INSTRUCCIONES DE PAGO.'
               TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.

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
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE WSC-PROGRAMA-ID   TO AUDIT-PROGRAMA.
           MOVE WSV-DNI-AUX       TO AUDIT-DNI.
           MOVE WSV-NOMBRE-AUX    TO AUDIT-NOMBRE.
           MOVE WSV-RESULTADO-AUX TO AUDIT-RESULTADO.
           MOVE WSV-CAMPANIA-AUX  TO AUDIT-CAMPANIA.
           WRITE AUDIT-REGISTRO.

       060-REGISTRAR-AUDITORIA-END. EXIT.

       070-VENCER-RESERVAS.

           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE SPACES TO DIFER-CAMPANIA-DESTINO.
           MOVE ZERO   TO DIFER-DNI.
           START DIFERIDO-FILE KEY NOT LESS THAN DIFER-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 071-REVISAR-RESERVA UNTIL WSS-FIN-BARRIDO.

       070-VENCER-RESERVAS-END. EXIT.

       071-REVISAR-RESERVA.

           READ DIFERIDO-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF DIFER-RESERVADA
                       ADD 1 TO WSV-RESERVAS-REVISADAS
                       MOVE SPACES TO WSV-MOTIVO-VENCIMIENTO
                       IF DIFER-FECHA-VENCE < WSV-FECHA-HOY
                           MOVE 'VENCIDA POR PLAZO'
                               TO WSV-MOTIVO-VENCIMIENTO
                       ELSE
                           MOVE DIFER-CAMPANIA-DESTINO
                               TO CAMP-CAMPANIA
                           PERFORM 012-VERIFICAR-DESTINO
                           IF WSS-DESTINO-SELECCIONADO
                               MOVE 'CAMPANIA SELECCIONADA SIN ALTA'
                                   TO WSV-MOTIVO-VENCIMIENTO
                           END-IF
                       END-IF
                       IF WSV-MOTIVO-VENCIMIENTO NOT EQUAL SPACES
                           PERFORM 072-VENCER-UNA-RESERVA
                       END-IF
                   END-IF
           END-READ.
           IF WSC-DIFERIDO-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       071-REVISAR-RESERVA-END. EXIT.

       072-VENCER-UNA-RESERVA.

           ADD 1 TO WSV-RESERVAS-VENCIDAS.

           MOVE 'V' TO DIFER-ESTADO.
           MOVE WSV-FECHA-HOY TO DIFER-FECHA-ESTADO.
           REWRITE DIFER-REGISTRO.

           MOVE DIFER-CAMPANIA-ORIGEN TO CANDM-CAMPANIA.
           MOVE DIFER-DNI             TO CANDM-DNI.
           READ MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CANDM-ESTADO EQUAL 'D'
                       MOVE 'POSTERGACION VENCIDA'
                           TO CANDM-RESULTADO
                       REWRITE CANDM-REGISTRO
                   END-IF
           END-READ.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' VENCIDA   : '          DELIMITED BY SIZE
                  DIFER-DNI                DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  DIFER-NOMBRE             DELIMITED BY SIZE
                  ' RESERVA '              DELIMITED BY SIZE
                  DIFER-CAMPANIA-DESTINO   DELIMITED BY SIZE
                  ' VENCE '                DELIMITED BY SIZE
                  DIFER-FECHA-VENCE        DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WSV-MOTIVO-VENCIMIENTO   DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           ACCEPT NOTIF-FECHA FROM DATE YYYYMMDD.
           ACCEPT NOTIF-HORA FROM TIME.
           MOVE WSC-PROGRAMA-ID        TO NOTIF-PROGRAMA.
           MOVE 'PV'                   TO NOTIF-EVENTO.
           MOVE DIFER-CAMPANIA-ORIGEN  TO NOTIF-CAMPANIA.
           MOVE DIFER-DNI              TO NOTIF-DNI.
           MOVE DIFER-NOMBRE           TO NOTIF-NOMBRE.
           MOVE ZERO                   TO NOTIF-CUOTA.
           MOVE ZERO                   TO NOTIF-IMPORTE.
           MOVE DIFER-FECHA-VENCE      TO NOTIF-FECHA-EVENTO.
           MOVE DIFER-CAMPANIA-DESTINO TO NOTIF-DETALLE.
           WRITE NOTIF-REGISTRO.

           MOVE DIFER-DNI             TO WSV-DNI-AUX.
           MOVE DIFER-NOMBRE          TO WSV-NOMBRE-AUX.
           MOVE 'POSTERGACION VENCIDA' TO WSV-RESULTADO-AUX.
           MOVE DIFER-CAMPANIA-DESTINO TO WSV-CAMPANIA-AUX.
           PERFORM 060-REGISTRAR-AUDITORIA.

       072-VENCER-UNA-RESERVA-END. EXIT.

       080-REGRABAR-ESPERA.

           IF WSS-HAY-ESPERA
               OPEN OUTPUT ESPERA-FILE
               PERFORM 081-GRABAR-UNA-ESPERA
                   VARYING WSV-IDX-GRABA FROM 1 BY 1
                   UNTIL WSV-IDX-GRABA > WSV-CANT-ESPERA
               CLOSE ESPERA-FILE
           END-IF.

       080-REGRABAR-ESPERA-END. EXIT.

       081-GRABAR-UNA-ESPERA.

           MOVE WSV-ESPERA-GUARDADO (WSV-IDX-GRABA)
               TO ESPERA-REGISTRO.
           WRITE ESPERA-REGISTRO.

       081-GRABAR-UNA-ESPERA-END. EXIT.

       095-ESCRIBIR-RESUMEN.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' SOLICITUDES LEIDAS: '  DELIMITED BY SIZE
                  WSV-TOTAL-LEIDOS         DELIMITED BY SIZE
                  '  POSTERGADAS: '        DELIMITED BY SIZE
                  WSV-TOTAL-POSTERGADOS    DELIMITED BY SIZE
                  '  RECHAZADAS: '         DELIMITED BY SIZE
                  WSV-TOTAL-RECHAZADAS     DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' PROMOVIDOS: '          DELIMITED BY SIZE
                  WSV-TOTAL-PROMOVIDOS     DELIMITED BY SIZE
                  '  CUOTAS CANCELADAS: '  DELIMITED BY SIZE
                  WSV-CUOTAS-CANCELADAS    DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' RESERVAS VIGENTES REVISADAS: ' DELIMITED BY SIZE
                  WSV-RESERVAS-REVISADAS          DELIMITED BY SIZE
                  '  VENCIDAS: '                  DELIMITED BY SIZE
                  WSV-RESERVAS-VENCIDAS           DELIMITED BY SIZE
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
           MOVE WSC-PROGRAMA-ID       TO ESTADO-PROGRAMA.
           MOVE WSV-TOTAL-LEIDOS      TO ESTADO-LEIDOS.
           MOVE WSV-TOTAL-POSTERGADOS TO ESTADO-ESCRITOS.
           MOVE WSV-CODIGO-RETORNO    TO ESTADO-CODIGO.
           MOVE WSV-MOTIVO-FIN        TO ESTADO-MOTIVO.
           WRITE ESTADO-REGISTRO.
           CLOSE ESTADO-FILE.

       096-GRABAR-ESTADO-END. EXIT.

       097-ABORTAR.

           PERFORM 096-GRABAR-ESTADO.
           MOVE WSV-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       097-ABORTAR-END. EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.                            NOTIDESP.
       AUTHOR.                                AYMARA M FUSARO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPUESTA-FILE ASSIGN TO "NOTIRES1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-RESPUESTA-ESTADO.

           SELECT COLA-FILE    ASSIGN TO "NOTICOLA"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-COLA-ESTADO.

           SELECT ENVIADOS-FILE ASSIGN TO "NOTIENV1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS NOTENV-CLAVE
                               FILE STATUS IS WSC-ENVIADOS-ESTADO.

           SELECT MASTER-FILE  ASSIGN TO "CANDMAST"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CANDM-CLAVE
                               FILE STATUS IS WSC-MASTER-ESTADO.

           SELECT SALIDA-FILE  ASSIGN TO "NOTISAL1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-SALIDA-ESTADO.

           SELECT REPORTE-FILE ASSIGN TO "NOTIRPT1"
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
       FD  RESPUESTA-FILE
           RECORDING MODE IS F.
       01  RESPN-REGISTRO.
           05 RESPN-FECHA                   PIC 9(08).
           05 RESPN-SECUENCIA               PIC 9(06).
           05 RESPN-RESULTADO               PIC X.
               88 RESPN-ENTREGADO                    VALUE 'D'.
               88 RESPN-REBOTADO                     VALUE 'R'.
           05 RESPN-FECHA-RESULTADO         PIC 9(08).
           05 RESPN-MOTIVO                  PIC X(30).

       FD  COLA-FILE
           RECORDING MODE IS F.
           COPY NOTIREG.

       FD  ENVIADOS-FILE.
           COPY NOTEREG.

       FD  MASTER-FILE.
           COPY CANDMREG.

       FD  SALIDA-FILE
           RECORDING MODE IS F.
       01  SALIDA-REGISTRO.
           05 SALIDA-TIPO                   PIC X.
               88 SALIDA-ES-CABECERA                 VALUE '1'.
               88 SALIDA-ES-DETALLE                  VALUE '2'.
               88 SALIDA-ES-COLA                     VALUE '9'.
           05 SALIDA-DATOS.
               10 SALIDA-FECHA              PIC 9(08).
               10 SALIDA-SECUENCIA          PIC 9(06).
               10 SALIDA-CANAL              PIC X.
               10 SALIDA-DESTINO            PIC X(40).
               10 SALIDA-ASUNTO             PIC X(50).
               10 SALIDA-TEXTO              PIC X(160).
           05 SALIDA-CABECERA REDEFINES SALIDA-DATOS.
               10 SALIDA-CAB-FECHA          PIC 9(08).
               10 FILLER                    PIC X(257).
           05 SALIDA-COLA REDEFINES SALIDA-DATOS.
               10 SALIDA-COLA-CANTIDAD      PIC 9(07).
               10 SALIDA-COLA-EMAILS        PIC 9(07).
               10 SALIDA-COLA-SMS           PIC 9(07).
               10 FILLER                    PIC X(244).

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
                                               VALUE 'NOTIDESP'.
             05 WSC-ASUNTO-BASE               PIC X(20)
                     VALUE 'PROGRAMA DE BECAS - '.
             05 WSC-RETORNOS.
                 10 WSC-RETORNO-NORMAL        PIC 9(04) VALUE 0.
                 10 WSC-RETORNO-AVISO         PIC 9(04) VALUE 4.
                 10 WSC-RETORNO-SIN-ARCHIVO   PIC 9(04) VALUE 16.

             05 WSC-GUIONES.
                 10 FILLER                    PIC X(80) VALUE ALL '-'.

         01 WSC-SWITCHES.
             05 WSC-FIN-RESPUESTAS            PIC X    VALUE 'N'.
                 88 WSS-FIN-RESPUESTAS                 VALUE 'S'.
             05 WSC-FIN-COLA                  PIC X    VALUE 'N'.
                 88 WSS-FIN-COLA                       VALUE 'S'.
             05 WSC-FIN-BARRIDO               PIC X    VALUE 'N'.
                 88 WSS-FIN-BARRIDO                    VALUE 'S'.
             05 WSC-HAY-RESPUESTAS            PIC X    VALUE 'N'.
                 88 WSS-HAY-RESPUESTAS                 VALUE 'S'.
             05 WSC-HAY-COLA                  PIC X    VALUE 'N'.
                 88 WSS-HAY-COLA                       VALUE 'S'.
             05 WSC-MASTER-HALLADO            PIC X    VALUE 'N'.
                 88 WSS-MASTER-HALLADO                 VALUE 'S'.
             05 WSC-EVENTO-VALIDO             PIC X    VALUE 'N'.
                 88 WSS-EVENTO-VALIDO                  VALUE 'S'.

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-RESPUESTA-ESTADO          PIC XX   VALUE '00'.
                 88 WSS-RESPUESTA-INEXISTENTE          VALUE '35'.
             05 WSC-COLA-ESTADO               PIC XX   VALUE '00'.
                 88 WSS-COLA-INEXISTENTE               VALUE '35'.
             05 WSC-ENVIADOS-ESTADO           PIC XX   VALUE '00'.
                 88 WSS-ENVIADOS-INEXISTENTE           VALUE '35'.
             05 WSC-MASTER-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-MASTER-INEXISTENTE             VALUE '35'.
             05 WSC-SALIDA-ESTADO             PIC XX   VALUE '00'.
             05 WSC-REPORTE-ESTADO            PIC XX   VALUE '00'.
             05 WSC-AUDIT-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-AUDIT-INEXISTENTE              VALUE '35'.
             05 WSC-ESTADO-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-ESTADO-INEXISTENTE             VALUE '35'.

         01 WSV-VARIABLES.
             05 WSV-FECHA-INICIO              PIC 9(08) VALUE ZERO.
             05 WSV-HORA-INICIO               PIC 9(08) VALUE ZERO.
             05 WSV-FECHA-HOY                 PIC 9(08) VALUE ZERO.
             05 WSV-LINEA-REPORTE             PIC X(132).
             05 WSV-RESULTADO-AUX             PIC X(30) VALUE SPACES.
             05 WSV-MOTIVO-OMISION            PIC X(30) VALUE SPACES.
             05 WSV-SECUENCIA                 PIC 9(06) VALUE ZERO.
             05 WSV-CANAL                     PIC X     VALUE SPACE.
             05 WSV-DESTINO                   PIC X(40) VALUE SPACES.
             05 WSV-NOMBRE-AVISO              PIC X(30) VALUE SPACES.
             05 WSV-ASUNTO                    PIC X(50) VALUE SPACES.
             05 WSV-TEXTO                     PIC X(160) VALUE SPACES.
             05 WSV-IMPORTE-EDIT              PIC Z(08)9.
             05 WSV-CANT-BLANCOS              PIC 9(02) VALUE ZERO.
             05 WSV-IMPORTE-TEXTO             PIC X(09) VALUE SPACES.

             05 WSV-CONTADORES.
                 10 WSV-TOTAL-RESPUESTAS      PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-ENTREGADOS      PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-REBOTADOS       PIC 9(07) VALUE ZERO.
                 10 WSV-RESP-SIN-ORIGEN       PIC 9(07) VALUE ZERO.
                 10 WSV-RESP-INVALIDAS        PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-LEIDOS          PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-ENVIADOS        PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-EMAILS          PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-SMS             PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-OMITIDOS        PIC 9(07) VALUE ZERO.

             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
                     VALUE 'PROCESO FINALIZADO NORMALMENTE'.

       PROCEDURE DIVISION.

       000-CONTROL.

           ACCEPT WSV-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-INICIO FROM TIME.

           DISPLAY 'DESPACHO DE AVISOS ELECTRONICOS A BECARIOS'.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.

           PERFORM 010-ABRIR-ARCHIVOS.

           IF WSS-HAY-RESPUESTAS
               PERFORM 021-LEER-RESPUESTA
               PERFORM 022-PROCESAR-RESPUESTA
                   UNTIL WSS-FIN-RESPUESTAS
               CLOSE RESPUESTA-FILE
           END-IF.

           PERFORM 030-BUSCAR-SECUENCIA.

           IF WSS-HAY-COLA
               PERFORM 041-LEER-AVISO
               PERFORM 042-DESPACHAR-AVISO UNTIL WSS-FIN-COLA
               CLOSE COLA-FILE
               PERFORM 080-VACIAR-COLA
           END-IF.

           MOVE SPACES TO SALIDA-REGISTRO.
           MOVE '9' TO SALIDA-TIPO.
           MOVE WSV-TOTAL-ENVIADOS TO SALIDA-COLA-CANTIDAD.
           MOVE WSV-TOTAL-EMAILS   TO SALIDA-COLA-EMAILS.
           MOVE WSV-TOTAL-SMS      TO SALIDA-COLA-SMS.
           WRITE SALIDA-REGISTRO.

           PERFORM 095-ESCRIBIR-RESUMEN.

           CLOSE ENVIADOS-FILE.
           CLOSE MASTER-FILE.
           CLOSE SALIDA-FILE.
           CLOSE REPORTE-FILE.
           CLOSE AUDIT-FILE.

           PERFORM 096-GRABAR-ESTADO.
           MOVE WSV-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       000-CONTROL-END. EXIT.

       010-ABRIR-ARCHIVOS.

           OPEN I-O MASTER-FILE.
           IF WSS-MASTER-INEXISTENTE
               DISPLAY 'ERROR: CANDMAST NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'CANDMAST NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           OPEN I-O ENVIADOS-FILE.
           IF WSS-ENVIADOS-INEXISTENTE
               OPEN OUTPUT ENVIADOS-FILE
               CLOSE ENVIADOS-FILE
               OPEN I-O ENVIADOS-FILE
           END-IF.

           MOVE 'N' TO WSC-HAY-RESPUESTAS.
           OPEN INPUT RESPUESTA-FILE.
           IF WSS-RESPUESTA-INEXISTENTE
               DISPLAY 'NOTIRES1 AUSENTE, NO SE PROCESAN RESPUESTAS '
                       'DEL GATEWAY'
           ELSE
               MOVE 'S' TO WSC-HAY-RESPUESTAS
           END-IF.

           MOVE 'N' TO WSC-HAY-COLA.
           OPEN INPUT COLA-FILE.
           IF WSS-COLA-INEXISTENTE
               DISPLAY 'NOTICOLA AUSENTE, NO HAY AVISOS PENDIENTES'
           ELSE
               MOVE 'S' TO WSC-HAY-COLA
           END-IF.

           OPEN OUTPUT SALIDA-FILE.
           MOVE SPACES TO SALIDA-REGISTRO.
           MOVE '1' TO SALIDA-TIPO.
           MOVE WSV-FECHA-HOY TO SALIDA-CAB-FECHA.
           WRITE SALIDA-REGISTRO.

           OPEN OUTPUT REPORTE-FILE.

           OPEN EXTEND AUDIT-FILE.
           IF WSS-AUDIT-INEXISTENTE
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       010-ABRIR-ARCHIVOS-END. EXIT.

       021-LEER-RESPUESTA.

           READ RESPUESTA-FILE
               AT END MOVE 'S' TO WSC-FIN-RESPUESTAS
               NOT AT END ADD 1 TO WSV-TOTAL-RESPUESTAS
           END-READ.

       021-LEER-RESPUESTA-END. EXIT.

       022-PROCESAR-RESPUESTA.

           MOVE RESPN-FECHA     TO NOTENV-FECHA.
           MOVE RESPN-SECUENCIA TO NOTENV-SECUENCIA.
           READ ENVIADOS-FILE
               INVALID KEY
                   ADD 1 TO WSV-RESP-SIN-ORIGEN
                   MOVE ZERO TO NOTENV-DNI
                   MOVE 'SIN MENSAJE DE ORIGEN' TO WSV-RESULTADO-AUX
                   PERFORM 029-REPORTAR-RESPUESTA
               NOT INVALID KEY
                   PERFORM 023-APLICAR-RESPUESTA
           END-READ.

           PERFORM 021-LEER-RESPUESTA.

       022-PROCESAR-RESPUESTA-END. EXIT.

       023-APLICAR-RESPUESTA.

           EVALUATE TRUE
               WHEN RESPN-ENTREGADO
                   ADD 1 TO WSV-TOTAL-ENTREGADOS
                   MOVE 'D' TO NOTENV-ESTADO
                   MOVE RESPN-FECHA-RESULTADO TO NOTENV-FECHA-ESTADO
                   MOVE RESPN-MOTIVO TO NOTENV-MOTIVO
                   REWRITE NOTENV-REGISTRO
               WHEN RESPN-REBOTADO
                   ADD 1 TO WSV-TOTAL-REBOTADOS
                   MOVE 'R' TO NOTENV-ESTADO
                   MOVE RESPN-FECHA-RESULTADO TO NOTENV-FECHA-ESTADO
                   MOVE RESPN-MOTIVO TO NOTENV-MOTIVO
                   REWRITE NOTENV-REGISTRO
                   PERFORM 024-MARCAR-REBOTE
               WHEN OTHER
                   ADD 1 TO WSV-RESP-INVALIDAS
                   MOVE 'RESULTADO INVALIDO' TO WSV-RESULTADO-AUX
                   PERFORM 029-REPORTAR-RESPUESTA
           END-EVALUATE.

       023-APLICAR-RESPUESTA-END. EXIT.

       024-MARCAR-REBOTE.

           MOVE NOTENV-CAMPANIA TO CANDM-CAMPANIA.
           MOVE NOTENV-DNI      TO CANDM-DNI.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'REBOTE SIN REGISTRO EN CANDMAST'
                       TO WSV-RESULTADO-AUX
                   PERFORM 029-REPORTAR-RESPUESTA
               NOT INVALID KEY
                   PERFORM 025-ACTUALIZAR-CONTACTO
           END-READ.

       024-MARCAR-REBOTE-END. EXIT.

       025-ACTUALIZAR-CONTACTO.

           IF NOTENV-POR-EMAIL
               IF CANDM-CONTACTO-REBOTADO EQUAL 'S'
                  OR CANDM-CONTACTO-REBOTADO EQUAL 'A'
                   MOVE 'A' TO CANDM-CONTACTO-REBOTADO
               ELSE
                   MOVE 'E' TO CANDM-CONTACTO-REBOTADO
               END-IF
               MOVE 'E-MAIL REBOTADO POR EL GATEWAY'
                   TO WSV-RESULTADO-AUX
           ELSE
               IF CANDM-CONTACTO-REBOTADO EQUAL 'E'
                  OR CANDM-CONTACTO-REBOTADO EQUAL 'A'
                   MOVE 'A' TO CANDM-CONTACTO-REBOTADO
               ELSE
                   MOVE 'S' TO CANDM-CONTACTO-REBOTADO
               END-IF
               MOVE 'SMS REBOTADO POR EL GATEWAY'
                   TO WSV-RESULTADO-AUX
           END-IF.
           REWRITE CANDM-REGISTRO.

           PERFORM 029-REPORTAR-RESPUESTA.
           PERFORM 060-REGISTRAR-AUDITORIA.

       025-ACTUALIZAR-CONTACTO-END. EXIT.

       029-REPORTAR-RESPUESTA.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' RESPUESTA : '     DELIMITED BY SIZE
                  RESPN-FECHA         DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  RESPN-SECUENCIA     DELIMITED BY SIZE
                  ' DNI '             DELIMITED BY SIZE
                  NOTENV-DNI          DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WSV-RESULTADO-AUX   DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  RESPN-MOTIVO        DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO.
           MOVE 'RESPUESTAS DEL GATEWAY CON NOVEDADES'
               TO WSV-MOTIVO-FIN.

       029-REPORTAR-RESPUESTA-END. EXIT.

       030-BUSCAR-SECUENCIA.

           MOVE ZERO TO WSV-SECUENCIA.
           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE WSV-FECHA-HOY TO NOTENV-FECHA.
           MOVE ZERO TO NOTENV-SECUENCIA.
           START ENVIADOS-FILE KEY NOT LESS THAN NOTENV-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 031-LEER-ENVIADO UNTIL WSS-FIN-BARRIDO.

       030-BUSCAR-SECUENCIA-END. EXIT.

       031-LEER-ENVIADO.

           READ ENVIADOS-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF NOTENV-FECHA NOT EQUAL WSV-FECHA-HOY
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       MOVE NOTENV-SECUENCIA TO WSV-SECUENCIA
                   END-IF
           END-READ.
           IF WSC-ENVIADOS-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       031-LEER-ENVIADO-END. EXIT.

       041-LEER-AVISO.

           READ COLA-FILE
               AT END MOVE 'S' TO WSC-FIN-COLA
               NOT AT END ADD 1 TO WSV-TOTAL-LEIDOS
           END-READ.

       041-LEER-AVISO-END. EXIT.

       042-DESPACHAR-AVISO.

           MOVE 'N' TO WSC-MASTER-HALLADO.
           MOVE NOTIF-CAMPANIA TO CANDM-CAMPANIA.
           MOVE NOTIF-DNI      TO CANDM-DNI.
           READ MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'S' TO WSC-MASTER-HALLADO
           END-READ.

           IF NOT WSS-MASTER-HALLADO
               MOVE NOTIF-NOMBRE TO WSV-NOMBRE-AVISO
               MOVE 'SIN REGISTRO EN CANDMAST' TO WSV-MOTIVO-OMISION
               PERFORM 049-OMITIR-AVISO
           ELSE
               IF NOTIF-NOMBRE EQUAL SPACES
                   MOVE CANDM-NOMBRE TO WSV-NOMBRE-AVISO
               ELSE
                   MOVE NOTIF-NOMBRE TO WSV-NOMBRE-AVISO
               END-IF
               PERFORM 043-ELEGIR-CANAL
               IF WSV-CANAL EQUAL SPACE
                   PERFORM 049-OMITIR-AVISO
               ELSE
                   PERFORM 044-ARMAR-MENSAJE
                   IF WSS-EVENTO-VALIDO
                       PERFORM 047-ESCRIBIR-MENSAJE
                   ELSE
                       MOVE 'EVENTO DESCONOCIDO'
                           TO WSV-MOTIVO-OMISION
                       PERFORM 049-OMITIR-AVISO
                   END-IF
               END-IF
           END-IF.

           PERFORM 041-LEER-AVISO.

       042-DESPACHAR-AVISO-END. EXIT.

       043-ELEGIR-CANAL.

           MOVE SPACE  TO WSV-CANAL.
           MOVE SPACES TO WSV-DESTINO.
           IF CANDM-EMAIL NOT EQUAL SPACES
              AND CANDM-CONTACTO-REBOTADO NOT EQUAL 'E'
              AND CANDM-CONTACTO-REBOTADO NOT EQUAL 'A'
               MOVE 'E' TO WSV-CANAL
               MOVE CANDM-EMAIL TO WSV-DESTINO
           ELSE
               IF CANDM-TELEFONO NOT EQUAL SPACES
                  AND CANDM-CONTACTO-REBOTADO NOT EQUAL 'S'
                  AND CANDM-CONTACTO-REBOTADO NOT EQUAL 'A'
                   MOVE 'S' TO WSV-CANAL
                   MOVE CANDM-TELEFONO TO WSV-DESTINO
               END-IF
           END-IF.

           IF WSV-CANAL EQUAL SPACE
               IF CANDM-EMAIL EQUAL SPACES
                  AND CANDM-TELEFONO EQUAL SPACES
                   MOVE 'SIN CONTACTO ELECTRONICO'
                       TO WSV-MOTIVO-OMISION
               ELSE
                   MOVE 'CONTACTO REBOTADO'
                       TO WSV-MOTIVO-OMISION
               END-IF
           END-IF.

       043-ELEGIR-CANAL-END. EXIT.

       044-ARMAR-MENSAJE.

           MOVE 'S' TO WSC-EVENTO-VALIDO.
           MOVE SPACES TO WSV-ASUNTO.
           MOVE SPACES TO WSV-TEXTO.
           MOVE NOTIF-IMPORTE TO WSV-IMPORTE-EDIT.
           PERFORM 046-AJUSTAR-IMPORTE.

           EVALUATE TRUE
               WHEN NOTIF-APROBADO
                   STRING WSC-ASUNTO-BASE DELIMITED BY SIZE
                          'RESULTADO DE SU POSTULACION'
                                          DELIMITED BY SIZE
                          INTO WSV-ASUNTO
                   END-STRING
                   STRING 'SU POSTULACION A LA CAMPANIA '
                                          DELIMITED BY SIZE
                          NOTIF-CAMPANIA  DELIMITED BY SIZE
                          ' FUE APROBADA. EN BREVE RECIBIRA LA CARTA '
                                          DELIMITED BY SIZE
                          'CON EL DETALLE DE LA BECA.'
                                          DELIMITED BY SIZE
                          INTO WSV-TEXTO
                   END-STRING
               WHEN NOTIF-LISTA-ESPERA
                   STRING WSC-ASUNTO-BASE DELIMITED BY SIZE
                          'RESULTADO DE SU POSTULACION'
                                          DELIMITED BY SIZE
                          INTO WSV-ASUNTO
                   END-STRING
                   STRING 'SU POSTULACION A LA CAMPANIA '
                                          DELIMITED BY SIZE
                          NOTIF-CAMPANIA  DELIMITED BY SIZE
                          ' QUEDO EN LISTA DE ESPERA. LE AVISAREMOS '
                                          DELIMITED BY SIZE
                          'SI SE LIBERA UNA VACANTE.'
                                          DELIMITED BY SIZE
                          INTO WSV-TEXTO
                   END-STRING
               WHEN NOTIF-RECHAZADO
                   STRING WSC-ASUNTO-BASE DELIMITED BY SIZE
                          'RESULTADO DE SU POSTULACION'
                                          DELIMITED BY SIZE
                          INTO WSV-ASUNTO
                   END-STRING
                   STRING 'SU POSTULACION A LA CAMPANIA '
                                          DELIMITED BY SIZE
                          NOTIF-CAMPANIA  DELIMITED BY SIZE
                          ' NO FUE APROBADA. EN BREVE RECIBIRA LA '
                                          DELIMITED BY SIZE
                          'CARTA CON LOS MOTIVOS.'
                                          DELIMITED BY SIZE
                          INTO WSV-TEXTO
                   END-STRING
               WHEN NOTIF-PAGO-ACREDITADO
                   STRING WSC-ASUNTO-BASE DELIMITED BY SIZE
                          'PAGO ACREDITADO' DELIMITED BY SIZE
                          INTO WSV-ASUNTO
                   END-STRING
                   STRING 'EL BANCO ACREDITO EL PAGO DE LA CUOTA '
                                          DELIMITED BY SIZE
                          NOTIF-CUOTA     DELIMITED BY SIZE
                          ' DE SU BECA POR $' DELIMITED BY SIZE
                          WSV-IMPORTE-TEXTO DELIMITED BY SPACE
                          ' CON FECHA '   DELIMITED BY SIZE
                          NOTIF-FECHA-EVENTO DELIMITED BY SIZE
                          '.'             DELIMITED BY SIZE
                          INTO WSV-TEXTO
                   END-STRING
               WHEN NOTIF-PAGO-RECHAZADO
                   STRING WSC-ASUNTO-BASE DELIMITED BY SIZE
                          'PAGO RECHAZADO' DELIMITED BY SIZE
                          INTO WSV-ASUNTO
                   END-STRING
                   STRING 'EL BANCO RECHAZO EL PAGO DE LA CUOTA '
                                          DELIMITED BY SIZE
                          NOTIF-CUOTA     DELIMITED BY SIZE
                          ' POR $'        DELIMITED BY SIZE
                          WSV-IMPORTE-TEXTO DELIMITED BY SPACE
                          '. MOTIVO: '    DELIMITED BY SIZE
                          NOTIF-DETALLE   DELIMITED BY '  '
                          '. VERIFIQUE SU CBU, SE REINTENTARA EL PAGO.'
                                          DELIMITED BY SIZE
                          INTO WSV-TEXTO
                   END-STRING
               WHEN NOTIF-PROMOVIDO
                   STRING WSC-ASUNTO-BASE DELIMITED BY SIZE
                          'BECA ADJUDICADA' DELIMITED BY SIZE
                          INTO WSV-ASUNTO
                   END-STRING
                   STRING 'FUE PROMOVIDO DE LA LISTA DE ESPERA Y '
                                          DELIMITED BY SIZE
                          'OBTUVO LA BECA DE LA CAMPANIA '
                                          DELIMITED BY SIZE
                          NOTIF-CAMPANIA  DELIMITED BY SIZE
                          '. EN BREVE RECIBIRA LA CARTA.'
                                          DELIMITED BY SIZE
                          INTO WSV-TEXTO
                   END-STRING
               WHEN NOTIF-VENCIMIENTO
                   STRING WSC-ASUNTO-BASE DELIMITED BY SIZE
                          'VENCIMIENTO DE CUOTA' DELIMITED BY SIZE
                          INTO WSV-ASUNTO
                   END-STRING
                   STRING 'LA CUOTA '     DELIMITED BY SIZE
                          NOTIF-CUOTA     DELIMITED BY SIZE
                          ' DE SU BECA POR $' DELIMITED BY SIZE
                          WSV-IMPORTE-TEXTO DELIMITED BY SPACE
                          ' CON VENCIMIENTO ' DELIMITED BY SIZE
                          NOTIF-FECHA-EVENTO DELIMITED BY SIZE
                          ' FUE ENVIADA AL BANCO PARA SU PAGO.'
                                          DELIMITED BY SIZE
                          INTO WSV-TEXTO
                   END-STRING
               WHEN NOTIF-POSTERGADO
                   STRING WSC-ASUNTO-BASE DELIMITED BY SIZE
                          'BECA POSTERGADA' DELIMITED BY SIZE
                          INTO WSV-ASUNTO
                   END-STRING
                   STRING 'SU BECA DE LA CAMPANIA ' DELIMITED BY SIZE
                          NOTIF-CAMPANIA  DELIMITED BY SIZE
                          ' FUE POSTERGADA. SU LUGAR QUEDA RESERVADO '
                                          DELIMITED BY SIZE
                          'EN LA CAMPANIA ' DELIMITED BY SIZE
                          NOTIF-DETALLE (1:6) DELIMITED BY SIZE
                          ' HASTA EL '    DELIMITED BY SIZE
                          NOTIF-FECHA-EVENTO DELIMITED BY SIZE
                          '.'             DELIMITED BY SIZE
                          INTO WSV-TEXTO
                   END-STRING
               WHEN NOTIF-POSTERGACION-VENCIDA
                   STRING WSC-ASUNTO-BASE DELIMITED BY SIZE
                          'RESERVA VENCIDA' DELIMITED BY SIZE
                          INTO WSV-ASUNTO
                   END-STRING
                   STRING 'LA RESERVA DE SU BECA POSTERGADA PARA LA '
                                          DELIMITED BY SIZE
                          'CAMPANIA '     DELIMITED BY SIZE
                          NOTIF-DETALLE (1:6) DELIMITED BY SIZE
                          ' VENCIO SIN QUE SE INCORPORARA A ELLA.'
                                          DELIMITED BY SIZE
                          INTO WSV-TEXTO
                   END-STRING
               WHEN OTHER
                   MOVE 'N' TO WSC-EVENTO-VALIDO
           END-EVALUATE.

       044-ARMAR-MENSAJE-END. EXIT.

       046-AJUSTAR-IMPORTE.

           MOVE ZERO TO WSV-CANT-BLANCOS.
           INSPECT WSV-IMPORTE-EDIT
               TALLYING WSV-CANT-BLANCOS FOR LEADING SPACES.
           MOVE SPACES TO WSV-IMPORTE-TEXTO.
           MOVE WSV-IMPORTE-EDIT (WSV-CANT-BLANCOS + 1:)
               TO WSV-IMPORTE-TEXTO.

       046-AJUSTAR-IMPORTE-END. EXIT.

       047-ESCRIBIR-MENSAJE.

           ADD 1 TO WSV-SECUENCIA.
           ADD 1 TO WSV-TOTAL-ENVIADOS.
           IF WSV-CANAL EQUAL 'E'
               ADD 1 TO WSV-TOTAL-EMAILS
           ELSE
               ADD 1 TO WSV-TOTAL-SMS
           END-IF.

           MOVE SPACES TO SALIDA-REGISTRO.
           MOVE '2' TO SALIDA-TIPO.
           MOVE WSV-FECHA-HOY TO SALIDA-FECHA.
           MOVE WSV-SECUENCIA TO SALIDA-SECUENCIA.
           MOVE WSV-CANAL     TO SALIDA-CANAL.
           MOVE WSV-DESTINO   TO SALIDA-DESTINO.
           MOVE WSV-ASUNTO    TO SALIDA-ASUNTO.
           MOVE WSV-TEXTO     TO SALIDA-TEXTO.
           WRITE SALIDA-REGISTRO.

           MOVE WSV-FECHA-HOY    TO NOTENV-FECHA.
           MOVE WSV-SECUENCIA    TO NOTENV-SECUENCIA.
           MOVE NOTIF-CAMPANIA   TO NOTENV-CAMPANIA.
           MOVE NOTIF-DNI        TO NOTENV-DNI.
           MOVE WSV-NOMBRE-AVISO TO NOTENV-NOMBRE.
           MOVE NOTIF-EVENTO     TO NOTENV-EVENTO.
           MOVE WSV-CANAL        TO NOTENV-CANAL.
           MOVE WSV-DESTINO      TO NOTENV-DESTINO.
           MOVE 'E'              TO NOTENV-ESTADO.
           MOVE WSV-FECHA-HOY    TO NOTENV-FECHA-ESTADO.
           MOVE SPACES           TO NOTENV-MOTIVO.
           WRITE NOTENV-REGISTRO
               INVALID KEY
                   DISPLAY 'AVISO: MENSAJE ' WSV-FECHA-HOY '-'
                           WSV-SECUENCIA ' YA REGISTRADO EN NOTIENV1'
           END-WRITE.

       047-ESCRIBIR-MENSAJE-END. EXIT.

       049-OMITIR-AVISO.

           ADD 1 TO WSV-TOTAL-OMITIDOS.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' NO ENVIADO: '     DELIMITED BY SIZE
                  NOTIF-DNI           DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WSV-NOMBRE-AVISO    DELIMITED BY SIZE
                  ' CAMPANIA '        DELIMITED BY SIZE
                  NOTIF-CAMPANIA      DELIMITED BY SIZE
                  ' EVENTO '          DELIMITED BY SIZE
                  NOTIF-EVENTO        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WSV-MOTIVO-OMISION  DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

       049-OMITIR-AVISO-END. EXIT.

       060-REGISTRAR-AUDITORIA.

           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE WSC-PROGRAMA-ID   TO AUDIT-PROGRAMA.
           MOVE CANDM-DNI         TO AUDIT-DNI.
           MOVE CANDM-NOMBRE      TO AUDIT-NOMBRE.
           MOVE WSV-RESULTADO-AUX TO AUDIT-RESULTADO.
           MOVE CANDM-CAMPANIA    TO AUDIT-CAMPANIA.
           WRITE AUDIT-REGISTRO.

       060-REGISTRAR-AUDITORIA-END. EXIT.

       080-VACIAR-COLA.

           OPEN OUTPUT COLA-FILE.
           CLOSE COLA-FILE.

       080-VACIAR-COLA-END. EXIT.

       095-ESCRIBIR-RESUMEN.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' RESPUESTAS: '        DELIMITED BY SIZE
                  WSV-TOTAL-RESPUESTAS   DELIMITED BY SIZE
                  '  ENTREGADOS: '       DELIMITED BY SIZE
                  WSV-TOTAL-ENTREGADOS   DELIMITED BY SIZE
                  '  REBOTADOS: '        DELIMITED BY SIZE
                  WSV-TOTAL-REBOTADOS    DELIMITED BY SIZE
                  '  SIN ORIGEN: '       DELIMITED BY SIZE
                  WSV-RESP-SIN-ORIGEN    DELIMITED BY SIZE
                  '  INVALIDAS: '        DELIMITED BY SIZE
                  WSV-RESP-INVALIDAS     DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' AVISOS EN COLA: '    DELIMITED BY SIZE
                  WSV-TOTAL-LEIDOS       DELIMITED BY SIZE
                  '  ENVIADOS: '         DELIMITED BY SIZE
                  WSV-TOTAL-ENVIADOS     DELIMITED BY SIZE
                  '  POR E-MAIL: '       DELIMITED BY SIZE
                  WSV-TOTAL-EMAILS       DELIMITED BY SIZE
                  '  POR SMS: '          DELIMITED BY SIZE
                  WSV-TOTAL-SMS          DELIMITED BY SIZE
                  '  NO ENVIADOS: '      DELIMITED BY SIZE
                  WSV-TOTAL-OMITIDOS     DELIMITED BY SIZE
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
           COMPUTE ESTADO-LEIDOS = WSV-TOTAL-LEIDOS
               + WSV-TOTAL-RESPUESTAS.
           MOVE WSV-TOTAL-ENVIADOS    TO ESTADO-ESCRITOS.
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

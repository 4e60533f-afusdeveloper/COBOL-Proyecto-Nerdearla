       IDENTIFICATION DIVISION.
       PROGRAM-ID.                            ANONPROC.
       AUTHOR.                                AYMARA M FUSARO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPCTL-FILE ASSIGN TO "CAMPCTL1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CAMP-CAMPANIA
                               FILE STATUS IS WSC-CAMPCTL-ESTADO.

           SELECT MASTER-FILE  ASSIGN TO "CANDMAST"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CANDM-CLAVE
                               FILE STATUS IS WSC-MASTER-ESTADO.

           SELECT CUOTAS-FILE  ASSIGN TO "CUOTAS01"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CUOTA-CLAVE
                               FILE STATUS IS WSC-CUOTAS-ESTADO.

           SELECT RECHAZOS-FILE ASSIGN TO "RECHAZOS"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-RECHAZOS-ESTADO.

           SELECT HIST-FILE    ASSIGN TO "HIST0001"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-HIST-ESTADO.

           SELECT AUDIT-FILE   ASSIGN TO "AUDITLOG"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-AUDIT-ESTADO.

           SELECT MAPA-FILE    ASSIGN TO "ANONMAP1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS MAPA-CLAVE
                               FILE STATUS IS WSC-MAPA-ESTADO.

           SELECT TRABAJO-FILE ASSIGN TO "ANONWRK1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-TRABAJO-ESTADO.

           SELECT REPORTE-FILE ASSIGN TO "ANONCERT"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-REPORTE-ESTADO.

           SELECT TARJETA-FILE ASSIGN TO "CTRLCRDS"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-TARJETA-ESTADO.

           SELECT ESTADO-FILE  ASSIGN TO "RUNSTAT1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-ESTADO-ESTADO.

           SELECT LOCK-FILE    ASSIGN TO "RUNLOCK1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-LOCK-ESTADO.


       DATA DIVISION.
       FILE SECTION.
       FD  CAMPCTL-FILE.
           COPY CAMPREG.

       FD  MASTER-FILE.
           COPY CANDMREG.

       FD  CUOTAS-FILE.
           COPY CUOTREG.

       FD  RECHAZOS-FILE
           RECORDING MODE IS F.
           COPY RECHREG.

       FD  HIST-FILE
           RECORDING MODE IS F.
           COPY HISTREG.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDITREG.

       FD  MAPA-FILE.
       01  MAPA-REGISTRO.
           05 MAPA-CLAVE.
               10 MAPA-CAMPANIA             PIC X(06).
               10 MAPA-DNI                  PIC 9(08).
           05 MAPA-SEUDONIMO                PIC 9(08).

       FD  TRABAJO-FILE
           RECORDING MODE IS F.
       01  TRABAJO-REGISTRO                 PIC X(98).

       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  REPORTE-REGISTRO                 PIC X(132).

       FD  TARJETA-FILE
           RECORDING MODE IS F.
       01  TARJETA-REGISTRO.
           05 TARJETA-ANIOS                 PIC X(02).
           05 TARJETA-CLAVE                 PIC X(08).
           05 TARJETA-MODO                  PIC X.
           05 TARJETA-FORZAR-LOCK           PIC X.

       FD  ESTADO-FILE
           RECORDING MODE IS F.
           COPY ESTADREG.

       FD  LOCK-FILE
           RECORDING MODE IS F.
           COPY LOCKREG.

       WORKING-STORAGE SECTION.

         01 WSC-CONSTANTES.
             05 WSC-PROGRAMA-ID               PIC X(08)
                                               VALUE 'ANONPROC'.
             05 WSC-MAX-CAMPANIAS             PIC 9(03) VALUE 50.
             05 WSC-MAX-INTENTOS              PIC 9(03) VALUE 50.
             05 WSC-MULTIPLICADOR             PIC 9(08) VALUE 48271.
             05 WSC-MODULO                    PIC 9(08) VALUE 99999989.
             05 WSC-MARCA-ANONIMO             PIC X(30)
                     VALUE '*** DATO ANONIMIZADO ***'.
             05 WSC-RETORNOS.
                 10 WSC-RETORNO-NORMAL        PIC 9(04) VALUE 0.
                 10 WSC-RETORNO-AVISO         PIC 9(04) VALUE 4.
                 10 WSC-RETORNO-PARAMETRO     PIC 9(04) VALUE 8.
                 10 WSC-RETORNO-BLOQUEADO     PIC 9(04) VALUE 14.
                 10 WSC-RETORNO-SIN-ARCHIVO   PIC 9(04) VALUE 16.

             05 WSC-GUIONES.
                 10 FILLER                    PIC X(80) VALUE ALL '-'.

         01 WSC-SWITCHES.
             05 WSC-FIN-ARCHIVO               PIC X    VALUE 'N'.
                 88 WSS-FIN-ARCHIVO                    VALUE 'S'.
             05 WSC-FIN-BARRIDO               PIC X    VALUE 'N'.
                 88 WSS-FIN-BARRIDO                    VALUE 'S'.
             05 WSC-FIN-TRABAJO               PIC X    VALUE 'N'.
                 88 WSS-FIN-TRABAJO                    VALUE 'S'.
             05 WSC-TARJETA-PRESENTE          PIC X    VALUE 'N'.
                 88 WSS-TARJETA-PRESENTE               VALUE 'S'.
             05 WSC-MODO-PRUEBA               PIC X    VALUE 'N'.
                 88 WSS-MODO-PRUEBA                    VALUE 'S'.
             05 WSC-CAMPANIA-ELEGIDA          PIC X    VALUE 'N'.
                 88 WSS-CAMPANIA-ELEGIDA               VALUE 'S'.
             05 WSC-CLAVE-LIBRE               PIC X    VALUE 'N'.
                 88 WSS-CLAVE-LIBRE                    VALUE 'S'.
             05 WSC-HAY-INCIDENCIAS           PIC X    VALUE 'N'.
                 88 WSS-HAY-INCIDENCIAS                VALUE 'S'.
             05 WSC-LOCK-TOMADO               PIC X    VALUE 'N'.
                 88 WSS-LOCK-TOMADO                    VALUE 'S'.
             05 WSC-FORZAR-LOCK               PIC X    VALUE 'N'.
                 88 WSS-FORZAR-LOCK                    VALUE 'S'.

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-CAMPCTL-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-CAMPCTL-INEXISTENTE            VALUE '35'.
             05 WSC-MASTER-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-MASTER-INEXISTENTE             VALUE '35'.
             05 WSC-CUOTAS-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-CUOTAS-INEXISTENTE             VALUE '35'.
             05 WSC-RECHAZOS-ESTADO           PIC XX   VALUE '00'.
                 88 WSS-RECHAZOS-INEXISTENTE           VALUE '35'.
             05 WSC-HIST-ESTADO               PIC XX   VALUE '00'.
                 88 WSS-HIST-INEXISTENTE               VALUE '35'.
             05 WSC-AUDIT-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-AUDIT-INEXISTENTE              VALUE '35'.
             05 WSC-MAPA-ESTADO               PIC XX   VALUE '00'.
             05 WSC-TRABAJO-ESTADO            PIC XX   VALUE '00'.
             05 WSC-REPORTE-ESTADO            PIC XX   VALUE '00'.
             05 WSC-TARJETA-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-TARJETA-INEXISTENTE            VALUE '35'.
             05 WSC-ESTADO-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-ESTADO-INEXISTENTE             VALUE '35'.
             05 WSC-LOCK-ESTADO               PIC XX   VALUE '00'.
                 88 WSS-LOCK-INEXISTENTE               VALUE '35'.

         01 WSV-VARIABLES.
             05 WSV-FECHA-INICIO              PIC 9(08) VALUE ZERO.
             05 WSV-HORA-INICIO               PIC 9(08) VALUE ZERO.
             05 WSV-FECHA-HOY                 PIC 9(08) VALUE ZERO.
             05 WSV-FECHA-CORTE               PIC 9(08) VALUE ZERO.
             05 WSV-ANIOS                     PIC X(02) VALUE SPACES.
             05 WSV-ANIOS-NUM REDEFINES WSV-ANIOS
                                              PIC 9(02).
             05 WSV-CLAVE                     PIC X(08) VALUE SPACES.
             05 WSV-CLAVE-NUM REDEFINES WSV-CLAVE
                                              PIC 9(08).
             05 WSV-MODO                      PIC X    VALUE SPACES.
             05 WSV-DESCRIPCION-MODO          PIC X(12) VALUE SPACES.

             05 WSV-CAMPANIA-AUX              PIC X(06) VALUE SPACES.
             05 WSV-DNI-ORIGINAL              PIC 9(08) VALUE ZERO.
             05 WSV-DNI-SEUDONIMO             PIC 9(08) VALUE ZERO.
             05 WSV-PRODUCTO                  PIC 9(18) VALUE ZERO.
             05 WSV-COCIENTE                  PIC 9(18) VALUE ZERO.
             05 WSV-RESTO                     PIC 9(08) VALUE ZERO.
             05 WSV-INTENTOS                  PIC 9(03) VALUE ZERO.
             05 WSV-ARCHIVO-INCIDENCIA        PIC X(08) VALUE SPACES.
             05 WSV-MOTIVO-INCIDENCIA         PIC X(30) VALUE SPACES.

             05 WSV-MASTER-ORIGINAL           PIC X(232) VALUE SPACES.
             05 WSV-CUOTA-ORIGINAL            PIC X(103) VALUE SPACES.

             05 WSV-TABLA-CAMPANIAS.
                 10 WSV-CANT-CAMPANIAS        PIC 9(03) VALUE ZERO.
                 10 WSV-CAMP-ENTRADA OCCURS 50 TIMES.
                     15 WSV-CAMP-CLAVE        PIC X(06).
                     15 WSV-CAMP-CIERRE       PIC 9(08).
                     15 WSV-CAMP-MASTER       PIC 9(07).
                     15 WSV-CAMP-CUOTAS       PIC 9(07).
                     15 WSV-CAMP-RECHAZOS     PIC 9(07).
                     15 WSV-CAMP-HISTORICOS   PIC 9(07).
                     15 WSV-CAMP-AUDITORIA    PIC 9(07).
                     15 WSV-CAMP-INCIDENCIAS  PIC 9(07).
             05 WSV-IDX-CAMPANIA              PIC 9(03) VALUE ZERO.
             05 WSV-IDX-HALLADO               PIC 9(03) VALUE ZERO.
             05 WSV-TOTAL-CAMPANIA            PIC 9(07) VALUE ZERO.

             05 WSV-LINEA-REPORTE             PIC X(132).

             05 WSV-CONTADORES.
                 10 WSV-TOTAL-LEIDOS          PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-TRATADOS        PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-MASTER          PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-CUOTAS          PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-RECHAZOS        PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-HISTORICOS      PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-AUDITORIA       PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-INCIDENCIAS     PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-EXCEDIDAS       PIC 9(05) VALUE ZERO.

             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
                     VALUE 'PROCESO FINALIZADO NORMALMENTE'.

       PROCEDURE DIVISION.

       000-CONTROL.

           ACCEPT WSV-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-INICIO FROM TIME.

           DISPLAY 'ANONIMIZACION DE DATOS PERSONALES POR RETENCION'.

           PERFORM 001-LEER-TARJETA.
           IF NOT WSS-TARJETA-PRESENTE
               DISPLAY 'ANIOS DE RETENCION DESDE EL CIERRE: '
                       WITH NO ADVANCING
               ACCEPT WSV-ANIOS
               DISPLAY 'CLAVE DE SEUDONIMIZACION (8 DIGITOS): '
                       WITH NO ADVANCING
               ACCEPT WSV-CLAVE
               DISPLAY 'MODO (P=PRUEBA, D=DEFINITIVO): '
                       WITH NO ADVANCING
               ACCEPT WSV-MODO
           END-IF.

           IF WSV-ANIOS IS NOT NUMERIC
              OR WSV-ANIOS-NUM EQUAL ZERO
               DISPLAY 'ERROR: ANIOS DE RETENCION INVALIDOS: '
                       WSV-ANIOS
               MOVE WSC-RETORNO-PARAMETRO TO WSV-CODIGO-RETORNO
               MOVE 'ANIOS DE RETENCION INVALIDOS' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           IF WSV-CLAVE IS NOT NUMERIC
              OR WSV-CLAVE-NUM EQUAL ZERO
               DISPLAY 'ERROR: CLAVE DE SEUDONIMIZACION INVALIDA.'
               MOVE WSC-RETORNO-PARAMETRO TO WSV-CODIGO-RETORNO
               MOVE 'CLAVE DE SEUDONIMIZACION INVALIDA'
                   TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           IF WSV-MODO EQUAL 'P'
               MOVE 'S' TO WSC-MODO-PRUEBA
               MOVE 'PRUEBA' TO WSV-DESCRIPCION-MODO
           ELSE
               IF WSV-MODO EQUAL 'D' OR WSV-MODO EQUAL SPACE
                   MOVE 'DEFINITIVO' TO WSV-DESCRIPCION-MODO
               ELSE
                   DISPLAY 'ERROR: MODO INVALIDO: ' WSV-MODO
                   MOVE WSC-RETORNO-PARAMETRO TO WSV-CODIGO-RETORNO
                   MOVE 'MODO DE EJECUCION INVALIDO' TO WSV-MOTIVO-FIN
                   PERFORM 097-ABORTAR
               END-IF
           END-IF.

           PERFORM 091-TOMAR-LOCK.
           PERFORM 005-CALCULAR-CORTE.
           PERFORM 010-ABRIR-ARCHIVOS.
           PERFORM 020-SELECCIONAR-CAMPANIAS.

           IF WSV-CANT-CAMPANIAS EQUAL ZERO
               DISPLAY 'NO HAY CAMPANIAS CERRADAS ANTES DEL '
                       WSV-FECHA-CORTE
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'SIN CAMPANIAS VENCIDAS' TO WSV-MOTIVO-FIN
           ELSE
               PERFORM 030-ANONIMIZAR-MASTER
               PERFORM 040-ANONIMIZAR-CUOTAS
               PERFORM 050-ANONIMIZAR-RECHAZOS
               PERFORM 060-ANONIMIZAR-HISTORICO
               PERFORM 070-ANONIMIZAR-AUDITORIA
               IF NOT WSS-MODO-PRUEBA
                   PERFORM 085-AUDITAR-CAMPANIAS
               END-IF
           END-IF.

           PERFORM 080-VACIAR-MAPA.
           PERFORM 095-ESCRIBIR-CERTIFICADO.

           IF WSV-TOTAL-INCIDENCIAS > ZERO
              AND WSV-CODIGO-RETORNO EQUAL ZERO
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'REGISTROS NO ANONIMIZADOS POR COLISION'
                   TO WSV-MOTIVO-FIN
           END-IF.

           PERFORM 093-LIBERAR-LOCK.
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
                       MOVE TARJETA-ANIOS TO WSV-ANIOS
                       MOVE TARJETA-CLAVE TO WSV-CLAVE
                       MOVE TARJETA-MODO  TO WSV-MODO
                       IF TARJETA-FORZAR-LOCK EQUAL 'S'
                           MOVE 'S' TO WSC-FORZAR-LOCK
                       END-IF
               END-READ
               CLOSE TARJETA-FILE
           END-IF.

       001-LEER-TARJETA-END. EXIT.

       002-ESCRIBIR-LINEA.

           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

       002-ESCRIBIR-LINEA-END. EXIT.

       005-CALCULAR-CORTE.

           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WSV-FECHA-CORTE =
               WSV-FECHA-HOY - WSV-ANIOS-NUM * 10000.

           DISPLAY 'SE ANONIMIZAN CAMPANIAS CERRADAS ANTES DEL '
                   WSV-FECHA-CORTE.

       005-CALCULAR-CORTE-END. EXIT.

       010-ABRIR-ARCHIVOS.

           OPEN OUTPUT REPORTE-FILE.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' CERTIFICADO DE ANONIMIZACION DE DATOS PERSONALES'
                                         DELIMITED BY SIZE
                  '  FECHA: '            DELIMITED BY SIZE
                  WSV-FECHA-HOY          DELIMITED BY SIZE
                  '  MODO: '             DELIMITED BY SIZE
                  WSV-DESCRIPCION-MODO   DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 002-ESCRIBIR-LINEA.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' RETENCION: '         DELIMITED BY SIZE
                  WSV-ANIOS              DELIMITED BY SIZE
                  ' ANIOS DESDE EL CIERRE DE CAMPANIA  CORTE: '
                                         DELIMITED BY SIZE
                  WSV-FECHA-CORTE        DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 002-ESCRIBIR-LINEA.

           MOVE WSC-GUIONES TO WSV-LINEA-REPORTE.
           PERFORM 002-ESCRIBIR-LINEA.

           OPEN OUTPUT MAPA-FILE.
           CLOSE MAPA-FILE.
           OPEN I-O MAPA-FILE.

       010-ABRIR-ARCHIVOS-END. EXIT.

       020-SELECCIONAR-CAMPANIAS.

           OPEN INPUT CAMPCTL-FILE.
           IF WSS-CAMPCTL-INEXISTENTE
               DISPLAY 'ERROR: CAMPCTL1 NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'CAMPCTL1 NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE LOW-VALUES TO CAMP-CAMPANIA.
           START CAMPCTL-FILE KEY NOT LESS THAN CAMP-CAMPANIA
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 021-LEER-CAMPANIA UNTIL WSS-FIN-BARRIDO.
           CLOSE CAMPCTL-FILE.

           IF WSV-TOTAL-EXCEDIDAS > ZERO
               DISPLAY 'AVISO: ' WSV-TOTAL-EXCEDIDAS
                       ' CAMPANIAS VENCIDAS QUEDAN PARA OTRA CORRIDA'
           END-IF.

       020-SELECCIONAR-CAMPANIAS-END. EXIT.

       021-LEER-CAMPANIA.

           READ CAMPCTL-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF CAMP-CERRADA
                      AND CAMP-FECHA-ESTADO < WSV-FECHA-CORTE
                       IF WSV-CANT-CAMPANIAS < WSC-MAX-CAMPANIAS
                           ADD 1 TO WSV-CANT-CAMPANIAS
                           MOVE CAMP-CAMPANIA
                               TO WSV-CAMP-CLAVE (WSV-CANT-CAMPANIAS)
                           MOVE CAMP-FECHA-ESTADO
                               TO WSV-CAMP-CIERRE (WSV-CANT-CAMPANIAS)
                           MOVE ZERO
                               TO WSV-CAMP-MASTER (WSV-CANT-CAMPANIAS)
                                  WSV-CAMP-CUOTAS (WSV-CANT-CAMPANIAS)
                                  WSV-CAMP-RECHAZOS
                                      (WSV-CANT-CAMPANIAS)
                                  WSV-CAMP-HISTORICOS
                                      (WSV-CANT-CAMPANIAS)
                                  WSV-CAMP-AUDITORIA
                                      (WSV-CANT-CAMPANIAS)
                                  WSV-CAMP-INCIDENCIAS
                                      (WSV-CANT-CAMPANIAS)
                       ELSE
                           ADD 1 TO WSV-TOTAL-EXCEDIDAS
                       END-IF
                   END-IF
           END-READ.
           IF WSC-CAMPCTL-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       021-LEER-CAMPANIA-END. EXIT.

       022-BUSCAR-CAMPANIA.

           MOVE 'N' TO WSC-CAMPANIA-ELEGIDA.
           MOVE ZERO TO WSV-IDX-HALLADO.
           PERFORM 023-COMPARAR-CAMPANIA
               VARYING WSV-IDX-CAMPANIA FROM 1 BY 1
               UNTIL WSV-IDX-CAMPANIA > WSV-CANT-CAMPANIAS
                  OR WSS-CAMPANIA-ELEGIDA.

       022-BUSCAR-CAMPANIA-END. EXIT.

       023-COMPARAR-CAMPANIA.

           IF WSV-CAMPANIA-AUX EQUAL WSV-CAMP-CLAVE (WSV-IDX-CAMPANIA)
               MOVE 'S' TO WSC-CAMPANIA-ELEGIDA
               MOVE WSV-IDX-CAMPANIA TO WSV-IDX-HALLADO
           END-IF.

       023-COMPARAR-CAMPANIA-END. EXIT.

       025-CALCULAR-SEUDONIMO.

           COMPUTE WSV-PRODUCTO =
               WSV-DNI-ORIGINAL * WSC-MULTIPLICADOR + WSV-CLAVE-NUM.
           DIVIDE WSV-PRODUCTO BY WSC-MODULO
               GIVING WSV-COCIENTE REMAINDER WSV-RESTO.
           COMPUTE WSV-PRODUCTO =
               WSV-RESTO * WSV-RESTO + WSV-CLAVE-NUM.
           DIVIDE WSV-PRODUCTO BY WSC-MODULO
               GIVING WSV-COCIENTE REMAINDER WSV-RESTO.
           IF WSV-RESTO EQUAL ZERO
               MOVE 1 TO WSV-RESTO
           END-IF.
           MOVE WSV-RESTO TO WSV-DNI-SEUDONIMO.

       025-CALCULAR-SEUDONIMO-END. EXIT.

       026-OBTENER-SEUDONIMO.

           MOVE WSV-CAMPANIA-AUX TO MAPA-CAMPANIA.
           MOVE WSV-DNI-ORIGINAL TO MAPA-DNI.
           READ MAPA-FILE
               INVALID KEY
                   PERFORM 025-CALCULAR-SEUDONIMO
               NOT INVALID KEY
                   MOVE MAPA-SEUDONIMO TO WSV-DNI-SEUDONIMO
           END-READ.

       026-OBTENER-SEUDONIMO-END. EXIT.

       027-REGISTRAR-SEUDONIMO.

           MOVE WSV-CAMPANIA-AUX  TO MAPA-CAMPANIA.
           MOVE WSV-DNI-ORIGINAL  TO MAPA-DNI.
           MOVE WSV-DNI-SEUDONIMO TO MAPA-SEUDONIMO.
           WRITE MAPA-REGISTRO
               INVALID KEY REWRITE MAPA-REGISTRO
           END-WRITE.

       027-REGISTRAR-SEUDONIMO-END. EXIT.

       028-INFORMAR-INCIDENCIA.

           ADD 1 TO WSV-TOTAL-INCIDENCIAS.
           ADD 1 TO WSV-CAMP-INCIDENCIAS (WSV-IDX-HALLADO).

           IF NOT WSS-HAY-INCIDENCIAS
               MOVE 'S' TO WSC-HAY-INCIDENCIAS
               MOVE ' INCIDENCIAS - REGISTROS QUE CONSERVAN EL DNI:'
                   TO WSV-LINEA-REPORTE
               PERFORM 002-ESCRIBIR-LINEA
           END-IF.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING '   '                   DELIMITED BY SIZE
                  WSV-ARCHIVO-INCIDENCIA  DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WSV-CAMPANIA-AUX        DELIMITED BY SIZE
                  ' DNI '                 DELIMITED BY SIZE
                  WSV-DNI-ORIGINAL        DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WSV-MOTIVO-INCIDENCIA   DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 002-ESCRIBIR-LINEA.

       028-INFORMAR-INCIDENCIA-END. EXIT.

       030-ANONIMIZAR-MASTER.

           OPEN I-O MASTER-FILE.
           IF WSS-MASTER-INEXISTENTE
               DISPLAY 'AVISO: CANDMAST NO EXISTE, SE OMITE.'
           ELSE
               PERFORM 031-BARRER-MASTER
                   VARYING WSV-IDX-HALLADO FROM 1 BY 1
                   UNTIL WSV-IDX-HALLADO > WSV-CANT-CAMPANIAS
               CLOSE MASTER-FILE
           END-IF.

       030-ANONIMIZAR-MASTER-END. EXIT.

       031-BARRER-MASTER.

           MOVE WSV-CAMP-CLAVE (WSV-IDX-HALLADO) TO WSV-CAMPANIA-AUX.
           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE WSV-CAMPANIA-AUX TO CANDM-CAMPANIA.
           MOVE ZERO TO CANDM-DNI.
           START MASTER-FILE KEY NOT LESS THAN CANDM-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 032-LEER-MASTER UNTIL WSS-FIN-BARRIDO.

       031-BARRER-MASTER-END. EXIT.

       032-LEER-MASTER.

           READ MASTER-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   ADD 1 TO WSV-TOTAL-LEIDOS
                   IF CANDM-CAMPANIA NOT EQUAL WSV-CAMPANIA-AUX
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       IF CANDM-NOMBRE NOT EQUAL WSC-MARCA-ANONIMO
                           PERFORM 033-SEUDONIMIZAR-MASTER
                       END-IF
                   END-IF
           END-READ.
           IF WSC-MASTER-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       032-LEER-MASTER-END. EXIT.

       033-SEUDONIMIZAR-MASTER.

           IF WSS-MODO-PRUEBA
               ADD 1 TO WSV-CAMP-MASTER (WSV-IDX-HALLADO)
               ADD 1 TO WSV-TOTAL-MASTER
           ELSE
               MOVE CANDM-REGISTRO TO WSV-MASTER-ORIGINAL
               MOVE CANDM-DNI TO WSV-DNI-ORIGINAL
               PERFORM 025-CALCULAR-SEUDONIMO
               PERFORM 034-BUSCAR-CLAVE-LIBRE

               MOVE WSV-MASTER-ORIGINAL TO CANDM-REGISTRO
               IF WSS-CLAVE-LIBRE
                   DELETE MASTER-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE WSV-DNI-SEUDONIMO TO CANDM-DNI
                   MOVE WSC-MARCA-ANONIMO TO CANDM-NOMBRE
                   MOVE SPACES            TO CANDM-DIRECCION
                   MOVE SPACES            TO CANDM-EMAIL
                   MOVE SPACES            TO CANDM-TELEFONO
                   WRITE CANDM-REGISTRO
                       INVALID KEY CONTINUE
                   END-WRITE
                   PERFORM 027-REGISTRAR-SEUDONIMO
                   ADD 1 TO WSV-CAMP-MASTER (WSV-IDX-HALLADO)
                   ADD 1 TO WSV-TOTAL-MASTER
                   ADD 1 TO WSV-TOTAL-TRATADOS
               ELSE
                   MOVE 'CANDMAST' TO WSV-ARCHIVO-INCIDENCIA
                   MOVE 'SIN SEUDONIMO LIBRE'
                       TO WSV-MOTIVO-INCIDENCIA
                   PERFORM 028-INFORMAR-INCIDENCIA
               END-IF

               MOVE WSV-MASTER-ORIGINAL TO CANDM-REGISTRO
               START MASTER-FILE KEY GREATER THAN CANDM-CLAVE
                   INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
               END-START
           END-IF.

       033-SEUDONIMIZAR-MASTER-END. EXIT.

       034-BUSCAR-CLAVE-LIBRE.

           MOVE 'N' TO WSC-CLAVE-LIBRE.
           MOVE ZERO TO WSV-INTENTOS.
           PERFORM 035-PROBAR-CLAVE
               UNTIL WSS-CLAVE-LIBRE
                  OR WSV-INTENTOS NOT LESS THAN WSC-MAX-INTENTOS.

       034-BUSCAR-CLAVE-LIBRE-END. EXIT.

       035-PROBAR-CLAVE.

           ADD 1 TO WSV-INTENTOS.
           MOVE WSV-CAMPANIA-AUX  TO CANDM-CAMPANIA.
           MOVE WSV-DNI-SEUDONIMO TO CANDM-DNI.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'S' TO WSC-CLAVE-LIBRE
               NOT INVALID KEY
                   IF WSV-DNI-SEUDONIMO EQUAL 99999999
                       MOVE 1 TO WSV-DNI-SEUDONIMO
                   ELSE
                       ADD 1 TO WSV-DNI-SEUDONIMO
                   END-IF
           END-READ.

       035-PROBAR-CLAVE-END. EXIT.

       040-ANONIMIZAR-CUOTAS.

           OPEN I-O CUOTAS-FILE.
           IF WSS-CUOTAS-INEXISTENTE
               DISPLAY 'AVISO: CUOTAS01 NO EXISTE, SE OMITE.'
           ELSE
               PERFORM 041-BARRER-CUOTAS
                   VARYING WSV-IDX-HALLADO FROM 1 BY 1
                   UNTIL WSV-IDX-HALLADO > WSV-CANT-CAMPANIAS
               CLOSE CUOTAS-FILE
           END-IF.

       040-ANONIMIZAR-CUOTAS-END. EXIT.

       041-BARRER-CUOTAS.

           MOVE WSV-CAMP-CLAVE (WSV-IDX-HALLADO) TO WSV-CAMPANIA-AUX.
           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE WSV-CAMPANIA-AUX TO CUOTA-CAMPANIA.
           MOVE ZERO TO CUOTA-DNI.
           MOVE ZERO TO CUOTA-NUMERO.
           START CUOTAS-FILE KEY NOT LESS THAN CUOTA-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 042-LEER-CUOTA UNTIL WSS-FIN-BARRIDO.

       041-BARRER-CUOTAS-END. EXIT.

       042-LEER-CUOTA.

           READ CUOTAS-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   ADD 1 TO WSV-TOTAL-LEIDOS
                   IF CUOTA-CAMPANIA NOT EQUAL WSV-CAMPANIA-AUX
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       IF CUOTA-NOMBRE NOT EQUAL WSC-MARCA-ANONIMO
                           PERFORM 043-SEUDONIMIZAR-CUOTA
                       END-IF
                   END-IF
           END-READ.
           IF WSC-CUOTAS-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       042-LEER-CUOTA-END. EXIT.

       043-SEUDONIMIZAR-CUOTA.

           IF WSS-MODO-PRUEBA
               ADD 1 TO WSV-CAMP-CUOTAS (WSV-IDX-HALLADO)
               ADD 1 TO WSV-TOTAL-CUOTAS
           ELSE
               MOVE CUOTA-REGISTRO TO WSV-CUOTA-ORIGINAL
               MOVE CUOTA-DNI TO WSV-DNI-ORIGINAL
               PERFORM 026-OBTENER-SEUDONIMO

               MOVE WSV-CUOTA-ORIGINAL TO CUOTA-REGISTRO
               MOVE WSV-DNI-SEUDONIMO TO CUOTA-DNI
               MOVE WSC-MARCA-ANONIMO TO CUOTA-NOMBRE
               MOVE SPACES            TO CUOTA-CBU
               WRITE CUOTA-REGISTRO
                   INVALID KEY
                       MOVE 'CUOTAS01' TO WSV-ARCHIVO-INCIDENCIA
                       MOVE 'CLAVE SEUDONIMIZADA EXISTENTE'
                           TO WSV-MOTIVO-INCIDENCIA
                       PERFORM 028-INFORMAR-INCIDENCIA
                   NOT INVALID KEY
                       MOVE WSV-CUOTA-ORIGINAL TO CUOTA-REGISTRO
                       DELETE CUOTAS-FILE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                       ADD 1 TO WSV-CAMP-CUOTAS (WSV-IDX-HALLADO)
                       ADD 1 TO WSV-TOTAL-CUOTAS
                       ADD 1 TO WSV-TOTAL-TRATADOS
               END-WRITE

               MOVE WSV-CUOTA-ORIGINAL TO CUOTA-REGISTRO
               START CUOTAS-FILE KEY GREATER THAN CUOTA-CLAVE
                   INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
               END-START
           END-IF.

       043-SEUDONIMIZAR-CUOTA-END. EXIT.

       050-ANONIMIZAR-RECHAZOS.

           MOVE 'N' TO WSC-FIN-ARCHIVO.
           OPEN INPUT RECHAZOS-FILE.
           IF WSS-RECHAZOS-INEXISTENTE
               DISPLAY 'AVISO: RECHAZOS NO EXISTE, SE OMITE.'
           ELSE
               OPEN OUTPUT TRABAJO-FILE
               PERFORM 051-LEER-RECHAZO
               PERFORM 052-TRATAR-RECHAZO UNTIL WSS-FIN-ARCHIVO
               CLOSE RECHAZOS-FILE
               CLOSE TRABAJO-FILE
               IF NOT WSS-MODO-PRUEBA
                   PERFORM 053-DEVOLVER-RECHAZOS
               END-IF
           END-IF.

       050-ANONIMIZAR-RECHAZOS-END. EXIT.

       051-LEER-RECHAZO.

           READ RECHAZOS-FILE
               AT END MOVE 'S' TO WSC-FIN-ARCHIVO
               NOT AT END ADD 1 TO WSV-TOTAL-LEIDOS
           END-READ.

       051-LEER-RECHAZO-END. EXIT.

       052-TRATAR-RECHAZO.

           MOVE RECHAZOS-CAMPANIA TO WSV-CAMPANIA-AUX.
           PERFORM 022-BUSCAR-CAMPANIA.

           IF WSS-CAMPANIA-ELEGIDA
              AND RECHAZOS-NOMBRE NOT EQUAL WSC-MARCA-ANONIMO
               ADD 1 TO WSV-CAMP-RECHAZOS (WSV-IDX-HALLADO)
               ADD 1 TO WSV-TOTAL-RECHAZOS
               IF NOT WSS-MODO-PRUEBA
                   MOVE RECHAZOS-DNI TO WSV-DNI-ORIGINAL
                   PERFORM 026-OBTENER-SEUDONIMO
                   MOVE WSV-DNI-SEUDONIMO TO RECHAZOS-DNI
                   MOVE WSC-MARCA-ANONIMO TO RECHAZOS-NOMBRE
                   ADD 1 TO WSV-TOTAL-TRATADOS
               END-IF
           END-IF.

           MOVE RECHAZOS-REGISTRO TO TRABAJO-REGISTRO.
           WRITE TRABAJO-REGISTRO.
           PERFORM 051-LEER-RECHAZO.

       052-TRATAR-RECHAZO-END. EXIT.

       053-DEVOLVER-RECHAZOS.

           MOVE 'N' TO WSC-FIN-TRABAJO.
           OPEN INPUT TRABAJO-FILE.
           OPEN OUTPUT RECHAZOS-FILE.
           PERFORM 054-COPIAR-RECHAZO UNTIL WSS-FIN-TRABAJO.
           CLOSE TRABAJO-FILE.
           CLOSE RECHAZOS-FILE.

       053-DEVOLVER-RECHAZOS-END. EXIT.

       054-COPIAR-RECHAZO.

           READ TRABAJO-FILE
               AT END MOVE 'S' TO WSC-FIN-TRABAJO
               NOT AT END
                   MOVE TRABAJO-REGISTRO TO RECHAZOS-REGISTRO
                   WRITE RECHAZOS-REGISTRO
           END-READ.

       054-COPIAR-RECHAZO-END. EXIT.

       060-ANONIMIZAR-HISTORICO.

           MOVE 'N' TO WSC-FIN-ARCHIVO.
           OPEN INPUT HIST-FILE.
           IF WSS-HIST-INEXISTENTE
               DISPLAY 'AVISO: HIST0001 NO EXISTE, SE OMITE.'
           ELSE
               OPEN OUTPUT TRABAJO-FILE
               PERFORM 061-LEER-HISTORICO
               PERFORM 062-TRATAR-HISTORICO UNTIL WSS-FIN-ARCHIVO
               CLOSE HIST-FILE
               CLOSE TRABAJO-FILE
               IF NOT WSS-MODO-PRUEBA
                   PERFORM 063-DEVOLVER-HISTORICO
               END-IF
           END-IF.

       060-ANONIMIZAR-HISTORICO-END. EXIT.

       061-LEER-HISTORICO.

           READ HIST-FILE
               AT END MOVE 'S' TO WSC-FIN-ARCHIVO
               NOT AT END ADD 1 TO WSV-TOTAL-LEIDOS
           END-READ.

       061-LEER-HISTORICO-END. EXIT.

       062-TRATAR-HISTORICO.

           MOVE HIST-CAMPANIA TO WSV-CAMPANIA-AUX.
           PERFORM 022-BUSCAR-CAMPANIA.

           IF WSS-CAMPANIA-ELEGIDA
              AND HIST-NOMBRE NOT EQUAL WSC-MARCA-ANONIMO
               ADD 1 TO WSV-CAMP-HISTORICOS (WSV-IDX-HALLADO)
               ADD 1 TO WSV-TOTAL-HISTORICOS
               IF NOT WSS-MODO-PRUEBA
                   MOVE HIST-DNI TO WSV-DNI-ORIGINAL
                   PERFORM 026-OBTENER-SEUDONIMO
                   MOVE WSV-DNI-SEUDONIMO TO HIST-DNI
                   MOVE WSC-MARCA-ANONIMO TO HIST-NOMBRE
                   ADD 1 TO WSV-TOTAL-TRATADOS
               END-IF
           END-IF.

           MOVE HIST-REGISTRO TO TRABAJO-REGISTRO.
           WRITE TRABAJO-REGISTRO.
           PERFORM 061-LEER-HISTORICO.

       062-TRATAR-HISTORICO-END. EXIT.

       063-DEVOLVER-HISTORICO.

           MOVE 'N' TO WSC-FIN-TRABAJO.
           OPEN INPUT TRABAJO-FILE.
           OPEN OUTPUT HIST-FILE.
           PERFORM 064-COPIAR-HISTORICO UNTIL WSS-FIN-TRABAJO.
           CLOSE TRABAJO-FILE.
           CLOSE HIST-FILE.

       063-DEVOLVER-HISTORICO-END. EXIT.

       064-COPIAR-HISTORICO.

           READ TRABAJO-FILE
               AT END MOVE 'S' TO WSC-FIN-TRABAJO
               NOT AT END
                   MOVE TRABAJO-REGISTRO TO HIST-REGISTRO
                   WRITE HIST-REGISTRO
           END-READ.

       064-COPIAR-HISTORICO-END. EXIT.

       070-ANONIMIZAR-AUDITORIA.

           MOVE 'N' TO WSC-FIN-ARCHIVO.
           OPEN INPUT AUDIT-FILE.
           IF WSS-AUDIT-INEXISTENTE
               DISPLAY 'AVISO: AUDITLOG NO EXISTE, SE OMITE.'
           ELSE
               OPEN OUTPUT TRABAJO-FILE
               PERFORM 071-LEER-AUDITORIA
               PERFORM 072-TRATAR-AUDITORIA UNTIL WSS-FIN-ARCHIVO
               CLOSE AUDIT-FILE
               CLOSE TRABAJO-FILE
               IF NOT WSS-MODO-PRUEBA
                   PERFORM 073-DEVOLVER-AUDITORIA
               END-IF
           END-IF.

       070-ANONIMIZAR-AUDITORIA-END. EXIT.

       071-LEER-AUDITORIA.

           READ AUDIT-FILE
               AT END MOVE 'S' TO WSC-FIN-ARCHIVO
               NOT AT END ADD 1 TO WSV-TOTAL-LEIDOS
           END-READ.

       071-LEER-AUDITORIA-END. EXIT.

       072-TRATAR-AUDITORIA.

           MOVE AUDIT-CAMPANIA TO WSV-CAMPANIA-AUX.
           PERFORM 022-BUSCAR-CAMPANIA.

           IF WSS-CAMPANIA-ELEGIDA
              AND AUDIT-DNI NOT EQUAL ZERO
              AND AUDIT-NOMBRE NOT EQUAL WSC-MARCA-ANONIMO
               ADD 1 TO WSV-CAMP-AUDITORIA (WSV-IDX-HALLADO)
               ADD 1 TO WSV-TOTAL-AUDITORIA
               IF NOT WSS-MODO-PRUEBA
                   MOVE AUDIT-DNI TO WSV-DNI-ORIGINAL
                   PERFORM 026-OBTENER-SEUDONIMO
                   MOVE WSV-DNI-SEUDONIMO TO AUDIT-DNI
                   MOVE WSC-MARCA-ANONIMO TO AUDIT-NOMBRE
                   ADD 1 TO WSV-TOTAL-TRATADOS
               END-IF
           END-IF.

           MOVE AUDIT-REGISTRO TO TRABAJO-REGISTRO.
           WRITE TRABAJO-REGISTRO.
           PERFORM 071-LEER-AUDITORIA.

       072-TRATAR-AUDITORIA-END. EXIT.

       073-DEVOLVER-AUDITORIA.

           MOVE 'N' TO WSC-FIN-TRABAJO.
           OPEN INPUT TRABAJO-FILE.
           OPEN OUTPUT AUDIT-FILE.
           PERFORM 074-COPIAR-AUDITORIA UNTIL WSS-FIN-TRABAJO.
           CLOSE TRABAJO-FILE.
           CLOSE AUDIT-FILE.

       073-DEVOLVER-AUDITORIA-END. EXIT.

       074-COPIAR-AUDITORIA.

           READ TRABAJO-FILE
               AT END MOVE 'S' TO WSC-FIN-TRABAJO
               NOT AT END
                   MOVE TRABAJO-REGISTRO TO AUDIT-REGISTRO
                   WRITE AUDIT-REGISTRO
           END-READ.

       074-COPIAR-AUDITORIA-END. EXIT.

       080-VACIAR-MAPA.

           CLOSE MAPA-FILE.
           OPEN OUTPUT MAPA-FILE.
           CLOSE MAPA-FILE.

       080-VACIAR-MAPA-END. EXIT.

       085-AUDITAR-CAMPANIAS.

           OPEN EXTEND AUDIT-FILE.
           IF WSS-AUDIT-INEXISTENTE
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           PERFORM 086-AUDITAR-CAMPANIA
               VARYING WSV-IDX-CAMPANIA FROM 1 BY 1
               UNTIL WSV-IDX-CAMPANIA > WSV-CANT-CAMPANIAS.

           CLOSE AUDIT-FILE.

       085-AUDITAR-CAMPANIAS-END. EXIT.

       086-AUDITAR-CAMPANIA.

           PERFORM 087-SUMAR-CAMPANIA.
           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE WSC-PROGRAMA-ID TO AUDIT-PROGRAMA.
           MOVE ZERO TO AUDIT-DNI.
           MOVE 'ANONIMIZACION POR RETENCION' TO AUDIT-NOMBRE.
           MOVE SPACES TO AUDIT-RESULTADO.
           STRING 'REGISTROS TRATADOS '  DELIMITED BY SIZE
                  WSV-TOTAL-CAMPANIA     DELIMITED BY SIZE
                  INTO AUDIT-RESULTADO
           END-STRING.
           MOVE WSV-CAMP-CLAVE (WSV-IDX-CAMPANIA) TO AUDIT-CAMPANIA.
           WRITE AUDIT-REGISTRO.

       086-AUDITAR-CAMPANIA-END. EXIT.

       087-SUMAR-CAMPANIA.

           COMPUTE WSV-TOTAL-CAMPANIA =
               WSV-CAMP-MASTER (WSV-IDX-CAMPANIA)
             + WSV-CAMP-CUOTAS (WSV-IDX-CAMPANIA)
             + WSV-CAMP-RECHAZOS (WSV-IDX-CAMPANIA)
             + WSV-CAMP-HISTORICOS (WSV-IDX-CAMPANIA)
             + WSV-CAMP-AUDITORIA (WSV-IDX-CAMPANIA).

       087-SUMAR-CAMPANIA-END. EXIT.

       091-TOMAR-LOCK.

           OPEN INPUT LOCK-FILE.
           IF NOT WSS-LOCK-INEXISTENTE
               READ LOCK-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LOCK-ACTIVO
                           PERFORM 092-LOCK-OCUPADO
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF.

           OPEN OUTPUT LOCK-FILE.
           MOVE 'A' TO LOCK-ESTADO.
           MOVE WSC-PROGRAMA-ID TO LOCK-PROGRAMA.
           ACCEPT LOCK-FECHA FROM DATE YYYYMMDD.
           ACCEPT LOCK-HORA FROM TIME.
           MOVE SPACES TO LOCK-RUN-ID.
           STRING LOCK-FECHA DELIMITED BY SIZE
                  LOCK-HORA  DELIMITED BY SIZE
                  INTO LOCK-RUN-ID
           END-STRING.
           WRITE LOCK-REGISTRO.
           CLOSE LOCK-FILE.
           MOVE 'S' TO WSC-LOCK-TOMADO.

       091-TOMAR-LOCK-END. EXIT.

       092-LOCK-OCUPADO.

           DISPLAY 'ATENCION: HAY UNA EJECUCION EN CURSO.'.
           DISPLAY '  PROGRAMA: ' LOCK-PROGRAMA
                   '  FECHA: ' LOCK-FECHA
                   '  HORA: ' LOCK-HORA
                   '  RUN: ' LOCK-RUN-ID.
           IF NOT WSS-FORZAR-LOCK
              AND NOT WSS-TARJETA-PRESENTE
               DISPLAY 'SI ES UN LOCK VIEJO DE UNA CAIDA, FORZAR '
                       '(S/N)? ' WITH NO ADVANCING
               ACCEPT WSC-FORZAR-LOCK
           END-IF.
           IF WSS-FORZAR-LOCK
               DISPLAY 'LOCK FORZADO POR EL OPERADOR, SE CONTINUA.'
           ELSE
               DISPLAY 'NO SE PUEDE EJECUTAR EN PARALELO. ABORTANDO.'
               CLOSE LOCK-FILE
               MOVE WSC-RETORNO-BLOQUEADO TO WSV-CODIGO-RETORNO
               MOVE 'EJECUCION CONCURRENTE, LOCK ACTIVO'
                   TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

       092-LOCK-OCUPADO-END. EXIT.

       093-LIBERAR-LOCK.

           IF WSS-LOCK-TOMADO
               OPEN OUTPUT LOCK-FILE
               MOVE 'L' TO LOCK-ESTADO
               MOVE WSC-PROGRAMA-ID TO LOCK-PROGRAMA
               ACCEPT LOCK-FECHA FROM DATE YYYYMMDD
               ACCEPT LOCK-HORA FROM TIME
               MOVE SPACES TO LOCK-RUN-ID
               WRITE LOCK-REGISTRO
               CLOSE LOCK-FILE
               MOVE 'N' TO WSC-LOCK-TOMADO
           END-IF.

       093-LIBERAR-LOCK-END. EXIT.

       095-ESCRIBIR-CERTIFICADO.

           MOVE WSC-GUIONES TO WSV-LINEA-REPORTE.
           PERFORM 002-ESCRIBIR-LINEA.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' CAMPANIA  CERRADA    CANDMAST   CUOTAS01   '
                                         DELIMITED BY SIZE
                  'RECHAZOS   HIST0001   AUDITLOG   INCIDENC.'
                                         DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 002-ESCRIBIR-LINEA.

           PERFORM 0951-DETALLE-CAMPANIA
               VARYING WSV-IDX-CAMPANIA FROM 1 BY 1
               UNTIL WSV-IDX-CAMPANIA > WSV-CANT-CAMPANIAS.

           MOVE WSC-GUIONES TO WSV-LINEA-REPORTE.
           PERFORM 002-ESCRIBIR-LINEA.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' TOTALES            ' DELIMITED BY SIZE
                  WSV-TOTAL-MASTER       DELIMITED BY SIZE
                  '    '                 DELIMITED BY SIZE
                  WSV-TOTAL-CUOTAS       DELIMITED BY SIZE
                  '    '                 DELIMITED BY SIZE
                  WSV-TOTAL-RECHAZOS     DELIMITED BY SIZE
                  '    '                 DELIMITED BY SIZE
                  WSV-TOTAL-HISTORICOS   DELIMITED BY SIZE
                  '    '                 DELIMITED BY SIZE
                  WSV-TOTAL-AUDITORIA    DELIMITED BY SIZE
                  '    '                 DELIMITED BY SIZE
                  WSV-TOTAL-INCIDENCIAS  DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 002-ESCRIBIR-LINEA.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           PERFORM 002-ESCRIBIR-LINEA.
           MOVE ' DNI REEMPLAZADO POR SEUDONIMO.' TO WSV-LINEA-REPORTE.
           PERFORM 002-ESCRIBIR-LINEA.
           MOVE ' NOMBRE, DOMICILIO Y CBU SUPRIMIDOS.'
               TO WSV-LINEA-REPORTE.
           PERFORM 002-ESCRIBIR-LINEA.
           MOVE ' SE CONSERVAN CAMPANIA, TRACK, ESTADO, RESULTADO,'
               TO WSV-LINEA-REPORTE.
           PERFORM 002-ESCRIBIR-LINEA.
           MOVE ' LOCALIDAD, CODIGO POSTAL E IMPORTES.'
               TO WSV-LINEA-REPORTE.
           PERFORM 002-ESCRIBIR-LINEA.

           IF WSS-MODO-PRUEBA
               MOVE ' EJECUCION DE PRUEBA: SIN MODIFICACIONES.'
                   TO WSV-LINEA-REPORTE
               PERFORM 002-ESCRIBIR-LINEA
           END-IF.

           CLOSE REPORTE-FILE.

       095-ESCRIBIR-CERTIFICADO-END. EXIT.

       0951-DETALLE-CAMPANIA.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' '                                  DELIMITED BY SIZE
                  WSV-CAMP-CLAVE (WSV-IDX-CAMPANIA)    DELIMITED BY SIZE
                  '    '                               DELIMITED BY SIZE
                  WSV-CAMP-CIERRE (WSV-IDX-CAMPANIA)   DELIMITED BY SIZE
                  '   '                                DELIMITED BY SIZE
                  WSV-CAMP-MASTER (WSV-IDX-CAMPANIA)   DELIMITED BY SIZE
                  '    '                               DELIMITED BY SIZE
                  WSV-CAMP-CUOTAS (WSV-IDX-CAMPANIA)   DELIMITED BY SIZE
                  '    '                               DELIMITED BY SIZE
                  WSV-CAMP-RECHAZOS (WSV-IDX-CAMPANIA) DELIMITED BY SIZE
                  '    '                               DELIMITED BY SIZE
                  WSV-CAMP-HISTORICOS (WSV-IDX-CAMPANIA)
                                                       DELIMITED BY SIZE
                  '    '                               DELIMITED BY SIZE
                  WSV-CAMP-AUDITORIA (WSV-IDX-CAMPANIA)
                                                       DELIMITED BY SIZE
                  '    '                               DELIMITED BY SIZE
                  WSV-CAMP-INCIDENCIAS (WSV-IDX-CAMPANIA)
                                                       DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 002-ESCRIBIR-LINEA.

       0951-DETALLE-CAMPANIA-END. EXIT.

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
           MOVE WSC-PROGRAMA-ID      TO ESTADO-PROGRAMA.
           MOVE WSV-TOTAL-LEIDOS     TO ESTADO-LEIDOS.
           MOVE WSV-TOTAL-TRATADOS   TO ESTADO-ESCRITOS.
           MOVE WSV-CODIGO-RETORNO   TO ESTADO-CODIGO.
           MOVE WSV-MOTIVO-FIN       TO ESTADO-MOTIVO.
           WRITE ESTADO-REGISTRO.
           CLOSE ESTADO-FILE.

       096-GRABAR-ESTADO-END. EXIT.

       097-ABORTAR.

           PERFORM 093-LIBERAR-LOCK.
           PERFORM 096-GRABAR-ESTADO.
           MOVE WSV-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       097-ABORTAR-END. EXIT.

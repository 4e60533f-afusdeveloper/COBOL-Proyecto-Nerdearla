       IDENTIFICATION DIVISION.
       PROGRAM-ID.                            PATRASIG.
       AUTHOR.                                AYMARA M FUSARO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE   ASSIGN TO "PARAMEJ1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-PARAM-ESTADO.

           SELECT MASTER-FILE  ASSIGN TO "CANDMAST"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CANDM-CLAVE
                               FILE STATUS IS WSC-MASTER-ESTADO.

           SELECT PATROC-FILE  ASSIGN TO "PATROCI1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PATR-CLAVE
                               FILE STATUS IS WSC-PATROC-ESTADO.

           SELECT ASIGNA-FILE  ASSIGN TO "PATRASI1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS PASIG-CLAVE
                               FILE STATUS IS WSC-ASIGNA-ESTADO.

           SELECT CUOTAS-FILE  ASSIGN TO "CUOTAS01"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CUOTA-CLAVE
                               FILE STATUS IS WSC-CUOTAS-ESTADO.

           SELECT REPORTE-FILE ASSIGN TO "PATRASR1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-REPORTE-ESTADO.

           SELECT AUDIT-FILE   ASSIGN TO "AUDITLOG"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-AUDIT-ESTADO.

           SELECT TARJETA-FILE ASSIGN TO "CTRLCRDX"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-TARJETA-ESTADO.

           SELECT ESTADO-FILE  ASSIGN TO "RUNSTAT1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-ESTADO-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE
           RECORDING MODE IS F.
           COPY PARAMREG.

       FD  MASTER-FILE.
           COPY CANDMREG.

       FD  PATROC-FILE.
           COPY PATRREG.

       FD  ASIGNA-FILE.
           COPY PASIGREG.

       FD  CUOTAS-FILE.
           COPY CUOTREG.

       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  REPORTE-REGISTRO                 PIC X(132).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDITREG.

       FD  TARJETA-FILE
           RECORDING MODE IS F.
       01  TARJETA-REGISTRO.
           05 TARJETA-CAMPANIA              PIC X(06).

       FD  ESTADO-FILE
           RECORDING MODE IS F.
           COPY ESTADREG.

       WORKING-STORAGE SECTION.

         01 WSC-CONSTANTES.
             05 WSC-PROGRAMA-ID               PIC X(08)
                                               VALUE 'PATRASIG'.
             05 WSC-MAX-TRACKS                PIC 9(02) VALUE 5.
             05 WSC-MAX-PATROCINIOS           PIC 9(03) VALUE 200.
             05 WSC-RETORNOS.
                 10 WSC-RETORNO-NORMAL        PIC 9(04) VALUE 0.
                 10 WSC-RETORNO-AVISO         PIC 9(04) VALUE 4.
                 10 WSC-RETORNO-SIN-ARCHIVO   PIC 9(04) VALUE 16.

             05 WSC-GUIONES.
                 10 FILLER                    PIC X(80) VALUE ALL '-'.

         01 WSC-SWITCHES.
             05 WSC-TARJETA-PRESENTE          PIC X    VALUE 'N'.
                 88 WSS-TARJETA-PRESENTE               VALUE 'S'.
             05 WSC-FIN-PARAMETROS            PIC X    VALUE 'N'.
                 88 WSS-FIN-PARAMETROS                 VALUE 'S'.
             05 WSC-FIN-BARRIDO               PIC X    VALUE 'N'.
                 88 WSS-FIN-BARRIDO                    VALUE 'S'.
             05 WSC-FIN-CUOTAS                PIC X    VALUE 'N'.
                 88 WSS-FIN-CUOTAS                     VALUE 'S'.
             05 WSC-ASIGNACION-HALLADA        PIC X    VALUE 'N'.
                 88 WSS-ASIGNACION-HALLADA             VALUE 'S'.
             05 WSC-HAY-CUOTAS                PIC X    VALUE 'N'.
                 88 WSS-HAY-CUOTAS                     VALUE 'S'.

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-PARAM-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-PARAM-INEXISTENTE              VALUE '35'.
             05 WSC-MASTER-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-MASTER-INEXISTENTE             VALUE '35'.
             05 WSC-PATROC-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-PATROC-INEXISTENTE             VALUE '35'.
             05 WSC-ASIGNA-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-ASIGNA-INEXISTENTE             VALUE '35'.
             05 WSC-CUOTAS-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-CUOTAS-INEXISTENTE             VALUE '35'.
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
             05 WSV-FECHA-HOY                 PIC 9(08) VALUE ZERO.
             05 WSV-CAMPANIA                  PIC X(06) VALUE SPACES.
             05 WSV-LINEA-REPORTE             PIC X(132).
             05 WSV-RESULTADO-AUX             PIC X(30) VALUE SPACES.
             05 WSV-COSTO-BECA                PIC 9(09) VALUE ZERO.
             05 WSV-PAGADO                    PIC 9(09) VALUE ZERO.
             05 WSV-LIBERADO                  PIC 9(09) VALUE ZERO.
             05 WSV-DISPONIBLE                PIC 9(11) VALUE ZERO.
             05 WSV-MEJOR-DISPONIBLE          PIC 9(11) VALUE ZERO.
             05 WSV-MEJOR-EXACTO              PIC X    VALUE 'N'.

             05 WSV-TABLA-TRACKS.
                 10 WSV-CANT-TRACKS           PIC 9(02) VALUE ZERO.
                 10 WSV-TRACK-ENTRADA OCCURS 5 TIMES.
                     15 WSV-TRK-TRACK         PIC X.
                     15 WSV-TRK-COSTO         PIC 9(09).
             05 WSV-IDX-TRACK                 PIC 9(02) VALUE ZERO.

             05 WSV-TABLA-PATROCINIOS.
                 10 WSV-CANT-PATR             PIC 9(03) VALUE ZERO.
                 10 WSV-PATR-ENTRADA OCCURS 200 TIMES.
                     15 WSV-PAT-CODIGO        PIC X(06).
                     15 WSV-PAT-TRACK         PIC X.
                     15 WSV-PAT-NOMBRE        PIC X(30).
                     15 WSV-PAT-COMPROMETIDO  PIC 9(11).
                     15 WSV-PAT-ASIGNADO      PIC 9(11).
                     15 WSV-PAT-BECARIOS      PIC 9(05).
                     15 WSV-PAT-NUEVOS        PIC 9(05).
                     15 WSV-PAT-LIBERADOS     PIC 9(05).
             05 WSV-IDX-PATR                  PIC 9(03) VALUE ZERO.
             05 WSV-IDX-ELEGIDO               PIC 9(03) VALUE ZERO.

             05 WSV-CONTADORES.
                 10 WSV-TOTAL-LEIDOS          PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-ASIGNADOS       PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-YA-ASIGNADOS    PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-LIBERADOS       PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-SIN-FONDOS      PIC 9(07) VALUE ZERO.
                 10 WSV-IMPORTE-ASIGNADO      PIC 9(13) VALUE ZERO.
                 10 WSV-IMPORTE-LIBERADO      PIC 9(13) VALUE ZERO.

             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
                     VALUE 'PROCESO FINALIZADO NORMALMENTE'.

       PROCEDURE DIVISION.

       000-CONTROL.

           ACCEPT WSV-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-INICIO FROM TIME.

           DISPLAY 'ASIGNACION DE BECARIOS A PATROCINADORES'.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.

           PERFORM 001-LEER-TARJETA.
           PERFORM 002-LEER-PARAMETROS.
           IF NOT WSS-TARJETA-PRESENTE
              AND WSV-CAMPANIA EQUAL SPACES
               DISPLAY 'CAMPANIA: ' WITH NO ADVANCING
               ACCEPT WSV-CAMPANIA
           END-IF.
           DISPLAY 'CAMPANIA A PROCESAR: ' WSV-CAMPANIA.

           PERFORM 010-ABRIR-ARCHIVOS.
           PERFORM 015-CARGAR-PATROCINIOS.

           PERFORM 030-LIBERAR-BAJAS.
           PERFORM 040-ASIGNAR-APROBADOS.

           PERFORM 060-ACTUALIZAR-PATROCINIOS.
           PERFORM 095-ESCRIBIR-RESUMEN.

           CLOSE MASTER-FILE.
           CLOSE PATROC-FILE.
           CLOSE ASIGNA-FILE.
           IF WSS-HAY-CUOTAS
               CLOSE CUOTAS-FILE
           END-IF.
           CLOSE REPORTE-FILE.
           CLOSE AUDIT-FILE.

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
               END-READ
               CLOSE TARJETA-FILE
           END-IF.

       001-LEER-TARJETA-END. EXIT.

       002-LEER-PARAMETROS.

           MOVE 'N' TO WSC-FIN-PARAMETROS.
           OPEN INPUT PARAM-FILE.
           IF WSS-PARAM-INEXISTENTE
               DISPLAY 'ERROR: PARAMEJ1 NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'PARAMEJ1 NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.
           PERFORM 003-LEER-UN-PARAMETRO.
           PERFORM 004-AGREGAR-PARAMETRO UNTIL WSS-FIN-PARAMETROS.
           CLOSE PARAM-FILE.

       002-LEER-PARAMETROS-END. EXIT.

       003-LEER-UN-PARAMETRO.

           READ PARAM-FILE
               AT END MOVE 'S' TO WSC-FIN-PARAMETROS
           END-READ.

       003-LEER-UN-PARAMETRO-END. EXIT.

       004-AGREGAR-PARAMETRO.

           IF WSV-CANT-TRACKS < WSC-MAX-TRACKS
               ADD 1 TO WSV-CANT-TRACKS
               MOVE PARAM-TRACK TO WSV-TRK-TRACK (WSV-CANT-TRACKS)
               IF PARAM-COSTO-BECA IS NUMERIC
                   MOVE PARAM-COSTO-BECA
                       TO WSV-TRK-COSTO (WSV-CANT-TRACKS)
               ELSE
                   MOVE ZERO TO WSV-TRK-COSTO (WSV-CANT-TRACKS)
               END-IF
               IF WSV-CAMPANIA EQUAL SPACES
                   MOVE PARAM-CAMPANIA TO WSV-CAMPANIA
               END-IF
           END-IF.
           PERFORM 003-LEER-UN-PARAMETRO.

       004-AGREGAR-PARAMETRO-END. EXIT.

       005-BUSCAR-COSTO.

           IF WSV-TRK-TRACK (WSV-IDX-TRACK) EQUAL CANDM-TRACK
               MOVE WSV-TRK-COSTO (WSV-IDX-TRACK) TO WSV-COSTO-BECA
           END-IF.

       005-BUSCAR-COSTO-END. EXIT.

       010-ABRIR-ARCHIVOS.

           OPEN INPUT MASTER-FILE.
           IF WSS-MASTER-INEXISTENTE
               DISPLAY 'ERROR: CANDMAST NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'CANDMAST NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           OPEN I-O PATROC-FILE.
           IF WSS-PATROC-INEXISTENTE
               DISPLAY 'ERROR: PATROCI1 NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'PATROCI1 NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           OPEN I-O ASIGNA-FILE.
           IF WSS-ASIGNA-INEXISTENTE
               OPEN OUTPUT ASIGNA-FILE
               CLOSE ASIGNA-FILE
               OPEN I-O ASIGNA-FILE
           END-IF.

           MOVE 'N' TO WSC-HAY-CUOTAS.
           OPEN INPUT CUOTAS-FILE.
           IF WSS-CUOTAS-INEXISTENTE
               DISPLAY 'CUOTAS01 AUSENTE, BAJAS SIN CUOTAS PAGADAS'
           ELSE
               MOVE 'S' TO WSC-HAY-CUOTAS
           END-IF.

           OPEN OUTPUT REPORTE-FILE.

           OPEN EXTEND AUDIT-FILE.
           IF WSS-AUDIT-INEXISTENTE
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       010-ABRIR-ARCHIVOS-END. EXIT.

       015-CARGAR-PATROCINIOS.

           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE LOW-VALUES TO PATR-CLAVE.
           MOVE WSV-CAMPANIA TO PATR-CAMPANIA.
           START PATROC-FILE KEY NOT LESS THAN PATR-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 016-LEER-PATROCINIO UNTIL WSS-FIN-BARRIDO.

           IF WSV-CANT-PATR EQUAL ZERO
               DISPLAY 'AVISO: SIN PATROCINIOS ACTIVOS PARA LA '
                       'CAMPANIA ' WSV-CAMPANIA
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'SIN PATROCINIOS ACTIVOS' TO WSV-MOTIVO-FIN
           END-IF.

       015-CARGAR-PATROCINIOS-END. EXIT.

       016-LEER-PATROCINIO.

           READ PATROC-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF PATR-CAMPANIA NOT EQUAL WSV-CAMPANIA
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       PERFORM 017-AGREGAR-PATROCINIO
                   END-IF
           END-READ.
           IF WSC-PATROC-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       016-LEER-PATROCINIO-END. EXIT.

       017-AGREGAR-PATROCINIO.

           IF PATR-ACTIVO
               IF WSV-CANT-PATR < WSC-MAX-PATROCINIOS
                   ADD 1 TO WSV-CANT-PATR
                   MOVE WSV-CANT-PATR TO WSV-IDX-PATR
                   MOVE PATR-CODIGO TO WSV-PAT-CODIGO (WSV-IDX-PATR)
                   MOVE PATR-TRACK  TO WSV-PAT-TRACK (WSV-IDX-PATR)
                   MOVE PATR-NOMBRE TO WSV-PAT-NOMBRE (WSV-IDX-PATR)
                   MOVE PATR-COMPROMETIDO
                       TO WSV-PAT-COMPROMETIDO (WSV-IDX-PATR)
                   MOVE PATR-ASIGNADO
                       TO WSV-PAT-ASIGNADO (WSV-IDX-PATR)
                   MOVE PATR-BECARIOS
                       TO WSV-PAT-BECARIOS (WSV-IDX-PATR)
                   MOVE ZERO TO WSV-PAT-NUEVOS (WSV-IDX-PATR)
                   MOVE ZERO TO WSV-PAT-LIBERADOS (WSV-IDX-PATR)
               ELSE
                   DISPLAY 'AVISO: TABLA DE PATROCINIOS COMPLETA, SE '
                           'OMITE ' PATR-CODIGO
                   MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
                   MOVE 'TABLA DE PATROCINIOS COMPLETA'
                       TO WSV-MOTIVO-FIN
               END-IF
           END-IF.

       017-AGREGAR-PATROCINIO-END. EXIT.

       018-UBICAR-PATROCINIO.

           IF WSV-PAT-CODIGO (WSV-IDX-PATR) EQUAL PASIG-PATROCINADOR
              AND WSV-PAT-TRACK (WSV-IDX-PATR) EQUAL PASIG-TRACK-FONDO
               MOVE WSV-IDX-PATR TO WSV-IDX-ELEGIDO
           END-IF.

       018-UBICAR-PATROCINIO-END. EXIT.

       020-LEER-ASIGNACION.

           MOVE 'S' TO WSC-ASIGNACION-HALLADA.
           MOVE CANDM-CAMPANIA TO PASIG-CAMPANIA.
           MOVE CANDM-DNI      TO PASIG-DNI.
           READ ASIGNA-FILE
               INVALID KEY MOVE 'N' TO WSC-ASIGNACION-HALLADA
           END-READ.

       020-LEER-ASIGNACION-END. EXIT.

       030-LIBERAR-BAJAS.

           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE LOW-VALUES TO CANDM-CLAVE.
           MOVE WSV-CAMPANIA TO CANDM-CAMPANIA.
           MOVE ZERO TO CANDM-DNI.
           START MASTER-FILE KEY NOT LESS THAN CANDM-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 031-LEER-BAJA UNTIL WSS-FIN-BARRIDO.

       030-LIBERAR-BAJAS-END. EXIT.

       031-LEER-BAJA.

           READ MASTER-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF CANDM-CAMPANIA NOT EQUAL WSV-CAMPANIA
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       ADD 1 TO WSV-TOTAL-LEIDOS
                       IF CANDM-ESTADO EQUAL 'B'
                           PERFORM 032-LIBERAR-ASIGNACION
                       END-IF
                   END-IF
           END-READ.
           IF WSC-MASTER-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       031-LEER-BAJA-END. EXIT.

       032-LIBERAR-ASIGNACION.

           PERFORM 020-LEER-ASIGNACION.
           IF WSS-ASIGNACION-HALLADA AND PASIG-VIGENTE
               MOVE ZERO TO WSV-PAGADO
               IF WSS-HAY-CUOTAS
                   PERFORM 033-SUMAR-PAGADO
               END-IF
               IF WSV-PAGADO < PASIG-IMPORTE-RESERVADO
                   COMPUTE WSV-LIBERADO =
                       PASIG-IMPORTE-RESERVADO - WSV-PAGADO
               ELSE
                   MOVE ZERO TO WSV-LIBERADO
               END-IF

               MOVE ZERO TO WSV-IDX-ELEGIDO
               PERFORM 018-UBICAR-PATROCINIO
                   VARYING WSV-IDX-PATR FROM 1 BY 1
                   UNTIL WSV-IDX-PATR > WSV-CANT-PATR
               IF WSV-IDX-ELEGIDO > ZERO
                   IF WSV-PAT-ASIGNADO (WSV-IDX-ELEGIDO)
                      NOT LESS THAN WSV-LIBERADO
                       SUBTRACT WSV-LIBERADO
                           FROM WSV-PAT-ASIGNADO (WSV-IDX-ELEGIDO)
                   ELSE
                       MOVE ZERO TO WSV-PAT-ASIGNADO (WSV-IDX-ELEGIDO)
                   END-IF
                   IF WSV-PAT-BECARIOS (WSV-IDX-ELEGIDO) > ZERO
                       SUBTRACT 1
                           FROM WSV-PAT-BECARIOS (WSV-IDX-ELEGIDO)
                   END-IF
                   ADD 1 TO WSV-PAT-LIBERADOS (WSV-IDX-ELEGIDO)
               ELSE
                   PERFORM 034-LIBERAR-INACTIVO
               END-IF

               SUBTRACT WSV-LIBERADO FROM PASIG-IMPORTE-RESERVADO
               MOVE 'L'           TO PASIG-ESTADO
               MOVE WSV-FECHA-HOY TO PASIG-FECHA-ESTADO
               REWRITE PASIG-REGISTRO
               ADD 1 TO WSV-TOTAL-LIBERADOS
               ADD WSV-LIBERADO TO WSV-IMPORTE-LIBERADO
               MOVE 'PATROCINIO LIBERADO' TO WSV-RESULTADO-AUX
               PERFORM 085-INFORMAR-ASIGNACION
           END-IF.

       032-LIBERAR-ASIGNACION-END. EXIT.

       033-SUMAR-PAGADO.

           MOVE 'N' TO WSC-FIN-CUOTAS.
           MOVE CANDM-CAMPANIA TO CUOTA-CAMPANIA.
           MOVE CANDM-DNI      TO CUOTA-DNI.
           MOVE ZERO           TO CUOTA-NUMERO.
           START CUOTAS-FILE KEY NOT LESS THAN CUOTA-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-CUOTAS
           END-START.
           PERFORM 0331-LEER-CUOTA UNTIL WSS-FIN-CUOTAS.

       033-SUMAR-PAGADO-END. EXIT.

       0331-LEER-CUOTA.

           READ CUOTAS-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-CUOTAS
               NOT AT END
                   IF CUOTA-CAMPANIA NOT EQUAL CANDM-CAMPANIA
                      OR CUOTA-DNI NOT EQUAL CANDM-DNI
                       MOVE 'S' TO WSC-FIN-CUOTAS
                   ELSE
                       IF CUOTA-PAGADA
                           ADD CUOTA-IMPORTE TO WSV-PAGADO
                           ADD CUOTA-BONO    TO WSV-PAGADO
                       END-IF
                   END-IF
           END-READ.
           IF WSC-CUOTAS-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-CUOTAS
           END-IF.

       0331-LEER-CUOTA-END. EXIT.

       034-LIBERAR-INACTIVO.

           MOVE PASIG-CAMPANIA     TO PATR-CAMPANIA.
           MOVE PASIG-PATROCINADOR TO PATR-CODIGO.
           MOVE PASIG-TRACK-FONDO  TO PATR-TRACK.
           READ PATROC-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PATR-ASIGNADO NOT LESS THAN WSV-LIBERADO
                       SUBTRACT WSV-LIBERADO FROM PATR-ASIGNADO
                   ELSE
                       MOVE ZERO TO PATR-ASIGNADO
                   END-IF
                   IF PATR-BECARIOS > ZERO
                       SUBTRACT 1 FROM PATR-BECARIOS
                   END-IF
                   MOVE WSV-FECHA-HOY TO PATR-FECHA-ESTADO
                   REWRITE PATR-REGISTRO
           END-READ.

       034-LIBERAR-INACTIVO-END. EXIT.

       040-ASIGNAR-APROBADOS.

           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE LOW-VALUES TO CANDM-CLAVE.
           MOVE WSV-CAMPANIA TO CANDM-CAMPANIA.
           MOVE ZERO TO CANDM-DNI.
           START MASTER-FILE KEY NOT LESS THAN CANDM-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 041-LEER-APROBADO UNTIL WSS-FIN-BARRIDO.

       040-ASIGNAR-APROBADOS-END. EXIT.

       041-LEER-APROBADO.

           READ MASTER-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF CANDM-CAMPANIA NOT EQUAL WSV-CAMPANIA
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       IF CANDM-ESTADO EQUAL 'A'
                           PERFORM 042-ASIGNAR-BECARIO
                       END-IF
                   END-IF
           END-READ.
           IF WSC-MASTER-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       041-LEER-APROBADO-END. EXIT.

       042-ASIGNAR-BECARIO.

           PERFORM 020-LEER-ASIGNACION.
           IF WSS-ASIGNACION-HALLADA AND PASIG-VIGENTE
               ADD 1 TO WSV-TOTAL-YA-ASIGNADOS
           ELSE
               PERFORM 0421-ELEGIR-PATROCINIO
           END-IF.

       042-ASIGNAR-BECARIO-END. EXIT.

       0421-ELEGIR-PATROCINIO.

           MOVE ZERO TO WSV-COSTO-BECA.
           PERFORM 005-BUSCAR-COSTO
               VARYING WSV-IDX-TRACK FROM 1 BY 1
               UNTIL WSV-IDX-TRACK > WSV-CANT-TRACKS.

           MOVE ZERO TO WSV-IDX-ELEGIDO.
           MOVE ZERO TO WSV-MEJOR-DISPONIBLE.
           MOVE 'N'  TO WSV-MEJOR-EXACTO.
           IF WSV-COSTO-BECA > ZERO
               PERFORM 043-EVALUAR-PATROCINIO
                   VARYING WSV-IDX-PATR FROM 1 BY 1
                   UNTIL WSV-IDX-PATR > WSV-CANT-PATR
           END-IF.

           IF WSV-IDX-ELEGIDO EQUAL ZERO
               PERFORM 048-INFORMAR-SIN-FONDOS
           ELSE
               PERFORM 045-GRABAR-ASIGNACION
           END-IF.

       0421-ELEGIR-PATROCINIO-END. EXIT.

       043-EVALUAR-PATROCINIO.

           IF WSV-PAT-TRACK (WSV-IDX-PATR) EQUAL CANDM-TRACK
              OR WSV-PAT-TRACK (WSV-IDX-PATR) EQUAL '*'
               COMPUTE WSV-DISPONIBLE =
                   WSV-PAT-COMPROMETIDO (WSV-IDX-PATR)
                   - WSV-PAT-ASIGNADO (WSV-IDX-PATR)
               IF WSV-PAT-ASIGNADO (WSV-IDX-PATR)
                  NOT GREATER THAN WSV-PAT-COMPROMETIDO (WSV-IDX-PATR)
                  AND WSV-DISPONIBLE NOT LESS THAN WSV-COSTO-BECA
                   PERFORM 044-COMPARAR-PATROCINIO
               END-IF
           END-IF.

       043-EVALUAR-PATROCINIO-END. EXIT.

       044-COMPARAR-PATROCINIO.

           IF WSV-PAT-TRACK (WSV-IDX-PATR) EQUAL CANDM-TRACK
               IF WSV-MEJOR-EXACTO EQUAL 'N'
                  OR WSV-DISPONIBLE > WSV-MEJOR-DISPONIBLE
                   MOVE WSV-IDX-PATR   TO WSV-IDX-ELEGIDO
                   MOVE WSV-DISPONIBLE TO WSV-MEJOR-DISPONIBLE
                   MOVE 'S'            TO WSV-MEJOR-EXACTO
               END-IF
           ELSE
               IF WSV-MEJOR-EXACTO EQUAL 'N'
                  AND (WSV-IDX-ELEGIDO EQUAL ZERO
                       OR WSV-DISPONIBLE > WSV-MEJOR-DISPONIBLE)
                   MOVE WSV-IDX-PATR   TO WSV-IDX-ELEGIDO
                   MOVE WSV-DISPONIBLE TO WSV-MEJOR-DISPONIBLE
               END-IF
           END-IF.

       044-COMPARAR-PATROCINIO-END. EXIT.

       045-GRABAR-ASIGNACION.

           MOVE CANDM-CAMPANIA  TO PASIG-CAMPANIA.
           MOVE CANDM-DNI       TO PASIG-DNI.
           MOVE CANDM-NOMBRE    TO PASIG-NOMBRE.
           MOVE CANDM-TRACK     TO PASIG-TRACK.
           MOVE WSV-PAT-CODIGO (WSV-IDX-ELEGIDO)
               TO PASIG-PATROCINADOR.
           MOVE WSV-PAT-TRACK (WSV-IDX-ELEGIDO)
               TO PASIG-TRACK-FONDO.
           MOVE WSV-COSTO-BECA  TO PASIG-IMPORTE-RESERVADO.
           MOVE 'V'             TO PASIG-ESTADO.
           MOVE WSV-FECHA-HOY   TO PASIG-FECHA-ASIGNACION.
           MOVE WSV-FECHA-HOY   TO PASIG-FECHA-ESTADO.
           IF WSS-ASIGNACION-HALLADA
               REWRITE PASIG-REGISTRO
           ELSE
               WRITE PASIG-REGISTRO
           END-IF.

           ADD WSV-COSTO-BECA TO WSV-PAT-ASIGNADO (WSV-IDX-ELEGIDO).
           ADD 1 TO WSV-PAT-BECARIOS (WSV-IDX-ELEGIDO).
           ADD 1 TO WSV-PAT-NUEVOS (WSV-IDX-ELEGIDO).
           ADD 1 TO WSV-TOTAL-ASIGNADOS.
           ADD WSV-COSTO-BECA TO WSV-IMPORTE-ASIGNADO.
           MOVE 'PATROCINIO ASIGNADO' TO WSV-RESULTADO-AUX.
           PERFORM 085-INFORMAR-ASIGNACION.

       045-GRABAR-ASIGNACION-END. EXIT.

       048-INFORMAR-SIN-FONDOS.

           ADD 1 TO WSV-TOTAL-SIN-FONDOS.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           IF WSV-COSTO-BECA EQUAL ZERO
               STRING ' SIN COSTO DE BECA PARA TRACK ' DELIMITED BY SIZE
                      CANDM-TRACK     DELIMITED BY SIZE
                      ': '            DELIMITED BY SIZE
                      CANDM-DNI       DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      CANDM-NOMBRE    DELIMITED BY SIZE
                      INTO WSV-LINEA-REPORTE
               END-STRING
           ELSE
               STRING ' SIN PATROCINIO DISPONIBLE: ' DELIMITED BY SIZE
                      CANDM-DNI       DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      CANDM-NOMBRE    DELIMITED BY SIZE
                      ' TRACK '       DELIMITED BY SIZE
                      CANDM-TRACK     DELIMITED BY SIZE
                      ' COSTO $'      DELIMITED BY SIZE
                      WSV-COSTO-BECA  DELIMITED BY SIZE
                      INTO WSV-LINEA-REPORTE
               END-STRING
           END-IF.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO.
           MOVE 'BECARIOS SIN PATROCINIO ASIGNADO' TO WSV-MOTIVO-FIN.

       048-INFORMAR-SIN-FONDOS-END. EXIT.

       060-ACTUALIZAR-PATROCINIOS.

           PERFORM 061-ACTUALIZAR-UN-PATROCINIO
               VARYING WSV-IDX-PATR FROM 1 BY 1
               UNTIL WSV-IDX-PATR > WSV-CANT-PATR.

       060-ACTUALIZAR-PATROCINIOS-END. EXIT.

       061-ACTUALIZAR-UN-PATROCINIO.

           IF WSV-PAT-NUEVOS (WSV-IDX-PATR) > ZERO
              OR WSV-PAT-LIBERADOS (WSV-IDX-PATR) > ZERO
               MOVE WSV-CAMPANIA TO PATR-CAMPANIA
               MOVE WSV-PAT-CODIGO (WSV-IDX-PATR) TO PATR-CODIGO
               MOVE WSV-PAT-TRACK (WSV-IDX-PATR)  TO PATR-TRACK
               READ PATROC-FILE
                   INVALID KEY
                       DISPLAY 'AVISO: PATROCINIO NO HALLADO '
                               PATR-CLAVE
                   NOT INVALID KEY
                       MOVE WSV-PAT-ASIGNADO (WSV-IDX-PATR)
                           TO PATR-ASIGNADO
                       MOVE WSV-PAT-BECARIOS (WSV-IDX-PATR)
                           TO PATR-BECARIOS
                       MOVE WSV-FECHA-HOY TO PATR-FECHA-ESTADO
                       REWRITE PATR-REGISTRO
               END-READ
           END-IF.

       061-ACTUALIZAR-UN-PATROCINIO-END. EXIT.

       085-INFORMAR-ASIGNACION.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' '                     DELIMITED BY SIZE
                  WSV-RESULTADO-AUX       DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PASIG-DNI               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PASIG-NOMBRE            DELIMITED BY SIZE
                  ' TRACK '               DELIMITED BY SIZE
                  PASIG-TRACK             DELIMITED BY SIZE
                  ' PATROCINADOR '        DELIMITED BY SIZE
                  PASIG-PATROCINADOR      DELIMITED BY SIZE
                  '/'                     DELIMITED BY SIZE
                  PASIG-TRACK-FONDO       DELIMITED BY SIZE
                  ' RESERVADO $'          DELIMITED BY SIZE
                  PASIG-IMPORTE-RESERVADO DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE WSC-PROGRAMA-ID   TO AUDIT-PROGRAMA.
           MOVE PASIG-DNI         TO AUDIT-DNI.
           MOVE PASIG-NOMBRE      TO AUDIT-NOMBRE.
           MOVE WSV-RESULTADO-AUX TO AUDIT-RESULTADO.
           MOVE PASIG-CAMPANIA    TO AUDIT-CAMPANIA.
           WRITE AUDIT-REGISTRO.

       085-INFORMAR-ASIGNACION-END. EXIT.

       095-ESCRIBIR-RESUMEN.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE ' SITUACION DE PATROCINIOS' TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           PERFORM 0951-INFORMAR-PATROCINIO
               VARYING WSV-IDX-PATR FROM 1 BY 1
               UNTIL WSV-IDX-PATR > WSV-CANT-PATR.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' CANDIDATOS LEIDOS: '  DELIMITED BY SIZE
                  WSV-TOTAL-LEIDOS        DELIMITED BY SIZE
                  '  ASIGNADOS: '         DELIMITED BY SIZE
                  WSV-TOTAL-ASIGNADOS     DELIMITED BY SIZE
                  '  YA ASIGNADOS: '      DELIMITED BY SIZE
                  WSV-TOTAL-YA-ASIGNADOS  DELIMITED BY SIZE
                  '  LIBERADOS: '         DELIMITED BY SIZE
                  WSV-TOTAL-LIBERADOS     DELIMITED BY SIZE
                  '  SIN PATROCINIO: '    DELIMITED BY SIZE
                  WSV-TOTAL-SIN-FONDOS    DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' IMPORTE ASIGNADO $'   DELIMITED BY SIZE
                  WSV-IMPORTE-ASIGNADO    DELIMITED BY SIZE
                  '  IMPORTE LIBERADO $'  DELIMITED BY SIZE
                  WSV-IMPORTE-LIBERADO    DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

       095-ESCRIBIR-RESUMEN-END. EXIT.

       0951-INFORMAR-PATROCINIO.

           COMPUTE WSV-DISPONIBLE =
               WSV-PAT-COMPROMETIDO (WSV-IDX-PATR)
               - WSV-PAT-ASIGNADO (WSV-IDX-PATR).
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' '                  DELIMITED BY SIZE
                  WSV-PAT-CODIGO (WSV-IDX-PATR) DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WSV-PAT-TRACK (WSV-IDX-PATR)  DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WSV-PAT-NOMBRE (WSV-IDX-PATR) DELIMITED BY SIZE
                  ' BECARIOS '         DELIMITED BY SIZE
                  WSV-PAT-BECARIOS (WSV-IDX-PATR) DELIMITED BY SIZE
                  ' ASIGNADO $'        DELIMITED BY SIZE
                  WSV-PAT-ASIGNADO (WSV-IDX-PATR) DELIMITED BY SIZE
                  ' DISPONIBLE $'      DELIMITED BY SIZE
                  WSV-DISPONIBLE       DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

       0951-INFORMAR-PATROCINIO-END. EXIT.

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
           COMPUTE ESTADO-ESCRITOS = WSV-TOTAL-ASIGNADOS
               + WSV-TOTAL-LIBERADOS.
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

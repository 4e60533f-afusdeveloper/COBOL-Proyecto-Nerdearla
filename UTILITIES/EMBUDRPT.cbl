       IDENTIFICATION DIVISION.
       PROGRAM-ID.                            EMBUDRPT.
       AUTHOR.                                AYMARA M FUSARO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE  ASSIGN TO "CANDMAST"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CANDM-CLAVE
                               FILE STATUS IS WSC-MASTER-ESTADO.

           SELECT AUDIT-FILE   ASSIGN TO "AUDITLOG"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-AUDIT-ESTADO.

           SELECT REPORTE-FILE ASSIGN TO "EMBURPT1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-REPORTE-ESTADO.

           SELECT CSV-FILE     ASSIGN TO "EMBUCSV1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-CSV-ESTADO.

           SELECT TARJETA-FILE ASSIGN TO "CTRLCRDP"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-TARJETA-ESTADO.

           SELECT ESTADO-FILE  ASSIGN TO "RUNSTAT1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-ESTADO-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY CANDMREG.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDITREG.

       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  REPORTE-REGISTRO                 PIC X(132).

       FD  CSV-FILE
           RECORDING MODE IS F.
       01  CSV-REGISTRO                     PIC X(132).

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
                                               VALUE 'EMBUDRPT'.
             05 WSC-MAX-CAMPANIAS             PIC 9(02) VALUE 5.
             05 WSC-MAX-MOTIVOS               PIC 9(02) VALUE 25.
             05 WSC-CANT-CONCEPTOS            PIC 9(02) VALUE 10.
             05 WSC-RETORNOS.
                 10 WSC-RETORNO-NORMAL        PIC 9(04) VALUE 0.
                 10 WSC-RETORNO-AVISO         PIC 9(04) VALUE 4.
                 10 WSC-RETORNO-SIN-ARCHIVO   PIC 9(04) VALUE 16.

             05 WSC-GUIONES.
                 10 FILLER                    PIC X(80) VALUE ALL '-'.

             05 WSC-NOMBRES-CONCEPTO.
                 10 FILLER                    PIC X(28)
                        VALUE 'INGRESADOS'.
                 10 FILLER                    PIC X(28)
                        VALUE 'RECHAZADOS'.
                 10 FILLER                    PIC X(28)
                        VALUE 'PRESELECCIONADOS'.
                 10 FILLER                    PIC X(28)
                        VALUE 'APROBADOS (ESTADO ACTUAL)'.
                 10 FILLER                    PIC X(28)
                        VALUE 'EN LISTA DE ESPERA'.
                 10 FILLER                    PIC X(28)
                        VALUE 'PROMOVIDOS DE LISTA ESPERA'.
                 10 FILLER                    PIC X(28)
                        VALUE 'APELACIONES GANADAS'.
                 10 FILLER                    PIC X(28)
                        VALUE 'RENOVACIONES'.
                 10 FILLER                    PIC X(28)
                        VALUE 'BAJAS'.
                 10 FILLER                    PIC X(28)
                        VALUE 'SUSPENSIONES'.
             05 WSC-TABLA-CONCEPTOS REDEFINES WSC-NOMBRES-CONCEPTO.
                 10 WSC-CONCEPTO-DESC         PIC X(28)
                        OCCURS 10 TIMES.

             05 WSC-NOMBRES-TRACK.
                 10 FILLER                    PIC X(14)
                        VALUE 'TECNICA'.
                 10 FILLER                    PIC X(14)
                        VALUE 'UNIVERSITARIA'.
                 10 FILLER                    PIC X(14)
                        VALUE 'SIN TRACK'.
                 10 FILLER                    PIC X(14)
                        VALUE 'TOTAL'.
             05 WSC-TABLA-TRACKS REDEFINES WSC-NOMBRES-TRACK.
                 10 WSC-TRACK-DESC            PIC X(14)
                        OCCURS 4 TIMES.

         01 WSC-SWITCHES.
             05 WSC-FIN-ARCHIVO               PIC X    VALUE 'N'.
                 88 WSS-FIN-ARCHIVO                    VALUE 'S'.
             05 WSC-TARJETA-PRESENTE          PIC X    VALUE 'N'.
                 88 WSS-TARJETA-PRESENTE               VALUE 'S'.
             05 WSC-CAMPANIA-HALLADA          PIC X    VALUE 'N'.
                 88 WSS-CAMPANIA-HALLADA               VALUE 'S'.
             05 WSC-MOTIVO-HALLADO            PIC X    VALUE 'N'.
                 88 WSS-MOTIVO-HALLADO                 VALUE 'S'.
             05 WSC-TIPO-FILA                 PIC X    VALUE 'C'.
                 88 WSS-FILA-CONCEPTO                  VALUE 'C'.
                 88 WSS-FILA-MOTIVO                    VALUE 'M'.

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-MASTER-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-MASTER-INEXISTENTE             VALUE '35'.
             05 WSC-AUDIT-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-AUDIT-INEXISTENTE              VALUE '35'.
             05 WSC-REPORTE-ESTADO            PIC XX   VALUE '00'.
             05 WSC-CSV-ESTADO                PIC XX   VALUE '00'.
             05 WSC-TARJETA-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-TARJETA-INEXISTENTE            VALUE '35'.
             05 WSC-ESTADO-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-ESTADO-INEXISTENTE             VALUE '35'.

         01 WSV-VARIABLES.
             05 WSV-FECHA-INICIO              PIC 9(08) VALUE ZERO.
             05 WSV-HORA-INICIO               PIC 9(08) VALUE ZERO.
             05 WSV-CAMPANIA                  PIC X(06) VALUE SPACES.
             05 WSV-LINEA-REPORTE             PIC X(132).
             05 WSV-COLUMNA                   PIC X(16).

             05 WSV-TABLA-CAMPANIAS.
                 10 WSV-CANT-CAMPANIAS        PIC 9(02) VALUE ZERO.
                 10 WSV-CAMP-ENTRADA OCCURS 5 TIMES.
                     15 WSV-CAMP-CAMPANIA     PIC X(06).
                     15 WSV-CAMP-TRACK OCCURS 3 TIMES.
                         20 WSV-CAMP-CONCEPTO OCCURS 10 TIMES.
                             25 WSV-CAMP-CANT PIC 9(07).
                             25 WSV-CAMP-EVENTO
                                              PIC 9(07).
                         20 WSV-CAMP-MOTIVO   PIC 9(07)
                                              OCCURS 25 TIMES.

             05 WSV-TABLA-MOTIVOS.
                 10 WSV-CANT-MOTIVOS          PIC 9(02) VALUE ZERO.
                 10 WSV-MOTIVO-DESC           PIC X(30)
                                              OCCURS 25 TIMES.

             05 WSV-INDICES.
                 10 WSV-IDX-CAMPANIA          PIC 9(02) VALUE ZERO.
                 10 WSV-IDX-BUSQUEDA          PIC 9(02) VALUE ZERO.
                 10 WSV-IDX-COLUMNA           PIC 9(02) VALUE ZERO.
                 10 WSV-IDX-TRACK             PIC 9(01) VALUE ZERO.
                 10 WSV-IDX-TRACK-REP         PIC 9(01) VALUE ZERO.
                 10 WSV-IDX-TR                PIC 9(01) VALUE ZERO.
                 10 WSV-IDX-CONCEPTO          PIC 9(02) VALUE ZERO.
                 10 WSV-IDX-FILA              PIC 9(02) VALUE ZERO.
                 10 WSV-IDX-MOTIVO            PIC 9(02) VALUE ZERO.
                 10 WSV-IDX-EVENTO            PIC 9(02) VALUE ZERO.
                 10 WSV-POSICION              PIC 9(03) VALUE ZERO.

             05 WSV-CALCULOS.
                 10 WSV-VALOR                 PIC 9(07) VALUE ZERO.
                 10 WSV-BASE                  PIC 9(07) VALUE ZERO.
                 10 WSV-VALOR-FILA            PIC 9(09) VALUE ZERO.
                 10 WSV-PORCENTAJE            PIC 9(03)V9 VALUE ZERO.
                 10 WSV-VALOR-EDIT            PIC Z(06)9.
                 10 WSV-PORCENTAJE-EDIT       PIC ZZ9.9.
                 10 WSV-PORCENTAJE-CSV        PIC 9(03).9.
                 10 WSV-CSV-CONCEPTO          PIC X(30).

             05 WSV-CONTADORES.
                 10 WSV-TOTAL-LEIDOS          PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-EVENTOS         PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-CSV             PIC 9(07) VALUE ZERO.

             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
                     VALUE 'PROCESO FINALIZADO NORMALMENTE'.

       PROCEDURE DIVISION.

       000-CONTROL.

           ACCEPT WSV-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-INICIO FROM TIME.

           DISPLAY 'EMBUDO DE SELECCION POR CAMPANIA Y TRACK'.

           PERFORM 001-LEER-TARJETA.
           IF NOT WSS-TARJETA-PRESENTE
               DISPLAY 'CAMPANIA ACTUAL (BLANCO = ULTIMA): '
                   WITH NO ADVANCING
               ACCEPT WSV-CAMPANIA
           END-IF.

           PERFORM 010-ABRIR-ARCHIVOS.
           PERFORM 020-PROCESAR-MASTER.
           PERFORM 030-PROCESAR-AUDITORIA.
           CLOSE MASTER-FILE.

           OPEN OUTPUT REPORTE-FILE.
           OPEN OUTPUT CSV-FILE.
           PERFORM 060-ESCRIBIR-REPORTE.
           PERFORM 070-ESCRIBIR-CSV.
           CLOSE REPORTE-FILE.
           CLOSE CSV-FILE.

           PERFORM 095-MOSTRAR-RESUMEN.
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

       010-ABRIR-ARCHIVOS.

           OPEN INPUT MASTER-FILE.
           IF WSS-MASTER-INEXISTENTE
               DISPLAY 'ERROR: CANDMAST NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'CANDMAST NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

       010-ABRIR-ARCHIVOS-END. EXIT.

       020-PROCESAR-MASTER.

           MOVE 'N' TO WSC-FIN-ARCHIVO.
           PERFORM 021-LEER-MASTER UNTIL WSS-FIN-ARCHIVO.

           IF WSV-CANT-CAMPANIAS EQUAL ZERO
               DISPLAY 'AVISO: CANDMAST SIN CANDIDATOS PARA INFORMAR'
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'SIN CANDIDATOS PARA INFORMAR' TO WSV-MOTIVO-FIN
           ELSE
               IF WSV-CAMPANIA NOT EQUAL SPACES
                  AND WSV-CAMP-CAMPANIA (WSV-CANT-CAMPANIAS)
                      NOT EQUAL WSV-CAMPANIA
                   DISPLAY 'AVISO: CAMPANIA ' WSV-CAMPANIA
                           ' SIN CANDIDATOS EN CANDMAST'
                   MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
                   MOVE 'CAMPANIA ACTUAL SIN CANDIDATOS'
                       TO WSV-MOTIVO-FIN
               END-IF
           END-IF.

       020-PROCESAR-MASTER-END. EXIT.

       021-LEER-MASTER.

           READ MASTER-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-ARCHIVO
               NOT AT END
                   IF WSV-CAMPANIA NOT EQUAL SPACES
                      AND CANDM-CAMPANIA > WSV-CAMPANIA
                       MOVE 'S' TO WSC-FIN-ARCHIVO
                   ELSE
                       ADD 1 TO WSV-TOTAL-LEIDOS
                       PERFORM 022-ACUMULAR-CANDIDATO
                   END-IF
           END-READ.
           IF WSC-MASTER-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-ARCHIVO
           END-IF.

       021-LEER-MASTER-END. EXIT.

       022-ACUMULAR-CANDIDATO.

           IF WSV-CANT-CAMPANIAS EQUAL ZERO
               PERFORM 025-AGREGAR-CAMPANIA
           ELSE
               IF CANDM-CAMPANIA NOT EQUAL
                  WSV-CAMP-CAMPANIA (WSV-CANT-CAMPANIAS)
                   PERFORM 025-AGREGAR-CAMPANIA
               END-IF
           END-IF.
           MOVE WSV-CANT-CAMPANIAS TO WSV-IDX-CAMPANIA.
           PERFORM 027-UBICAR-TRACK.

           ADD 1 TO WSV-CAMP-CANT (WSV-IDX-CAMPANIA, WSV-IDX-TRACK, 1).

           EVALUATE CANDM-ESTADO
               WHEN 'R'
                   ADD 1 TO WSV-CAMP-CANT (WSV-IDX-CAMPANIA,
                                           WSV-IDX-TRACK, 2)
                   PERFORM 028-UBICAR-MOTIVO
                   ADD 1 TO WSV-CAMP-MOTIVO (WSV-IDX-CAMPANIA,
                                             WSV-IDX-TRACK,
                                             WSV-IDX-MOTIVO)
               WHEN 'P'
                   ADD 1 TO WSV-CAMP-CANT (WSV-IDX-CAMPANIA,
                                           WSV-IDX-TRACK, 3)
               WHEN 'A'
                   ADD 1 TO WSV-CAMP-CANT (WSV-IDX-CAMPANIA,
                                           WSV-IDX-TRACK, 4)
               WHEN 'E'
                   ADD 1 TO WSV-CAMP-CANT (WSV-IDX-CAMPANIA,
                                           WSV-IDX-TRACK, 5)
               WHEN 'B'
                   ADD 1 TO WSV-CAMP-CANT (WSV-IDX-CAMPANIA,
                                           WSV-IDX-TRACK, 9)
               WHEN 'S'
                   ADD 1 TO WSV-CAMP-CANT (WSV-IDX-CAMPANIA,
                                           WSV-IDX-TRACK, 10)
           END-EVALUATE.

           EVALUATE CANDM-RESULTADO
               WHEN 'PROMOVIDO DE LISTA DE ESPERA'
                   ADD 1 TO WSV-CAMP-CANT (WSV-IDX-CAMPANIA,
                                           WSV-IDX-TRACK, 6)
               WHEN 'APROBADO POR APELACION'
                   ADD 1 TO WSV-CAMP-CANT (WSV-IDX-CAMPANIA,
                                           WSV-IDX-TRACK, 7)
               WHEN 'RENOVADO DE CAMPANIA ANTERIOR'
                   ADD 1 TO WSV-CAMP-CANT (WSV-IDX-CAMPANIA,
                                           WSV-IDX-TRACK, 8)
           END-EVALUATE.

       022-ACUMULAR-CANDIDATO-END. EXIT.

       025-AGREGAR-CAMPANIA.

           IF WSV-CANT-CAMPANIAS < WSC-MAX-CAMPANIAS
               ADD 1 TO WSV-CANT-CAMPANIAS
           ELSE
               PERFORM 026-DESPLAZAR-CAMPANIA
                   VARYING WSV-IDX-BUSQUEDA FROM 1 BY 1
                   UNTIL WSV-IDX-BUSQUEDA >= WSV-CANT-CAMPANIAS
           END-IF.
           INITIALIZE WSV-CAMP-ENTRADA (WSV-CANT-CAMPANIAS).
           MOVE CANDM-CAMPANIA
               TO WSV-CAMP-CAMPANIA (WSV-CANT-CAMPANIAS).

       025-AGREGAR-CAMPANIA-END. EXIT.

       026-DESPLAZAR-CAMPANIA.

           MOVE WSV-CAMP-ENTRADA (WSV-IDX-BUSQUEDA + 1)
               TO WSV-CAMP-ENTRADA (WSV-IDX-BUSQUEDA).

       026-DESPLAZAR-CAMPANIA-END. EXIT.

       027-UBICAR-TRACK.

           EVALUATE CANDM-TRACK
               WHEN 'T'   MOVE 1 TO WSV-IDX-TRACK
               WHEN 'U'   MOVE 2 TO WSV-IDX-TRACK
               WHEN OTHER MOVE 3 TO WSV-IDX-TRACK
           END-EVALUATE.

       027-UBICAR-TRACK-END. EXIT.

       028-UBICAR-MOTIVO.

           MOVE 'N' TO WSC-MOTIVO-HALLADO.
           PERFORM 029-BUSCAR-MOTIVO
               VARYING WSV-IDX-BUSQUEDA FROM 1 BY 1
               UNTIL WSV-IDX-BUSQUEDA > WSV-CANT-MOTIVOS
                  OR WSS-MOTIVO-HALLADO.

           IF NOT WSS-MOTIVO-HALLADO
               IF WSV-CANT-MOTIVOS < WSC-MAX-MOTIVOS
                   ADD 1 TO WSV-CANT-MOTIVOS
                   MOVE WSV-CANT-MOTIVOS TO WSV-IDX-MOTIVO
                   MOVE CANDM-RESULTADO
                       TO WSV-MOTIVO-DESC (WSV-IDX-MOTIVO)
               ELSE
                   MOVE WSV-CANT-MOTIVOS TO WSV-IDX-MOTIVO
                   MOVE 'OTROS MOTIVOS'
                       TO WSV-MOTIVO-DESC (WSV-IDX-MOTIVO)
               END-IF
           END-IF.

       028-UBICAR-MOTIVO-END. EXIT.

       029-BUSCAR-MOTIVO.

           IF WSV-MOTIVO-DESC (WSV-IDX-BUSQUEDA) EQUAL CANDM-RESULTADO
               MOVE 'S' TO WSC-MOTIVO-HALLADO
               MOVE WSV-IDX-BUSQUEDA TO WSV-IDX-MOTIVO
           END-IF.

       029-BUSCAR-MOTIVO-END. EXIT.

       030-PROCESAR-AUDITORIA.

           MOVE 'N' TO WSC-FIN-ARCHIVO.
           OPEN INPUT AUDIT-FILE.
           IF WSS-AUDIT-INEXISTENTE
               DISPLAY 'AUDITLOG AUSENTE, PROMOCIONES, APELACIONES, '
                       'RENOVACIONES Y SUSPENSIONES SEGUN CANDMAST'
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'AUDITLOG AUSENTE' TO WSV-MOTIVO-FIN
           ELSE
               PERFORM 031-LEER-AUDITORIA
               PERFORM 032-ACUMULAR-EVENTO UNTIL WSS-FIN-ARCHIVO
               CLOSE AUDIT-FILE
           END-IF.

       030-PROCESAR-AUDITORIA-END. EXIT.

       031-LEER-AUDITORIA.

           READ AUDIT-FILE
               AT END MOVE 'S' TO WSC-FIN-ARCHIVO
           END-READ.

       031-LEER-AUDITORIA-END. EXIT.

       032-ACUMULAR-EVENTO.

           MOVE ZERO TO WSV-IDX-EVENTO.
           EVALUATE TRUE
               WHEN AUDIT-PROGRAMA EQUAL 'BAJAPROC'
                AND AUDIT-RESULTADO EQUAL 'PROMOVIDO DE LISTA DE ESPERA'
                   MOVE 6 TO WSV-IDX-EVENTO
               WHEN AUDIT-PROGRAMA EQUAL 'APELPROC'
                AND AUDIT-RESULTADO EQUAL 'APROBADO POR APELACION'
                   MOVE 7 TO WSV-IDX-EVENTO
               WHEN AUDIT-PROGRAMA EQUAL 'RENUEVA1'
                AND AUDIT-RESULTADO EQUAL
                    'RENOVADO DE CAMPANIA ANTERIOR'
                   MOVE 8 TO WSV-IDX-EVENTO
               WHEN AUDIT-PROGRAMA EQUAL 'VERIESTU'
                AND AUDIT-RESULTADO EQUAL 'SUSPENDIDO - VERIFICACION'
                   MOVE 10 TO WSV-IDX-EVENTO
           END-EVALUATE.

           IF WSV-IDX-EVENTO > ZERO
               PERFORM 033-UBICAR-CAMPANIA
               IF WSS-CAMPANIA-HALLADA
                   MOVE AUDIT-CAMPANIA TO CANDM-CAMPANIA
                   MOVE AUDIT-DNI      TO CANDM-DNI
                   READ MASTER-FILE
                       INVALID KEY MOVE SPACE TO CANDM-TRACK
                   END-READ
                   PERFORM 027-UBICAR-TRACK
                   ADD 1 TO WSV-CAMP-EVENTO (WSV-IDX-CAMPANIA,
                                             WSV-IDX-TRACK,
                                             WSV-IDX-EVENTO)
                   ADD 1 TO WSV-TOTAL-EVENTOS
               END-IF
           END-IF.

           PERFORM 031-LEER-AUDITORIA.

       032-ACUMULAR-EVENTO-END. EXIT.

       033-UBICAR-CAMPANIA.

           MOVE 'N' TO WSC-CAMPANIA-HALLADA.
           PERFORM 034-BUSCAR-CAMPANIA
               VARYING WSV-IDX-BUSQUEDA FROM 1 BY 1
               UNTIL WSV-IDX-BUSQUEDA > WSV-CANT-CAMPANIAS
                  OR WSS-CAMPANIA-HALLADA.

       033-UBICAR-CAMPANIA-END. EXIT.

       034-BUSCAR-CAMPANIA.

           IF WSV-CAMP-CAMPANIA (WSV-IDX-BUSQUEDA) EQUAL AUDIT-CAMPANIA
               MOVE 'S' TO WSC-CAMPANIA-HALLADA
               MOVE WSV-IDX-BUSQUEDA TO WSV-IDX-CAMPANIA
           END-IF.

       034-BUSCAR-CAMPANIA-END. EXIT.

       060-ESCRIBIR-REPORTE.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           IF WSV-CANT-CAMPANIAS EQUAL ZERO
               MOVE ' EMBUDO DE SELECCION - SIN CANDIDATOS EN CANDMAST'
                   TO WSV-LINEA-REPORTE
               PERFORM 099-IMPRIMIR-LINEA
           ELSE
               STRING ' EMBUDO DE SELECCION - CAMPANIA ACTUAL '
                                          DELIMITED BY SIZE
                      WSV-CAMP-CAMPANIA (WSV-CANT-CAMPANIAS)
                                          DELIMITED BY SIZE
                      ' COMPARADA CON CAMPANIAS ANTERIORES'
                                          DELIMITED BY SIZE
                      '  (% SOBRE INGRESADOS)'
                                          DELIMITED BY SIZE
                      INTO WSV-LINEA-REPORTE
               END-STRING
               PERFORM 099-IMPRIMIR-LINEA
               PERFORM 061-ESCRIBIR-TRACK
                   VARYING WSV-IDX-TRACK-REP FROM 1 BY 1
                   UNTIL WSV-IDX-TRACK-REP > 4
           END-IF.

       060-ESCRIBIR-REPORTE-END. EXIT.

       061-ESCRIBIR-TRACK.

           MOVE 'C' TO WSC-TIPO-FILA.
           MOVE ZERO TO WSV-VALOR-FILA.
           MOVE 1 TO WSV-IDX-CONCEPTO.
           PERFORM 069-SUMAR-FILA
               VARYING WSV-IDX-CAMPANIA FROM 1 BY 1
               UNTIL WSV-IDX-CAMPANIA > WSV-CANT-CAMPANIAS.

           IF WSV-VALOR-FILA > ZERO
               MOVE WSC-GUIONES TO REPORTE-REGISTRO
               WRITE REPORTE-REGISTRO
               MOVE SPACES TO WSV-LINEA-REPORTE
               STRING ' TRACK: '       DELIMITED BY SIZE
                      WSC-TRACK-DESC (WSV-IDX-TRACK-REP)
                                       DELIMITED BY SIZE
                      INTO WSV-LINEA-REPORTE
               END-STRING
               PERFORM 099-IMPRIMIR-LINEA

               MOVE SPACES TO WSV-LINEA-REPORTE
               MOVE '   CONCEPTO' TO WSV-LINEA-REPORTE (1:30)
               PERFORM 062-ESCRIBIR-TITULO-COLUMNA
                   VARYING WSV-IDX-COLUMNA FROM 1 BY 1
                   UNTIL WSV-IDX-COLUMNA > WSV-CANT-CAMPANIAS
               PERFORM 099-IMPRIMIR-LINEA

               MOVE 'C' TO WSC-TIPO-FILA
               PERFORM 063-ESCRIBIR-CONCEPTO
                   VARYING WSV-IDX-FILA FROM 1 BY 1
                   UNTIL WSV-IDX-FILA > WSC-CANT-CONCEPTOS

               IF WSV-CANT-MOTIVOS > ZERO
                   MOVE '   MOTIVOS DE RECHAZO (% SOBRE RECHAZADOS)'
                       TO WSV-LINEA-REPORTE
                   PERFORM 099-IMPRIMIR-LINEA
                   MOVE 'M' TO WSC-TIPO-FILA
                   PERFORM 064-ESCRIBIR-MOTIVO
                       VARYING WSV-IDX-MOTIVO FROM 1 BY 1
                       UNTIL WSV-IDX-MOTIVO > WSV-CANT-MOTIVOS
               END-IF
           END-IF.

       061-ESCRIBIR-TRACK-END. EXIT.

       062-ESCRIBIR-TITULO-COLUMNA.

           COMPUTE WSV-IDX-CAMPANIA =
               WSV-CANT-CAMPANIAS - WSV-IDX-COLUMNA + 1.
           COMPUTE WSV-POSICION = 31 + (WSV-IDX-COLUMNA - 1) * 16.
           MOVE SPACES TO WSV-COLUMNA.
           IF WSV-IDX-COLUMNA EQUAL 1
               STRING '  *'            DELIMITED BY SIZE
                      WSV-CAMP-CAMPANIA (WSV-IDX-CAMPANIA)
                                       DELIMITED BY SIZE
                      '*'              DELIMITED BY SIZE
                      INTO WSV-COLUMNA
               END-STRING
           ELSE
               STRING '   '            DELIMITED BY SIZE
                      WSV-CAMP-CAMPANIA (WSV-IDX-CAMPANIA)
                                       DELIMITED BY SIZE
                      INTO WSV-COLUMNA
               END-STRING
           END-IF.
           MOVE WSV-COLUMNA TO WSV-LINEA-REPORTE (WSV-POSICION:16).

       062-ESCRIBIR-TITULO-COLUMNA-END. EXIT.

       063-ESCRIBIR-CONCEPTO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING '   '           DELIMITED BY SIZE
                  WSC-CONCEPTO-DESC (WSV-IDX-FILA)
                                  DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 065-ESCRIBIR-COLUMNA
               VARYING WSV-IDX-COLUMNA FROM 1 BY 1
               UNTIL WSV-IDX-COLUMNA > WSV-CANT-CAMPANIAS.
           PERFORM 099-IMPRIMIR-LINEA.

       063-ESCRIBIR-CONCEPTO-END. EXIT.

       064-ESCRIBIR-MOTIVO.

           MOVE ZERO TO WSV-VALOR-FILA.
           PERFORM 069-SUMAR-FILA
               VARYING WSV-IDX-CAMPANIA FROM 1 BY 1
               UNTIL WSV-IDX-CAMPANIA > WSV-CANT-CAMPANIAS.

           IF WSV-VALOR-FILA > ZERO
               MOVE SPACES TO WSV-LINEA-REPORTE
               STRING '     '       DELIMITED BY SIZE
                      WSV-MOTIVO-DESC (WSV-IDX-MOTIVO) (1:25)
                                     DELIMITED BY SIZE
                      INTO WSV-LINEA-REPORTE
               END-STRING
               PERFORM 065-ESCRIBIR-COLUMNA
                   VARYING WSV-IDX-COLUMNA FROM 1 BY 1
                   UNTIL WSV-IDX-COLUMNA > WSV-CANT-CAMPANIAS
               PERFORM 099-IMPRIMIR-LINEA
           END-IF.

       064-ESCRIBIR-MOTIVO-END. EXIT.

       065-ESCRIBIR-COLUMNA.

           COMPUTE WSV-IDX-CAMPANIA =
               WSV-CANT-CAMPANIAS - WSV-IDX-COLUMNA + 1.
           PERFORM 066-CALCULAR-CELDA.

           MOVE WSV-VALOR      TO WSV-VALOR-EDIT.
           MOVE WSV-PORCENTAJE TO WSV-PORCENTAJE-EDIT.
           MOVE SPACES TO WSV-COLUMNA.
           STRING WSV-VALOR-EDIT      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WSV-PORCENTAJE-EDIT DELIMITED BY SIZE
                  '%'                 DELIMITED BY SIZE
                  INTO WSV-COLUMNA
           END-STRING.
           COMPUTE WSV-POSICION = 31 + (WSV-IDX-COLUMNA - 1) * 16.
           MOVE WSV-COLUMNA TO WSV-LINEA-REPORTE (WSV-POSICION:16).

       065-ESCRIBIR-COLUMNA-END. EXIT.

       066-CALCULAR-CELDA.

           IF WSS-FILA-MOTIVO
               MOVE 2 TO WSV-IDX-CONCEPTO
               PERFORM 067-OBTENER-VALOR
               MOVE WSV-VALOR TO WSV-BASE
               MOVE ZERO TO WSV-IDX-CONCEPTO
               PERFORM 067-OBTENER-VALOR
           ELSE
               MOVE 1 TO WSV-IDX-CONCEPTO
               PERFORM 067-OBTENER-VALOR
               MOVE WSV-VALOR TO WSV-BASE
               MOVE WSV-IDX-FILA TO WSV-IDX-CONCEPTO
               PERFORM 067-OBTENER-VALOR
           END-IF.

           MOVE ZERO TO WSV-PORCENTAJE.
           IF WSV-BASE > ZERO
               COMPUTE WSV-PORCENTAJE ROUNDED =
                   WSV-VALOR * 100 / WSV-BASE
                   ON SIZE ERROR MOVE 999.9 TO WSV-PORCENTAJE
               END-COMPUTE
           END-IF.

       066-CALCULAR-CELDA-END. EXIT.

       067-OBTENER-VALOR.

           MOVE ZERO TO WSV-VALOR.
           IF WSV-IDX-TRACK-REP EQUAL 4
               PERFORM 068-SUMAR-TRACK
                   VARYING WSV-IDX-TR FROM 1 BY 1
                   UNTIL WSV-IDX-TR > 3
           ELSE
               MOVE WSV-IDX-TRACK-REP TO WSV-IDX-TR
               PERFORM 068-SUMAR-TRACK
           END-IF.

       067-OBTENER-VALOR-END. EXIT.

       068-SUMAR-TRACK.

           IF WSV-IDX-CONCEPTO EQUAL ZERO
               ADD WSV-CAMP-MOTIVO (WSV-IDX-CAMPANIA, WSV-IDX-TR,
                                    WSV-IDX-MOTIVO)
                   TO WSV-VALOR
           ELSE
               IF WSV-CAMP-EVENTO (WSV-IDX-CAMPANIA, WSV-IDX-TR,
                                   WSV-IDX-CONCEPTO) >
                  WSV-CAMP-CANT (WSV-IDX-CAMPANIA, WSV-IDX-TR,
                                 WSV-IDX-CONCEPTO)
                   ADD WSV-CAMP-EVENTO (WSV-IDX-CAMPANIA, WSV-IDX-TR,
                                        WSV-IDX-CONCEPTO)
                       TO WSV-VALOR
               ELSE
                   ADD WSV-CAMP-CANT (WSV-IDX-CAMPANIA, WSV-IDX-TR,
                                      WSV-IDX-CONCEPTO)
                       TO WSV-VALOR
               END-IF
           END-IF.

       068-SUMAR-TRACK-END. EXIT.

       069-SUMAR-FILA.

           IF WSS-FILA-MOTIVO
               MOVE ZERO TO WSV-IDX-CONCEPTO
           END-IF.
           PERFORM 067-OBTENER-VALOR.
           ADD WSV-VALOR TO WSV-VALOR-FILA.

       069-SUMAR-FILA-END. EXIT.

       070-ESCRIBIR-CSV.

           MOVE 'CAMPANIA,TRACK,CONCEPTO,CANTIDAD,PORCENTAJE'
               TO CSV-REGISTRO.
           WRITE CSV-REGISTRO.

           PERFORM 071-CSV-CAMPANIA
               VARYING WSV-IDX-CAMPANIA FROM 1 BY 1
               UNTIL WSV-IDX-CAMPANIA > WSV-CANT-CAMPANIAS.

       070-ESCRIBIR-CSV-END. EXIT.

       071-CSV-CAMPANIA.

           PERFORM 072-CSV-TRACK
               VARYING WSV-IDX-TRACK-REP FROM 1 BY 1
               UNTIL WSV-IDX-TRACK-REP > 4.

       071-CSV-CAMPANIA-END. EXIT.

       072-CSV-TRACK.

           MOVE 'C' TO WSC-TIPO-FILA.
           MOVE 1 TO WSV-IDX-CONCEPTO.
           PERFORM 067-OBTENER-VALOR.

           IF WSV-VALOR > ZERO
               PERFORM 073-CSV-CONCEPTO
                   VARYING WSV-IDX-FILA FROM 1 BY 1
                   UNTIL WSV-IDX-FILA > WSC-CANT-CONCEPTOS
               MOVE 'M' TO WSC-TIPO-FILA
               PERFORM 074-CSV-MOTIVO
                   VARYING WSV-IDX-MOTIVO FROM 1 BY 1
                   UNTIL WSV-IDX-MOTIVO > WSV-CANT-MOTIVOS
           END-IF.

       072-CSV-TRACK-END. EXIT.

       073-CSV-CONCEPTO.

           PERFORM 066-CALCULAR-CELDA.
           MOVE WSC-CONCEPTO-DESC (WSV-IDX-FILA) TO WSV-CSV-CONCEPTO.
           PERFORM 075-GRABAR-CSV.

       073-CSV-CONCEPTO-END. EXIT.

       074-CSV-MOTIVO.

           PERFORM 066-CALCULAR-CELDA.
           IF WSV-VALOR > ZERO
               MOVE WSV-MOTIVO-DESC (WSV-IDX-MOTIVO)
                   TO WSV-CSV-CONCEPTO
               PERFORM 075-GRABAR-CSV
           END-IF.

       074-CSV-MOTIVO-END. EXIT.

       075-GRABAR-CSV.

           MOVE WSV-PORCENTAJE TO WSV-PORCENTAJE-CSV.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING WSV-CAMP-CAMPANIA (WSV-IDX-CAMPANIA)
                                       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WSC-TRACK-DESC (WSV-IDX-TRACK-REP)
                                       DELIMITED BY '  '
                  ','                  DELIMITED BY SIZE
                  WSV-CSV-CONCEPTO     DELIMITED BY '  '
                  ','                  DELIMITED BY SIZE
                  WSV-VALOR            DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WSV-PORCENTAJE-CSV   DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO CSV-REGISTRO.
           WRITE CSV-REGISTRO.
           ADD 1 TO WSV-TOTAL-CSV.

       075-GRABAR-CSV-END. EXIT.

       095-MOSTRAR-RESUMEN.

           DISPLAY WSC-GUIONES.
           DISPLAY 'CANDIDATOS LEIDOS     : ' WSV-TOTAL-LEIDOS.
           DISPLAY 'CAMPANIAS COMPARADAS  : ' WSV-CANT-CAMPANIAS.
           DISPLAY 'EVENTOS DE AUDITORIA  : ' WSV-TOTAL-EVENTOS.
           DISPLAY 'FILAS CSV GRABADAS    : ' WSV-TOTAL-CSV.

       095-MOSTRAR-RESUMEN-END. EXIT.

       099-IMPRIMIR-LINEA.

           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

       099-IMPRIMIR-LINEA-END. EXIT.

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
           MOVE WSV-TOTAL-CSV      TO ESTADO-ESCRITOS.
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

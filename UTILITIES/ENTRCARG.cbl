       IDENTIFICATION DIVISION.
       PROGRAM-ID.                            ENTRCARG.
       AUTHOR.                                AYMARA M FUSARO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOJA-FILE    ASSIGN TO "EVALHOJ1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-HOJA-ESTADO.

           SELECT EVAL-FILE    ASSIGN TO "ENTREVA1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS EVAL-CLAVE
                               FILE STATUS IS WSC-EVAL-ESTADO.

           SELECT ENTRES-FILE  ASSIGN TO "ENTRESU1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ENTRES-CLAVE
                               FILE STATUS IS WSC-ENTRES-ESTADO.

           SELECT MASTER-FILE  ASSIGN TO "CANDMAST"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CANDM-CLAVE
                               FILE STATUS IS WSC-MASTER-ESTADO.

           SELECT TARJETA-FILE ASSIGN TO "CTRLCRD4"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-TARJETA-ESTADO.

           SELECT REPORTE-FILE ASSIGN TO "ENTRRPT1"
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
       FD  HOJA-FILE
           RECORDING MODE IS F.
       01  HOJA-REGISTRO.
           05 HOJA-CAMPANIA                 PIC X(06).
           05 HOJA-DNI                      PIC X(08).
           05 HOJA-DNI-NUM REDEFINES HOJA-DNI
                                            PIC 9(08).
           05 HOJA-EVALUADOR                PIC X(06).
           05 HOJA-TIPO                     PIC X.
               88 HOJA-ES-ENTREVISTA                 VALUE 'E'.
               88 HOJA-ES-EXIMICION                  VALUE 'X'.
           05 HOJA-CRITERIOS                PIC X(10).
           05 HOJA-CRITERIOS-NUM REDEFINES HOJA-CRITERIOS.
               10 HOJA-CRITERIO             PIC 9(02) OCCURS 5 TIMES.
           05 HOJA-FECHA                    PIC X(08).
           05 HOJA-FECHA-NUM REDEFINES HOJA-FECHA
                                            PIC 9(08).

       FD  EVAL-FILE.
           COPY EVALREG.

       FD  ENTRES-FILE.
           COPY ENTRREG.

       FD  MASTER-FILE.
           COPY CANDMREG.

       FD  TARJETA-FILE
           RECORDING MODE IS F.
       01  TARJETA-REGISTRO.
           05 TARJETA-CAMPANIA              PIC X(06).
           05 TARJETA-DIFERENCIA            PIC X(03).
           05 TARJETA-DIFERENCIA-NUM REDEFINES TARJETA-DIFERENCIA
                                            PIC 9(03).

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
                                               VALUE 'ENTRCARG'.
             05 WSC-MAXIMO-CRITERIO           PIC 9(02) VALUE 20.
             05 WSC-DIFERENCIA-DEFECTO        PIC 9(03) VALUE 20.
             05 WSC-RETORNOS.
                 10 WSC-RETORNO-NORMAL        PIC 9(04) VALUE 0.
                 10 WSC-RETORNO-AVISO         PIC 9(04) VALUE 4.
                 10 WSC-RETORNO-SIN-ARCHIVO   PIC 9(04) VALUE 16.

             05 WSC-GUIONES.
                 10 FILLER                    PIC X(80) VALUE ALL '-'.

         01 WSC-SWITCHES.
             05 WSC-FIN-HOJAS                 PIC X    VALUE 'N'.
                 88 WSS-FIN-HOJAS                      VALUE 'S'.
             05 WSC-FIN-BARRIDO               PIC X    VALUE 'N'.
                 88 WSS-FIN-BARRIDO                    VALUE 'S'.
             05 WSC-HOJA-VALIDA               PIC X    VALUE 'N'.
                 88 WSS-HOJA-VALIDA                    VALUE 'S'.
             05 WSC-TARJETA-PRESENTE          PIC X    VALUE 'N'.
                 88 WSS-TARJETA-PRESENTE               VALUE 'S'.
             05 WSC-HAY-MASTER                PIC X    VALUE 'N'.
                 88 WSS-HAY-MASTER                     VALUE 'S'.
             05 WSC-CLAVE-EXISTE              PIC X    VALUE 'N'.
                 88 WSS-CLAVE-EXISTE                   VALUE 'S'.
             05 WSC-GRUPO-EXIMIDO             PIC X    VALUE 'N'.
                 88 WSS-GRUPO-EXIMIDO                  VALUE 'S'.

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-HOJA-ESTADO               PIC XX   VALUE '00'.
                 88 WSS-HOJA-INEXISTENTE               VALUE '35'.
             05 WSC-EVAL-ESTADO               PIC XX   VALUE '00'.
                 88 WSS-EVAL-INEXISTENTE               VALUE '35'.
             05 WSC-ENTRES-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-ENTRES-INEXISTENTE             VALUE '35'.
             05 WSC-MASTER-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-MASTER-INEXISTENTE             VALUE '35'.
             05 WSC-TARJETA-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-TARJETA-INEXISTENTE            VALUE '35'.
             05 WSC-REPORTE-ESTADO            PIC XX   VALUE '00'.
             05 WSC-AUDIT-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-AUDIT-INEXISTENTE              VALUE '35'.
             05 WSC-ESTADO-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-ESTADO-INEXISTENTE             VALUE '35'.

         01 WSV-VARIABLES.
             05 WSV-FECHA-INICIO              PIC 9(08) VALUE ZERO.
             05 WSV-HORA-INICIO               PIC 9(08) VALUE ZERO.
             05 WSV-FECHA-HOY                 PIC 9(08) VALUE ZERO.
             05 WSV-CAMPANIA                  PIC X(06) VALUE SPACES.
             05 WSV-DIFERENCIA-MAXIMA         PIC 9(03) VALUE ZERO.
             05 WSV-LINEA-REPORTE             PIC X(132).
             05 WSV-MOTIVO-RECHAZO            PIC X(30) VALUE SPACES.
             05 WSV-RESULTADO-AUX             PIC X(30) VALUE SPACES.
             05 WSV-IDX-CRITERIO              PIC 9(02) VALUE ZERO.
             05 WSV-PUNTAJE-HOJA              PIC 9(03) VALUE ZERO.

             05 WSV-GRUPO.
                 10 WSV-GRUPO-DNI             PIC 9(08) VALUE ZERO.
                 10 WSV-GRUPO-CANTIDAD        PIC 9(02) VALUE ZERO.
                 10 WSV-GRUPO-SUMA            PIC 9(05) VALUE ZERO.
                 10 WSV-GRUPO-MINIMO          PIC 9(03) VALUE ZERO.
                 10 WSV-GRUPO-MAXIMO          PIC 9(03) VALUE ZERO.
                 10 WSV-GRUPO-EVAL-MINIMO     PIC X(06) VALUE SPACES.
                 10 WSV-GRUPO-EVAL-MAXIMO     PIC X(06) VALUE SPACES.
                 10 WSV-GRUPO-AUTORIZANTE     PIC X(06) VALUE SPACES.
                 10 WSV-GRUPO-FECHA           PIC 9(08) VALUE ZERO.
             05 WSV-DIFERENCIA                PIC 9(03) VALUE ZERO.

             05 WSV-CONTADORES.
                 10 WSV-TOTAL-LEIDOS          PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-CARGADAS        PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-REEMPLAZADAS    PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-EXIMICIONES     PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-RECHAZADAS      PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-CANDIDATOS      PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-CON-PUNTAJE     PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-EXIMIDOS        PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-DISCREPANCIAS   PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-PENDIENTES      PIC 9(07) VALUE ZERO.

             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
                     VALUE 'PROCESO FINALIZADO NORMALMENTE'.

       PROCEDURE DIVISION.

       000-CONTROL.

           ACCEPT WSV-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-INICIO FROM TIME.

           DISPLAY 'CARGA DE EVALUACIONES DE ENTREVISTA'.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.

           PERFORM 001-LEER-TARJETA.
           IF NOT WSS-TARJETA-PRESENTE
               DISPLAY 'CAMPANIA: ' WITH NO ADVANCING
               ACCEPT WSV-CAMPANIA
           END-IF.
           DISPLAY 'CAMPANIA A PROCESAR: ' WSV-CAMPANIA.
           DISPLAY 'DIFERENCIA MAXIMA ENTRE EVALUADORES: '
                   WSV-DIFERENCIA-MAXIMA.

           PERFORM 010-ABRIR-ARCHIVOS.

           PERFORM 021-LEER-HOJA.
           PERFORM 022-PROCESAR-HOJA UNTIL WSS-FIN-HOJAS.
           CLOSE HOJA-FILE.

           PERFORM 040-CONSOLIDAR-PUNTAJES.
           IF WSS-HAY-MASTER
               PERFORM 050-LISTAR-PENDIENTES
           END-IF.
           PERFORM 095-ESCRIBIR-RESUMEN.

           CLOSE EVAL-FILE.
           CLOSE ENTRES-FILE.
           IF WSS-HAY-MASTER
               CLOSE MASTER-FILE
           END-IF.
           CLOSE REPORTE-FILE.
           CLOSE AUDIT-FILE.

           PERFORM 096-GRABAR-ESTADO.
           MOVE WSV-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       000-CONTROL-END. EXIT.

       001-LEER-TARJETA.

           MOVE 'N' TO WSC-TARJETA-PRESENTE.
           MOVE WSC-DIFERENCIA-DEFECTO TO WSV-DIFERENCIA-MAXIMA.
           OPEN INPUT TARJETA-FILE.
           IF NOT WSS-TARJETA-INEXISTENTE
               READ TARJETA-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE 'S' TO WSC-TARJETA-PRESENTE
                       MOVE TARJETA-CAMPANIA TO WSV-CAMPANIA
                       IF TARJETA-DIFERENCIA IS NUMERIC
                           MOVE TARJETA-DIFERENCIA-NUM
                               TO WSV-DIFERENCIA-MAXIMA
                       END-IF
               END-READ
               CLOSE TARJETA-FILE
           END-IF.

       001-LEER-TARJETA-END. EXIT.

       010-ABRIR-ARCHIVOS.

           OPEN INPUT HOJA-FILE.
           IF WSS-HOJA-INEXISTENTE
               DISPLAY 'ERROR: EVALHOJ1 NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'EVALHOJ1 NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           OPEN I-O EVAL-FILE.
           IF WSS-EVAL-INEXISTENTE
               OPEN OUTPUT EVAL-FILE
               CLOSE EVAL-FILE
               OPEN I-O EVAL-FILE
           END-IF.

           OPEN I-O ENTRES-FILE.
           IF WSS-ENTRES-INEXISTENTE
               OPEN OUTPUT ENTRES-FILE
               CLOSE ENTRES-FILE
               OPEN I-O ENTRES-FILE
           END-IF.

           MOVE 'N' TO WSC-HAY-MASTER.
           OPEN INPUT MASTER-FILE.
           IF WSS-MASTER-INEXISTENTE
               DISPLAY 'CANDMAST AUSENTE, NO SE VERIFICA LA '
                       'POSTULACION DE LOS EVALUADOS'
           ELSE
               MOVE 'S' TO WSC-HAY-MASTER
           END-IF.

           OPEN OUTPUT REPORTE-FILE.

           OPEN EXTEND AUDIT-FILE.
           IF WSS-AUDIT-INEXISTENTE
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       010-ABRIR-ARCHIVOS-END. EXIT.

       021-LEER-HOJA.

           READ HOJA-FILE
               AT END MOVE 'S' TO WSC-FIN-HOJAS
               NOT AT END ADD 1 TO WSV-TOTAL-LEIDOS
           END-READ.

       021-LEER-HOJA-END. EXIT.

       022-PROCESAR-HOJA.

           PERFORM 030-VALIDAR-HOJA.

           IF WSS-HOJA-VALIDA
               PERFORM 035-GRABAR-EVALUACION
           ELSE
               PERFORM 080-RECHAZAR-HOJA
           END-IF.

           PERFORM 021-LEER-HOJA.

       022-PROCESAR-HOJA-END. EXIT.

       030-VALIDAR-HOJA.

           MOVE 'S' TO WSC-HOJA-VALIDA.
           MOVE SPACES TO WSV-MOTIVO-RECHAZO.
           MOVE ZERO TO WSV-PUNTAJE-HOJA.

           IF HOJA-CAMPANIA NOT EQUAL WSV-CAMPANIA
               MOVE 'N' TO WSC-HOJA-VALIDA
               MOVE 'CAMPANIA DISTINTA A LA TARJETA'
                   TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-HOJA-VALIDA
              AND (HOJA-DNI IS NOT NUMERIC
                   OR HOJA-DNI-NUM EQUAL ZERO)
               MOVE 'N' TO WSC-HOJA-VALIDA
               MOVE 'DNI INVALIDO' TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-HOJA-VALIDA AND HOJA-EVALUADOR EQUAL SPACES
               MOVE 'N' TO WSC-HOJA-VALIDA
               MOVE 'EVALUADOR EN BLANCO' TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-HOJA-VALIDA
              AND NOT HOJA-ES-ENTREVISTA
              AND NOT HOJA-ES-EXIMICION
               MOVE 'N' TO WSC-HOJA-VALIDA
               MOVE 'TIPO INVALIDO (E O X)' TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-HOJA-VALIDA AND HOJA-ES-ENTREVISTA
               IF HOJA-CRITERIOS IS NOT NUMERIC
                   MOVE 'N' TO WSC-HOJA-VALIDA
                   MOVE 'PUNTAJES NO NUMERICOS' TO WSV-MOTIVO-RECHAZO
               ELSE
                   PERFORM 031-SUMAR-CRITERIO
                       VARYING WSV-IDX-CRITERIO FROM 1 BY 1
                       UNTIL WSV-IDX-CRITERIO > 5
               END-IF
           END-IF.

           IF WSS-HOJA-VALIDA
              AND HOJA-FECHA IS NOT NUMERIC
               MOVE 'N' TO WSC-HOJA-VALIDA
               MOVE 'FECHA DE ENTREVISTA INVALIDA'
                   TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-HOJA-VALIDA AND WSS-HAY-MASTER
               MOVE HOJA-CAMPANIA TO CANDM-CAMPANIA
               MOVE HOJA-DNI-NUM  TO CANDM-DNI
               READ MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WSC-HOJA-VALIDA
                       MOVE 'DNI NO POSTULADO EN LA CAMPANIA'
                           TO WSV-MOTIVO-RECHAZO
               END-READ
           END-IF.

       030-VALIDAR-HOJA-END. EXIT.

       031-SUMAR-CRITERIO.

           IF HOJA-CRITERIO (WSV-IDX-CRITERIO) > WSC-MAXIMO-CRITERIO
               MOVE 'N' TO WSC-HOJA-VALIDA
               MOVE 'PUNTAJE DE CRITERIO MAYOR A 20'
                   TO WSV-MOTIVO-RECHAZO
           ELSE
               ADD HOJA-CRITERIO (WSV-IDX-CRITERIO)
                   TO WSV-PUNTAJE-HOJA
           END-IF.

       031-SUMAR-CRITERIO-END. EXIT.

       035-GRABAR-EVALUACION.

           MOVE 'S' TO WSC-CLAVE-EXISTE.
           MOVE HOJA-CAMPANIA  TO EVAL-CAMPANIA.
           MOVE HOJA-DNI-NUM   TO EVAL-DNI.
           MOVE HOJA-EVALUADOR TO EVAL-EVALUADOR.
           READ EVAL-FILE
               INVALID KEY MOVE 'N' TO WSC-CLAVE-EXISTE
           END-READ.

           MOVE HOJA-TIPO        TO EVAL-TIPO.
           IF HOJA-ES-ENTREVISTA
               MOVE HOJA-CRITERIOS-NUM TO EVAL-CRITERIOS
           ELSE
               MOVE ZERO TO EVAL-CRITERIOS
           END-IF.
           MOVE WSV-PUNTAJE-HOJA TO EVAL-PUNTAJE.
           MOVE HOJA-FECHA-NUM   TO EVAL-FECHA.

           IF WSS-CLAVE-EXISTE
               REWRITE EVAL-REGISTRO
               ADD 1 TO WSV-TOTAL-REEMPLAZADAS
           ELSE
               WRITE EVAL-REGISTRO
               ADD 1 TO WSV-TOTAL-CARGADAS
           END-IF.

           IF HOJA-ES-EXIMICION
               ADD 1 TO WSV-TOTAL-EXIMICIONES
               MOVE 'ENTREVISTA EXIMIDA' TO WSV-RESULTADO-AUX
               PERFORM 060-REGISTRAR-AUDITORIA
           END-IF.

       035-GRABAR-EVALUACION-END. EXIT.

       040-CONSOLIDAR-PUNTAJES.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE ' EVALUADORES CON DIFERENCIAS MAYORES AL MAXIMO'
               TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           PERFORM 042-INICIAR-GRUPO.
           MOVE ZERO TO WSV-GRUPO-DNI.
           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE WSV-CAMPANIA TO EVAL-CAMPANIA.
           MOVE ZERO TO EVAL-DNI.
           MOVE LOW-VALUES TO EVAL-EVALUADOR.
           START EVAL-FILE KEY NOT LESS THAN EVAL-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 041-LEER-EVALUACION UNTIL WSS-FIN-BARRIDO.

           IF WSV-GRUPO-DNI > ZERO
               PERFORM 045-GRABAR-RESUMEN
           END-IF.

       040-CONSOLIDAR-PUNTAJES-END. EXIT.

       041-LEER-EVALUACION.

           READ EVAL-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF EVAL-CAMPANIA NOT EQUAL WSV-CAMPANIA
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       PERFORM 043-ACUMULAR-EVALUACION
                   END-IF
           END-READ.
           IF WSC-EVAL-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       041-LEER-EVALUACION-END. EXIT.

       042-INICIAR-GRUPO.

           MOVE ZERO   TO WSV-GRUPO-CANTIDAD.
           MOVE ZERO   TO WSV-GRUPO-SUMA.
           MOVE ZERO   TO WSV-GRUPO-MINIMO.
           MOVE ZERO   TO WSV-GRUPO-MAXIMO.
           MOVE SPACES TO WSV-GRUPO-EVAL-MINIMO.
           MOVE SPACES TO WSV-GRUPO-EVAL-MAXIMO.
           MOVE SPACES TO WSV-GRUPO-AUTORIZANTE.
           MOVE ZERO   TO WSV-GRUPO-FECHA.
           MOVE 'N'    TO WSC-GRUPO-EXIMIDO.

       042-INICIAR-GRUPO-END. EXIT.

       043-ACUMULAR-EVALUACION.

           IF EVAL-DNI NOT EQUAL WSV-GRUPO-DNI
               IF WSV-GRUPO-DNI > ZERO
                   PERFORM 045-GRABAR-RESUMEN
               END-IF
               PERFORM 042-INICIAR-GRUPO
               MOVE EVAL-DNI TO WSV-GRUPO-DNI
           END-IF.

           IF EVAL-FECHA > WSV-GRUPO-FECHA
               MOVE EVAL-FECHA TO WSV-GRUPO-FECHA
           END-IF.

           IF EVAL-EXIMICION
               MOVE 'S' TO WSC-GRUPO-EXIMIDO
               MOVE EVAL-EVALUADOR TO WSV-GRUPO-AUTORIZANTE
           ELSE
               ADD 1 TO WSV-GRUPO-CANTIDAD
               ADD EVAL-PUNTAJE TO WSV-GRUPO-SUMA
               IF WSV-GRUPO-CANTIDAD EQUAL 1
                  OR EVAL-PUNTAJE < WSV-GRUPO-MINIMO
                   MOVE EVAL-PUNTAJE   TO WSV-GRUPO-MINIMO
                   MOVE EVAL-EVALUADOR TO WSV-GRUPO-EVAL-MINIMO
               END-IF
               IF WSV-GRUPO-CANTIDAD EQUAL 1
                  OR EVAL-PUNTAJE > WSV-GRUPO-MAXIMO
                   MOVE EVAL-PUNTAJE   TO WSV-GRUPO-MAXIMO
                   MOVE EVAL-EVALUADOR TO WSV-GRUPO-EVAL-MAXIMO
               END-IF
           END-IF.

       043-ACUMULAR-EVALUACION-END. EXIT.

       045-GRABAR-RESUMEN.

           ADD 1 TO WSV-TOTAL-CANDIDATOS.
           MOVE 'S' TO WSC-CLAVE-EXISTE.
           MOVE WSV-CAMPANIA  TO ENTRES-CAMPANIA.
           MOVE WSV-GRUPO-DNI TO ENTRES-DNI.
           READ ENTRES-FILE
               INVALID KEY MOVE 'N' TO WSC-CLAVE-EXISTE
           END-READ.

           MOVE WSV-GRUPO-CANTIDAD    TO ENTRES-CANT-EVALUADORES.
           MOVE WSV-GRUPO-MINIMO      TO ENTRES-MINIMO.
           MOVE WSV-GRUPO-MAXIMO      TO ENTRES-MAXIMO.
           MOVE WSV-GRUPO-AUTORIZANTE TO ENTRES-AUTORIZANTE.
           MOVE WSV-GRUPO-FECHA       TO ENTRES-FECHA.
           IF WSV-GRUPO-CANTIDAD > ZERO
               MOVE 'P' TO ENTRES-ESTADO
               COMPUTE ENTRES-PUNTAJE ROUNDED =
                   WSV-GRUPO-SUMA / WSV-GRUPO-CANTIDAD
               ADD 1 TO WSV-TOTAL-CON-PUNTAJE
           ELSE
               MOVE 'X' TO ENTRES-ESTADO
               MOVE ZERO TO ENTRES-PUNTAJE
               ADD 1 TO WSV-TOTAL-EXIMIDOS
           END-IF.

           IF WSS-CLAVE-EXISTE
               REWRITE ENTRES-REGISTRO
           ELSE
               WRITE ENTRES-REGISTRO
           END-IF.

           COMPUTE WSV-DIFERENCIA =
               WSV-GRUPO-MAXIMO - WSV-GRUPO-MINIMO.
           IF WSV-GRUPO-CANTIDAD > 1
              AND WSV-DIFERENCIA > WSV-DIFERENCIA-MAXIMA
               PERFORM 046-INFORMAR-DISCREPANCIA
           END-IF.

       045-GRABAR-RESUMEN-END. EXIT.

       046-INFORMAR-DISCREPANCIA.

           ADD 1 TO WSV-TOTAL-DISCREPANCIAS.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' DNI '                DELIMITED BY SIZE
                  WSV-GRUPO-DNI          DELIMITED BY SIZE
                  ' EVALUADORES '        DELIMITED BY SIZE
                  WSV-GRUPO-CANTIDAD     DELIMITED BY SIZE
                  ' MINIMO '             DELIMITED BY SIZE
                  WSV-GRUPO-MINIMO       DELIMITED BY SIZE
                  ' ('                   DELIMITED BY SIZE
                  WSV-GRUPO-EVAL-MINIMO  DELIMITED BY SIZE
                  ') MAXIMO '            DELIMITED BY SIZE
                  WSV-GRUPO-MAXIMO       DELIMITED BY SIZE
                  ' ('                   DELIMITED BY SIZE
                  WSV-GRUPO-EVAL-MAXIMO  DELIMITED BY SIZE
                  ') DIFERENCIA '        DELIMITED BY SIZE
                  WSV-DIFERENCIA         DELIMITED BY SIZE
                  ' PROMEDIO '           DELIMITED BY SIZE
                  ENTRES-PUNTAJE         DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO.
           MOVE 'EVALUADORES CON DIFERENCIAS A REVISAR'
               TO WSV-MOTIVO-FIN.

       046-INFORMAR-DISCREPANCIA-END. EXIT.

       050-LISTAR-PENDIENTES.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE ' PRESELECCIONADOS SIN ENTREVISTA NI EXIMICION'
               TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE WSV-CAMPANIA TO CANDM-CAMPANIA.
           MOVE ZERO TO CANDM-DNI.
           START MASTER-FILE KEY NOT LESS THAN CANDM-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 051-LEER-CANDIDATO UNTIL WSS-FIN-BARRIDO.

       050-LISTAR-PENDIENTES-END. EXIT.

       051-LEER-CANDIDATO.

           READ MASTER-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF CANDM-CAMPANIA NOT EQUAL WSV-CAMPANIA
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       IF CANDM-ESTADO EQUAL 'P'
                           PERFORM 052-VERIFICAR-PENDIENTE
                       END-IF
                   END-IF
           END-READ.
           IF WSC-MASTER-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       051-LEER-CANDIDATO-END. EXIT.

       052-VERIFICAR-PENDIENTE.

           MOVE CANDM-CAMPANIA TO ENTRES-CAMPANIA.
           MOVE CANDM-DNI      TO ENTRES-DNI.
           READ ENTRES-FILE
               INVALID KEY
                   ADD 1 TO WSV-TOTAL-PENDIENTES
                   MOVE SPACES TO WSV-LINEA-REPORTE
                   STRING ' DNI '           DELIMITED BY SIZE
                          CANDM-DNI         DELIMITED BY SIZE
                          ' '               DELIMITED BY SIZE
                          CANDM-NOMBRE      DELIMITED BY SIZE
                          ' TRACK '         DELIMITED BY SIZE
                          CANDM-TRACK       DELIMITED BY SIZE
                          ' PENDIENTE DE ENTREVISTA'
                                            DELIMITED BY SIZE
                          INTO WSV-LINEA-REPORTE
                   END-STRING
                   MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO
                   WRITE REPORTE-REGISTRO
           END-READ.

       052-VERIFICAR-PENDIENTE-END. EXIT.

       060-REGISTRAR-AUDITORIA.

           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE WSC-PROGRAMA-ID   TO AUDIT-PROGRAMA.
           MOVE HOJA-DNI-NUM      TO AUDIT-DNI.
           MOVE SPACES            TO AUDIT-NOMBRE.
           STRING 'AUTORIZO '     DELIMITED BY SIZE
                  HOJA-EVALUADOR  DELIMITED BY SIZE
                  INTO AUDIT-NOMBRE
           END-STRING.
           MOVE WSV-RESULTADO-AUX TO AUDIT-RESULTADO.
           MOVE HOJA-CAMPANIA     TO AUDIT-CAMPANIA.
           WRITE AUDIT-REGISTRO.

       060-REGISTRAR-AUDITORIA-END. EXIT.

       080-RECHAZAR-HOJA.

           ADD 1 TO WSV-TOTAL-RECHAZADAS.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' RECHAZADA: '     DELIMITED BY SIZE
                  HOJA-CAMPANIA      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  HOJA-DNI           DELIMITED BY SIZE
                  ' EVALUADOR '      DELIMITED BY SIZE
                  HOJA-EVALUADOR     DELIMITED BY SIZE
                  ' TIPO '           DELIMITED BY SIZE
                  HOJA-TIPO          DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WSV-MOTIVO-RECHAZO DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO.
           MOVE 'HOJAS DE EVALUACION RECHAZADAS' TO WSV-MOTIVO-FIN.

       080-RECHAZAR-HOJA-END. EXIT.

       095-ESCRIBIR-RESUMEN.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' HOJAS LEIDAS: '      DELIMITED BY SIZE
                  WSV-TOTAL-LEIDOS       DELIMITED BY SIZE
                  '  CARGADAS: '         DELIMITED BY SIZE
                  WSV-TOTAL-CARGADAS     DELIMITED BY SIZE
                  '  REEMPLAZADAS: '     DELIMITED BY SIZE
                  WSV-TOTAL-REEMPLAZADAS DELIMITED BY SIZE
                  '  EXIMICIONES: '      DELIMITED BY SIZE
                  WSV-TOTAL-EXIMICIONES  DELIMITED BY SIZE
                  '  RECHAZADAS: '       DELIMITED BY SIZE
                  WSV-TOTAL-RECHAZADAS   DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' CANDIDATOS: '          DELIMITED BY SIZE
                  WSV-TOTAL-CANDIDATOS     DELIMITED BY SIZE
                  '  CON PUNTAJE: '        DELIMITED BY SIZE
                  WSV-TOTAL-CON-PUNTAJE    DELIMITED BY SIZE
                  '  EXIMIDOS: '           DELIMITED BY SIZE
                  WSV-TOTAL-EXIMIDOS       DELIMITED BY SIZE
                  '  CON DIFERENCIAS: '    DELIMITED BY SIZE
                  WSV-TOTAL-DISCREPANCIAS  DELIMITED BY SIZE
                  '  PENDIENTES: '         DELIMITED BY SIZE
                  WSV-TOTAL-PENDIENTES     DELIMITED BY SIZE
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
           MOVE WSC-PROGRAMA-ID    TO ESTADO-PROGRAMA.
           MOVE WSV-TOTAL-LEIDOS   TO ESTADO-LEIDOS.
           COMPUTE ESTADO-ESCRITOS = WSV-TOTAL-CARGADAS
               + WSV-TOTAL-REEMPLAZADAS.
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

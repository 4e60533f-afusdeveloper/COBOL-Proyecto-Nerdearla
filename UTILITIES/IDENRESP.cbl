       IDENTIFICATION DIVISION.
       PROGRAM-ID.                            IDENRESP.
       AUTHOR.                                AYMARA M FUSARO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPUESTA-FILE ASSIGN TO "RNPRESP1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-RESPUESTA-ESTADO.

           SELECT IDENVER-FILE ASSIGN TO "IDENVER1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS IDENV-CLAVE
                               FILE STATUS IS WSC-IDENVER-ESTADO.

           SELECT MASTER-FILE  ASSIGN TO "CANDMAST"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CANDM-CLAVE
                               FILE STATUS IS WSC-MASTER-ESTADO.

           SELECT REPORTE-FILE ASSIGN TO "IDENEXC1"
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
       01  RESP-REGISTRO.
           05 RESP-TIPO                     PIC X.
               88 RESP-ES-CABECERA                   VALUE 'H'.
               88 RESP-ES-DETALLE                    VALUE 'D'.
               88 RESP-ES-COLA                       VALUE 'T'.
           05 RESP-DETALLE.
               10 RESP-TIPO-DOC             PIC X(03).
               10 RESP-NRO-DOC              PIC 9(08).
               10 RESP-REFERENCIA.
                   15 RESP-REF-CAMPANIA     PIC X(06).
                   15 RESP-REF-DNI          PIC 9(08).
               10 RESP-CODIGO               PIC X(02).
                   88 RESP-HALLADO                   VALUE '00'.
               10 RESP-APELLIDO-NOMBRE.
                   15 RESP-NOMBRE-CORTO     PIC X(30).
                   15 RESP-NOMBRE-RESTO     PIC X(10).
               10 RESP-FECHA-NAC            PIC 9(08).
               10 RESP-FALLECIDO            PIC X.
                   88 RESP-ES-FALLECIDO              VALUE 'S'.
               10 RESP-FECHA-DEFUNCION      PIC 9(08).
               10 FILLER                    PIC X(15).
           05 RESP-CABECERA REDEFINES RESP-DETALLE.
               10 RESP-CAB-ORGANISMO        PIC X(10).
               10 RESP-CAB-FECHA            PIC 9(08).
               10 RESP-CAB-HORA             PIC 9(06).
               10 FILLER                    PIC X(75).
           05 RESP-COLA REDEFINES RESP-DETALLE.
               10 RESP-COLA-CANTIDAD        PIC 9(07).
               10 FILLER                    PIC X(92).

       FD  IDENVER-FILE.
           COPY IDENREG.

       FD  MASTER-FILE.
           COPY CANDMREG.

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
                                               VALUE 'IDENRESP'.
             05 WSC-RETORNOS.
                 10 WSC-RETORNO-NORMAL        PIC 9(04) VALUE 0.
                 10 WSC-RETORNO-AVISO         PIC 9(04) VALUE 4.
                 10 WSC-RETORNO-CONTROL       PIC 9(04) VALUE 8.
                 10 WSC-RETORNO-SIN-ARCHIVO   PIC 9(04) VALUE 16.

             05 WSC-GUIONES.
                 10 FILLER                    PIC X(80) VALUE ALL '-'.

         01 WSC-SWITCHES.
             05 WSC-FIN-RESPUESTA             PIC X    VALUE 'N'.
                 88 WSS-FIN-RESPUESTA                  VALUE 'S'.
             05 WSC-COLA-LEIDA                PIC X    VALUE 'N'.
                 88 WSS-COLA-LEIDA                     VALUE 'S'.
             05 WSC-HAY-MASTER                PIC X    VALUE 'N'.
                 88 WSS-HAY-MASTER                     VALUE 'S'.
             05 WSC-IDENTIDAD-HALLADA         PIC X    VALUE 'N'.
                 88 WSS-IDENTIDAD-HALLADA              VALUE 'S'.
             05 WSC-MASTER-HALLADO            PIC X    VALUE 'N'.
                 88 WSS-MASTER-HALLADO                 VALUE 'S'.

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-RESPUESTA-ESTADO          PIC XX   VALUE '00'.
                 88 WSS-RESPUESTA-INEXISTENTE          VALUE '35'.
             05 WSC-IDENVER-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-IDENVER-INEXISTENTE            VALUE '35'.
             05 WSC-MASTER-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-MASTER-INEXISTENTE             VALUE '35'.
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
             05 WSV-DESCRIPCION-ESTADO        PIC X(12) VALUE SPACES.

             05 WSV-CONTADORES.
                 10 WSV-TOTAL-LEIDOS          PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-VERIFICADOS     PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-DISCREPANTES    PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-INEXISTENTES    PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-FALLECIDOS      PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-SIN-CONSULTA    PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-MARCADOS        PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-SUSPENDIDOS     PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-REHABILITADOS   PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-EXCEPCIONES     PIC 9(07) VALUE ZERO.

             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
                     VALUE 'PROCESO FINALIZADO NORMALMENTE'.

       PROCEDURE DIVISION.

       000-CONTROL.

           ACCEPT WSV-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-INICIO FROM TIME.

           DISPLAY 'RESPUESTA DEL REGISTRO NACIONAL DE LAS PERSONAS'.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.

           PERFORM 010-ABRIR-ARCHIVOS.

           PERFORM 021-LEER-RESPUESTA.
           PERFORM 022-PROCESAR-RESPUESTA UNTIL WSS-FIN-RESPUESTA.

           IF NOT WSS-COLA-LEIDA
               DISPLAY 'ERROR: RNPRESP1 SIN REGISTRO DE COLA, '
                       'POSIBLE TRANSFERENCIA INCOMPLETA'
               MOVE WSC-RETORNO-CONTROL TO WSV-CODIGO-RETORNO
               MOVE 'RNPRESP1 SIN COLA DE CONTROL' TO WSV-MOTIVO-FIN
           END-IF.

           PERFORM 095-ESCRIBIR-RESUMEN.

           CLOSE RESPUESTA-FILE.
           CLOSE IDENVER-FILE.
           IF WSS-HAY-MASTER
               CLOSE MASTER-FILE
           END-IF.
           CLOSE REPORTE-FILE.
           CLOSE AUDIT-FILE.

           PERFORM 096-GRABAR-ESTADO.
           MOVE WSV-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       000-CONTROL-END. EXIT.

       010-ABRIR-ARCHIVOS.

           OPEN INPUT RESPUESTA-FILE.
           IF WSS-RESPUESTA-INEXISTENTE
               DISPLAY 'ERROR: RNPRESP1 NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'RNPRESP1 NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           OPEN I-O IDENVER-FILE.
           IF WSS-IDENVER-INEXISTENTE
               DISPLAY 'ERROR: IDENVER1 NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'IDENVER1 NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           MOVE 'N' TO WSC-HAY-MASTER.
           OPEN I-O MASTER-FILE.
           IF WSS-MASTER-INEXISTENTE
               DISPLAY 'CANDMAST AUSENTE, SOLO SE ACTUALIZA IDENVER1'
           ELSE
               MOVE 'S' TO WSC-HAY-MASTER
           END-IF.

           OPEN OUTPUT REPORTE-FILE.

           OPEN EXTEND AUDIT-FILE.
           IF WSS-AUDIT-INEXISTENTE
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' EXCEPCIONES DE IDENTIDAD - CORREGIR DNI, NOMBRE '
                                          DELIMITED BY SIZE
                  'O FECHA DE NACIMIENTO EN CANDCAPT (OPCION 2)'
                                          DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

       010-ABRIR-ARCHIVOS-END. EXIT.

       021-LEER-RESPUESTA.

           READ RESPUESTA-FILE
               AT END MOVE 'S' TO WSC-FIN-RESPUESTA
           END-READ.

       021-LEER-RESPUESTA-END. EXIT.

       022-PROCESAR-RESPUESTA.

           EVALUATE TRUE
               WHEN RESP-ES-CABECERA
                   DISPLAY 'RNPRESP1 CON FECHA DE CABECERA '
                           RESP-CAB-FECHA
               WHEN RESP-ES-DETALLE
                   ADD 1 TO WSV-TOTAL-LEIDOS
                   PERFORM 030-APLICAR-RESPUESTA
               WHEN RESP-ES-COLA
                   MOVE 'S' TO WSC-COLA-LEIDA
                   IF RESP-COLA-CANTIDAD NOT EQUAL WSV-TOTAL-LEIDOS
                       DISPLAY 'ERROR: COLA DE RNPRESP1 INDICA '
                               RESP-COLA-CANTIDAD ' Y SE LEYERON '
                               WSV-TOTAL-LEIDOS
                       MOVE WSC-RETORNO-CONTROL TO WSV-CODIGO-RETORNO
                       MOVE 'RNPRESP1 NO CUADRA CON SU COLA'
                           TO WSV-MOTIVO-FIN
                   END-IF
               WHEN OTHER
                   DISPLAY 'AVISO: RNPRESP1 CON TIPO DE REGISTRO '
                           'INVALIDO: ' RESP-TIPO
                   IF WSV-CODIGO-RETORNO < WSC-RETORNO-AVISO
                       MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
                       MOVE 'REGISTROS DE RESPUESTA INVALIDOS'
                           TO WSV-MOTIVO-FIN
                   END-IF
           END-EVALUATE.

           PERFORM 021-LEER-RESPUESTA.

       022-PROCESAR-RESPUESTA-END. EXIT.

       030-APLICAR-RESPUESTA.

           MOVE 'N' TO WSC-IDENTIDAD-HALLADA.
           MOVE RESP-REF-CAMPANIA TO IDENV-CAMPANIA.
           MOVE RESP-REF-DNI      TO IDENV-DNI.
           READ IDENVER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'S' TO WSC-IDENTIDAD-HALLADA
           END-READ.

           IF NOT WSS-IDENTIDAD-HALLADA
               ADD 1 TO WSV-TOTAL-SIN-CONSULTA
               DISPLAY 'AVISO: RESPUESTA PARA ' RESP-REF-DNI
                       ' CAMPANIA ' RESP-REF-CAMPANIA
                       ' SIN CONSULTA EN IDENVER1'
               IF WSV-CODIGO-RETORNO < WSC-RETORNO-AVISO
                   MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
                   MOVE 'RESPUESTAS SIN CONSULTA PREVIA'
                       TO WSV-MOTIVO-FIN
               END-IF
           ELSE
               PERFORM 040-DICTAMINAR
               MOVE RESP-APELLIDO-NOMBRE TO IDENV-NOMBRE-REGISTRO
               MOVE RESP-FECHA-NAC       TO IDENV-FECHA-NAC-REGISTRO
               MOVE WSV-FECHA-HOY        TO IDENV-FECHA-RESPUESTA
               REWRITE IDENV-REGISTRO
               IF IDENV-OBSERVADA
                   PERFORM 050-LISTAR-EXCEPCION
               END-IF
               IF WSS-HAY-MASTER
                   PERFORM 060-MARCAR-MASTER
               END-IF
           END-IF.

       030-APLICAR-RESPUESTA-END. EXIT.

       040-DICTAMINAR.

           IF NOT RESP-HALLADO
               MOVE 'I' TO IDENV-ESTADO
               MOVE 'DNI INEXISTENTE EN EL REGISTRO' TO IDENV-MOTIVO
               ADD 1 TO WSV-TOTAL-INEXISTENTES
           ELSE
               IF RESP-ES-FALLECIDO
                   MOVE 'F' TO IDENV-ESTADO
                   MOVE 'TITULAR FALLECIDO SEGUN REGISTRO'
                       TO IDENV-MOTIVO
                   ADD 1 TO WSV-TOTAL-FALLECIDOS
               ELSE
                   PERFORM 041-COMPARAR-DATOS
               END-IF
           END-IF.

       040-DICTAMINAR-END. EXIT.

       041-COMPARAR-DATOS.

           IF IDENV-NOMBRE-DECLARADO EQUAL RESP-NOMBRE-CORTO
              AND IDENV-FECHA-NAC-DECLARADA EQUAL RESP-FECHA-NAC
               MOVE 'V' TO IDENV-ESTADO
               MOVE 'IDENTIDAD VERIFICADA' TO IDENV-MOTIVO
               ADD 1 TO WSV-TOTAL-VERIFICADOS
           ELSE
               MOVE 'D' TO IDENV-ESTADO
               ADD 1 TO WSV-TOTAL-DISCREPANTES
               IF IDENV-NOMBRE-DECLARADO NOT EQUAL RESP-NOMBRE-CORTO
                  AND IDENV-FECHA-NAC-DECLARADA
                      NOT EQUAL RESP-FECHA-NAC
                   MOVE 'NOMBRE Y FECHA NAC. NO COINCIDEN'
                       TO IDENV-MOTIVO
               ELSE
                   IF IDENV-NOMBRE-DECLARADO
                      NOT EQUAL RESP-NOMBRE-CORTO
                       MOVE 'NOMBRE NO COINCIDE CON REGISTRO'
                           TO IDENV-MOTIVO
                   ELSE
                       MOVE 'FECHA NAC. NO COINCIDE'
                           TO IDENV-MOTIVO
                   END-IF
               END-IF
           END-IF.

       041-COMPARAR-DATOS-END. EXIT.

       050-LISTAR-EXCEPCION.

           ADD 1 TO WSV-TOTAL-EXCEPCIONES.
           EVALUATE TRUE
               WHEN IDENV-DISCREPANTE
                   MOVE 'DISCREPANTE'  TO WSV-DESCRIPCION-ESTADO
               WHEN IDENV-INEXISTENTE
                   MOVE 'INEXISTENTE'  TO WSV-DESCRIPCION-ESTADO
               WHEN OTHER
                   MOVE 'FALLECIDO'    TO WSV-DESCRIPCION-ESTADO
           END-EVALUATE.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' '                     DELIMITED BY SIZE
                  IDENV-DNI               DELIMITED BY SIZE
                  ' CAMPANIA '            DELIMITED BY SIZE
                  IDENV-CAMPANIA          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WSV-DESCRIPCION-ESTADO  DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  IDENV-MOTIVO            DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING '    DECLARADO: '       DELIMITED BY SIZE
                  IDENV-NOMBRE-DECLARADO  DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  IDENV-FECHA-NAC-DECLARADA DELIMITED BY SIZE
                  '  REGISTRO: '          DELIMITED BY SIZE
                  RESP-APELLIDO-NOMBRE    DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  RESP-FECHA-NAC          DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           IF IDENV-FALLECIDO
               MOVE SPACES TO WSV-LINEA-REPORTE
               STRING '    FECHA DE DEFUNCION: ' DELIMITED BY SIZE
                      RESP-FECHA-DEFUNCION      DELIMITED BY SIZE
                      INTO WSV-LINEA-REPORTE
               END-STRING
               MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO
               WRITE REPORTE-REGISTRO
           END-IF.

           IF WSV-CODIGO-RETORNO < WSC-RETORNO-AVISO
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'IDENTIDADES OBSERVADAS POR EL REGISTRO'
                   TO WSV-MOTIVO-FIN
           END-IF.

       050-LISTAR-EXCEPCION-END. EXIT.

       060-MARCAR-MASTER.

           MOVE 'N' TO WSC-MASTER-HALLADO.
           MOVE IDENV-CAMPANIA TO CANDM-CAMPANIA.
           MOVE IDENV-DNI      TO CANDM-DNI.
           READ MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'S' TO WSC-MASTER-HALLADO
           END-READ.

           IF WSS-MASTER-HALLADO
               ADD 1 TO WSV-TOTAL-MARCADOS
               MOVE IDENV-ESTADO TO CANDM-IDENTIDAD
               IF IDENV-OBSERVADA
                  AND CANDM-ESTADO EQUAL 'A'
                   PERFORM 070-SUSPENDER-CANDIDATO
               END-IF
               IF IDENV-VERIFICADA
                  AND CANDM-ESTADO EQUAL 'S'
                  AND CANDM-RESULTADO EQUAL 'SUSPENDIDO - IDENTIDAD'
                   PERFORM 075-REHABILITAR-CANDIDATO
               END-IF
               REWRITE CANDM-REGISTRO
           END-IF.

       060-MARCAR-MASTER-END. EXIT.

       070-SUSPENDER-CANDIDATO.

           ADD 1 TO WSV-TOTAL-SUSPENDIDOS.
           DISPLAY IDENV-DNI ' ' CANDM-NOMBRE
                   ' APROBADO CON IDENTIDAD OBSERVADA, SE SUSPENDE'.

           MOVE 'S' TO CANDM-ESTADO.
           MOVE 'SUSPENDIDO - IDENTIDAD' TO CANDM-RESULTADO.

           MOVE 'SUSPENDIDO - IDENTIDAD' TO WSV-RESULTADO-AUX.
           PERFORM 080-REGISTRAR-AUDITORIA.

       070-SUSPENDER-CANDIDATO-END. EXIT.

       075-REHABILITAR-CANDIDATO.

           ADD 1 TO WSV-TOTAL-REHABILITADOS.
           DISPLAY IDENV-DNI ' ' CANDM-NOMBRE
                   ' IDENTIDAD VERIFICADA, SE LEVANTA LA SUSPENSION'.

           MOVE 'A' TO CANDM-ESTADO.
           MOVE 'APROBADO - IDENTIDAD VERIFICADA' TO CANDM-RESULTADO.

           MOVE 'APROBADO - IDENTIDAD VERIFICADA' TO WSV-RESULTADO-AUX.
           PERFORM 080-REGISTRAR-AUDITORIA.

       075-REHABILITAR-CANDIDATO-END. EXIT.

       080-REGISTRAR-AUDITORIA.

           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE WSC-PROGRAMA-ID   TO AUDIT-PROGRAMA.
           MOVE IDENV-DNI         TO AUDIT-DNI.
           MOVE CANDM-NOMBRE      TO AUDIT-NOMBRE.
           MOVE WSV-RESULTADO-AUX TO AUDIT-RESULTADO.
           MOVE IDENV-CAMPANIA    TO AUDIT-CAMPANIA.
           WRITE AUDIT-REGISTRO.

       080-REGISTRAR-AUDITORIA-END. EXIT.

       095-ESCRIBIR-RESUMEN.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' RESPUESTAS: '        DELIMITED BY SIZE
                  WSV-TOTAL-LEIDOS       DELIMITED BY SIZE
                  '  VERIFICADAS: '      DELIMITED BY SIZE
                  WSV-TOTAL-VERIFICADOS  DELIMITED BY SIZE
                  '  DISCREPANTES: '     DELIMITED BY SIZE
                  WSV-TOTAL-DISCREPANTES DELIMITED BY SIZE
                  '  INEXISTENTES: '     DELIMITED BY SIZE
                  WSV-TOTAL-INEXISTENTES DELIMITED BY SIZE
                  '  FALLECIDOS: '       DELIMITED BY SIZE
                  WSV-TOTAL-FALLECIDOS   DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' MARCADOS EN CANDMAST: ' DELIMITED BY SIZE
                  WSV-TOTAL-MARCADOS        DELIMITED BY SIZE
                  '  SUSPENDIDOS: '         DELIMITED BY SIZE
                  WSV-TOTAL-SUSPENDIDOS     DELIMITED BY SIZE
                  '  REHABILITADOS: '       DELIMITED BY SIZE
                  WSV-TOTAL-REHABILITADOS   DELIMITED BY SIZE
                  '  SIN CONSULTA PREVIA: ' DELIMITED BY SIZE
                  WSV-TOTAL-SIN-CONSULTA    DELIMITED BY SIZE
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
           MOVE WSV-TOTAL-EXCEPCIONES TO ESTADO-ESCRITOS.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID.                            FRAUDECI.
       AUTHOR.                                AYMARA M FUSARO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO "FRAUDEC1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-DECISION-ESTADO.

           SELECT CASOS-FILE   ASSIGN TO "FRAUCAS1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS FRAUD-CLAVE
                               FILE STATUS IS WSC-CASOS-ESTADO.

           SELECT REPORTE-FILE ASSIGN TO "FRAURPT2"
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
       FD  DECISION-FILE
           RECORDING MODE IS F.
       01  DECISION-REGISTRO.
           05 DECISION-DNI                  PIC X(08).
           05 DECISION-DNI-NUM REDEFINES DECISION-DNI
                                            PIC 9(08).
           05 DECISION-TIPO                 PIC X.
               88 DECISION-POR-CBU                   VALUE 'C'.
               88 DECISION-POR-DOMICILIO             VALUE 'D'.
           05 DECISION-ACCION               PIC X.
               88 DECISION-DESCARTAR                 VALUE 'D'.
               88 DECISION-CONFIRMAR                 VALUE 'F'.
           05 DECISION-ANALISTA             PIC X(08).
           05 DECISION-MOTIVO               PIC X(30).

       FD  CASOS-FILE.
           COPY FRAUREG.

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
                                               VALUE 'FRAUDECI'.
             05 WSC-RETORNOS.
                 10 WSC-RETORNO-NORMAL        PIC 9(04) VALUE 0.
                 10 WSC-RETORNO-AVISO         PIC 9(04) VALUE 4.
                 10 WSC-RETORNO-SIN-ARCHIVO   PIC 9(04) VALUE 16.

             05 WSC-GUIONES.
                 10 FILLER                    PIC X(80) VALUE ALL '-'.

         01 WSC-SWITCHES.
             05 WSC-FIN-DECISIONES            PIC X    VALUE 'N'.
                 88 WSS-FIN-DECISIONES                 VALUE 'S'.
             05 WSC-FIN-BARRIDO               PIC X    VALUE 'N'.
                 88 WSS-FIN-BARRIDO                    VALUE 'S'.
             05 WSC-DECISION-VALIDA           PIC X    VALUE 'N'.
                 88 WSS-DECISION-VALIDA                VALUE 'S'.

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-DECISION-ESTADO           PIC XX   VALUE '00'.
                 88 WSS-DECISION-INEXISTENTE           VALUE '35'.
             05 WSC-CASOS-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-CASOS-INEXISTENTE              VALUE '35'.
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
             05 WSV-MOTIVO-RECHAZO            PIC X(30) VALUE SPACES.
             05 WSV-RESULTADO-AUX             PIC X(30) VALUE SPACES.
             05 WSV-CASO-TIPO                 PIC X     VALUE SPACE.
             05 WSV-CASO-VALOR                PIC X(38) VALUE SPACES.
             05 WSV-MIEMBROS-CASO             PIC 9(05) VALUE ZERO.

             05 WSV-CONTADORES.
                 10 WSV-TOTAL-LEIDOS          PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-APLICADAS       PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-RECHAZADAS      PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-DESCARTADOS     PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-CONFIRMADOS     PIC 9(07) VALUE ZERO.

             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
                     VALUE 'PROCESO FINALIZADO NORMALMENTE'.

       PROCEDURE DIVISION.

       000-CONTROL.

           ACCEPT WSV-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-INICIO FROM TIME.

           DISPLAY 'DECISIONES SOBRE CASOS DE FRAUDE'.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.

           PERFORM 010-ABRIR-ARCHIVOS.

           PERFORM 021-LEER-DECISION.
           PERFORM 022-PROCESAR-DECISION UNTIL WSS-FIN-DECISIONES.

           PERFORM 095-ESCRIBIR-RESUMEN.

           CLOSE DECISION-FILE.
           CLOSE CASOS-FILE.
           CLOSE REPORTE-FILE.
           CLOSE AUDIT-FILE.

           PERFORM 096-GRABAR-ESTADO.
           MOVE WSV-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       000-CONTROL-END. EXIT.

       010-ABRIR-ARCHIVOS.

           OPEN INPUT DECISION-FILE.
           IF WSS-DECISION-INEXISTENTE
               DISPLAY 'ERROR: FRAUDEC1 NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'FRAUDEC1 NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           OPEN I-O CASOS-FILE.
           IF WSS-CASOS-INEXISTENTE
               DISPLAY 'ERROR: FRAUCAS1 NO EXISTE. ABORTANDO.'
               CLOSE DECISION-FILE
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'FRAUCAS1 NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           OPEN OUTPUT REPORTE-FILE.

           OPEN EXTEND AUDIT-FILE.
           IF WSS-AUDIT-INEXISTENTE
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE ' DECISIONES DE ANALISTAS SOBRE CASOS DE FRAUDE'
               TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

       010-ABRIR-ARCHIVOS-END. EXIT.

       021-LEER-DECISION.

           READ DECISION-FILE
               AT END MOVE 'S' TO WSC-FIN-DECISIONES
               NOT AT END ADD 1 TO WSV-TOTAL-LEIDOS
           END-READ.

       021-LEER-DECISION-END. EXIT.

       022-PROCESAR-DECISION.

           PERFORM 030-VALIDAR-DECISION.

           IF WSS-DECISION-VALIDA
               PERFORM 040-APLICAR-DECISION
           ELSE
               PERFORM 080-RECHAZAR-DECISION
           END-IF.

           PERFORM 021-LEER-DECISION.

       022-PROCESAR-DECISION-END. EXIT.

       030-VALIDAR-DECISION.

           MOVE 'S' TO WSC-DECISION-VALIDA.
           MOVE SPACES TO WSV-MOTIVO-RECHAZO.

           IF DECISION-DNI IS NOT NUMERIC
              OR DECISION-DNI-NUM EQUAL ZERO
               MOVE 'N' TO WSC-DECISION-VALIDA
               MOVE 'DNI INVALIDO' TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-DECISION-VALIDA
              AND NOT DECISION-POR-CBU
              AND NOT DECISION-POR-DOMICILIO
               MOVE 'N' TO WSC-DECISION-VALIDA
               MOVE 'TIPO DE CASO INVALIDO (C O D)'
                   TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-DECISION-VALIDA
              AND NOT DECISION-DESCARTAR
              AND NOT DECISION-CONFIRMAR
               MOVE 'N' TO WSC-DECISION-VALIDA
               MOVE 'DECISION INVALIDA (D O F)' TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-DECISION-VALIDA AND DECISION-ANALISTA EQUAL SPACES
               MOVE 'N' TO WSC-DECISION-VALIDA
               MOVE 'ANALISTA EN BLANCO' TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-DECISION-VALIDA
               MOVE DECISION-DNI-NUM TO FRAUD-DNI
               MOVE DECISION-TIPO    TO FRAUD-TIPO
               READ CASOS-FILE
                   INVALID KEY
                       MOVE 'N' TO WSC-DECISION-VALIDA
                       MOVE 'CASO INEXISTENTE' TO WSV-MOTIVO-RECHAZO
                   NOT INVALID KEY
                       IF NOT FRAUD-PENDIENTE
                           MOVE 'N' TO WSC-DECISION-VALIDA
                           MOVE 'CASO YA RESUELTO'
                               TO WSV-MOTIVO-RECHAZO
                       END-IF
               END-READ
           END-IF.

       030-VALIDAR-DECISION-END. EXIT.

       040-APLICAR-DECISION.

           ADD 1 TO WSV-TOTAL-APLICADAS.
           MOVE FRAUD-TIPO  TO WSV-CASO-TIPO.
           MOVE FRAUD-VALOR TO WSV-CASO-VALOR.
           MOVE ZERO TO WSV-MIEMBROS-CASO.
           IF DECISION-DESCARTAR
               MOVE 'CASO FRAUDE DESCARTADO' TO WSV-RESULTADO-AUX
           ELSE
               MOVE 'CASO FRAUDE CONFIRMADO' TO WSV-RESULTADO-AUX
           END-IF.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' '                DELIMITED BY SIZE
                  WSV-RESULTADO-AUX  DELIMITED BY SIZE
                  ' POR '            DELIMITED BY SIZE
                  DECISION-ANALISTA  DELIMITED BY SIZE
                  ' TIPO '           DELIMITED BY SIZE
                  WSV-CASO-TIPO      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WSV-CASO-VALOR     DELIMITED BY SIZE
                  ' MOTIVO: '        DELIMITED BY SIZE
                  DECISION-MOTIVO    DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE ZERO TO FRAUD-DNI.
           MOVE LOW-VALUES TO FRAUD-TIPO.
           START CASOS-FILE KEY NOT LESS THAN FRAUD-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 041-LEER-CASO UNTIL WSS-FIN-BARRIDO.

           IF DECISION-CONFIRMAR
               MOVE SPACES TO WSV-LINEA-REPORTE
               STRING '    LAS CUOTAS DEL CASO SIGUEN RETENIDAS '
                                          DELIMITED BY SIZE
                      'EN PAGOMENS, DAR DE BAJA POR BAJAPROC'
                                          DELIMITED BY SIZE
                      INTO WSV-LINEA-REPORTE
               END-STRING
               MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO
               WRITE REPORTE-REGISTRO
           END-IF.

       040-APLICAR-DECISION-END. EXIT.

       041-LEER-CASO.

           READ CASOS-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF FRAUD-TIPO EQUAL WSV-CASO-TIPO
                      AND FRAUD-VALOR EQUAL WSV-CASO-VALOR
                      AND FRAUD-PENDIENTE
                       PERFORM 042-RESOLVER-MIEMBRO
                   END-IF
           END-READ.
           IF WSC-CASOS-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       041-LEER-CASO-END. EXIT.

       042-RESOLVER-MIEMBRO.

           MOVE DECISION-ACCION   TO FRAUD-ESTADO.
           MOVE WSV-FECHA-HOY     TO FRAUD-FECHA-ESTADO.
           MOVE DECISION-ANALISTA TO FRAUD-ANALISTA.
           MOVE DECISION-MOTIVO   TO FRAUD-MOTIVO.
           REWRITE FRAUD-REGISTRO.
           ADD 1 TO WSV-MIEMBROS-CASO.
           IF DECISION-DESCARTAR
               ADD 1 TO WSV-TOTAL-DESCARTADOS
           ELSE
               ADD 1 TO WSV-TOTAL-CONFIRMADOS
           END-IF.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING '    DNI '          DELIMITED BY SIZE
                  FRAUD-DNI           DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  FRAUD-NOMBRE        DELIMITED BY SIZE
                  ' CAMPANIA '        DELIMITED BY SIZE
                  FRAUD-CAMPANIA      DELIMITED BY SIZE
                  ' PUNTAJE '         DELIMITED BY SIZE
                  FRAUD-PUNTAJE       DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           PERFORM 060-REGISTRAR-AUDITORIA.

       042-RESOLVER-MIEMBRO-END. EXIT.

       060-REGISTRAR-AUDITORIA.

           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE WSC-PROGRAMA-ID   TO AUDIT-PROGRAMA.
           MOVE FRAUD-DNI         TO AUDIT-DNI.
           MOVE SPACES            TO AUDIT-NOMBRE.
           STRING 'ANALISTA '       DELIMITED BY SIZE
                  DECISION-ANALISTA DELIMITED BY SIZE
                  INTO AUDIT-NOMBRE
           END-STRING.
           MOVE WSV-RESULTADO-AUX TO AUDIT-RESULTADO.
           MOVE FRAUD-CAMPANIA    TO AUDIT-CAMPANIA.
           WRITE AUDIT-REGISTRO.

       060-REGISTRAR-AUDITORIA-END. EXIT.

       080-RECHAZAR-DECISION.

           ADD 1 TO WSV-TOTAL-RECHAZADAS.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' RECHAZADA: DNI '  DELIMITED BY SIZE
                  DECISION-DNI        DELIMITED BY SIZE
                  ' TIPO '            DELIMITED BY SIZE
                  DECISION-TIPO       DELIMITED BY SIZE
                  ' DECISION '        DELIMITED BY SIZE
                  DECISION-ACCION     DELIMITED BY SIZE
                  ' ANALISTA '        DELIMITED BY SIZE
                  DECISION-ANALISTA   DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WSV-MOTIVO-RECHAZO  DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO.
           MOVE 'DECISIONES RECHAZADAS' TO WSV-MOTIVO-FIN.

       080-RECHAZAR-DECISION-END. EXIT.

       095-ESCRIBIR-RESUMEN.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' DECISIONES LEIDAS: ' DELIMITED BY SIZE
                  WSV-TOTAL-LEIDOS       DELIMITED BY SIZE
                  '  APLICADAS: '        DELIMITED BY SIZE
                  WSV-TOTAL-APLICADAS    DELIMITED BY SIZE
                  '  RECHAZADAS: '       DELIMITED BY SIZE
                  WSV-TOTAL-RECHAZADAS   DELIMITED BY SIZE
                  '  DNI DESCARTADOS: '  DELIMITED BY SIZE
                  WSV-TOTAL-DESCARTADOS  DELIMITED BY SIZE
                  '  DNI CONFIRMADOS: '  DELIMITED BY SIZE
                  WSV-TOTAL-CONFIRMADOS  DELIMITED BY SIZE
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
           COMPUTE ESTADO-ESCRITOS = WSV-TOTAL-DESCARTADOS
               + WSV-TOTAL-CONFIRMADOS.
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

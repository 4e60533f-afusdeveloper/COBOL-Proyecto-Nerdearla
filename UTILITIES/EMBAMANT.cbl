       IDENTIFICATION DIVISION.
       PROGRAM-ID.                            EMBAMANT.
       AUTHOR.                                AYMARA M FUSARO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOVED-FILE   ASSIGN TO "EMBANOV1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-NOVED-ESTADO.

           SELECT EMBARGO-FILE ASSIGN TO "EMBARGO1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS EMBAR-DNI
                               FILE STATUS IS WSC-EMBARGO-ESTADO.

           SELECT REPORTE-FILE ASSIGN TO "EMBARPT1"
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
       FD  NOVED-FILE
           RECORDING MODE IS F.
       01  NOVED-REGISTRO.
           05 NOVED-ACCION                  PIC X.
               88 NOVED-ES-ALTA                      VALUE 'A'.
               88 NOVED-ES-BAJA                      VALUE 'B'.
           05 NOVED-DNI                     PIC X(08).
           05 NOVED-DNI-NUM REDEFINES NOVED-DNI
                                            PIC 9(08).
           05 NOVED-EXPEDIENTE              PIC X(20).
           05 NOVED-JUZGADO                 PIC X(30).
           05 NOVED-CBU                     PIC X(22).
           05 NOVED-TIPO                    PIC X.
           05 NOVED-PORCENTAJE              PIC X(05).
           05 NOVED-PORCENTAJE-NUM REDEFINES NOVED-PORCENTAJE
                                            PIC 9(03)V99.
           05 NOVED-IMPORTE-FIJO            PIC X(09).
           05 NOVED-IMPORTE-FIJO-NUM REDEFINES NOVED-IMPORTE-FIJO
                                            PIC 9(09).
           05 NOVED-TOPE                    PIC X(11).
           05 NOVED-TOPE-NUM REDEFINES NOVED-TOPE
                                            PIC 9(11).
           05 NOVED-FECHA-DESDE             PIC X(08).
           05 NOVED-FECHA-DESDE-NUM REDEFINES NOVED-FECHA-DESDE
                                            PIC 9(08).
           05 NOVED-FECHA-HASTA             PIC X(08).
           05 NOVED-FECHA-HASTA-NUM REDEFINES NOVED-FECHA-HASTA
                                            PIC 9(08).

       FD  EMBARGO-FILE.
           COPY EMBAREG.

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
                                               VALUE 'EMBAMANT'.
             05 WSC-RETORNOS.
                 10 WSC-RETORNO-NORMAL        PIC 9(04) VALUE 0.
                 10 WSC-RETORNO-AVISO         PIC 9(04) VALUE 4.
                 10 WSC-RETORNO-SIN-ARCHIVO   PIC 9(04) VALUE 16.

             05 WSC-GUIONES.
                 10 FILLER                    PIC X(80) VALUE ALL '-'.

         01 WSC-SWITCHES.
             05 WSC-FIN-NOVED                 PIC X    VALUE 'N'.
                 88 WSS-FIN-NOVED                      VALUE 'S'.
             05 WSC-FIN-BARRIDO               PIC X    VALUE 'N'.
                 88 WSS-FIN-BARRIDO                    VALUE 'S'.
             05 WSC-NOVED-VALIDA              PIC X    VALUE 'N'.
                 88 WSS-NOVED-VALIDA                   VALUE 'S'.
             05 WSC-CLAVE-EXISTE              PIC X    VALUE 'N'.
                 88 WSS-CLAVE-EXISTE                   VALUE 'S'.
             05 WSC-CBU-VALIDO                PIC X    VALUE 'N'.
                 88 WSS-CBU-VALIDO                     VALUE 'S'.

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-NOVED-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-NOVED-INEXISTENTE              VALUE '35'.
             05 WSC-EMBARGO-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-EMBARGO-INEXISTENTE            VALUE '35'.
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
             05 WSV-RESTANTE                  PIC 9(11) VALUE ZERO.
             05 WSV-DESCRIPCION-ESTADO        PIC X(10) VALUE SPACES.

             05 WSV-CONTADORES.
                 10 WSV-TOTAL-LEIDOS          PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-ALTAS           PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-MODIFICADAS     PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-BAJAS           PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-RECHAZADOS      PIC 9(07) VALUE ZERO.
                 10 WSV-TABLA-VIGENTES        PIC 9(07) VALUE ZERO.
                 10 WSV-TABLA-LIBERADOS       PIC 9(07) VALUE ZERO.
                 10 WSV-TABLA-LEVANTADOS      PIC 9(07) VALUE ZERO.
                 10 WSV-TABLA-TOPE            PIC 9(13) VALUE ZERO.
                 10 WSV-TABLA-EMBARGADO       PIC 9(13) VALUE ZERO.

             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
                     VALUE 'PROCESO FINALIZADO NORMALMENTE'.

       PROCEDURE DIVISION.

       000-CONTROL.

           ACCEPT WSV-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-INICIO FROM TIME.

           DISPLAY 'MANTENIMIENTO DE EMBARGOS JUDICIALES'.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.

           PERFORM 010-ABRIR-ARCHIVOS.

           PERFORM 021-LEER-NOVEDAD.
           PERFORM 022-PROCESAR-NOVEDAD UNTIL WSS-FIN-NOVED.
           CLOSE NOVED-FILE.

           PERFORM 070-LISTAR-EMBARGOS.
           PERFORM 095-ESCRIBIR-RESUMEN.

           CLOSE EMBARGO-FILE.
           CLOSE REPORTE-FILE.
           CLOSE AUDIT-FILE.

           PERFORM 096-GRABAR-ESTADO.
           MOVE WSV-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       000-CONTROL-END. EXIT.

       010-ABRIR-ARCHIVOS.

           OPEN INPUT NOVED-FILE.
           IF WSS-NOVED-INEXISTENTE
               DISPLAY 'ERROR: EMBANOV1 NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'EMBANOV1 NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           OPEN I-O EMBARGO-FILE.
           IF WSS-EMBARGO-INEXISTENTE
               OPEN OUTPUT EMBARGO-FILE
               CLOSE EMBARGO-FILE
               OPEN I-O EMBARGO-FILE
           END-IF.

           OPEN OUTPUT REPORTE-FILE.

           OPEN EXTEND AUDIT-FILE.
           IF WSS-AUDIT-INEXISTENTE
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       010-ABRIR-ARCHIVOS-END. EXIT.

       021-LEER-NOVEDAD.

           READ NOVED-FILE
               AT END MOVE 'S' TO WSC-FIN-NOVED
               NOT AT END ADD 1 TO WSV-TOTAL-LEIDOS
           END-READ.

       021-LEER-NOVEDAD-END. EXIT.

       022-PROCESAR-NOVEDAD.

           PERFORM 030-VALIDAR-NOVEDAD.

           IF WSS-NOVED-VALIDA
               EVALUATE TRUE
                   WHEN NOVED-ES-ALTA
                       PERFORM 050-APLICAR-ALTA
                   WHEN NOVED-ES-BAJA
                       PERFORM 055-APLICAR-BAJA
               END-EVALUATE
           END-IF.

           IF NOT WSS-NOVED-VALIDA
               PERFORM 080-RECHAZAR-NOVEDAD
           END-IF.

           PERFORM 021-LEER-NOVEDAD.

       022-PROCESAR-NOVEDAD-END. EXIT.

       030-VALIDAR-NOVEDAD.

           MOVE 'S' TO WSC-NOVED-VALIDA.
           MOVE SPACES TO WSV-MOTIVO-RECHAZO.

           IF NOT NOVED-ES-ALTA AND NOT NOVED-ES-BAJA
               MOVE 'N' TO WSC-NOVED-VALIDA
               MOVE 'ACCION INVALIDA' TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-NOVED-VALIDA
              AND (NOVED-DNI IS NOT NUMERIC
                   OR NOVED-DNI-NUM EQUAL ZERO)
               MOVE 'N' TO WSC-NOVED-VALIDA
               MOVE 'DNI INVALIDO' TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-NOVED-VALIDA AND NOVED-EXPEDIENTE EQUAL SPACES
               MOVE 'N' TO WSC-NOVED-VALIDA
               MOVE 'EXPEDIENTE EN BLANCO' TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-NOVED-VALIDA AND NOVED-ES-ALTA
               PERFORM 031-VALIDAR-ALTA
           END-IF.

       030-VALIDAR-NOVEDAD-END. EXIT.

       031-VALIDAR-ALTA.

           IF NOVED-JUZGADO EQUAL SPACES
               MOVE 'N' TO WSC-NOVED-VALIDA
               MOVE 'JUZGADO EN BLANCO' TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-NOVED-VALIDA
               MOVE 'N' TO WSC-CBU-VALIDO
               IF NOVED-CBU IS NUMERIC
                   CALL 'CBUCHECK' USING NOVED-CBU
                                          WSC-CBU-VALIDO
                   END-CALL
               END-IF
               IF NOT WSS-CBU-VALIDO
                   MOVE 'N' TO WSC-NOVED-VALIDA
                   MOVE 'CBU DEL JUZGADO INVALIDO'
                       TO WSV-MOTIVO-RECHAZO
               END-IF
           END-IF.

           IF WSS-NOVED-VALIDA
               EVALUATE NOVED-TIPO
                   WHEN 'P'
                       IF NOVED-PORCENTAJE IS NOT NUMERIC
                          OR NOVED-PORCENTAJE-NUM EQUAL ZERO
                          OR NOVED-PORCENTAJE-NUM > 100
                           MOVE 'N' TO WSC-NOVED-VALIDA
                           MOVE 'PORCENTAJE INVALIDO'
                               TO WSV-MOTIVO-RECHAZO
                       END-IF
                   WHEN 'F'
                       IF NOVED-IMPORTE-FIJO IS NOT NUMERIC
                          OR NOVED-IMPORTE-FIJO-NUM EQUAL ZERO
                           MOVE 'N' TO WSC-NOVED-VALIDA
                           MOVE 'IMPORTE FIJO INVALIDO'
                               TO WSV-MOTIVO-RECHAZO
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WSC-NOVED-VALIDA
                       MOVE 'TIPO INVALIDO (P O F)'
                           TO WSV-MOTIVO-RECHAZO
               END-EVALUATE
           END-IF.

           IF WSS-NOVED-VALIDA
              AND (NOVED-TOPE IS NOT NUMERIC
                   OR NOVED-TOPE-NUM EQUAL ZERO)
               MOVE 'N' TO WSC-NOVED-VALIDA
               MOVE 'TOPE INVALIDO' TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-NOVED-VALIDA
              AND (NOVED-FECHA-DESDE IS NOT NUMERIC
                   OR NOVED-FECHA-DESDE-NUM EQUAL ZERO)
               MOVE 'N' TO WSC-NOVED-VALIDA
               MOVE 'FECHA DESDE INVALIDA' TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-NOVED-VALIDA
               IF NOVED-FECHA-HASTA EQUAL SPACES
                   MOVE ZERO TO NOVED-FECHA-HASTA-NUM
               END-IF
               IF NOVED-FECHA-HASTA IS NOT NUMERIC
                   MOVE 'N' TO WSC-NOVED-VALIDA
                   MOVE 'FECHA HASTA INVALIDA' TO WSV-MOTIVO-RECHAZO
               ELSE
                   IF NOVED-FECHA-HASTA-NUM NOT EQUAL ZERO
                      AND NOVED-FECHA-HASTA-NUM
                          < NOVED-FECHA-DESDE-NUM
                       MOVE 'N' TO WSC-NOVED-VALIDA
                       MOVE 'FECHA HASTA ANTERIOR A DESDE'
                           TO WSV-MOTIVO-RECHAZO
                   END-IF
               END-IF
           END-IF.

       031-VALIDAR-ALTA-END. EXIT.

       050-APLICAR-ALTA.

           MOVE 'S' TO WSC-CLAVE-EXISTE.
           MOVE NOVED-DNI-NUM TO EMBAR-DNI.
           READ EMBARGO-FILE
               INVALID KEY MOVE 'N' TO WSC-CLAVE-EXISTE
           END-READ.

           IF WSS-CLAVE-EXISTE
               IF EMBAR-EXPEDIENTE NOT EQUAL NOVED-EXPEDIENTE
                   IF EMBAR-VIGENTE
                       MOVE 'N' TO WSC-NOVED-VALIDA
                       MOVE 'DNI CON OTRO EMBARGO VIGENTE'
                           TO WSV-MOTIVO-RECHAZO
                   END-IF
               ELSE
                   IF NOVED-TOPE-NUM < EMBAR-SALDO-EMBARGADO
                       MOVE 'N' TO WSC-NOVED-VALIDA
                       MOVE 'TOPE MENOR AL SALDO EMBARGADO'
                           TO WSV-MOTIVO-RECHAZO
                   END-IF
               END-IF
           END-IF.

           IF WSS-NOVED-VALIDA
               IF WSS-CLAVE-EXISTE
                  AND EMBAR-EXPEDIENTE EQUAL NOVED-EXPEDIENTE
                   PERFORM 051-CARGAR-DATOS
                   MOVE 'EMBARGO MODIFICACION' TO WSV-RESULTADO-AUX
                   IF EMBAR-SALDO-EMBARGADO NOT < EMBAR-TOPE
                       MOVE 'L' TO EMBAR-ESTADO
                       MOVE 'TOPE ALCANZADO, EMBARGO LIBERADO'
                           TO EMBAR-MOTIVO
                       MOVE 'EMBARGO LIBERADO POR TOPE'
                           TO WSV-RESULTADO-AUX
                   END-IF
                   REWRITE EMBAR-REGISTRO
                   ADD 1 TO WSV-TOTAL-MODIFICADAS
               ELSE
                   PERFORM 051-CARGAR-DATOS
                   MOVE ZERO              TO EMBAR-SALDO-EMBARGADO
                   MOVE WSV-FECHA-HOY     TO EMBAR-FECHA-ALTA
                   MOVE 'EMBARGO ALTA'    TO WSV-RESULTADO-AUX
                   IF WSS-CLAVE-EXISTE
                       REWRITE EMBAR-REGISTRO
                   ELSE
                       WRITE EMBAR-REGISTRO
                   END-IF
                   ADD 1 TO WSV-TOTAL-ALTAS
               END-IF
               PERFORM 085-INFORMAR-NOVEDAD
           END-IF.

       050-APLICAR-ALTA-END. EXIT.

       051-CARGAR-DATOS.

           MOVE NOVED-DNI-NUM         TO EMBAR-DNI.
           MOVE NOVED-EXPEDIENTE      TO EMBAR-EXPEDIENTE.
           MOVE NOVED-JUZGADO         TO EMBAR-JUZGADO.
           MOVE NOVED-CBU             TO EMBAR-CBU-JUZGADO.
           MOVE NOVED-TIPO            TO EMBAR-TIPO.
           MOVE ZERO                  TO EMBAR-PORCENTAJE.
           MOVE ZERO                  TO EMBAR-IMPORTE-FIJO.
           IF EMBAR-PORCENTUAL
               MOVE NOVED-PORCENTAJE-NUM TO EMBAR-PORCENTAJE
           ELSE
               MOVE NOVED-IMPORTE-FIJO-NUM TO EMBAR-IMPORTE-FIJO
           END-IF.
           MOVE NOVED-TOPE-NUM        TO EMBAR-TOPE.
           MOVE NOVED-FECHA-DESDE-NUM TO EMBAR-FECHA-DESDE.
           MOVE NOVED-FECHA-HASTA-NUM TO EMBAR-FECHA-HASTA.
           MOVE 'V'                   TO EMBAR-ESTADO.
           MOVE WSV-FECHA-HOY         TO EMBAR-FECHA-ESTADO.
           MOVE 'EMBARGO VIGENTE'     TO EMBAR-MOTIVO.

       051-CARGAR-DATOS-END. EXIT.

       055-APLICAR-BAJA.

           MOVE NOVED-DNI-NUM TO EMBAR-DNI.
           READ EMBARGO-FILE
               INVALID KEY
                   MOVE 'N' TO WSC-NOVED-VALIDA
                   MOVE 'EMBARGO NO CARGADO' TO WSV-MOTIVO-RECHAZO
           END-READ.

           IF WSS-NOVED-VALIDA
              AND EMBAR-EXPEDIENTE NOT EQUAL NOVED-EXPEDIENTE
               MOVE 'N' TO WSC-NOVED-VALIDA
               MOVE 'EXPEDIENTE NO COINCIDE' TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-NOVED-VALIDA AND NOT EMBAR-VIGENTE
               MOVE 'N' TO WSC-NOVED-VALIDA
               MOVE 'EMBARGO NO VIGENTE' TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-NOVED-VALIDA
               MOVE 'B'           TO EMBAR-ESTADO
               MOVE WSV-FECHA-HOY TO EMBAR-FECHA-ESTADO
               MOVE 'LEVANTADO POR EL JUZGADO' TO EMBAR-MOTIVO
               REWRITE EMBAR-REGISTRO
               ADD 1 TO WSV-TOTAL-BAJAS
               MOVE 'EMBARGO LEVANTADO' TO WSV-RESULTADO-AUX
               PERFORM 085-INFORMAR-NOVEDAD
           END-IF.

       055-APLICAR-BAJA-END. EXIT.

       070-LISTAR-EMBARGOS.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE ' EMBARGOS REGISTRADOS' TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE ZERO TO EMBAR-DNI.
           START EMBARGO-FILE KEY NOT LESS THAN EMBAR-DNI
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 071-LISTAR-UN-EMBARGO UNTIL WSS-FIN-BARRIDO.

       070-LISTAR-EMBARGOS-END. EXIT.

       071-LISTAR-UN-EMBARGO.

           READ EMBARGO-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   PERFORM 072-DETALLAR-EMBARGO
           END-READ.
           IF WSC-EMBARGO-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       071-LISTAR-UN-EMBARGO-END. EXIT.

       072-DETALLAR-EMBARGO.

           EVALUATE TRUE
               WHEN EMBAR-VIGENTE
                   ADD 1 TO WSV-TABLA-VIGENTES
                   ADD EMBAR-TOPE TO WSV-TABLA-TOPE
                   ADD EMBAR-SALDO-EMBARGADO TO WSV-TABLA-EMBARGADO
                   MOVE 'VIGENTE'   TO WSV-DESCRIPCION-ESTADO
               WHEN EMBAR-LIBERADO
                   ADD 1 TO WSV-TABLA-LIBERADOS
                   MOVE 'LIBERADO'  TO WSV-DESCRIPCION-ESTADO
               WHEN OTHER
                   ADD 1 TO WSV-TABLA-LEVANTADOS
                   MOVE 'LEVANTADO' TO WSV-DESCRIPCION-ESTADO
           END-EVALUATE.

           MOVE ZERO TO WSV-RESTANTE.
           IF EMBAR-VIGENTE
              AND EMBAR-SALDO-EMBARGADO < EMBAR-TOPE
               COMPUTE WSV-RESTANTE =
                   EMBAR-TOPE - EMBAR-SALDO-EMBARGADO
           END-IF.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' '                    DELIMITED BY SIZE
                  EMBAR-DNI              DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  EMBAR-EXPEDIENTE       DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WSV-DESCRIPCION-ESTADO DELIMITED BY SIZE
                  ' TOPE $'              DELIMITED BY SIZE
                  EMBAR-TOPE             DELIMITED BY SIZE
                  ' EMBARGADO $'         DELIMITED BY SIZE
                  EMBAR-SALDO-EMBARGADO  DELIMITED BY SIZE
                  ' RESTANTE $'          DELIMITED BY SIZE
                  WSV-RESTANTE           DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

       072-DETALLAR-EMBARGO-END. EXIT.

       080-RECHAZAR-NOVEDAD.

           ADD 1 TO WSV-TOTAL-RECHAZADOS.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' RECHAZADO: '     DELIMITED BY SIZE
                  NOVED-ACCION       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  NOVED-DNI          DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  NOVED-EXPEDIENTE   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WSV-MOTIVO-RECHAZO DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO.
           MOVE 'NOVEDADES DE EMBARGO RECHAZADAS'
               TO WSV-MOTIVO-FIN.

       080-RECHAZAR-NOVEDAD-END. EXIT.

       085-INFORMAR-NOVEDAD.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' '                DELIMITED BY SIZE
                  WSV-RESULTADO-AUX  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  EMBAR-DNI          DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  EMBAR-EXPEDIENTE   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  EMBAR-JUZGADO      DELIMITED BY SIZE
                  ' TOPE $'          DELIMITED BY SIZE
                  EMBAR-TOPE         DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE WSC-PROGRAMA-ID   TO AUDIT-PROGRAMA.
           MOVE EMBAR-DNI         TO AUDIT-DNI.
           MOVE EMBAR-EXPEDIENTE  TO AUDIT-NOMBRE.
           MOVE WSV-RESULTADO-AUX TO AUDIT-RESULTADO.
           MOVE SPACES            TO AUDIT-CAMPANIA.
           WRITE AUDIT-REGISTRO.

       085-INFORMAR-NOVEDAD-END. EXIT.

       095-ESCRIBIR-RESUMEN.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' NOVEDADES LEIDAS: '    DELIMITED BY SIZE
                  WSV-TOTAL-LEIDOS         DELIMITED BY SIZE
                  '  ALTAS: '              DELIMITED BY SIZE
                  WSV-TOTAL-ALTAS          DELIMITED BY SIZE
                  '  MODIFICADAS: '        DELIMITED BY SIZE
                  WSV-TOTAL-MODIFICADAS    DELIMITED BY SIZE
                  '  LEVANTADAS: '         DELIMITED BY SIZE
                  WSV-TOTAL-BAJAS          DELIMITED BY SIZE
                  '  RECHAZADAS: '         DELIMITED BY SIZE
                  WSV-TOTAL-RECHAZADOS     DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' EMBARGOS VIGENTES: '   DELIMITED BY SIZE
                  WSV-TABLA-VIGENTES       DELIMITED BY SIZE
                  '  TOPE $'               DELIMITED BY SIZE
                  WSV-TABLA-TOPE           DELIMITED BY SIZE
                  '  EMBARGADO $'          DELIMITED BY SIZE
                  WSV-TABLA-EMBARGADO      DELIMITED BY SIZE
                  '  LIBERADOS: '          DELIMITED BY SIZE
                  WSV-TABLA-LIBERADOS      DELIMITED BY SIZE
                  '  LEVANTADOS: '         DELIMITED BY SIZE
                  WSV-TABLA-LEVANTADOS     DELIMITED BY SIZE
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
           COMPUTE ESTADO-ESCRITOS = WSV-TOTAL-ALTAS
               + WSV-TOTAL-MODIFICADAS + WSV-TOTAL-BAJAS.
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

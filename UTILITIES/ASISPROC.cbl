       IDENTIFICATION DIVISION.
       PROGRAM-ID.                            ASISPROC.
       AUTHOR.                                AYMARA M FUSARO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROGRESO-FILE ASSIGN TO "PROGMES1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-PROGRESO-ESTADO.

           SELECT PARAMETRO-FILE ASSIGN TO "ASISPAR1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-PARAMETRO-ESTADO.

           SELECT MASTER-FILE  ASSIGN TO "CANDMAST"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CANDM-CLAVE
                               FILE STATUS IS WSC-MASTER-ESTADO.

           SELECT ASISTE-FILE  ASSIGN TO "ASISEST1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS ASIST-CLAVE
                               FILE STATUS IS WSC-ASISTE-ESTADO.

           SELECT CUOTAS-FILE  ASSIGN TO "CUOTAS01"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CUOTA-CLAVE
                               FILE STATUS IS WSC-CUOTAS-ESTADO.

           SELECT BAJAS-FILE   ASSIGN TO "BAJASIN1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-BAJAS-ESTADO.

           SELECT CARTAS-FILE  ASSIGN TO "CARTASAS"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-CARTAS-ESTADO.

           SELECT REPORTE-FILE ASSIGN TO "ASISRPT1"
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
       FD  PROGRESO-FILE
           RECORDING MODE IS F.
       01  PROGR-REGISTRO.
           05 PROGR-DNI                     PIC 9(08).
           05 PROGR-CAMPANIA                PIC X(06).
           05 PROGR-MES                     PIC X(06).
           05 PROGR-MES-NUM REDEFINES PROGR-MES
                                            PIC 9(06).
           05 PROGR-PORCENTAJE              PIC X(03).
           05 PROGR-PORCENTAJE-NUM REDEFINES PROGR-PORCENTAJE
                                            PIC 9(03).
           05 PROGR-ESTADO                  PIC X.
               88 PROGR-REGULAR                      VALUE 'R'.
               88 PROGR-LICENCIA                     VALUE 'L'.
               88 PROGR-ABANDONO                     VALUE 'A'.

       FD  PARAMETRO-FILE
           RECORDING MODE IS F.
       01  ASISPAR-REGISTRO.
           05 ASISPAR-UMBRAL                PIC 9(03).
           05 ASISPAR-MESES-BAJA            PIC 9(02).
           05 ASISPAR-REGULARIZACION        PIC X.
               88 ASISPAR-PAGO-RETROACTIVO           VALUE 'R'.
               88 ASISPAR-CUOTAS-PERDIDAS            VALUE 'P'.

       FD  MASTER-FILE.
           COPY CANDMREG.

       FD  ASISTE-FILE.
           COPY ASISREG.

       FD  CUOTAS-FILE.
           COPY CUOTREG.

       FD  BAJAS-FILE
           RECORDING MODE IS F.
       01  BAJA-REGISTRO.
           05 BAJA-DNI                      PIC 9(08).
           05 BAJA-CAMPANIA                 PIC X(06).
           05 BAJA-FECHA                    PIC 9(08).
           05 BAJA-MOTIVO                   PIC X(30).

       FD  CARTAS-FILE
           RECORDING MODE IS F.
       01  CARTAS-REGISTRO                  PIC X(80).

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
                                               VALUE 'ASISPROC'.
             05 WSC-UMBRAL-DEFECTO            PIC 9(03) VALUE 75.
             05 WSC-MESES-BAJA-DEFECTO        PIC 9(02) VALUE 3.
             05 WSC-RETORNOS.
                 10 WSC-RETORNO-NORMAL        PIC 9(04) VALUE 0.
                 10 WSC-RETORNO-AVISO         PIC 9(04) VALUE 4.
                 10 WSC-RETORNO-SIN-ARCHIVO   PIC 9(04) VALUE 16.

             05 WSC-GUIONES.
                 10 FILLER                    PIC X(80) VALUE ALL '-'.

         01 WSC-SWITCHES.
             05 WSC-FIN-PROGRESO              PIC X    VALUE 'N'.
                 88 WSS-FIN-PROGRESO                   VALUE 'S'.
             05 WSC-FIN-BARRIDO               PIC X    VALUE 'N'.
                 88 WSS-FIN-BARRIDO                    VALUE 'S'.
             05 WSC-MASTER-HALLADO            PIC X    VALUE 'N'.
                 88 WSS-MASTER-HALLADO                 VALUE 'S'.
             05 WSC-ASISTE-HALLADO            PIC X    VALUE 'N'.
                 88 WSS-ASISTE-HALLADO                 VALUE 'S'.
             05 WSC-HAY-CUOTAS                PIC X    VALUE 'N'.
                 88 WSS-HAY-CUOTAS                     VALUE 'S'.
             05 WSC-CUMPLE                    PIC X    VALUE 'N'.
                 88 WSS-CUMPLE                         VALUE 'S'.
             05 WSC-REGULARIZACION            PIC X    VALUE 'R'.
                 88 WSS-PAGO-RETROACTIVO               VALUE 'R'.
                 88 WSS-CUOTAS-PERDIDAS                VALUE 'P'.

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-PROGRESO-ESTADO           PIC XX   VALUE '00'.
                 88 WSS-PROGRESO-INEXISTENTE           VALUE '35'.
             05 WSC-PARAMETRO-ESTADO          PIC XX   VALUE '00'.
                 88 WSS-PARAMETRO-INEXISTENTE          VALUE '35'.
             05 WSC-MASTER-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-MASTER-INEXISTENTE             VALUE '35'.
             05 WSC-ASISTE-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-ASISTE-INEXISTENTE             VALUE '35'.
             05 WSC-CUOTAS-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-CUOTAS-INEXISTENTE             VALUE '35'.
             05 WSC-BAJAS-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-BAJAS-INEXISTENTE              VALUE '35'.
             05 WSC-CARTAS-ESTADO             PIC XX   VALUE '00'.
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
             05 WSV-LINEA-CARTA               PIC X(80).
             05 WSV-RESULTADO-AUX             PIC X(30) VALUE SPACES.
             05 WSV-UMBRAL                    PIC 9(03) VALUE ZERO.
             05 WSV-MESES-BAJA                PIC 9(02) VALUE ZERO.
             05 WSV-MES-LIMITE                PIC 9(06) VALUE ZERO.
             05 WSV-MES-LIMITE-R REDEFINES WSV-MES-LIMITE.
                 10 WSV-MES-LIMITE-ANIO       PIC 9(04).
                 10 WSV-MES-LIMITE-MES        PIC 9(02).
             05 WSV-PERIODO-CUOTA             PIC 9(06) VALUE ZERO.
             05 WSV-PROXIMO-VENCIMIENTO       PIC 9(08) VALUE ZERO.
             05 WSV-CUOTAS-DEL-CASO           PIC 9(02) VALUE ZERO.
             05 WSV-MOTIVO-BAJA               PIC X(30) VALUE SPACES.

             05 WSV-CONTADORES.
                 10 WSV-TOTAL-LEIDOS          PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-CUMPLEN         PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-SUSPENDIDOS     PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-REHABILITADOS   PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-DERIVADOS       PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-RECHAZADOS      PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-SIN-MASTER      PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-NO-APLICA       PIC 9(07) VALUE ZERO.
                 10 WSV-CUOTAS-SUSPENDIDAS    PIC 9(07) VALUE ZERO.
                 10 WSV-CUOTAS-LIBERADAS      PIC 9(07) VALUE ZERO.
                 10 WSV-CUOTAS-PERDIDAS       PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-CARTAS          PIC 9(07) VALUE ZERO.

             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
                     VALUE 'PROCESO FINALIZADO NORMALMENTE'.

       PROCEDURE DIVISION.

       000-CONTROL.

           ACCEPT WSV-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-INICIO FROM TIME.

           DISPLAY 'CONTROL MENSUAL DE ASISTENCIA DE BECARIOS'.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.

           PERFORM 005-LEER-PARAMETROS.
           PERFORM 010-ABRIR-ARCHIVOS.

           PERFORM 021-LEER-PROGRESO.
           PERFORM 022-PROCESAR-PROGRESO UNTIL WSS-FIN-PROGRESO.

           PERFORM 095-ESCRIBIR-RESUMEN.

           CLOSE PROGRESO-FILE.
           CLOSE MASTER-FILE.
           CLOSE ASISTE-FILE.
           IF WSS-HAY-CUOTAS
               CLOSE CUOTAS-FILE
           END-IF.
           CLOSE BAJAS-FILE.
           CLOSE CARTAS-FILE.
           CLOSE REPORTE-FILE.
           CLOSE AUDIT-FILE.

           PERFORM 096-GRABAR-ESTADO.
           MOVE WSV-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       000-CONTROL-END. EXIT.

       005-LEER-PARAMETROS.

           MOVE WSC-UMBRAL-DEFECTO     TO WSV-UMBRAL.
           MOVE WSC-MESES-BAJA-DEFECTO TO WSV-MESES-BAJA.
           MOVE 'R' TO WSC-REGULARIZACION.

           OPEN INPUT PARAMETRO-FILE.
           IF WSS-PARAMETRO-INEXISTENTE
               DISPLAY 'ASISPAR1 AUSENTE, SE USAN LOS VALORES POR '
                       'DEFECTO'
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'ASISPAR1 AUSENTE, VALORES POR DEFECTO'
                   TO WSV-MOTIVO-FIN
           ELSE
               READ PARAMETRO-FILE
                   AT END
                       DISPLAY 'ASISPAR1 VACIO, SE USAN LOS VALORES '
                               'POR DEFECTO'
                       MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
                       MOVE 'ASISPAR1 VACIO, VALORES POR DEFECTO'
                           TO WSV-MOTIVO-FIN
                   NOT AT END
                       IF ASISPAR-UMBRAL IS NUMERIC
                          AND ASISPAR-UMBRAL NOT > 100
                           MOVE ASISPAR-UMBRAL TO WSV-UMBRAL
                       END-IF
                       IF ASISPAR-MESES-BAJA IS NUMERIC
                          AND ASISPAR-MESES-BAJA > ZERO
                           MOVE ASISPAR-MESES-BAJA TO WSV-MESES-BAJA
                       END-IF
                       IF ASISPAR-PAGO-RETROACTIVO
                          OR ASISPAR-CUOTAS-PERDIDAS
                           MOVE ASISPAR-REGULARIZACION
                               TO WSC-REGULARIZACION
                       END-IF
               END-READ
               CLOSE PARAMETRO-FILE
           END-IF.

           DISPLAY 'ASISTENCIA MINIMA: ' WSV-UMBRAL '%'
                   '  MESES PARA BAJA: ' WSV-MESES-BAJA
                   '  REGULARIZACION: ' WSC-REGULARIZACION.

       005-LEER-PARAMETROS-END. EXIT.

       010-ABRIR-ARCHIVOS.

           OPEN INPUT PROGRESO-FILE.
           IF WSS-PROGRESO-INEXISTENTE
               DISPLAY 'ERROR: PROGMES1 NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'PROGMES1 NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           OPEN INPUT MASTER-FILE.
           IF WSS-MASTER-INEXISTENTE
               DISPLAY 'ERROR: CANDMAST NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'CANDMAST NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           OPEN I-O ASISTE-FILE.
           IF WSS-ASISTE-INEXISTENTE
               OPEN OUTPUT ASISTE-FILE
               CLOSE ASISTE-FILE
               OPEN I-O ASISTE-FILE
           END-IF.

           MOVE 'N' TO WSC-HAY-CUOTAS.
           OPEN I-O CUOTAS-FILE.
           IF WSS-CUOTAS-INEXISTENTE
               DISPLAY 'CUOTAS01 AUSENTE, NO HAY CUOTAS A SUSPENDER'
           ELSE
               MOVE 'S' TO WSC-HAY-CUOTAS
           END-IF.

           OPEN EXTEND BAJAS-FILE.
           IF WSS-BAJAS-INEXISTENTE
               OPEN OUTPUT BAJAS-FILE
           END-IF.

           OPEN OUTPUT CARTAS-FILE.
           OPEN OUTPUT REPORTE-FILE.

           OPEN EXTEND AUDIT-FILE.
           IF WSS-AUDIT-INEXISTENTE
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       010-ABRIR-ARCHIVOS-END. EXIT.

       021-LEER-PROGRESO.

           READ PROGRESO-FILE
               AT END MOVE 'S' TO WSC-FIN-PROGRESO
               NOT AT END ADD 1 TO WSV-TOTAL-LEIDOS
           END-READ.

       021-LEER-PROGRESO-END. EXIT.

       022-PROCESAR-PROGRESO.

           IF PROGR-MES IS NOT NUMERIC
              OR PROGR-PORCENTAJE IS NOT NUMERIC
              OR PROGR-PORCENTAJE-NUM > 100
               MOVE 'DATOS DE ASISTENCIA INVALIDOS' TO WSV-RESULTADO-AUX
               PERFORM 080-RECHAZAR-PROGRESO
           ELSE
               PERFORM 023-BUSCAR-MASTER
               IF NOT WSS-MASTER-HALLADO
                   ADD 1 TO WSV-TOTAL-SIN-MASTER
                   DISPLAY 'AVISO: ' PROGR-DNI ' SIN REGISTRO EN '
                           'CANDMAST PARA LA CAMPANIA ' PROGR-CAMPANIA
                   MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
                   MOVE 'ASISTENCIAS SIN REGISTRO EN MASTER'
                       TO WSV-MOTIVO-FIN
               ELSE
                   IF CANDM-ESTADO EQUAL 'A'
                       PERFORM 025-EVALUAR-ASISTENCIA
                   ELSE
                       ADD 1 TO WSV-TOTAL-NO-APLICA
                   END-IF
               END-IF
           END-IF.

           PERFORM 021-LEER-PROGRESO.

       022-PROCESAR-PROGRESO-END. EXIT.

       023-BUSCAR-MASTER.

           MOVE 'N' TO WSC-MASTER-HALLADO.
           MOVE PROGR-CAMPANIA TO CANDM-CAMPANIA.
           MOVE PROGR-DNI      TO CANDM-DNI.
           READ MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'S' TO WSC-MASTER-HALLADO
           END-READ.

       023-BUSCAR-MASTER-END. EXIT.

       024-BUSCAR-SEGUIMIENTO.

           MOVE 'N' TO WSC-ASISTE-HALLADO.
           MOVE PROGR-CAMPANIA TO ASIST-CAMPANIA.
           MOVE PROGR-DNI      TO ASIST-DNI.
           READ ASISTE-FILE
               INVALID KEY
                   INITIALIZE ASIST-REGISTRO
                   MOVE PROGR-CAMPANIA TO ASIST-CAMPANIA
                   MOVE PROGR-DNI      TO ASIST-DNI
                   MOVE 'R'            TO ASIST-ESTADO
               NOT INVALID KEY
                   MOVE 'S' TO WSC-ASISTE-HALLADO
           END-READ.

       024-BUSCAR-SEGUIMIENTO-END. EXIT.

       025-EVALUAR-ASISTENCIA.

           PERFORM 024-BUSCAR-SEGUIMIENTO.

           EVALUATE TRUE
               WHEN WSS-ASISTE-HALLADO AND ASIST-DERIVADO-BAJA
                   ADD 1 TO WSV-TOTAL-NO-APLICA
                   DISPLAY 'AVISO: ' PROGR-DNI ' YA DERIVADO A BAJA, '
                           'SE IGNORA EL MES ' PROGR-MES
               WHEN WSS-ASISTE-HALLADO
                    AND PROGR-MES-NUM NOT > ASIST-ULTIMO-MES
                   MOVE 'MES YA PROCESADO' TO WSV-RESULTADO-AUX
                   PERFORM 080-RECHAZAR-PROGRESO
               WHEN OTHER
                   PERFORM 026-APLICAR-ASISTENCIA
           END-EVALUATE.

       025-EVALUAR-ASISTENCIA-END. EXIT.

       026-APLICAR-ASISTENCIA.

           MOVE 'N' TO WSC-CUMPLE.
           IF PROGR-PORCENTAJE-NUM NOT < WSV-UMBRAL
              AND NOT PROGR-ABANDONO
               MOVE 'S' TO WSC-CUMPLE
           END-IF.

           MOVE CANDM-NOMBRE         TO ASIST-NOMBRE.
           MOVE PROGR-MES-NUM        TO ASIST-ULTIMO-MES.
           MOVE PROGR-PORCENTAJE-NUM TO ASIST-ULTIMO-PORCENTAJE.

           IF WSS-CUMPLE
               ADD 1 TO WSV-TOTAL-CUMPLEN
               IF ASIST-SUSPENDIDO
                   PERFORM 050-REHABILITAR-CUOTAS
               END-IF
           ELSE
               PERFORM 030-SUSPENDER-CUOTAS
           END-IF.

           IF WSS-ASISTE-HALLADO
               REWRITE ASIST-REGISTRO
           ELSE
               WRITE ASIST-REGISTRO
           END-IF.

       026-APLICAR-ASISTENCIA-END. EXIT.

       030-SUSPENDER-CUOTAS.

           ADD 1 TO WSV-TOTAL-SUSPENDIDOS.
           ADD 1 TO ASIST-MESES-SUSPENSION.
           MOVE 'S' TO ASIST-ESTADO.
           MOVE WSV-FECHA-HOY TO ASIST-FECHA-ESTADO.

           MOVE PROGR-MES-NUM TO WSV-MES-LIMITE.
           IF WSV-MES-LIMITE-MES NOT LESS THAN 12
               ADD 1 TO WSV-MES-LIMITE-ANIO
               MOVE 1 TO WSV-MES-LIMITE-MES
           ELSE
               ADD 1 TO WSV-MES-LIMITE-MES
           END-IF.

           MOVE ZERO TO WSV-CUOTAS-DEL-CASO.
           IF WSS-HAY-CUOTAS
               MOVE 'N' TO WSC-FIN-BARRIDO
               MOVE PROGR-CAMPANIA TO CUOTA-CAMPANIA
               MOVE PROGR-DNI      TO CUOTA-DNI
               MOVE ZERO           TO CUOTA-NUMERO
               START CUOTAS-FILE KEY NOT LESS THAN CUOTA-CLAVE
                   INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
               END-START
               PERFORM 031-SUSPENDER-UNA-CUOTA UNTIL WSS-FIN-BARRIDO
           END-IF.
           ADD WSV-CUOTAS-DEL-CASO TO ASIST-CUOTAS-SUSPENDIDAS.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' SUSPENDIDO : '         DELIMITED BY SIZE
                  PROGR-DNI                DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  CANDM-NOMBRE             DELIMITED BY SIZE
                  ' MES '                  DELIMITED BY SIZE
                  PROGR-MES                DELIMITED BY SIZE
                  ' ASISTENCIA '           DELIMITED BY SIZE
                  PROGR-PORCENTAJE         DELIMITED BY SIZE
                  '% ESTADO '              DELIMITED BY SIZE
                  PROGR-ESTADO             DELIMITED BY SIZE
                  ' CUOTAS SUSPENDIDAS '   DELIMITED BY SIZE
                  WSV-CUOTAS-DEL-CASO      DELIMITED BY SIZE
                  ' MESES '                DELIMITED BY SIZE
                  ASIST-MESES-SUSPENSION   DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE 'CUOTAS SUSPENDIDAS ASISTENCIA' TO WSV-RESULTADO-AUX.
           PERFORM 060-REGISTRAR-AUDITORIA.

           IF ASIST-MESES-SUSPENSION NOT LESS THAN WSV-MESES-BAJA
               PERFORM 040-DERIVAR-BAJA
           ELSE
               PERFORM 035-CARTA-ADVERTENCIA
           END-IF.

       030-SUSPENDER-CUOTAS-END. EXIT.

       031-SUSPENDER-UNA-CUOTA.

           READ CUOTAS-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF CUOTA-CAMPANIA NOT EQUAL PROGR-CAMPANIA
                      OR CUOTA-DNI NOT EQUAL PROGR-DNI
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       COMPUTE WSV-PERIODO-CUOTA =
                           CUOTA-VENCIMIENTO / 100
                       IF CUOTA-PENDIENTE
                          AND WSV-PERIODO-CUOTA NOT > WSV-MES-LIMITE
                           MOVE 'S' TO CUOTA-ESTADO
                           MOVE WSV-FECHA-HOY TO CUOTA-FECHA-ESTADO
                           REWRITE CUOTA-REGISTRO
                           ADD 1 TO WSV-CUOTAS-DEL-CASO
                           ADD 1 TO WSV-CUOTAS-SUSPENDIDAS
                       END-IF
                   END-IF
           END-READ.
           IF WSC-CUOTAS-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       031-SUSPENDER-UNA-CUOTA-END. EXIT.

       035-CARTA-ADVERTENCIA.

           ADD 1 TO WSV-TOTAL-CARTAS.
           MOVE SPACES TO WSV-LINEA-CARTA.
           STRING 'PROGRAMA DE BECAS - CAMPANIA ' DELIMITED BY SIZE
                  PROGR-CAMPANIA                  DELIMITED BY SIZE
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
           STRING 'DNI '     DELIMITED BY SIZE
                  PROGR-DNI  DELIMITED BY SIZE
                  INTO WSV-LINEA-CARTA
           END-STRING.
           MOVE WSV-LINEA-CARTA TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.

           MOVE SPACES TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.

           MOVE SPACES TO WSV-LINEA-CARTA.
           STRING 'SU INSTITUCION INFORMO PARA EL MES '
                                  DELIMITED BY SIZE
                  PROGR-MES       DELIMITED BY SIZE
                  ' UNA ASISTENCIA' DELIMITED BY SIZE
                  INTO WSV-LINEA-CARTA
           END-STRING.
           MOVE WSV-LINEA-CARTA TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.

           MOVE SPACES TO WSV-LINEA-CARTA.
           STRING 'DEL '               DELIMITED BY SIZE
                  PROGR-PORCENTAJE     DELIMITED BY SIZE
                  '%, INFERIOR AL '    DELIMITED BY SIZE
                  WSV-UMBRAL           DELIMITED BY SIZE
                  '% REQUERIDO POR EL PROGRAMA.' DELIMITED BY SIZE
                  INTO WSV-LINEA-CARTA
           END-STRING.
           MOVE WSV-LINEA-CARTA TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.

           MOVE 'EL PAGO DE SUS PROXIMAS CUOTAS QUEDA SUSPENDIDO HASTA'
               TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.
           MOVE 'QUE SU INSTITUCION INFORME UN MES CON ASISTENCIA'
               TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.
           MOVE 'REGULAR.'
               TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.

           MOVE SPACES TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.
           MOVE SPACES TO WSV-LINEA-CARTA.
           STRING 'SI LA SITUACION SE REPITE DURANTE '
                                  DELIMITED BY SIZE
                  WSV-MESES-BAJA  DELIMITED BY SIZE
                  ' MESES'        DELIMITED BY SIZE
                  INTO WSV-LINEA-CARTA
           END-STRING.
           MOVE WSV-LINEA-CARTA TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.
           MOVE 'CONSECUTIVOS SU BECA SERA DADA DE BAJA.'
               TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.

       035-CARTA-ADVERTENCIA-END. EXIT.

       040-DERIVAR-BAJA.

           ADD 1 TO WSV-TOTAL-DERIVADOS.
           MOVE 'D' TO ASIST-ESTADO.

           MOVE SPACES TO WSV-MOTIVO-BAJA.
           STRING 'INASISTENCIA '           DELIMITED BY SIZE
                  ASIST-MESES-SUSPENSION    DELIMITED BY SIZE
                  ' MESES CONSECUTIVOS'     DELIMITED BY SIZE
                  INTO WSV-MOTIVO-BAJA
           END-STRING.

           MOVE PROGR-DNI       TO BAJA-DNI.
           MOVE PROGR-CAMPANIA  TO BAJA-CAMPANIA.
           MOVE WSV-FECHA-HOY   TO BAJA-FECHA.
           MOVE WSV-MOTIVO-BAJA TO BAJA-MOTIVO.
           WRITE BAJA-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' DERIVADO A BAJA: '   DELIMITED BY SIZE
                  PROGR-DNI              DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  CANDM-NOMBRE           DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WSV-MOTIVO-BAJA        DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE 'DERIVADO A BAJA - ASISTENCIA' TO WSV-RESULTADO-AUX.
           PERFORM 060-REGISTRAR-AUDITORIA.

           MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO.
           MOVE 'BECARIOS DERIVADOS A BAJA' TO WSV-MOTIVO-FIN.

       040-DERIVAR-BAJA-END. EXIT.

       050-REHABILITAR-CUOTAS.

           ADD 1 TO WSV-TOTAL-REHABILITADOS.
           MOVE ZERO TO WSV-CUOTAS-DEL-CASO.
           MOVE WSV-FECHA-HOY TO WSV-PROXIMO-VENCIMIENTO.

           IF WSS-HAY-CUOTAS
               IF WSS-PAGO-RETROACTIVO
                   MOVE 'N' TO WSC-FIN-BARRIDO
                   MOVE PROGR-CAMPANIA TO CUOTA-CAMPANIA
                   MOVE PROGR-DNI      TO CUOTA-DNI
                   MOVE ZERO           TO CUOTA-NUMERO
                   START CUOTAS-FILE KEY NOT LESS THAN CUOTA-CLAVE
                       INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
                   END-START
                   PERFORM 051-BUSCAR-PROXIMA-CUOTA
                       UNTIL WSS-FIN-BARRIDO
               END-IF
               MOVE 'N' TO WSC-FIN-BARRIDO
               MOVE PROGR-CAMPANIA TO CUOTA-CAMPANIA
               MOVE PROGR-DNI      TO CUOTA-DNI
               MOVE ZERO           TO CUOTA-NUMERO
               START CUOTAS-FILE KEY NOT LESS THAN CUOTA-CLAVE
                   INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
               END-START
               PERFORM 052-LIBERAR-UNA-CUOTA UNTIL WSS-FIN-BARRIDO
           END-IF.

           MOVE 'R'  TO ASIST-ESTADO.
           MOVE ZERO TO ASIST-MESES-SUSPENSION.
           MOVE ZERO TO ASIST-CUOTAS-SUSPENDIDAS.
           MOVE WSV-FECHA-HOY TO ASIST-FECHA-ESTADO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           IF WSS-PAGO-RETROACTIVO
               MOVE 'CUOTAS REHABILITADAS' TO WSV-RESULTADO-AUX
               STRING ' REHABILITADO: '  DELIMITED BY SIZE
                      PROGR-DNI          DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      CANDM-NOMBRE       DELIMITED BY SIZE
                      ' MES '            DELIMITED BY SIZE
                      PROGR-MES          DELIMITED BY SIZE
                      ' CUOTAS A PAGAR '  DELIMITED BY SIZE
                      WSV-CUOTAS-DEL-CASO DELIMITED BY SIZE
                      ' VENCIMIENTO '    DELIMITED BY SIZE
                      WSV-PROXIMO-VENCIMIENTO DELIMITED BY SIZE
                      INTO WSV-LINEA-REPORTE
               END-STRING
           ELSE
               MOVE 'CUOTAS SUSPENDIDAS PERDIDAS' TO WSV-RESULTADO-AUX
               STRING ' REHABILITADO: '  DELIMITED BY SIZE
                      PROGR-DNI          DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      CANDM-NOMBRE       DELIMITED BY SIZE
                      ' MES '            DELIMITED BY SIZE
                      PROGR-MES          DELIMITED BY SIZE
                      ' CUOTAS PERDIDAS ' DELIMITED BY SIZE
                      WSV-CUOTAS-DEL-CASO DELIMITED BY SIZE
                      INTO WSV-LINEA-REPORTE
               END-STRING
           END-IF.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           PERFORM 060-REGISTRAR-AUDITORIA.

       050-REHABILITAR-CUOTAS-END. EXIT.

       051-BUSCAR-PROXIMA-CUOTA.

           READ CUOTAS-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF CUOTA-CAMPANIA NOT EQUAL PROGR-CAMPANIA
                      OR CUOTA-DNI NOT EQUAL PROGR-DNI
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       IF CUOTA-PENDIENTE
                          AND CUOTA-VENCIMIENTO > WSV-FECHA-HOY
                           MOVE CUOTA-VENCIMIENTO
                               TO WSV-PROXIMO-VENCIMIENTO
                           MOVE 'S' TO WSC-FIN-BARRIDO
                       END-IF
                   END-IF
           END-READ.
           IF WSC-CUOTAS-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       051-BUSCAR-PROXIMA-CUOTA-END. EXIT.

       052-LIBERAR-UNA-CUOTA.

           READ CUOTAS-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF CUOTA-CAMPANIA NOT EQUAL PROGR-CAMPANIA
                      OR CUOTA-DNI NOT EQUAL PROGR-DNI
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       IF CUOTA-SUSPENDIDA
                           PERFORM 053-REGULARIZAR-CUOTA
                       END-IF
                   END-IF
           END-READ.
           IF WSC-CUOTAS-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       052-LIBERAR-UNA-CUOTA-END. EXIT.

       053-REGULARIZAR-CUOTA.

           ADD 1 TO WSV-CUOTAS-DEL-CASO.
           IF WSS-PAGO-RETROACTIVO
               MOVE 'P' TO CUOTA-ESTADO
               IF CUOTA-VENCIMIENTO < WSV-PROXIMO-VENCIMIENTO
                   MOVE WSV-PROXIMO-VENCIMIENTO TO CUOTA-VENCIMIENTO
               END-IF
               ADD 1 TO WSV-CUOTAS-LIBERADAS
           ELSE
               MOVE 'C' TO CUOTA-ESTADO
               ADD 1 TO WSV-CUOTAS-PERDIDAS
           END-IF.
           MOVE WSV-FECHA-HOY TO CUOTA-FECHA-ESTADO.
           REWRITE CUOTA-REGISTRO.

       053-REGULARIZAR-CUOTA-END. EXIT.

       060-REGISTRAR-AUDITORIA.

           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE WSC-PROGRAMA-ID   TO AUDIT-PROGRAMA.
           MOVE PROGR-DNI         TO AUDIT-DNI.
           MOVE CANDM-NOMBRE      TO AUDIT-NOMBRE.
           MOVE WSV-RESULTADO-AUX TO AUDIT-RESULTADO.
           MOVE PROGR-CAMPANIA    TO AUDIT-CAMPANIA.
           WRITE AUDIT-REGISTRO.

       060-REGISTRAR-AUDITORIA-END. EXIT.

       080-RECHAZAR-PROGRESO.

           ADD 1 TO WSV-TOTAL-RECHAZADOS.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' RECHAZADO  : '   DELIMITED BY SIZE
                  PROGR-DNI          DELIMITED BY SIZE
                  ' CAMPANIA '       DELIMITED BY SIZE
                  PROGR-CAMPANIA     DELIMITED BY SIZE
                  ' MES '            DELIMITED BY SIZE
                  PROGR-MES          DELIMITED BY SIZE
                  ' ASISTENCIA '     DELIMITED BY SIZE
                  PROGR-PORCENTAJE   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WSV-RESULTADO-AUX  DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO.
           MOVE 'REGISTROS DE ASISTENCIA RECHAZADOS' TO WSV-MOTIVO-FIN.

       080-RECHAZAR-PROGRESO-END. EXIT.

       095-ESCRIBIR-RESUMEN.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' INFORMES: '          DELIMITED BY SIZE
                  WSV-TOTAL-LEIDOS       DELIMITED BY SIZE
                  '  CUMPLEN: '          DELIMITED BY SIZE
                  WSV-TOTAL-CUMPLEN      DELIMITED BY SIZE
                  '  SUSPENDIDOS: '      DELIMITED BY SIZE
                  WSV-TOTAL-SUSPENDIDOS  DELIMITED BY SIZE
                  '  REHABILITADOS: '    DELIMITED BY SIZE
                  WSV-TOTAL-REHABILITADOS DELIMITED BY SIZE
                  '  DERIVADOS A BAJA: ' DELIMITED BY SIZE
                  WSV-TOTAL-DERIVADOS    DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' CUOTAS SUSPENDIDAS: '  DELIMITED BY SIZE
                  WSV-CUOTAS-SUSPENDIDAS   DELIMITED BY SIZE
                  '  LIBERADAS: '          DELIMITED BY SIZE
                  WSV-CUOTAS-LIBERADAS     DELIMITED BY SIZE
                  '  PERDIDAS: '           DELIMITED BY SIZE
                  WSV-CUOTAS-PERDIDAS      DELIMITED BY SIZE
                  '  CARTAS DE ADVERTENCIA: ' DELIMITED BY SIZE
                  WSV-TOTAL-CARTAS         DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' RECHAZADOS: '             DELIMITED BY SIZE
                  WSV-TOTAL-RECHAZADOS        DELIMITED BY SIZE
                  '  SIN REGISTRO EN MASTER: ' DELIMITED BY SIZE
                  WSV-TOTAL-SIN-MASTER        DELIMITED BY SIZE
                  '  NO APLICABLES: '         DELIMITED BY SIZE
                  WSV-TOTAL-NO-APLICA         DELIMITED BY SIZE
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
           COMPUTE ESTADO-ESCRITOS = WSV-TOTAL-SUSPENDIDOS
               + WSV-TOTAL-REHABILITADOS.
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

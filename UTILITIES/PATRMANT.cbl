       IDENTIFICATION DIVISION.
       PROGRAM-ID.                            PATRMANT.
       AUTHOR.                                AYMARA M FUSARO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOVED-FILE   ASSIGN TO "PATRNOV1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-NOVED-ESTADO.

           SELECT PATROC-FILE  ASSIGN TO "PATROCI1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PATR-CLAVE
                               FILE STATUS IS WSC-PATROC-ESTADO.

           SELECT REPORTE-FILE ASSIGN TO "PATRRPT1"
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
           05 NOVED-CAMPANIA                PIC X(06).
           05 NOVED-CODIGO                  PIC X(06).
           05 NOVED-TRACK                   PIC X.
           05 NOVED-NOMBRE                  PIC X(30).
           05 NOVED-CUIT                    PIC X(11).
           05 NOVED-COMPROMETIDO            PIC X(11).
           05 NOVED-COMPROMETIDO-NUM REDEFINES NOVED-COMPROMETIDO
                                            PIC 9(11).

       FD  PATROC-FILE.
           COPY PATRREG.

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
                                               VALUE 'PATRMANT'.
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

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-NOVED-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-NOVED-INEXISTENTE              VALUE '35'.
             05 WSC-PATROC-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-PATROC-INEXISTENTE             VALUE '35'.
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
             05 WSV-SALDO                     PIC 9(11) VALUE ZERO.

             05 WSV-CONTADORES.
                 10 WSV-TOTAL-LEIDOS          PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-ALTAS           PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-MODIFICADAS     PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-BAJAS           PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-RECHAZADOS      PIC 9(07) VALUE ZERO.
                 10 WSV-TABLA-ACTIVOS         PIC 9(07) VALUE ZERO.
                 10 WSV-TABLA-COMPROMETIDO    PIC 9(13) VALUE ZERO.
                 10 WSV-TABLA-ASIGNADO        PIC 9(13) VALUE ZERO.

             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
                     VALUE 'PROCESO FINALIZADO NORMALMENTE'.

       PROCEDURE DIVISION.

       000-CONTROL.

           ACCEPT WSV-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-INICIO FROM TIME.

           DISPLAY 'MANTENIMIENTO DE PATROCINADORES Y COMPROMISOS'.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.

           PERFORM 010-ABRIR-ARCHIVOS.

           PERFORM 021-LEER-NOVEDAD.
           PERFORM 022-PROCESAR-NOVEDAD UNTIL WSS-FIN-NOVED.
           CLOSE NOVED-FILE.

           PERFORM 070-LISTAR-PATROCINADORES.
           PERFORM 095-ESCRIBIR-RESUMEN.

           CLOSE PATROC-FILE.
           CLOSE REPORTE-FILE.
           CLOSE AUDIT-FILE.

           PERFORM 096-GRABAR-ESTADO.
           MOVE WSV-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       000-CONTROL-END. EXIT.

       010-ABRIR-ARCHIVOS.

           OPEN INPUT NOVED-FILE.
           IF WSS-NOVED-INEXISTENTE
               DISPLAY 'ERROR: PATRNOV1 NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'PATRNOV1 NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           OPEN I-O PATROC-FILE.
           IF WSS-PATROC-INEXISTENTE
               OPEN OUTPUT PATROC-FILE
               CLOSE PATROC-FILE
               OPEN I-O PATROC-FILE
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

           IF WSS-NOVED-VALIDA AND NOVED-CAMPANIA EQUAL SPACES
               MOVE 'N' TO WSC-NOVED-VALIDA
               MOVE 'CAMPANIA EN BLANCO' TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-NOVED-VALIDA AND NOVED-CODIGO EQUAL SPACES
               MOVE 'N' TO WSC-NOVED-VALIDA
               MOVE 'CODIGO DE PATROCINADOR EN BLANCO'
                   TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-NOVED-VALIDA
              AND NOVED-TRACK NOT EQUAL 'T'
              AND NOVED-TRACK NOT EQUAL 'U'
              AND NOVED-TRACK NOT EQUAL '*'
               MOVE 'N' TO WSC-NOVED-VALIDA
               MOVE 'TRACK INVALIDO (T, U O *)' TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-NOVED-VALIDA AND NOVED-ES-ALTA
               IF NOVED-NOMBRE EQUAL SPACES
                   MOVE 'N' TO WSC-NOVED-VALIDA
                   MOVE 'NOMBRE EN BLANCO' TO WSV-MOTIVO-RECHAZO
               END-IF
               IF WSS-NOVED-VALIDA
                  AND NOVED-COMPROMETIDO IS NOT NUMERIC
                   MOVE 'N' TO WSC-NOVED-VALIDA
                   MOVE 'IMPORTE COMPROMETIDO INVALIDO'
                       TO WSV-MOTIVO-RECHAZO
               END-IF
           END-IF.

       030-VALIDAR-NOVEDAD-END. EXIT.

       050-APLICAR-ALTA.

           MOVE 'S' TO WSC-CLAVE-EXISTE.
           MOVE NOVED-CAMPANIA TO PATR-CAMPANIA.
           MOVE NOVED-CODIGO   TO PATR-CODIGO.
           MOVE NOVED-TRACK    TO PATR-TRACK.
           READ PATROC-FILE
               INVALID KEY MOVE 'N' TO WSC-CLAVE-EXISTE
           END-READ.

           IF WSS-CLAVE-EXISTE
              AND NOVED-COMPROMETIDO-NUM < PATR-ASIGNADO
               MOVE 'N' TO WSC-NOVED-VALIDA
               MOVE 'COMPROMISO MENOR AL ASIGNADO'
                   TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-NOVED-VALIDA
               MOVE NOVED-NOMBRE           TO PATR-NOMBRE
               MOVE NOVED-CUIT             TO PATR-CUIT
               MOVE 'A'                    TO PATR-ESTADO
               MOVE NOVED-COMPROMETIDO-NUM TO PATR-COMPROMETIDO
               MOVE WSV-FECHA-HOY          TO PATR-FECHA-ESTADO
               IF WSS-CLAVE-EXISTE
                   REWRITE PATR-REGISTRO
                   ADD 1 TO WSV-TOTAL-MODIFICADAS
                   MOVE 'PATROCINIO MODIFICACION'
                       TO WSV-RESULTADO-AUX
               ELSE
                   MOVE ZERO          TO PATR-ASIGNADO
                   MOVE ZERO          TO PATR-BECARIOS
                   MOVE WSV-FECHA-HOY TO PATR-FECHA-ALTA
                   WRITE PATR-REGISTRO
                   ADD 1 TO WSV-TOTAL-ALTAS
                   MOVE 'PATROCINIO ALTA' TO WSV-RESULTADO-AUX
               END-IF
               PERFORM 085-INFORMAR-NOVEDAD
           END-IF.

       050-APLICAR-ALTA-END. EXIT.

       055-APLICAR-BAJA.

           MOVE NOVED-CAMPANIA TO PATR-CAMPANIA.
           MOVE NOVED-CODIGO   TO PATR-CODIGO.
           MOVE NOVED-TRACK    TO PATR-TRACK.
           READ PATROC-FILE
               INVALID KEY
                   MOVE 'N' TO WSC-NOVED-VALIDA
                   MOVE 'PATROCINIO NO CARGADO' TO WSV-MOTIVO-RECHAZO
           END-READ.

           IF WSS-NOVED-VALIDA
               MOVE 'I'           TO PATR-ESTADO
               MOVE WSV-FECHA-HOY TO PATR-FECHA-ESTADO
               REWRITE PATR-REGISTRO
               ADD 1 TO WSV-TOTAL-BAJAS
               MOVE 'PATROCINIO BAJA' TO WSV-RESULTADO-AUX
               PERFORM 085-INFORMAR-NOVEDAD
           END-IF.

       055-APLICAR-BAJA-END. EXIT.

       070-LISTAR-PATROCINADORES.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE ' PATROCINIOS VIGENTES' TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE LOW-VALUES TO PATR-CLAVE.
           START PATROC-FILE KEY NOT LESS THAN PATR-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 071-LISTAR-UN-PATROCINIO UNTIL WSS-FIN-BARRIDO.

       070-LISTAR-PATROCINADORES-END. EXIT.

       071-LISTAR-UN-PATROCINIO.

           READ PATROC-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF PATR-ACTIVO
                       ADD 1 TO WSV-TABLA-ACTIVOS
                       ADD PATR-COMPROMETIDO TO WSV-TABLA-COMPROMETIDO
                       ADD PATR-ASIGNADO TO WSV-TABLA-ASIGNADO
                       COMPUTE WSV-SALDO =
                           PATR-COMPROMETIDO - PATR-ASIGNADO
                       MOVE SPACES TO WSV-LINEA-REPORTE
                       STRING ' '               DELIMITED BY SIZE
                              PATR-CAMPANIA     DELIMITED BY SIZE
                              ' '               DELIMITED BY SIZE
                              PATR-CODIGO       DELIMITED BY SIZE
                              ' TRACK '         DELIMITED BY SIZE
                              PATR-TRACK        DELIMITED BY SIZE
                              ' '               DELIMITED BY SIZE
                              PATR-NOMBRE       DELIMITED BY SIZE
                              ' COMPROMETIDO $' DELIMITED BY SIZE
                              PATR-COMPROMETIDO DELIMITED BY SIZE
                              ' ASIGNADO $'     DELIMITED BY SIZE
                              PATR-ASIGNADO     DELIMITED BY SIZE
                              ' DISPONIBLE $'   DELIMITED BY SIZE
                              WSV-SALDO         DELIMITED BY SIZE
                              INTO WSV-LINEA-REPORTE
                       END-STRING
                       MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO
                       WRITE REPORTE-REGISTRO
                   END-IF
           END-READ.
           IF WSC-PATROC-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       071-LISTAR-UN-PATROCINIO-END. EXIT.

       080-RECHAZAR-NOVEDAD.

           ADD 1 TO WSV-TOTAL-RECHAZADOS.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' RECHAZADO: '     DELIMITED BY SIZE
                  NOVED-ACCION       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  NOVED-CAMPANIA     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  NOVED-CODIGO       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  NOVED-TRACK        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WSV-MOTIVO-RECHAZO DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO.
           MOVE 'NOVEDADES DE PATROCINIO RECHAZADAS'
               TO WSV-MOTIVO-FIN.

       080-RECHAZAR-NOVEDAD-END. EXIT.

       085-INFORMAR-NOVEDAD.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' '                DELIMITED BY SIZE
                  WSV-RESULTADO-AUX  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  PATR-CAMPANIA      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  PATR-CODIGO        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  PATR-TRACK         DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  PATR-NOMBRE        DELIMITED BY SIZE
                  ' $'               DELIMITED BY SIZE
                  PATR-COMPROMETIDO  DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE WSC-PROGRAMA-ID   TO AUDIT-PROGRAMA.
           MOVE ZERO              TO AUDIT-DNI.
           MOVE SPACES            TO AUDIT-NOMBRE.
           STRING PATR-CODIGO     DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  PATR-NOMBRE     DELIMITED BY SIZE
                  INTO AUDIT-NOMBRE
           END-STRING.
           MOVE WSV-RESULTADO-AUX TO AUDIT-RESULTADO.
           MOVE PATR-CAMPANIA     TO AUDIT-CAMPANIA.
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
                  '  BAJAS: '              DELIMITED BY SIZE
                  WSV-TOTAL-BAJAS          DELIMITED BY SIZE
                  '  RECHAZADAS: '         DELIMITED BY SIZE
                  WSV-TOTAL-RECHAZADOS     DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' PATROCINIOS ACTIVOS: '  DELIMITED BY SIZE
                  WSV-TABLA-ACTIVOS        DELIMITED BY SIZE
                  '  COMPROMETIDO $'       DELIMITED BY SIZE
                  WSV-TABLA-COMPROMETIDO   DELIMITED BY SIZE
                  '  ASIGNADO $'           DELIMITED BY SIZE
                  WSV-TABLA-ASIGNADO       DELIMITED BY SIZE
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

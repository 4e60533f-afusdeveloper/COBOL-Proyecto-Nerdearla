       IDENTIFICATION DIVISION.
       PROGRAM-ID.                            CPOSMANT.
       AUTHOR.                                AYMARA M FUSARO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOVED-FILE   ASSIGN TO "CPOSNOV1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-NOVED-ESTADO.

           SELECT CODPOST-FILE ASSIGN TO "CODPOST1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CPOST-CLAVE
                               FILE STATUS IS WSC-CODPOST-ESTADO.

           SELECT REPORTE-FILE ASSIGN TO "CPOSRPT1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-REPORTE-ESTADO.

           SELECT AUDIT-FILE   ASSIGN TO "AUDITLOG"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-AUDIT-ESTADO.

           SELECT TARJETA-FILE ASSIGN TO "CTRLCRDI"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-TARJETA-ESTADO.

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
               88 NOVED-ES-VARIANTE                  VALUE 'V'.
           05 NOVED-CODPOSTAL               PIC X(08).
           05 NOVED-LOCALIDAD               PIC X(20).
           05 NOVED-PROVINCIA               PIC X(20).
           05 NOVED-LOCALIDAD-OFICIAL       PIC X(20).

       FD  CODPOST-FILE.
           COPY CPOSREG.

       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  REPORTE-REGISTRO                 PIC X(132).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDITREG.

       FD  TARJETA-FILE
           RECORDING MODE IS F.
       01  TARJETA-REGISTRO.
           05 TARJETA-MODO                  PIC X.

       FD  ESTADO-FILE
           RECORDING MODE IS F.
           COPY ESTADREG.

       WORKING-STORAGE SECTION.

         01 WSC-CONSTANTES.
             05 WSC-PROGRAMA-ID               PIC X(08)
                                               VALUE 'CPOSMANT'.
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
             05 WSC-HAY-NOVEDADES             PIC X    VALUE 'N'.
                 88 WSS-HAY-NOVEDADES                  VALUE 'S'.
             05 WSC-NOVED-VALIDA              PIC X    VALUE 'N'.
                 88 WSS-NOVED-VALIDA                   VALUE 'S'.
             05 WSC-CLAVE-EXISTE              PIC X    VALUE 'N'.
                 88 WSS-CLAVE-EXISTE                   VALUE 'S'.
             05 WSC-OFICIAL-EXISTE            PIC X    VALUE 'N'.
                 88 WSS-OFICIAL-EXISTE                 VALUE 'S'.
             05 WSC-MODO                      PIC X    VALUE 'N'.
                 88 WSS-MODO-TOTAL                     VALUE 'T'.
                 88 WSS-MODO-NOVEDADES                 VALUE 'N'.

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-NOVED-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-NOVED-INEXISTENTE              VALUE '35'.
             05 WSC-CODPOST-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-CODPOST-INEXISTENTE            VALUE '35'.
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
             05 WSV-LINEA-REPORTE             PIC X(132).
             05 WSV-MOTIVO-RECHAZO            PIC X(30) VALUE SPACES.
             05 WSV-RESULTADO-AUX             PIC X(30) VALUE SPACES.
             05 WSV-PROVINCIA-OFICIAL         PIC X(20) VALUE SPACES.
             05 WSV-CLAVE-GUARDADA            PIC X(28) VALUE SPACES.
             05 WSV-REGISTRO-GUARDADO         PIC X(77) VALUE SPACES.

             05 WSV-CONTADORES.
                 10 WSV-TOTAL-LEIDOS          PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-ALTAS           PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-MODIFICADAS     PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-BAJAS           PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-VARIANTES       PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-RECHAZADOS      PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-DEPURADOS       PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-HUERFANAS       PIC 9(07) VALUE ZERO.
                 10 WSV-TABLA-OFICIALES       PIC 9(07) VALUE ZERO.
                 10 WSV-TABLA-VARIANTES       PIC 9(07) VALUE ZERO.

             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
                     VALUE 'PROCESO FINALIZADO NORMALMENTE'.

       PROCEDURE DIVISION.

       000-CONTROL.

           ACCEPT WSV-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-INICIO FROM TIME.

           DISPLAY 'MANTENIMIENTO DE CODIGOS POSTALES Y LOCALIDADES'.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.

           PERFORM 001-LEER-TARJETA.
           PERFORM 010-ABRIR-ARCHIVOS.

           IF WSS-MODO-TOTAL
               PERFORM 040-DEPURAR-OFICIALES
           END-IF.

           IF WSS-HAY-NOVEDADES
               PERFORM 021-LEER-NOVEDAD
               PERFORM 022-PROCESAR-NOVEDAD UNTIL WSS-FIN-NOVED
               CLOSE NOVED-FILE
           END-IF.

           PERFORM 070-VERIFICAR-VARIANTES.
           PERFORM 095-ESCRIBIR-RESUMEN.

           CLOSE CODPOST-FILE.
           CLOSE REPORTE-FILE.
           CLOSE AUDIT-FILE.

           PERFORM 096-GRABAR-ESTADO.
           MOVE WSV-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       000-CONTROL-END. EXIT.

       001-LEER-TARJETA.

           MOVE 'N' TO WSC-MODO.
           OPEN INPUT TARJETA-FILE.
           IF NOT WSS-TARJETA-INEXISTENTE
               READ TARJETA-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF TARJETA-MODO EQUAL 'T'
                           MOVE 'T' TO WSC-MODO
                       END-IF
               END-READ
               CLOSE TARJETA-FILE
           END-IF.
           IF WSS-MODO-TOTAL
               DISPLAY 'MODO: RECARGA TOTAL DE LA PUBLICACION POSTAL'
           ELSE
               DISPLAY 'MODO: APLICACION DE NOVEDADES'
           END-IF.

       001-LEER-TARJETA-END. EXIT.

       010-ABRIR-ARCHIVOS.

           MOVE 'N' TO WSC-HAY-NOVEDADES.
           OPEN INPUT NOVED-FILE.
           IF WSS-NOVED-INEXISTENTE
               IF WSS-MODO-TOTAL
                   DISPLAY 'ERROR: CPOSNOV1 NO EXISTE Y SE PIDIO '
                           'RECARGA TOTAL. ABORTANDO.'
                   MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
                   MOVE 'CPOSNOV1 NO EXISTE EN RECARGA TOTAL'
                       TO WSV-MOTIVO-FIN
                   PERFORM 097-ABORTAR
               END-IF
               DISPLAY 'CPOSNOV1 AUSENTE, SOLO SE VALIDA LA TABLA'
           ELSE
               MOVE 'S' TO WSC-HAY-NOVEDADES
           END-IF.

           OPEN I-O CODPOST-FILE.
           IF WSS-CODPOST-INEXISTENTE
               OPEN OUTPUT CODPOST-FILE
               CLOSE CODPOST-FILE
               OPEN I-O CODPOST-FILE
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
                   WHEN NOVED-ES-VARIANTE
                       PERFORM 060-APLICAR-VARIANTE
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
              AND NOT NOVED-ES-VARIANTE
               MOVE 'N' TO WSC-NOVED-VALIDA
               MOVE 'ACCION INVALIDA' TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-NOVED-VALIDA AND NOVED-CODPOSTAL EQUAL SPACES
               MOVE 'N' TO WSC-NOVED-VALIDA
               MOVE 'CODIGO POSTAL EN BLANCO' TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-NOVED-VALIDA AND NOVED-LOCALIDAD EQUAL SPACES
               MOVE 'N' TO WSC-NOVED-VALIDA
               MOVE 'LOCALIDAD EN BLANCO' TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-NOVED-VALIDA AND NOVED-ES-ALTA
              AND NOVED-PROVINCIA EQUAL SPACES
               MOVE 'N' TO WSC-NOVED-VALIDA
               MOVE 'PROVINCIA EN BLANCO' TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-NOVED-VALIDA AND NOVED-ES-VARIANTE
               IF NOVED-LOCALIDAD-OFICIAL EQUAL SPACES
                   MOVE 'N' TO WSC-NOVED-VALIDA
                   MOVE 'LOCALIDAD OFICIAL EN BLANCO'
                       TO WSV-MOTIVO-RECHAZO
               ELSE
                   IF NOVED-LOCALIDAD-OFICIAL EQUAL NOVED-LOCALIDAD
                       MOVE 'N' TO WSC-NOVED-VALIDA
                       MOVE 'VARIANTE IGUAL A LA OFICIAL'
                           TO WSV-MOTIVO-RECHAZO
                   END-IF
               END-IF
           END-IF.

       030-VALIDAR-NOVEDAD-END. EXIT.

       040-DEPURAR-OFICIALES.

           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE LOW-VALUES TO CPOST-CLAVE.
           START CODPOST-FILE KEY NOT LESS THAN CPOST-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 041-DEPURAR-UN-REGISTRO UNTIL WSS-FIN-BARRIDO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' RECARGA TOTAL: LOCALIDADES OFICIALES DEPURADAS '
                                      DELIMITED BY SIZE
                  WSV-TOTAL-DEPURADOS DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE WSC-PROGRAMA-ID   TO AUDIT-PROGRAMA.
           MOVE WSV-TOTAL-DEPURADOS TO AUDIT-DNI.
           MOVE 'RECARGA TOTAL DE LA TABLA' TO AUDIT-NOMBRE.
           MOVE 'CODPOSTAL DEPURACION' TO AUDIT-RESULTADO.
           MOVE SPACES            TO AUDIT-CAMPANIA.
           WRITE AUDIT-REGISTRO.

       040-DEPURAR-OFICIALES-END. EXIT.

       041-DEPURAR-UN-REGISTRO.

           READ CODPOST-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF CPOST-ES-OFICIAL
                       DELETE CODPOST-FILE RECORD
                       ADD 1 TO WSV-TOTAL-DEPURADOS
                   END-IF
           END-READ.
           IF WSC-CODPOST-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       041-DEPURAR-UN-REGISTRO-END. EXIT.

       050-APLICAR-ALTA.

           MOVE 'S' TO WSC-CLAVE-EXISTE.
           MOVE NOVED-CODPOSTAL TO CPOST-CODPOSTAL.
           MOVE NOVED-LOCALIDAD TO CPOST-LOCALIDAD.
           READ CODPOST-FILE
               INVALID KEY MOVE 'N' TO WSC-CLAVE-EXISTE
           END-READ.

           MOVE NOVED-CODPOSTAL TO CPOST-CODPOSTAL.
           MOVE NOVED-LOCALIDAD TO CPOST-LOCALIDAD.
           MOVE 'O'             TO CPOST-TIPO.
           MOVE NOVED-LOCALIDAD TO CPOST-LOCALIDAD-OFICIAL.
           MOVE NOVED-PROVINCIA TO CPOST-PROVINCIA.

           IF WSS-CLAVE-EXISTE
               REWRITE CPOST-REGISTRO
               ADD 1 TO WSV-TOTAL-MODIFICADAS
               MOVE 'CODPOSTAL MODIFICACION' TO WSV-RESULTADO-AUX
           ELSE
               MOVE WSV-FECHA-HOY TO CPOST-FECHA-ALTA
               WRITE CPOST-REGISTRO
               ADD 1 TO WSV-TOTAL-ALTAS
               MOVE 'CODPOSTAL ALTA' TO WSV-RESULTADO-AUX
           END-IF.

           PERFORM 085-INFORMAR-NOVEDAD.

       050-APLICAR-ALTA-END. EXIT.

       055-APLICAR-BAJA.

           MOVE NOVED-CODPOSTAL TO CPOST-CODPOSTAL.
           MOVE NOVED-LOCALIDAD TO CPOST-LOCALIDAD.
           READ CODPOST-FILE
               INVALID KEY
                   MOVE 'N' TO WSC-NOVED-VALIDA
                   MOVE 'LOCALIDAD NO CARGADA' TO WSV-MOTIVO-RECHAZO
           END-READ.

           IF WSS-NOVED-VALIDA
               DELETE CODPOST-FILE RECORD
               ADD 1 TO WSV-TOTAL-BAJAS
               MOVE 'CODPOSTAL BAJA' TO WSV-RESULTADO-AUX
               PERFORM 085-INFORMAR-NOVEDAD
           END-IF.

       055-APLICAR-BAJA-END. EXIT.

       060-APLICAR-VARIANTE.

           MOVE 'S' TO WSC-OFICIAL-EXISTE.
           MOVE NOVED-CODPOSTAL         TO CPOST-CODPOSTAL.
           MOVE NOVED-LOCALIDAD-OFICIAL TO CPOST-LOCALIDAD.
           READ CODPOST-FILE
               INVALID KEY MOVE 'N' TO WSC-OFICIAL-EXISTE
           END-READ.
           IF WSS-OFICIAL-EXISTE AND NOT CPOST-ES-OFICIAL
               MOVE 'N' TO WSC-OFICIAL-EXISTE
           END-IF.
           IF NOT WSS-OFICIAL-EXISTE
               MOVE 'N' TO WSC-NOVED-VALIDA
               MOVE 'LOCALIDAD OFICIAL INEXISTENTE'
                   TO WSV-MOTIVO-RECHAZO
           ELSE
               MOVE CPOST-PROVINCIA TO WSV-PROVINCIA-OFICIAL
           END-IF.

           IF WSS-NOVED-VALIDA
               MOVE 'S' TO WSC-CLAVE-EXISTE
               MOVE NOVED-CODPOSTAL TO CPOST-CODPOSTAL
               MOVE NOVED-LOCALIDAD TO CPOST-LOCALIDAD
               READ CODPOST-FILE
                   INVALID KEY MOVE 'N' TO WSC-CLAVE-EXISTE
               END-READ
               IF WSS-CLAVE-EXISTE AND CPOST-ES-OFICIAL
                   MOVE 'N' TO WSC-NOVED-VALIDA
                   MOVE 'LOCALIDAD YA CARGADA COMO OFICIAL'
                       TO WSV-MOTIVO-RECHAZO
               END-IF
           END-IF.

           IF WSS-NOVED-VALIDA
               MOVE NOVED-CODPOSTAL         TO CPOST-CODPOSTAL
               MOVE NOVED-LOCALIDAD         TO CPOST-LOCALIDAD
               MOVE 'V'                     TO CPOST-TIPO
               MOVE NOVED-LOCALIDAD-OFICIAL TO CPOST-LOCALIDAD-OFICIAL
               MOVE WSV-PROVINCIA-OFICIAL   TO CPOST-PROVINCIA
               IF WSS-CLAVE-EXISTE
                   REWRITE CPOST-REGISTRO
               ELSE
                   MOVE WSV-FECHA-HOY TO CPOST-FECHA-ALTA
                   WRITE CPOST-REGISTRO
               END-IF
               ADD 1 TO WSV-TOTAL-VARIANTES
               MOVE 'CODPOSTAL VARIANTE' TO WSV-RESULTADO-AUX
               PERFORM 085-INFORMAR-NOVEDAD
           END-IF.

       060-APLICAR-VARIANTE-END. EXIT.

       070-VERIFICAR-VARIANTES.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE LOW-VALUES TO CPOST-CLAVE.
           START CODPOST-FILE KEY NOT LESS THAN CPOST-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 071-VERIFICAR-UN-REGISTRO UNTIL WSS-FIN-BARRIDO.

       070-VERIFICAR-VARIANTES-END. EXIT.

       071-VERIFICAR-UN-REGISTRO.

           READ CODPOST-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF CPOST-ES-OFICIAL
                       ADD 1 TO WSV-TABLA-OFICIALES
                   ELSE
                       PERFORM 072-VERIFICAR-OFICIAL
                   END-IF
           END-READ.
           IF WSC-CODPOST-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       071-VERIFICAR-UN-REGISTRO-END. EXIT.

       072-VERIFICAR-OFICIAL.

           MOVE CPOST-CLAVE    TO WSV-CLAVE-GUARDADA.
           MOVE CPOST-REGISTRO TO WSV-REGISTRO-GUARDADO.

           MOVE 'S' TO WSC-OFICIAL-EXISTE.
           MOVE CPOST-LOCALIDAD-OFICIAL TO CPOST-LOCALIDAD.
           READ CODPOST-FILE
               INVALID KEY MOVE 'N' TO WSC-OFICIAL-EXISTE
           END-READ.
           IF WSS-OFICIAL-EXISTE AND NOT CPOST-ES-OFICIAL
               MOVE 'N' TO WSC-OFICIAL-EXISTE
           END-IF.

           MOVE WSV-CLAVE-GUARDADA TO CPOST-CLAVE.
           IF WSS-OFICIAL-EXISTE
               ADD 1 TO WSV-TABLA-VARIANTES
           ELSE
               READ CODPOST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DELETE CODPOST-FILE RECORD
                       ADD 1 TO WSV-TOTAL-HUERFANAS
                       PERFORM 073-INFORMAR-HUERFANA
               END-READ
           END-IF.

           MOVE WSV-CLAVE-GUARDADA TO CPOST-CLAVE.
           START CODPOST-FILE KEY GREATER THAN CPOST-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.

       072-VERIFICAR-OFICIAL-END. EXIT.

       073-INFORMAR-HUERFANA.

           MOVE WSV-REGISTRO-GUARDADO TO CPOST-REGISTRO.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' VARIANTE ELIMINADA, SIN LOCALIDAD OFICIAL: '
                                         DELIMITED BY SIZE
                  CPOST-CODPOSTAL        DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  CPOST-LOCALIDAD        DELIMITED BY SIZE
                  ' -> '                 DELIMITED BY SIZE
                  CPOST-LOCALIDAD-OFICIAL DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE WSC-PROGRAMA-ID TO AUDIT-PROGRAMA.
           MOVE ZERO            TO AUDIT-DNI.
           MOVE SPACES          TO AUDIT-NOMBRE.
           STRING CPOST-CODPOSTAL DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  CPOST-LOCALIDAD DELIMITED BY SIZE
                  INTO AUDIT-NOMBRE
           END-STRING.
           MOVE 'CODPOSTAL VARIANTE HUERFANA' TO AUDIT-RESULTADO.
           MOVE SPACES          TO AUDIT-CAMPANIA.
           WRITE AUDIT-REGISTRO.

           MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO.
           MOVE 'VARIANTES SIN LOCALIDAD OFICIAL ELIMINADAS'
               TO WSV-MOTIVO-FIN.

       073-INFORMAR-HUERFANA-END. EXIT.

       080-RECHAZAR-NOVEDAD.

           ADD 1 TO WSV-TOTAL-RECHAZADOS.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' RECHAZADO: '     DELIMITED BY SIZE
                  NOVED-ACCION       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  NOVED-CODPOSTAL    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  NOVED-LOCALIDAD    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WSV-MOTIVO-RECHAZO DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO.
           MOVE 'NOVEDADES POSTALES RECHAZADAS'
               TO WSV-MOTIVO-FIN.

       080-RECHAZAR-NOVEDAD-END. EXIT.

       085-INFORMAR-NOVEDAD.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' '                DELIMITED BY SIZE
                  WSV-RESULTADO-AUX  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CPOST-CODPOSTAL    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CPOST-LOCALIDAD    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CPOST-LOCALIDAD-OFICIAL DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CPOST-PROVINCIA    DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           IF NOT WSS-MODO-TOTAL
              OR NOT NOVED-ES-ALTA
               ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD
               ACCEPT AUDIT-HORA FROM TIME
               MOVE WSC-PROGRAMA-ID   TO AUDIT-PROGRAMA
               MOVE ZERO              TO AUDIT-DNI
               MOVE SPACES            TO AUDIT-NOMBRE
               STRING CPOST-CODPOSTAL DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      CPOST-LOCALIDAD DELIMITED BY SIZE
                      INTO AUDIT-NOMBRE
               END-STRING
               MOVE WSV-RESULTADO-AUX TO AUDIT-RESULTADO
               MOVE SPACES            TO AUDIT-CAMPANIA
               WRITE AUDIT-REGISTRO
           END-IF.

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
                  '  VARIANTES: '          DELIMITED BY SIZE
                  WSV-TOTAL-VARIANTES      DELIMITED BY SIZE
                  '  RECHAZADAS: '         DELIMITED BY SIZE
                  WSV-TOTAL-RECHAZADOS     DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' TABLA RESULTANTE - LOCALIDADES OFICIALES: '
                                           DELIMITED BY SIZE
                  WSV-TABLA-OFICIALES      DELIMITED BY SIZE
                  '  VARIANTES: '          DELIMITED BY SIZE
                  WSV-TABLA-VARIANTES      DELIMITED BY SIZE
                  '  VARIANTES ELIMINADAS: ' DELIMITED BY SIZE
                  WSV-TOTAL-HUERFANAS      DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           IF WSV-TABLA-OFICIALES EQUAL ZERO
               DISPLAY 'ADVERTENCIA: LA TABLA DE CODIGOS POSTALES '
                       'QUEDO VACIA'
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'TABLA DE CODIGOS POSTALES VACIA'
                   TO WSV-MOTIVO-FIN
           END-IF.

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
               + WSV-TOTAL-MODIFICADAS + WSV-TOTAL-BAJAS
               + WSV-TOTAL-VARIANTES.
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

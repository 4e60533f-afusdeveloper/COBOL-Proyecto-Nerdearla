       IDENTIFICATION DIVISION.
       PROGRAM-ID.                            FRAUSCRN.
       AUTHOR.                                AYMARA M FUSARO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTUENT-FILE ASSIGN TO "POSTUENT"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-POSTUENT-ESTADO.

           SELECT CUOTAS-FILE  ASSIGN TO "CUOTAS01"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CUOTA-CLAVE
                               FILE STATUS IS WSC-CUOTAS-ESTADO.

           SELECT LEDGER-FILE  ASSIGN TO "PAGOLEDG"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PAGOL-CLAVE
                               FILE STATUS IS WSC-LEDGER-ESTADO.

           SELECT MASTER-FILE  ASSIGN TO "CANDMAST"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CANDM-CLAVE
                               FILE STATUS IS WSC-MASTER-ESTADO.

           SELECT CASOS-FILE   ASSIGN TO "FRAUCAS1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS FRAUD-CLAVE
                               FILE STATUS IS WSC-CASOS-ESTADO.

           SELECT TARJETA-FILE ASSIGN TO "CTRLCRD5"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-TARJETA-ESTADO.

           SELECT REPORTE-FILE ASSIGN TO "FRAURPT1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-REPORTE-ESTADO.

           SELECT AUDIT-FILE   ASSIGN TO "AUDITLOG"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-AUDIT-ESTADO.

           SELECT ESTADO-FILE  ASSIGN TO "RUNSTAT1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-ESTADO-ESTADO.

           SELECT LISTA-FILE   ASSIGN TO "SORTWK04".

       DATA DIVISION.
       FILE SECTION.
       FD  POSTUENT-FILE
           RECORDING MODE IS F.
           COPY POSTREG.

       FD  CUOTAS-FILE.
           COPY CUOTREG.

       FD  LEDGER-FILE.
           COPY PAGOREG.

       FD  MASTER-FILE.
           COPY CANDMREG.

       FD  CASOS-FILE.
           COPY FRAUREG.

       FD  TARJETA-FILE
           RECORDING MODE IS F.
       01  TARJETA-REGISTRO.
           05 TARJETA-CAMPANIA              PIC X(06).
           05 TARJETA-CAMPANIA-DESDE        PIC X(06).
           05 TARJETA-UMBRAL                PIC X(03).
           05 TARJETA-UMBRAL-NUM REDEFINES TARJETA-UMBRAL
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

       SD  LISTA-FILE.
       01  LISTA-REGISTRO.
           05 LISTA-CLAVE.
               10 LISTA-TIPO                PIC X.
               10 LISTA-VALOR               PIC X(38).
               10 LISTA-DNI                 PIC 9(08).
               10 LISTA-CAMPANIA            PIC X(06).
           05 LISTA-ORIGEN                  PIC X.
           05 LISTA-NOMBRE                  PIC X(30).
           05 LISTA-CON-PAGOS               PIC X.

       WORKING-STORAGE SECTION.

         01 WSC-CONSTANTES.
             05 WSC-PROGRAMA-ID               PIC X(08)
                                               VALUE 'FRAUSCRN'.
             05 WSC-UMBRAL-DEFECTO            PIC 9(03) VALUE 50.
             05 WSC-MAX-MIEMBROS              PIC 9(03) VALUE 50.
             05 WSC-MAX-CAMPANIAS             PIC 9(02) VALUE 20.
             05 WSC-PUNTOS.
                 10 WSC-PUNTOS-CBU            PIC 9(03) VALUE 30.
                 10 WSC-PUNTOS-DOMICILIO      PIC 9(03) VALUE 10.
                 10 WSC-PUNTOS-POR-DNI        PIC 9(03) VALUE 20.
                 10 WSC-PUNTOS-POR-CAMPANIA   PIC 9(03) VALUE 10.
                 10 WSC-PUNTOS-CON-PAGOS      PIC 9(03) VALUE 20.
             05 WSC-RETORNOS.
                 10 WSC-RETORNO-NORMAL        PIC 9(04) VALUE 0.
                 10 WSC-RETORNO-AVISO         PIC 9(04) VALUE 4.
                 10 WSC-RETORNO-SIN-ARCHIVO   PIC 9(04) VALUE 16.

             05 WSC-GUIONES.
                 10 FILLER                    PIC X(80) VALUE ALL '-'.

         01 WSC-SWITCHES.
             05 WSC-TARJETA-PRESENTE          PIC X    VALUE 'N'.
                 88 WSS-TARJETA-PRESENTE               VALUE 'S'.
             05 WSC-FIN-POSTUENT              PIC X    VALUE 'N'.
                 88 WSS-FIN-POSTUENT                   VALUE 'S'.
             05 WSC-FIN-BARRIDO               PIC X    VALUE 'N'.
                 88 WSS-FIN-BARRIDO                    VALUE 'S'.
             05 WSC-FIN-LISTA                 PIC X    VALUE 'N'.
                 88 WSS-FIN-LISTA                      VALUE 'S'.
             05 WSC-HAY-POSTUENT              PIC X    VALUE 'N'.
                 88 WSS-HAY-POSTUENT                   VALUE 'S'.
             05 WSC-HAY-CUOTAS                PIC X    VALUE 'N'.
                 88 WSS-HAY-CUOTAS                     VALUE 'S'.
             05 WSC-HAY-LEDGER                PIC X    VALUE 'N'.
                 88 WSS-HAY-LEDGER                     VALUE 'S'.
             05 WSC-HAY-MASTER                PIC X    VALUE 'N'.
                 88 WSS-HAY-MASTER                     VALUE 'S'.
             05 WSC-CLAVE-EXISTE              PIC X    VALUE 'N'.
                 88 WSS-CLAVE-EXISTE                   VALUE 'S'.
             05 WSC-CAMPANIA-EN-RANGO         PIC X    VALUE 'N'.
                 88 WSS-CAMPANIA-EN-RANGO              VALUE 'S'.
             05 WSC-CAMPANIA-HALLADA          PIC X    VALUE 'N'.
                 88 WSS-CAMPANIA-HALLADA               VALUE 'S'.
             05 WSC-GRUPO-CON-PAGOS           PIC X    VALUE 'N'.
                 88 WSS-GRUPO-CON-PAGOS                VALUE 'S'.
             05 WSC-GRUPO-CON-CASO            PIC X    VALUE 'N'.
                 88 WSS-GRUPO-CON-CASO                 VALUE 'S'.

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-POSTUENT-ESTADO           PIC XX   VALUE '00'.
                 88 WSS-POSTUENT-INEXISTENTE           VALUE '35'.
             05 WSC-CUOTAS-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-CUOTAS-INEXISTENTE             VALUE '35'.
             05 WSC-LEDGER-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-LEDGER-INEXISTENTE             VALUE '35'.
             05 WSC-MASTER-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-MASTER-INEXISTENTE             VALUE '35'.
             05 WSC-CASOS-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-CASOS-INEXISTENTE              VALUE '35'.
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
             05 WSV-CAMPANIA-DESDE            PIC X(06) VALUE SPACES.
             05 WSV-UMBRAL                    PIC 9(03) VALUE ZERO.
             05 WSV-LINEA-REPORTE             PIC X(132).
             05 WSV-RESULTADO-AUX             PIC X(30) VALUE SPACES.
             05 WSV-ESTADO-CASO               PIC X(20) VALUE SPACES.

             05 WSV-REGISTRO-LISTA.
                 10 WSV-REG-TIPO              PIC X     VALUE SPACE.
                 10 WSV-REG-VALOR             PIC X(38) VALUE SPACES.
                 10 WSV-REG-DNI               PIC 9(08) VALUE ZERO.
                 10 WSV-REG-CAMPANIA          PIC X(06) VALUE SPACES.
                 10 WSV-REG-ORIGEN            PIC X     VALUE SPACE.
                 10 WSV-REG-NOMBRE            PIC X(30) VALUE SPACES.
                 10 WSV-REG-CON-PAGOS         PIC X     VALUE 'N'.

             05 WSV-ANTERIOR.
                 10 WSV-ANT-CAMPANIA          PIC X(06) VALUE SPACES.
                 10 WSV-ANT-DNI               PIC 9(08) VALUE ZERO.
                 10 WSV-ANT-CBU               PIC X(22) VALUE SPACES.

             05 WSV-NORMALIZACION.
                 10 WSV-DIRECCION-AUX         PIC X(30) VALUE SPACES.
                 10 WSV-CODPOSTAL-AUX         PIC X(08) VALUE SPACES.
                 10 WSV-VALOR-NORMAL          PIC X(38) VALUE SPACES.
                 10 WSV-IDX-CARACTER          PIC 9(02) VALUE ZERO.
                 10 WSV-LARGO-NORMAL          PIC 9(02) VALUE ZERO.

             05 WSV-GRUPO.
                 10 WSV-GRUPO-TIPO            PIC X     VALUE SPACE.
                 10 WSV-GRUPO-VALOR           PIC X(38) VALUE SPACES.
                 10 WSV-GRUPO-CANT-DNI        PIC 9(03) VALUE ZERO.
                 10 WSV-GRUPO-CANT-CAMP       PIC 9(02) VALUE ZERO.
                 10 WSV-GRUPO-ULTIMO-DNI      PIC 9(08) VALUE ZERO.
                 10 WSV-GRUPO-PUNTAJE         PIC 9(05) VALUE ZERO.
                 10 WSV-GRUPO-LISTADOS        PIC 9(03) VALUE ZERO.
             05 WSV-PUNTAJE-CASO              PIC 9(03) VALUE ZERO.

             05 WSV-TABLA-MIEMBROS.
                 10 WSV-MIEMBRO OCCURS 50 TIMES.
                     15 WSV-MIE-DNI           PIC 9(08).
                     15 WSV-MIE-NOMBRE        PIC X(30).
                     15 WSV-MIE-CAMPANIA      PIC X(06).
                     15 WSV-MIE-FUENTES       PIC X(04).
             05 WSV-IDX-MIEMBRO               PIC 9(03) VALUE ZERO.

             05 WSV-TABLA-CAMPANIAS.
                 10 WSV-CAMP-GRUPO            PIC X(06) OCCURS 20 TIMES.
             05 WSV-IDX-CAMPANIA              PIC 9(02) VALUE ZERO.

             05 WSV-CONTADORES.
                 10 WSV-TOTAL-LEIDOS          PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-LIBERADOS       PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-GRUPOS-CBU      PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-GRUPOS-DOM      PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-GRUPOS-CASO     PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-ABIERTOS        PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-ACTUALIZADOS    PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-YA-RESUELTOS    PIC 9(07) VALUE ZERO.

             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
                     VALUE 'PROCESO FINALIZADO NORMALMENTE'.

       PROCEDURE DIVISION.

       000-CONTROL.

           ACCEPT WSV-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-INICIO FROM TIME.

           DISPLAY 'CONTROL DE CBU Y DOMICILIOS COMPARTIDOS'.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.

           PERFORM 001-LEER-TARJETA.
           IF NOT WSS-TARJETA-PRESENTE
               DISPLAY 'CAMPANIA: ' WITH NO ADVANCING
               ACCEPT WSV-CAMPANIA
               DISPLAY 'CAMPANIA DESDE (BLANCO = TODAS LAS '
                       'ANTERIORES): ' WITH NO ADVANCING
               ACCEPT WSV-CAMPANIA-DESDE
           END-IF.
           DISPLAY 'CAMPANIA A PROCESAR: ' WSV-CAMPANIA
                   '  DESDE: ' WSV-CAMPANIA-DESDE.
           DISPLAY 'PUNTAJE MINIMO PARA ABRIR CASO: ' WSV-UMBRAL.

           PERFORM 010-ABRIR-ARCHIVOS.

           SORT LISTA-FILE
               ON ASCENDING KEY LISTA-CLAVE
               INPUT PROCEDURE IS 020-SELECCIONAR-DATOS
               OUTPUT PROCEDURE IS 050-ANALIZAR-GRUPOS.

           PERFORM 095-ESCRIBIR-RESUMEN.

           IF WSS-HAY-POSTUENT
               CLOSE POSTUENT-FILE
           END-IF.
           IF WSS-HAY-CUOTAS
               CLOSE CUOTAS-FILE
           END-IF.
           IF WSS-HAY-LEDGER
               CLOSE LEDGER-FILE
           END-IF.
           IF WSS-HAY-MASTER
               CLOSE MASTER-FILE
           END-IF.
           CLOSE CASOS-FILE.
           CLOSE REPORTE-FILE.
           CLOSE AUDIT-FILE.

           PERFORM 096-GRABAR-ESTADO.
           MOVE WSV-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       000-CONTROL-END. EXIT.

       001-LEER-TARJETA.

           MOVE 'N' TO WSC-TARJETA-PRESENTE.
           MOVE WSC-UMBRAL-DEFECTO TO WSV-UMBRAL.
           OPEN INPUT TARJETA-FILE.
           IF NOT WSS-TARJETA-INEXISTENTE
               READ TARJETA-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE 'S' TO WSC-TARJETA-PRESENTE
                       MOVE TARJETA-CAMPANIA TO WSV-CAMPANIA
                       MOVE TARJETA-CAMPANIA-DESDE
                           TO WSV-CAMPANIA-DESDE
                       IF TARJETA-UMBRAL IS NUMERIC
                           MOVE TARJETA-UMBRAL-NUM TO WSV-UMBRAL
                       END-IF
               END-READ
               CLOSE TARJETA-FILE
           END-IF.

       001-LEER-TARJETA-END. EXIT.

       010-ABRIR-ARCHIVOS.

           MOVE 'N' TO WSC-HAY-POSTUENT.
           OPEN INPUT POSTUENT-FILE.
           IF WSS-POSTUENT-INEXISTENTE
               DISPLAY 'POSTUENT AUSENTE, NO SE CONTROLAN LOS CBU '
                       'DE LA POSTULACION'
           ELSE
               MOVE 'S' TO WSC-HAY-POSTUENT
           END-IF.

           MOVE 'N' TO WSC-HAY-CUOTAS.
           OPEN INPUT CUOTAS-FILE.
           IF WSS-CUOTAS-INEXISTENTE
               DISPLAY 'CUOTAS01 AUSENTE, NO SE CONTROLAN LOS CBU '
                       'DE LAS CUOTAS'
           ELSE
               MOVE 'S' TO WSC-HAY-CUOTAS
           END-IF.

           MOVE 'N' TO WSC-HAY-LEDGER.
           OPEN INPUT LEDGER-FILE.
           IF WSS-LEDGER-INEXISTENTE
               DISPLAY 'PAGOLEDG AUSENTE, NO SE CONTROLAN LOS CBU '
                       'DE LOS PAGOS'
           ELSE
               MOVE 'S' TO WSC-HAY-LEDGER
           END-IF.

           MOVE 'N' TO WSC-HAY-MASTER.
           OPEN INPUT MASTER-FILE.
           IF WSS-MASTER-INEXISTENTE
               DISPLAY 'CANDMAST AUSENTE, NO SE CONTROLAN LOS '
                       'DOMICILIOS'
           ELSE
               MOVE 'S' TO WSC-HAY-MASTER
           END-IF.

           IF NOT WSS-HAY-POSTUENT
              AND NOT WSS-HAY-CUOTAS
              AND NOT WSS-HAY-LEDGER
              AND NOT WSS-HAY-MASTER
               DISPLAY 'ERROR: NO HAY ARCHIVOS PARA CONTROLAR. '
                       'ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'SIN ARCHIVOS PARA CONTROLAR' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           OPEN I-O CASOS-FILE.
           IF WSS-CASOS-INEXISTENTE
               OPEN OUTPUT CASOS-FILE
               CLOSE CASOS-FILE
               OPEN I-O CASOS-FILE
           END-IF.

           OPEN OUTPUT REPORTE-FILE.

           OPEN EXTEND AUDIT-FILE.
           IF WSS-AUDIT-INEXISTENTE
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' GRUPOS DE CANDIDATOS CON CBU O DOMICILIO '
                                      DELIMITED BY SIZE
                  'COMPARTIDO - CAMPANIA ' DELIMITED BY SIZE
                  WSV-CAMPANIA        DELIMITED BY SIZE
                  ' DESDE '           DELIMITED BY SIZE
                  WSV-CAMPANIA-DESDE  DELIMITED BY SIZE
                  ' UMBRAL '          DELIMITED BY SIZE
                  WSV-UMBRAL          DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE ' FUENTES: P=POSTUENT C=CUOTAS01 L=PAGOLEDG M=CANDMAST'
               TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

       010-ABRIR-ARCHIVOS-END. EXIT.

       020-SELECCIONAR-DATOS.

           IF WSS-HAY-POSTUENT
               PERFORM 022-LEER-POSTULANTE UNTIL WSS-FIN-POSTUENT
           END-IF.
           IF WSS-HAY-CUOTAS
               PERFORM 025-BARRER-CUOTAS
           END-IF.
           IF WSS-HAY-LEDGER
               PERFORM 030-BARRER-LEDGER
           END-IF.
           IF WSS-HAY-MASTER
               PERFORM 035-BARRER-MAESTRO
           END-IF.

       020-SELECCIONAR-DATOS-END. EXIT.

       021-VERIFICAR-CAMPANIA.

           MOVE 'S' TO WSC-CAMPANIA-EN-RANGO.
           IF WSV-REG-CAMPANIA > WSV-CAMPANIA
               MOVE 'N' TO WSC-CAMPANIA-EN-RANGO
           END-IF.
           IF WSV-CAMPANIA-DESDE NOT EQUAL SPACES
              AND WSV-REG-CAMPANIA < WSV-CAMPANIA-DESDE
               MOVE 'N' TO WSC-CAMPANIA-EN-RANGO
           END-IF.

       021-VERIFICAR-CAMPANIA-END. EXIT.

       022-LEER-POSTULANTE.

           READ POSTUENT-FILE
               AT END MOVE 'S' TO WSC-FIN-POSTUENT
               NOT AT END
                   ADD 1 TO WSV-TOTAL-LEIDOS
                   IF POSTUENT-ES-DETALLE
                      AND POSTUENT-CBU NOT EQUAL SPACES
                      AND POSTUENT-CBU NOT EQUAL ZEROS
                       MOVE 'C'               TO WSV-REG-TIPO
                       MOVE POSTUENT-CBU      TO WSV-REG-VALOR
                       MOVE POSTUENT-DNI      TO WSV-REG-DNI
                       MOVE POSTUENT-CAMPANIA TO WSV-REG-CAMPANIA
                       MOVE 'P'               TO WSV-REG-ORIGEN
                       MOVE POSTUENT-NOMBRE   TO WSV-REG-NOMBRE
                       MOVE 'N'               TO WSV-REG-CON-PAGOS
                       PERFORM 040-LIBERAR-REGISTRO
                   END-IF
           END-READ.

       022-LEER-POSTULANTE-END. EXIT.

       025-BARRER-CUOTAS.

           MOVE SPACES TO WSV-ANTERIOR.
           MOVE ZERO TO WSV-ANT-DNI.
           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE LOW-VALUES TO CUOTA-CLAVE.
           IF WSV-CAMPANIA-DESDE NOT EQUAL SPACES
               MOVE WSV-CAMPANIA-DESDE TO CUOTA-CAMPANIA
           END-IF.
           START CUOTAS-FILE KEY NOT LESS THAN CUOTA-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 026-LEER-CUOTA UNTIL WSS-FIN-BARRIDO.

       025-BARRER-CUOTAS-END. EXIT.

       026-LEER-CUOTA.

           READ CUOTAS-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   ADD 1 TO WSV-TOTAL-LEIDOS
                   IF CUOTA-CAMPANIA > WSV-CAMPANIA
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       PERFORM 027-EVALUAR-CUOTA
                   END-IF
           END-READ.
           IF WSC-CUOTAS-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       026-LEER-CUOTA-END. EXIT.

       027-EVALUAR-CUOTA.

           IF CUOTA-CBU NOT EQUAL SPACES
              AND CUOTA-CBU NOT EQUAL ZEROS
              AND (CUOTA-CAMPANIA NOT EQUAL WSV-ANT-CAMPANIA
                   OR CUOTA-DNI NOT EQUAL WSV-ANT-DNI
                   OR CUOTA-CBU NOT EQUAL WSV-ANT-CBU)
               MOVE CUOTA-CAMPANIA TO WSV-ANT-CAMPANIA
               MOVE CUOTA-DNI      TO WSV-ANT-DNI
               MOVE CUOTA-CBU      TO WSV-ANT-CBU
               MOVE 'C'            TO WSV-REG-TIPO
               MOVE CUOTA-CBU      TO WSV-REG-VALOR
               MOVE CUOTA-DNI      TO WSV-REG-DNI
               MOVE CUOTA-CAMPANIA TO WSV-REG-CAMPANIA
               MOVE 'C'            TO WSV-REG-ORIGEN
               MOVE CUOTA-NOMBRE   TO WSV-REG-NOMBRE
               MOVE 'S'            TO WSV-REG-CON-PAGOS
               PERFORM 040-LIBERAR-REGISTRO
           END-IF.

       027-EVALUAR-CUOTA-END. EXIT.

       030-BARRER-LEDGER.

           MOVE SPACES TO WSV-ANTERIOR.
           MOVE ZERO TO WSV-ANT-DNI.
           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE LOW-VALUES TO PAGOL-CLAVE.
           IF WSV-CAMPANIA-DESDE NOT EQUAL SPACES
               MOVE WSV-CAMPANIA-DESDE TO PAGOL-CAMPANIA
           END-IF.
           START LEDGER-FILE KEY NOT LESS THAN PAGOL-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 031-LEER-PAGO UNTIL WSS-FIN-BARRIDO.

       030-BARRER-LEDGER-END. EXIT.

       031-LEER-PAGO.

           READ LEDGER-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   ADD 1 TO WSV-TOTAL-LEIDOS
                   IF PAGOL-CAMPANIA > WSV-CAMPANIA
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       PERFORM 032-EVALUAR-PAGO
                   END-IF
           END-READ.
           IF WSC-LEDGER-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       031-LEER-PAGO-END. EXIT.

       032-EVALUAR-PAGO.

           IF PAGOL-CBU NOT EQUAL SPACES
              AND PAGOL-CBU NOT EQUAL ZEROS
              AND NOT PAGOL-CUOTA-EMBARGO
              AND (PAGOL-CAMPANIA NOT EQUAL WSV-ANT-CAMPANIA
                   OR PAGOL-DNI NOT EQUAL WSV-ANT-DNI
                   OR PAGOL-CBU NOT EQUAL WSV-ANT-CBU)
               MOVE PAGOL-CAMPANIA TO WSV-ANT-CAMPANIA
               MOVE PAGOL-DNI      TO WSV-ANT-DNI
               MOVE PAGOL-CBU      TO WSV-ANT-CBU
               MOVE 'C'            TO WSV-REG-TIPO
               MOVE PAGOL-CBU      TO WSV-REG-VALOR
               MOVE PAGOL-DNI      TO WSV-REG-DNI
               MOVE PAGOL-CAMPANIA TO WSV-REG-CAMPANIA
               MOVE 'L'            TO WSV-REG-ORIGEN
               MOVE SPACES         TO WSV-REG-NOMBRE
               MOVE 'S'            TO WSV-REG-CON-PAGOS
               PERFORM 040-LIBERAR-REGISTRO
           END-IF.

       032-EVALUAR-PAGO-END. EXIT.

       035-BARRER-MAESTRO.

           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE LOW-VALUES TO CANDM-CLAVE.
           IF WSV-CAMPANIA-DESDE NOT EQUAL SPACES
               MOVE WSV-CAMPANIA-DESDE TO CANDM-CAMPANIA
           END-IF.
           START MASTER-FILE KEY NOT LESS THAN CANDM-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 036-LEER-CANDIDATO UNTIL WSS-FIN-BARRIDO.

       035-BARRER-MAESTRO-END. EXIT.

       036-LEER-CANDIDATO.

           READ MASTER-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   ADD 1 TO WSV-TOTAL-LEIDOS
                   IF CANDM-CAMPANIA > WSV-CAMPANIA
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       IF CANDM-DIRECCION NOT EQUAL SPACES
                           PERFORM 037-NORMALIZAR-DOMICILIO
                           MOVE 'D'            TO WSV-REG-TIPO
                           MOVE WSV-VALOR-NORMAL TO WSV-REG-VALOR
                           MOVE CANDM-DNI      TO WSV-REG-DNI
                           MOVE CANDM-CAMPANIA TO WSV-REG-CAMPANIA
                           MOVE 'M'            TO WSV-REG-ORIGEN
                           MOVE CANDM-NOMBRE   TO WSV-REG-NOMBRE
                           MOVE 'N'            TO WSV-REG-CON-PAGOS
                           IF CANDM-ESTADO EQUAL 'A'
                              OR CANDM-ESTADO EQUAL 'B'
                               MOVE 'S' TO WSV-REG-CON-PAGOS
                           END-IF
                           PERFORM 040-LIBERAR-REGISTRO
                       END-IF
                   END-IF
           END-READ.
           IF WSC-MASTER-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       036-LEER-CANDIDATO-END. EXIT.

       037-NORMALIZAR-DOMICILIO.

           MOVE CANDM-DIRECCION TO WSV-DIRECCION-AUX.
           INSPECT WSV-DIRECCION-AUX
               CONVERTING 'abcdefghijklmnopqrstuvwxyz.,;:-#/'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ       '.
           MOVE CANDM-CODPOSTAL TO WSV-CODPOSTAL-AUX.
           INSPECT WSV-CODPOSTAL-AUX
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE SPACES TO WSV-VALOR-NORMAL.
           MOVE ZERO TO WSV-LARGO-NORMAL.
           PERFORM 038-COPIAR-CARACTER
               VARYING WSV-IDX-CARACTER FROM 1 BY 1
               UNTIL WSV-IDX-CARACTER > 30.
           MOVE WSV-CODPOSTAL-AUX TO WSV-VALOR-NORMAL (31:8).

       037-NORMALIZAR-DOMICILIO-END. EXIT.

       038-COPIAR-CARACTER.

           IF WSV-DIRECCION-AUX (WSV-IDX-CARACTER:1) NOT EQUAL SPACE
               ADD 1 TO WSV-LARGO-NORMAL
               MOVE WSV-DIRECCION-AUX (WSV-IDX-CARACTER:1)
                   TO WSV-VALOR-NORMAL (WSV-LARGO-NORMAL:1)
           END-IF.

       038-COPIAR-CARACTER-END. EXIT.

       040-LIBERAR-REGISTRO.

           PERFORM 021-VERIFICAR-CAMPANIA.
           IF WSS-CAMPANIA-EN-RANGO
               MOVE WSV-REG-TIPO      TO LISTA-TIPO
               MOVE WSV-REG-VALOR     TO LISTA-VALOR
               MOVE WSV-REG-DNI       TO LISTA-DNI
               MOVE WSV-REG-CAMPANIA  TO LISTA-CAMPANIA
               MOVE WSV-REG-ORIGEN    TO LISTA-ORIGEN
               MOVE WSV-REG-NOMBRE    TO LISTA-NOMBRE
               MOVE WSV-REG-CON-PAGOS TO LISTA-CON-PAGOS
               RELEASE LISTA-REGISTRO
               ADD 1 TO WSV-TOTAL-LIBERADOS
           END-IF.

       040-LIBERAR-REGISTRO-END. EXIT.

       050-ANALIZAR-GRUPOS.

           MOVE SPACE TO WSV-GRUPO-TIPO.
           MOVE SPACES TO WSV-GRUPO-VALOR.
           MOVE 'N' TO WSC-FIN-LISTA.
           PERFORM 051-RETORNAR-REGISTRO UNTIL WSS-FIN-LISTA.
           IF WSV-GRUPO-TIPO NOT EQUAL SPACE
               PERFORM 055-CERRAR-GRUPO
           END-IF.

       050-ANALIZAR-GRUPOS-END. EXIT.

       051-RETORNAR-REGISTRO.

           RETURN LISTA-FILE
               AT END MOVE 'S' TO WSC-FIN-LISTA
               NOT AT END PERFORM 052-ACUMULAR-REGISTRO
           END-RETURN.

       051-RETORNAR-REGISTRO-END. EXIT.

       052-ACUMULAR-REGISTRO.

           IF LISTA-TIPO NOT EQUAL WSV-GRUPO-TIPO
              OR LISTA-VALOR NOT EQUAL WSV-GRUPO-VALOR
               IF WSV-GRUPO-TIPO NOT EQUAL SPACE
                   PERFORM 055-CERRAR-GRUPO
               END-IF
               PERFORM 053-INICIAR-GRUPO
           END-IF.

           IF LISTA-DNI NOT EQUAL WSV-GRUPO-ULTIMO-DNI
               MOVE LISTA-DNI TO WSV-GRUPO-ULTIMO-DNI
               ADD 1 TO WSV-GRUPO-CANT-DNI
               MOVE ZERO TO WSV-IDX-MIEMBRO
               IF WSV-GRUPO-CANT-DNI NOT > WSC-MAX-MIEMBROS
                   MOVE WSV-GRUPO-CANT-DNI TO WSV-IDX-MIEMBRO
                   MOVE LISTA-DNI TO WSV-MIE-DNI (WSV-IDX-MIEMBRO)
                   MOVE SPACES TO WSV-MIE-NOMBRE (WSV-IDX-MIEMBRO)
                   MOVE SPACES TO WSV-MIE-CAMPANIA (WSV-IDX-MIEMBRO)
                   MOVE SPACES TO WSV-MIE-FUENTES (WSV-IDX-MIEMBRO)
               END-IF
           END-IF.

           IF WSV-IDX-MIEMBRO > ZERO
               PERFORM 054-ACTUALIZAR-MIEMBRO
           END-IF.

           IF LISTA-CON-PAGOS EQUAL 'S'
               MOVE 'S' TO WSC-GRUPO-CON-PAGOS
           END-IF.

           MOVE 'N' TO WSC-CAMPANIA-HALLADA.
           PERFORM 056-BUSCAR-CAMPANIA
               VARYING WSV-IDX-CAMPANIA FROM 1 BY 1
               UNTIL WSV-IDX-CAMPANIA > WSV-GRUPO-CANT-CAMP
                  OR WSS-CAMPANIA-HALLADA.
           IF NOT WSS-CAMPANIA-HALLADA
              AND WSV-GRUPO-CANT-CAMP < WSC-MAX-CAMPANIAS
               ADD 1 TO WSV-GRUPO-CANT-CAMP
               MOVE LISTA-CAMPANIA
                   TO WSV-CAMP-GRUPO (WSV-GRUPO-CANT-CAMP)
           END-IF.

       052-ACUMULAR-REGISTRO-END. EXIT.

       053-INICIAR-GRUPO.

           MOVE LISTA-TIPO  TO WSV-GRUPO-TIPO.
           MOVE LISTA-VALOR TO WSV-GRUPO-VALOR.
           MOVE ZERO TO WSV-GRUPO-CANT-DNI.
           MOVE ZERO TO WSV-GRUPO-CANT-CAMP.
           MOVE ZERO TO WSV-GRUPO-ULTIMO-DNI.
           MOVE ZERO TO WSV-GRUPO-PUNTAJE.
           MOVE ZERO TO WSV-IDX-MIEMBRO.
           MOVE 'N' TO WSC-GRUPO-CON-PAGOS.
           MOVE 'N' TO WSC-GRUPO-CON-CASO.

       053-INICIAR-GRUPO-END. EXIT.

       054-ACTUALIZAR-MIEMBRO.

           IF WSV-MIE-NOMBRE (WSV-IDX-MIEMBRO) EQUAL SPACES
               MOVE LISTA-NOMBRE TO WSV-MIE-NOMBRE (WSV-IDX-MIEMBRO)
           END-IF.
           IF LISTA-CAMPANIA > WSV-MIE-CAMPANIA (WSV-IDX-MIEMBRO)
               MOVE LISTA-CAMPANIA
                   TO WSV-MIE-CAMPANIA (WSV-IDX-MIEMBRO)
           END-IF.
           EVALUATE LISTA-ORIGEN
               WHEN 'P'
                   MOVE 'P' TO WSV-MIE-FUENTES (WSV-IDX-MIEMBRO) (1:1)
               WHEN 'C'
                   MOVE 'C' TO WSV-MIE-FUENTES (WSV-IDX-MIEMBRO) (2:1)
               WHEN 'L'
                   MOVE 'L' TO WSV-MIE-FUENTES (WSV-IDX-MIEMBRO) (3:1)
               WHEN 'M'
                   MOVE 'M' TO WSV-MIE-FUENTES (WSV-IDX-MIEMBRO) (4:1)
           END-EVALUATE.

       054-ACTUALIZAR-MIEMBRO-END. EXIT.

       055-CERRAR-GRUPO.

           IF WSV-GRUPO-CANT-DNI > 1
               PERFORM 057-CALCULAR-PUNTAJE
               PERFORM 058-INFORMAR-GRUPO
               MOVE WSV-GRUPO-CANT-DNI TO WSV-GRUPO-LISTADOS
               IF WSV-GRUPO-LISTADOS > WSC-MAX-MIEMBROS
                   MOVE WSC-MAX-MIEMBROS TO WSV-GRUPO-LISTADOS
               END-IF
               PERFORM 060-PROCESAR-MIEMBRO
                   VARYING WSV-IDX-MIEMBRO FROM 1 BY 1
                   UNTIL WSV-IDX-MIEMBRO > WSV-GRUPO-LISTADOS
               IF WSV-GRUPO-CANT-DNI > WSC-MAX-MIEMBROS
                   MOVE SPACES TO WSV-LINEA-REPORTE
                   STRING '    AVISO: SOLO SE PROCESAN LOS PRIMEROS '
                                           DELIMITED BY SIZE
                          WSC-MAX-MIEMBROS DELIMITED BY SIZE
                          ' DNI DEL GRUPO' DELIMITED BY SIZE
                          INTO WSV-LINEA-REPORTE
                   END-STRING
                   DISPLAY WSV-LINEA-REPORTE
                   MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO
                   WRITE REPORTE-REGISTRO
               END-IF
               IF WSS-GRUPO-CON-CASO
                   ADD 1 TO WSV-TOTAL-GRUPOS-CASO
               END-IF
           END-IF.

       055-CERRAR-GRUPO-END. EXIT.

       056-BUSCAR-CAMPANIA.

           IF WSV-CAMP-GRUPO (WSV-IDX-CAMPANIA) EQUAL LISTA-CAMPANIA
               MOVE 'S' TO WSC-CAMPANIA-HALLADA
           END-IF.

       056-BUSCAR-CAMPANIA-END. EXIT.

       057-CALCULAR-PUNTAJE.

           IF WSV-GRUPO-TIPO EQUAL 'C'
               ADD 1 TO WSV-TOTAL-GRUPOS-CBU
               MOVE WSC-PUNTOS-CBU TO WSV-GRUPO-PUNTAJE
           ELSE
               ADD 1 TO WSV-TOTAL-GRUPOS-DOM
               MOVE WSC-PUNTOS-DOMICILIO TO WSV-GRUPO-PUNTAJE
           END-IF.
           COMPUTE WSV-GRUPO-PUNTAJE = WSV-GRUPO-PUNTAJE
               + (WSV-GRUPO-CANT-DNI - 1) * WSC-PUNTOS-POR-DNI.
           IF WSV-GRUPO-CANT-CAMP > 1
               COMPUTE WSV-GRUPO-PUNTAJE = WSV-GRUPO-PUNTAJE
                   + (WSV-GRUPO-CANT-CAMP - 1)
                   * WSC-PUNTOS-POR-CAMPANIA
           END-IF.
           IF WSS-GRUPO-CON-PAGOS
               ADD WSC-PUNTOS-CON-PAGOS TO WSV-GRUPO-PUNTAJE
           END-IF.
           IF WSV-GRUPO-PUNTAJE > 999
               MOVE 999 TO WSV-PUNTAJE-CASO
           ELSE
               MOVE WSV-GRUPO-PUNTAJE TO WSV-PUNTAJE-CASO
           END-IF.

       057-CALCULAR-PUNTAJE-END. EXIT.

       058-INFORMAR-GRUPO.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           IF WSV-GRUPO-TIPO EQUAL 'C'
               STRING ' CBU COMPARTIDO '     DELIMITED BY SIZE
                      WSV-GRUPO-VALOR (1:22) DELIMITED BY SIZE
                      INTO WSV-LINEA-REPORTE
               END-STRING
           ELSE
               STRING ' DOMICILIO COMPARTIDO ' DELIMITED BY SIZE
                      WSV-GRUPO-VALOR (1:30)  DELIMITED BY SIZE
                      ' CP '                  DELIMITED BY SIZE
                      WSV-GRUPO-VALOR (31:8)  DELIMITED BY SIZE
                      INTO WSV-LINEA-REPORTE
               END-STRING
           END-IF.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING '    DNI DISTINTOS: '   DELIMITED BY SIZE
                  WSV-GRUPO-CANT-DNI      DELIMITED BY SIZE
                  '  CAMPANIAS: '         DELIMITED BY SIZE
                  WSV-GRUPO-CANT-CAMP     DELIMITED BY SIZE
                  '  CON PAGOS: '         DELIMITED BY SIZE
                  WSC-GRUPO-CON-PAGOS     DELIMITED BY SIZE
                  '  PUNTAJE DE RIESGO: ' DELIMITED BY SIZE
                  WSV-PUNTAJE-CASO        DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

       058-INFORMAR-GRUPO-END. EXIT.

       060-PROCESAR-MIEMBRO.

           IF WSV-PUNTAJE-CASO NOT < WSV-UMBRAL
               PERFORM 061-REGISTRAR-CASO
           ELSE
               MOVE 'BAJO UMBRAL' TO WSV-ESTADO-CASO
           END-IF.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING '    DNI '             DELIMITED BY SIZE
                  WSV-MIE-DNI (WSV-IDX-MIEMBRO)
                                         DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WSV-MIE-NOMBRE (WSV-IDX-MIEMBRO)
                                         DELIMITED BY SIZE
                  ' CAMPANIA '           DELIMITED BY SIZE
                  WSV-MIE-CAMPANIA (WSV-IDX-MIEMBRO)
                                         DELIMITED BY SIZE
                  ' FUENTES '            DELIMITED BY SIZE
                  WSV-MIE-FUENTES (WSV-IDX-MIEMBRO)
                                         DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WSV-ESTADO-CASO        DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

       060-PROCESAR-MIEMBRO-END. EXIT.

       061-REGISTRAR-CASO.

           MOVE 'S' TO WSC-GRUPO-CON-CASO.
           MOVE 'S' TO WSC-CLAVE-EXISTE.
           MOVE WSV-MIE-DNI (WSV-IDX-MIEMBRO) TO FRAUD-DNI.
           MOVE WSV-GRUPO-TIPO TO FRAUD-TIPO.
           READ CASOS-FILE
               INVALID KEY MOVE 'N' TO WSC-CLAVE-EXISTE
           END-READ.

           EVALUATE TRUE
               WHEN WSS-CLAVE-EXISTE
                AND FRAUD-VALOR EQUAL WSV-GRUPO-VALOR
                AND NOT FRAUD-PENDIENTE
                   ADD 1 TO WSV-TOTAL-YA-RESUELTOS
                   IF FRAUD-DESCARTADO
                       MOVE 'CASO YA DESCARTADO' TO WSV-ESTADO-CASO
                   ELSE
                       MOVE 'CASO YA CONFIRMADO' TO WSV-ESTADO-CASO
                   END-IF
               WHEN WSS-CLAVE-EXISTE
                AND FRAUD-VALOR EQUAL WSV-GRUPO-VALOR
                   PERFORM 062-COMPLETAR-CASO
                   REWRITE FRAUD-REGISTRO
                   ADD 1 TO WSV-TOTAL-ACTUALIZADOS
                   MOVE 'CASO PENDIENTE' TO WSV-ESTADO-CASO
               WHEN OTHER
                   PERFORM 062-COMPLETAR-CASO
                   MOVE 'P'               TO FRAUD-ESTADO
                   MOVE WSV-FECHA-HOY     TO FRAUD-FECHA-ALTA
                   MOVE WSV-FECHA-HOY     TO FRAUD-FECHA-ESTADO
                   MOVE SPACES            TO FRAUD-ANALISTA
                   IF WSV-GRUPO-TIPO EQUAL 'C'
                       MOVE 'CBU COMPARTIDO' TO FRAUD-MOTIVO
                       MOVE 'CASO FRAUDE ABIERTO CBU'
                           TO WSV-RESULTADO-AUX
                   ELSE
                       MOVE 'DOMICILIO COMPARTIDO' TO FRAUD-MOTIVO
                       MOVE 'CASO FRAUDE ABIERTO DOMICILIO'
                           TO WSV-RESULTADO-AUX
                   END-IF
                   IF WSS-CLAVE-EXISTE
                       REWRITE FRAUD-REGISTRO
                   ELSE
                       WRITE FRAUD-REGISTRO
                   END-IF
                   ADD 1 TO WSV-TOTAL-ABIERTOS
                   MOVE 'CASO ABIERTO' TO WSV-ESTADO-CASO
                   PERFORM 070-REGISTRAR-AUDITORIA
                   MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
                   MOVE 'CASOS DE FRAUDE PENDIENTES DE ANALISIS'
                       TO WSV-MOTIVO-FIN
           END-EVALUATE.

       061-REGISTRAR-CASO-END. EXIT.

       062-COMPLETAR-CASO.

           MOVE WSV-GRUPO-VALOR     TO FRAUD-VALOR.
           MOVE WSV-MIE-NOMBRE (WSV-IDX-MIEMBRO) TO FRAUD-NOMBRE.
           MOVE WSV-MIE-CAMPANIA (WSV-IDX-MIEMBRO) TO FRAUD-CAMPANIA.
           MOVE WSV-GRUPO-CANT-DNI  TO FRAUD-CANT-DNI.
           MOVE WSV-GRUPO-CANT-CAMP TO FRAUD-CANT-CAMPANIAS.
           MOVE WSV-PUNTAJE-CASO    TO FRAUD-PUNTAJE.

       062-COMPLETAR-CASO-END. EXIT.

       070-REGISTRAR-AUDITORIA.

           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE WSC-PROGRAMA-ID   TO AUDIT-PROGRAMA.
           MOVE FRAUD-DNI         TO AUDIT-DNI.
           MOVE FRAUD-NOMBRE      TO AUDIT-NOMBRE.
           MOVE WSV-RESULTADO-AUX TO AUDIT-RESULTADO.
           MOVE FRAUD-CAMPANIA    TO AUDIT-CAMPANIA.
           WRITE AUDIT-REGISTRO.

       070-REGISTRAR-AUDITORIA-END. EXIT.

       095-ESCRIBIR-RESUMEN.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' REGISTROS LEIDOS: '  DELIMITED BY SIZE
                  WSV-TOTAL-LEIDOS       DELIMITED BY SIZE
                  '  COMPARADOS: '       DELIMITED BY SIZE
                  WSV-TOTAL-LIBERADOS    DELIMITED BY SIZE
                  '  GRUPOS POR CBU: '   DELIMITED BY SIZE
                  WSV-TOTAL-GRUPOS-CBU   DELIMITED BY SIZE
                  '  POR DOMICILIO: '    DELIMITED BY SIZE
                  WSV-TOTAL-GRUPOS-DOM   DELIMITED BY SIZE
                  '  SOBRE UMBRAL: '     DELIMITED BY SIZE
                  WSV-TOTAL-GRUPOS-CASO  DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' CASOS ABIERTOS: '    DELIMITED BY SIZE
                  WSV-TOTAL-ABIERTOS     DELIMITED BY SIZE
                  '  PENDIENTES ACTUALIZADOS: ' DELIMITED BY SIZE
                  WSV-TOTAL-ACTUALIZADOS DELIMITED BY SIZE
                  '  YA RESUELTOS: '     DELIMITED BY SIZE
                  WSV-TOTAL-YA-RESUELTOS DELIMITED BY SIZE
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
           COMPUTE ESTADO-ESCRITOS = WSV-TOTAL-ABIERTOS
               + WSV-TOTAL-ACTUALIZADOS.
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

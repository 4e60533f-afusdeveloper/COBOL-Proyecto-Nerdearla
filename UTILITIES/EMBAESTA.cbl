       IDENTIFICATION DIVISION.
       PROGRAM-ID.                            EMBAESTA.
       AUTHOR.                                AYMARA M FUSARO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMBARGO-FILE ASSIGN TO "EMBARGO1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS EMBAR-DNI
                               FILE STATUS IS WSC-EMBARGO-ESTADO.

           SELECT EMBAMOV-FILE ASSIGN TO "EMBAMOV1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-EMBAMOV-ESTADO.

           SELECT REPORTE-FILE ASSIGN TO "EMBAEST1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-REPORTE-ESTADO.

           SELECT TARJETA-FILE ASSIGN TO "CTRLCRD6"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-TARJETA-ESTADO.

           SELECT ESTADO-FILE  ASSIGN TO "RUNSTAT1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-ESTADO-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  EMBARGO-FILE.
           COPY EMBAREG.

       FD  EMBAMOV-FILE
           RECORDING MODE IS F.
           COPY EMOVREG.

       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  REPORTE-REGISTRO                 PIC X(132).

       FD  TARJETA-FILE
           RECORDING MODE IS F.
       01  TARJETA-REGISTRO.
           05 TARJETA-PERIODO               PIC X(06).

       FD  ESTADO-FILE
           RECORDING MODE IS F.
           COPY ESTADREG.

       WORKING-STORAGE SECTION.

         01 WSC-CONSTANTES.
             05 WSC-PROGRAMA-ID               PIC X(08)
                                               VALUE 'EMBAESTA'.
             05 WSC-MAX-EMBARGOS              PIC 9(04) VALUE 500.
             05 WSC-MAX-DETALLES              PIC 9(04) VALUE 3000.
             05 WSC-RETORNOS.
                 10 WSC-RETORNO-NORMAL        PIC 9(04) VALUE 0.
                 10 WSC-RETORNO-AVISO         PIC 9(04) VALUE 4.
                 10 WSC-RETORNO-CONTROL       PIC 9(04) VALUE 8.
                 10 WSC-RETORNO-SIN-ARCHIVO   PIC 9(04) VALUE 16.

             05 WSC-GUIONES.
                 10 FILLER                    PIC X(80) VALUE ALL '-'.

         01 WSC-SWITCHES.
             05 WSC-TARJETA-PRESENTE          PIC X    VALUE 'N'.
                 88 WSS-TARJETA-PRESENTE               VALUE 'S'.
             05 WSC-FIN-BARRIDO               PIC X    VALUE 'N'.
                 88 WSS-FIN-BARRIDO                    VALUE 'S'.
             05 WSC-FIN-MOVIMIENTOS           PIC X    VALUE 'N'.
                 88 WSS-FIN-MOVIMIENTOS                VALUE 'S'.
             05 WSC-HAY-MOVIMIENTOS           PIC X    VALUE 'N'.
                 88 WSS-HAY-MOVIMIENTOS                VALUE 'S'.

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-EMBARGO-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-EMBARGO-INEXISTENTE            VALUE '35'.
             05 WSC-EMBAMOV-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-EMBAMOV-INEXISTENTE            VALUE '35'.
             05 WSC-REPORTE-ESTADO            PIC XX   VALUE '00'.
             05 WSC-TARJETA-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-TARJETA-INEXISTENTE            VALUE '35'.
             05 WSC-ESTADO-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-ESTADO-INEXISTENTE             VALUE '35'.

         01 WSV-VARIABLES.
             05 WSV-FECHA-INICIO              PIC 9(08) VALUE ZERO.
             05 WSV-HORA-INICIO               PIC 9(08) VALUE ZERO.
             05 WSV-FECHA-HOY                 PIC 9(08) VALUE ZERO.
             05 WSV-PERIODO-ENTRADA           PIC X(06) VALUE SPACES.
             05 WSV-PERIODO-NUM REDEFINES WSV-PERIODO-ENTRADA
                                              PIC 9(06).
             05 WSV-PERIODO-MOV               PIC 9(06) VALUE ZERO.
             05 WSV-PERIODO-ESTADO            PIC 9(06) VALUE ZERO.
             05 WSV-LINEA-REPORTE             PIC X(132).
             05 WSV-DESCRIPCION-ESTADO        PIC X(10) VALUE SPACES.
             05 WSV-DESCRIPCION-TIPO          PIC X(08) VALUE SPACES.
             05 WSV-RESTANTE                  PIC 9(11) VALUE ZERO.
             05 WSV-NETO-EDITADO              PIC -(11)9.
             05 WSV-ACUM-EDITADO              PIC -(11)9.
             05 WSV-PORCENTAJE-EDITADO        PIC ZZ9.99.

             05 WSV-TABLA-EMBARGOS.
                 10 WSV-CANT-EMB              PIC 9(04) VALUE ZERO.
                 10 WSV-EMB-ENTRADA OCCURS 500 TIMES.
                     15 WSV-EMB-DNI           PIC 9(08).
                     15 WSV-EMB-EXPEDIENTE    PIC X(20).
                     15 WSV-EMB-JUZGADO       PIC X(30).
                     15 WSV-EMB-CBU           PIC X(22).
                     15 WSV-EMB-TIPO          PIC X.
                     15 WSV-EMB-PORCENTAJE    PIC 9(03)V99.
                     15 WSV-EMB-IMPORTE-FIJO  PIC 9(09).
                     15 WSV-EMB-TOPE          PIC 9(11).
                     15 WSV-EMB-SALDO         PIC 9(11).
                     15 WSV-EMB-ESTADO        PIC X.
                     15 WSV-EMB-FECHA-ESTADO  PIC 9(08).
                     15 WSV-EMB-MOTIVO        PIC X(30).
                     15 WSV-EMB-CANT-PER      PIC 9(05).
                     15 WSV-EMB-EMBARGO-PER   PIC 9(11).
                     15 WSV-EMB-REVERSO-PER   PIC 9(11).
                     15 WSV-EMB-NETO-ACUM     PIC S9(11).
                     15 WSV-EMB-NETO-TOTAL    PIC S9(11).
             05 WSV-IDX-EMB                   PIC 9(04) VALUE ZERO.
             05 WSV-IDX-HALLADO               PIC 9(04) VALUE ZERO.

             05 WSV-TABLA-DETALLES.
                 10 WSV-CANT-DET              PIC 9(04) VALUE ZERO.
                 10 WSV-DET-ENTRADA OCCURS 3000 TIMES.
                     15 WSV-DET-EMBARGO       PIC 9(04).
                     15 WSV-DET-FECHA         PIC 9(08).
                     15 WSV-DET-TIPO          PIC X.
                     15 WSV-DET-CAMPANIA      PIC X(06).
                     15 WSV-DET-CUOTA         PIC 9(02).
                     15 WSV-DET-IMPORTE-PAGO  PIC 9(09).
                     15 WSV-DET-IMPORTE       PIC 9(09).
                     15 WSV-DET-SALDO         PIC 9(11).
             05 WSV-IDX-DET                   PIC 9(04) VALUE ZERO.

             05 WSV-CONTADORES.
                 10 WSV-TOTAL-LEIDOS          PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-IMPUTADOS       PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-HUERFANOS       PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-ESTADOS         PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-DESCUADRES      PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-EMBARGO-PER     PIC 9(13) VALUE ZERO.
                 10 WSV-TOTAL-REVERSO-PER     PIC 9(13) VALUE ZERO.

             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
                     VALUE 'PROCESO FINALIZADO NORMALMENTE'.

       PROCEDURE DIVISION.

       000-CONTROL.

           ACCEPT WSV-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-INICIO FROM TIME.

           DISPLAY 'ESTADO DE CUENTA MENSUAL DE EMBARGOS JUDICIALES'.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.

           PERFORM 001-LEER-TARJETA.
           IF NOT WSS-TARJETA-PRESENTE
               DISPLAY 'PERIODO (AAAAMM, BLANCO = MES ACTUAL): '
                       WITH NO ADVANCING
               ACCEPT WSV-PERIODO-ENTRADA
           END-IF.

           IF WSV-PERIODO-ENTRADA EQUAL SPACES
               COMPUTE WSV-PERIODO-NUM = WSV-FECHA-HOY / 100
           END-IF.
           IF WSV-PERIODO-ENTRADA IS NOT NUMERIC
               DISPLAY 'ERROR: PERIODO INVALIDO: ' WSV-PERIODO-ENTRADA
               MOVE WSC-RETORNO-CONTROL TO WSV-CODIGO-RETORNO
               MOVE 'PERIODO DE ESTADO DE CUENTA INVALIDO'
                   TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.
           DISPLAY 'PERIODO: ' WSV-PERIODO-ENTRADA.

           PERFORM 010-ABRIR-ARCHIVOS.
           PERFORM 020-CARGAR-EMBARGOS.
           IF WSS-HAY-MOVIMIENTOS
               PERFORM 040-ACUMULAR-MOVIMIENTOS
           END-IF.

           PERFORM 050-EMITIR-ESTADOS.
           PERFORM 095-ESCRIBIR-RESUMEN.
           PERFORM 090-CERRAR-ARCHIVOS.

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
                       MOVE TARJETA-PERIODO TO WSV-PERIODO-ENTRADA
               END-READ
               CLOSE TARJETA-FILE
           END-IF.

       001-LEER-TARJETA-END. EXIT.

       010-ABRIR-ARCHIVOS.

           OPEN INPUT EMBARGO-FILE.
           IF WSS-EMBARGO-INEXISTENTE
               DISPLAY 'ERROR: EMBARGO1 NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'EMBARGO1 NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           MOVE 'N' TO WSC-HAY-MOVIMIENTOS.
           OPEN INPUT EMBAMOV-FILE.
           IF WSS-EMBAMOV-INEXISTENTE
               DISPLAY 'EMBAMOV1 AUSENTE, SIN MOVIMIENTOS DE EMBARGO'
           ELSE
               MOVE 'S' TO WSC-HAY-MOVIMIENTOS
           END-IF.

           OPEN OUTPUT REPORTE-FILE.

       010-ABRIR-ARCHIVOS-END. EXIT.

       020-CARGAR-EMBARGOS.

           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE ZERO TO EMBAR-DNI.
           START EMBARGO-FILE KEY NOT LESS THAN EMBAR-DNI
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 021-LEER-EMBARGO UNTIL WSS-FIN-BARRIDO.

           IF WSV-CANT-EMB EQUAL ZERO
               DISPLAY 'AVISO: SIN EMBARGOS REGISTRADOS'
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'SIN EMBARGOS REGISTRADOS' TO WSV-MOTIVO-FIN
           END-IF.

       020-CARGAR-EMBARGOS-END. EXIT.

       021-LEER-EMBARGO.

           READ EMBARGO-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   PERFORM 022-AGREGAR-EMBARGO
           END-READ.
           IF WSC-EMBARGO-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       021-LEER-EMBARGO-END. EXIT.

       022-AGREGAR-EMBARGO.

           IF WSV-CANT-EMB < WSC-MAX-EMBARGOS
               ADD 1 TO WSV-CANT-EMB
               MOVE WSV-CANT-EMB TO WSV-IDX-EMB
               INITIALIZE WSV-EMB-ENTRADA (WSV-IDX-EMB)
               MOVE EMBAR-DNI  TO WSV-EMB-DNI (WSV-IDX-EMB)
               MOVE EMBAR-EXPEDIENTE
                   TO WSV-EMB-EXPEDIENTE (WSV-IDX-EMB)
               MOVE EMBAR-JUZGADO TO WSV-EMB-JUZGADO (WSV-IDX-EMB)
               MOVE EMBAR-CBU-JUZGADO TO WSV-EMB-CBU (WSV-IDX-EMB)
               MOVE EMBAR-TIPO TO WSV-EMB-TIPO (WSV-IDX-EMB)
               MOVE EMBAR-PORCENTAJE
                   TO WSV-EMB-PORCENTAJE (WSV-IDX-EMB)
               MOVE EMBAR-IMPORTE-FIJO
                   TO WSV-EMB-IMPORTE-FIJO (WSV-IDX-EMB)
               MOVE EMBAR-TOPE TO WSV-EMB-TOPE (WSV-IDX-EMB)
               MOVE EMBAR-SALDO-EMBARGADO
                   TO WSV-EMB-SALDO (WSV-IDX-EMB)
               MOVE EMBAR-ESTADO TO WSV-EMB-ESTADO (WSV-IDX-EMB)
               MOVE EMBAR-FECHA-ESTADO
                   TO WSV-EMB-FECHA-ESTADO (WSV-IDX-EMB)
               MOVE EMBAR-MOTIVO TO WSV-EMB-MOTIVO (WSV-IDX-EMB)
           ELSE
               DISPLAY 'AVISO: TABLA DE EMBARGOS COMPLETA, SE OMITE '
                       EMBAR-DNI ' ' EMBAR-EXPEDIENTE
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'TABLA DE EMBARGOS COMPLETA' TO WSV-MOTIVO-FIN
           END-IF.

       022-AGREGAR-EMBARGO-END. EXIT.

       025-BUSCAR-EMBARGO.

           MOVE ZERO TO WSV-IDX-HALLADO.
           PERFORM 026-COMPARAR-EMBARGO
               VARYING WSV-IDX-EMB FROM 1 BY 1
               UNTIL WSV-IDX-EMB > WSV-CANT-EMB
                  OR WSV-IDX-HALLADO > ZERO.

       025-BUSCAR-EMBARGO-END. EXIT.

       026-COMPARAR-EMBARGO.

           IF WSV-EMB-DNI (WSV-IDX-EMB) EQUAL EMOV-DNI
              AND WSV-EMB-EXPEDIENTE (WSV-IDX-EMB)
                  EQUAL EMOV-EXPEDIENTE
               MOVE WSV-IDX-EMB TO WSV-IDX-HALLADO
           END-IF.

       026-COMPARAR-EMBARGO-END. EXIT.

       040-ACUMULAR-MOVIMIENTOS.

           MOVE 'N' TO WSC-FIN-MOVIMIENTOS.
           PERFORM 041-LEER-MOVIMIENTO.
           PERFORM 042-PROCESAR-MOVIMIENTO UNTIL WSS-FIN-MOVIMIENTOS.

       040-ACUMULAR-MOVIMIENTOS-END. EXIT.

       041-LEER-MOVIMIENTO.

           READ EMBAMOV-FILE
               AT END MOVE 'S' TO WSC-FIN-MOVIMIENTOS
               NOT AT END ADD 1 TO WSV-TOTAL-LEIDOS
           END-READ.

       041-LEER-MOVIMIENTO-END. EXIT.

       042-PROCESAR-MOVIMIENTO.

           PERFORM 025-BUSCAR-EMBARGO.

           IF WSV-IDX-HALLADO EQUAL ZERO
               ADD 1 TO WSV-TOTAL-HUERFANOS
               DISPLAY 'AVISO: MOVIMIENTO DE ' EMOV-DNI
                       ' CON EXPEDIENTE DESCONOCIDO ' EMOV-EXPEDIENTE
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'MOVIMIENTOS SIN EMBARGO EN MAESTRO'
                   TO WSV-MOTIVO-FIN
           ELSE
               ADD 1 TO WSV-TOTAL-IMPUTADOS
               PERFORM 043-IMPUTAR-MOVIMIENTO
           END-IF.

           PERFORM 041-LEER-MOVIMIENTO.

       042-PROCESAR-MOVIMIENTO-END. EXIT.

       043-IMPUTAR-MOVIMIENTO.

           COMPUTE WSV-PERIODO-MOV = EMOV-FECHA / 100.

           IF EMOV-REVERSION
               SUBTRACT EMOV-IMPORTE
                   FROM WSV-EMB-NETO-TOTAL (WSV-IDX-HALLADO)
           ELSE
               ADD EMOV-IMPORTE
                   TO WSV-EMB-NETO-TOTAL (WSV-IDX-HALLADO)
           END-IF.

           IF WSV-PERIODO-MOV NOT GREATER THAN WSV-PERIODO-NUM
               IF EMOV-REVERSION
                   SUBTRACT EMOV-IMPORTE
                       FROM WSV-EMB-NETO-ACUM (WSV-IDX-HALLADO)
               ELSE
                   ADD EMOV-IMPORTE
                       TO WSV-EMB-NETO-ACUM (WSV-IDX-HALLADO)
               END-IF
           END-IF.

           IF WSV-PERIODO-MOV EQUAL WSV-PERIODO-NUM
               ADD 1 TO WSV-EMB-CANT-PER (WSV-IDX-HALLADO)
               IF EMOV-REVERSION
                   ADD EMOV-IMPORTE
                       TO WSV-EMB-REVERSO-PER (WSV-IDX-HALLADO)
                   ADD EMOV-IMPORTE TO WSV-TOTAL-REVERSO-PER
               ELSE
                   ADD EMOV-IMPORTE
                       TO WSV-EMB-EMBARGO-PER (WSV-IDX-HALLADO)
                   ADD EMOV-IMPORTE TO WSV-TOTAL-EMBARGO-PER
               END-IF
               PERFORM 044-GUARDAR-DETALLE
           END-IF.

       043-IMPUTAR-MOVIMIENTO-END. EXIT.

       044-GUARDAR-DETALLE.

           IF WSV-CANT-DET < WSC-MAX-DETALLES
               ADD 1 TO WSV-CANT-DET
               MOVE WSV-IDX-HALLADO TO WSV-DET-EMBARGO (WSV-CANT-DET)
               MOVE EMOV-FECHA     TO WSV-DET-FECHA (WSV-CANT-DET)
               MOVE EMOV-TIPO      TO WSV-DET-TIPO (WSV-CANT-DET)
               MOVE EMOV-CAMPANIA  TO WSV-DET-CAMPANIA (WSV-CANT-DET)
               MOVE EMOV-CUOTA     TO WSV-DET-CUOTA (WSV-CANT-DET)
               MOVE EMOV-IMPORTE-PAGO
                   TO WSV-DET-IMPORTE-PAGO (WSV-CANT-DET)
               MOVE EMOV-IMPORTE   TO WSV-DET-IMPORTE (WSV-CANT-DET)
               MOVE EMOV-SALDO     TO WSV-DET-SALDO (WSV-CANT-DET)
           ELSE
               DISPLAY 'AVISO: TABLA DE DETALLES COMPLETA, EL '
                       'MOVIMIENTO DE ' EMOV-DNI ' NO SE DETALLA'
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'TABLA DE DETALLES DE EMBARGO COMPLETA'
                   TO WSV-MOTIVO-FIN
           END-IF.

       044-GUARDAR-DETALLE-END. EXIT.

       050-EMITIR-ESTADOS.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' ESTADO DE CUENTA DE EMBARGOS JUDICIALES - PERIODO '
                                          DELIMITED BY SIZE
                  WSV-PERIODO-ENTRADA     DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           PERFORM 051-EVALUAR-UN-EMBARGO
               VARYING WSV-IDX-EMB FROM 1 BY 1
               UNTIL WSV-IDX-EMB > WSV-CANT-EMB.

       050-EMITIR-ESTADOS-END. EXIT.

       051-EVALUAR-UN-EMBARGO.

           COMPUTE WSV-PERIODO-ESTADO =
               WSV-EMB-FECHA-ESTADO (WSV-IDX-EMB) / 100.

           IF WSV-EMB-ESTADO (WSV-IDX-EMB) EQUAL 'V'
              OR WSV-EMB-CANT-PER (WSV-IDX-EMB) > ZERO
              OR WSV-PERIODO-ESTADO EQUAL WSV-PERIODO-NUM
               PERFORM 052-EMITIR-UN-ESTADO
           END-IF.

           IF WSV-EMB-NETO-TOTAL (WSV-IDX-EMB)
              NOT EQUAL WSV-EMB-SALDO (WSV-IDX-EMB)
               ADD 1 TO WSV-TOTAL-DESCUADRES
               MOVE WSV-EMB-NETO-TOTAL (WSV-IDX-EMB)
                   TO WSV-NETO-EDITADO
               MOVE SPACES TO WSV-LINEA-REPORTE
               STRING '   AVISO: SALDO DEL MAESTRO $'
                                          DELIMITED BY SIZE
                      WSV-EMB-SALDO (WSV-IDX-EMB) DELIMITED BY SIZE
                      ' NO CONCILIA CON MOVIMIENTOS $'
                                          DELIMITED BY SIZE
                      WSV-NETO-EDITADO    DELIMITED BY SIZE
                      ' DNI '             DELIMITED BY SIZE
                      WSV-EMB-DNI (WSV-IDX-EMB) DELIMITED BY SIZE
                      INTO WSV-LINEA-REPORTE
               END-STRING
               DISPLAY WSV-LINEA-REPORTE
               MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO
               WRITE REPORTE-REGISTRO
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'EMBARGOS CON SALDO NO CONCILIADO'
                   TO WSV-MOTIVO-FIN
           END-IF.

       051-EVALUAR-UN-EMBARGO-END. EXIT.

       052-EMITIR-UN-ESTADO.

           ADD 1 TO WSV-TOTAL-ESTADOS.
           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' EXPEDIENTE '          DELIMITED BY SIZE
                  WSV-EMB-EXPEDIENTE (WSV-IDX-EMB) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WSV-EMB-JUZGADO (WSV-IDX-EMB)    DELIMITED BY SIZE
                  ' CBU '                 DELIMITED BY SIZE
                  WSV-EMB-CBU (WSV-IDX-EMB)        DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           IF WSV-EMB-TIPO (WSV-IDX-EMB) EQUAL 'P'
               MOVE WSV-EMB-PORCENTAJE (WSV-IDX-EMB)
                   TO WSV-PORCENTAJE-EDITADO
               MOVE SPACES TO WSV-DESCRIPCION-TIPO
               STRING WSV-PORCENTAJE-EDITADO DELIMITED BY SIZE
                      ' %'                   DELIMITED BY SIZE
                      INTO WSV-DESCRIPCION-TIPO
               END-STRING
           ELSE
               MOVE 'FIJO'  TO WSV-DESCRIPCION-TIPO
           END-IF.
           EVALUATE WSV-EMB-ESTADO (WSV-IDX-EMB)
               WHEN 'V'
                   MOVE 'VIGENTE'   TO WSV-DESCRIPCION-ESTADO
               WHEN 'L'
                   MOVE 'LIBERADO'  TO WSV-DESCRIPCION-ESTADO
               WHEN OTHER
                   MOVE 'LEVANTADO' TO WSV-DESCRIPCION-ESTADO
           END-EVALUATE.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING '   DNI '               DELIMITED BY SIZE
                  WSV-EMB-DNI (WSV-IDX-EMB)        DELIMITED BY SIZE
                  '  RETENCION '          DELIMITED BY SIZE
                  WSV-DESCRIPCION-TIPO    DELIMITED BY SIZE
                  ' $'                    DELIMITED BY SIZE
                  WSV-EMB-IMPORTE-FIJO (WSV-IDX-EMB) DELIMITED BY SIZE
                  '  TOPE $'              DELIMITED BY SIZE
                  WSV-EMB-TOPE (WSV-IDX-EMB)       DELIMITED BY SIZE
                  '  ESTADO '             DELIMITED BY SIZE
                  WSV-DESCRIPCION-ESTADO  DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WSV-EMB-MOTIVO (WSV-IDX-EMB)     DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           PERFORM 053-EMITIR-DETALLE
               VARYING WSV-IDX-DET FROM 1 BY 1
               UNTIL WSV-IDX-DET > WSV-CANT-DET.

           COMPUTE WSV-NETO-EDITADO =
               WSV-EMB-EMBARGO-PER (WSV-IDX-EMB)
               - WSV-EMB-REVERSO-PER (WSV-IDX-EMB).
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING '   PERIODO  MOVIMIENTOS: ' DELIMITED BY SIZE
                  WSV-EMB-CANT-PER (WSV-IDX-EMB)    DELIMITED BY SIZE
                  '  EMBARGADO $'          DELIMITED BY SIZE
                  WSV-EMB-EMBARGO-PER (WSV-IDX-EMB) DELIMITED BY SIZE
                  '  REVERTIDO $'          DELIMITED BY SIZE
                  WSV-EMB-REVERSO-PER (WSV-IDX-EMB) DELIMITED BY SIZE
                  '  NETO $'               DELIMITED BY SIZE
                  WSV-NETO-EDITADO         DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE WSV-EMB-NETO-ACUM (WSV-IDX-EMB) TO WSV-ACUM-EDITADO.
           MOVE ZERO TO WSV-RESTANTE.
           IF WSV-EMB-ESTADO (WSV-IDX-EMB) EQUAL 'V'
              AND WSV-EMB-SALDO (WSV-IDX-EMB)
                  < WSV-EMB-TOPE (WSV-IDX-EMB)
               COMPUTE WSV-RESTANTE = WSV-EMB-TOPE (WSV-IDX-EMB)
                   - WSV-EMB-SALDO (WSV-IDX-EMB)
           END-IF.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING '   ACUMULADO AL CIERRE $'  DELIMITED BY SIZE
                  WSV-ACUM-EDITADO         DELIMITED BY SIZE
                  '  SALDO EMBARGADO $'    DELIMITED BY SIZE
                  WSV-EMB-SALDO (WSV-IDX-EMB) DELIMITED BY SIZE
                  '  RESTANTE HASTA TOPE $' DELIMITED BY SIZE
                  WSV-RESTANTE             DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

       052-EMITIR-UN-ESTADO-END. EXIT.

       053-EMITIR-DETALLE.

           IF WSV-DET-EMBARGO (WSV-IDX-DET) EQUAL WSV-IDX-EMB
               IF WSV-DET-TIPO (WSV-IDX-DET) EQUAL 'R'
                   MOVE 'REVERSO' TO WSV-DESCRIPCION-TIPO
               ELSE
                   MOVE 'EMBARGO' TO WSV-DESCRIPCION-TIPO
               END-IF
               MOVE SPACES TO WSV-LINEA-REPORTE
               STRING '     '               DELIMITED BY SIZE
                      WSV-DET-FECHA (WSV-IDX-DET)    DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      WSV-DESCRIPCION-TIPO  DELIMITED BY SIZE
                      ' CAMPANIA '          DELIMITED BY SIZE
                      WSV-DET-CAMPANIA (WSV-IDX-DET) DELIMITED BY SIZE
                      ' CUOTA '             DELIMITED BY SIZE
                      WSV-DET-CUOTA (WSV-IDX-DET)    DELIMITED BY SIZE
                      ' PAGO NETO $'        DELIMITED BY SIZE
                      WSV-DET-IMPORTE-PAGO (WSV-IDX-DET)
                                            DELIMITED BY SIZE
                      ' IMPORTE $'          DELIMITED BY SIZE
                      WSV-DET-IMPORTE (WSV-IDX-DET)  DELIMITED BY SIZE
                      ' SALDO $'            DELIMITED BY SIZE
                      WSV-DET-SALDO (WSV-IDX-DET)    DELIMITED BY SIZE
                      INTO WSV-LINEA-REPORTE
               END-STRING
               MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO
               WRITE REPORTE-REGISTRO
           END-IF.

       053-EMITIR-DETALLE-END. EXIT.

       090-CERRAR-ARCHIVOS.

           CLOSE EMBARGO-FILE.
           IF WSS-HAY-MOVIMIENTOS
               CLOSE EMBAMOV-FILE
           END-IF.
           CLOSE REPORTE-FILE.

       090-CERRAR-ARCHIVOS-END. EXIT.

       095-ESCRIBIR-RESUMEN.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' MOVIMIENTOS LEIDOS: '  DELIMITED BY SIZE
                  WSV-TOTAL-LEIDOS         DELIMITED BY SIZE
                  '  IMPUTADOS: '          DELIMITED BY SIZE
                  WSV-TOTAL-IMPUTADOS      DELIMITED BY SIZE
                  '  SIN EMBARGO: '        DELIMITED BY SIZE
                  WSV-TOTAL-HUERFANOS      DELIMITED BY SIZE
                  '  SALDOS NO CONCILIADOS: ' DELIMITED BY SIZE
                  WSV-TOTAL-DESCUADRES     DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' ESTADOS EMITIDOS: '    DELIMITED BY SIZE
                  WSV-TOTAL-ESTADOS        DELIMITED BY SIZE
                  '  EMBARGADO DEL PERIODO $' DELIMITED BY SIZE
                  WSV-TOTAL-EMBARGO-PER    DELIMITED BY SIZE
                  '  REVERTIDO $'          DELIMITED BY SIZE
                  WSV-TOTAL-REVERSO-PER    DELIMITED BY SIZE
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
           MOVE WSV-TOTAL-ESTADOS  TO ESTADO-ESCRITOS.
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

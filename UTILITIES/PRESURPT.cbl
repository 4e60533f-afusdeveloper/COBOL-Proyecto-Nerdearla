       IDENTIFICATION DIVISION.
       PROGRAM-ID.                            PRESURPT.
       AUTHOR.                                AYMARA M FUSARO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE   ASSIGN TO "PARAMEJ1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-PARAM-ESTADO.

           SELECT LEDGER-FILE  ASSIGN TO "PAGOLEDG"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PAGOL-CLAVE
                               FILE STATUS IS WSC-LEDGER-ESTADO.

           SELECT CUOTAS-FILE  ASSIGN TO "CUOTAS01"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CUOTA-CLAVE
                               FILE STATUS IS WSC-CUOTAS-ESTADO.

           SELECT ESPERA-FILE  ASSIGN TO "LISTESP1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-ESPERA-ESTADO.

           SELECT REPORTE-FILE ASSIGN TO "PRESURP1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-REPORTE-ESTADO.

           SELECT TARJETA-FILE ASSIGN TO "CTRLCRDG"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-TARJETA-ESTADO.

           SELECT ESTADO-FILE  ASSIGN TO "RUNSTAT1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-ESTADO-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE
           RECORDING MODE IS F.
           COPY PARAMREG.

       FD  LEDGER-FILE.
           COPY PAGOREG.

       FD  CUOTAS-FILE.
           COPY CUOTREG.

       FD  ESPERA-FILE
           RECORDING MODE IS F.
           COPY ESPEREG.

       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  REPORTE-REGISTRO                 PIC X(132).

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
                                               VALUE 'PRESURPT'.
             05 WSC-MAX-CAMPANIAS             PIC 9(02) VALUE 20.
             05 WSC-MAX-MESES                 PIC 9(02) VALUE 36.
             05 WSC-RETORNOS.
                 10 WSC-RETORNO-NORMAL        PIC 9(04) VALUE 0.
                 10 WSC-RETORNO-AVISO         PIC 9(04) VALUE 4.
                 10 WSC-RETORNO-SIN-ARCHIVO   PIC 9(04) VALUE 16.

             05 WSC-GUIONES.
                 10 FILLER                    PIC X(80) VALUE ALL '-'.

         01 WSC-SWITCHES.
             05 WSC-FIN-ARCHIVO               PIC X    VALUE 'N'.
                 88 WSS-FIN-ARCHIVO                    VALUE 'S'.
             05 WSC-TARJETA-PRESENTE          PIC X    VALUE 'N'.
                 88 WSS-TARJETA-PRESENTE               VALUE 'S'.
             05 WSC-CAMPANIA-HALLADA          PIC X    VALUE 'N'.
                 88 WSS-CAMPANIA-HALLADA               VALUE 'S'.
             05 WSC-MES-HALLADO               PIC X    VALUE 'N'.
                 88 WSS-MES-HALLADO                    VALUE 'S'.
             05 WSC-HAY-LEDGER                PIC X    VALUE 'N'.
                 88 WSS-HAY-LEDGER                     VALUE 'S'.
             05 WSC-HAY-CUOTAS                PIC X    VALUE 'N'.
                 88 WSS-HAY-CUOTAS                     VALUE 'S'.
             05 WSC-EXCEDIDO                  PIC X    VALUE 'N'.
                 88 WSS-EXCEDIDO                       VALUE 'S'.

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-PARAM-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-PARAM-INEXISTENTE              VALUE '35'.
             05 WSC-LEDGER-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-LEDGER-INEXISTENTE             VALUE '35'.
             05 WSC-CUOTAS-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-CUOTAS-INEXISTENTE             VALUE '35'.
             05 WSC-ESPERA-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-ESPERA-INEXISTENTE             VALUE '35'.
             05 WSC-REPORTE-ESTADO            PIC XX   VALUE '00'.
             05 WSC-TARJETA-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-TARJETA-INEXISTENTE            VALUE '35'.
             05 WSC-ESTADO-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-ESTADO-INEXISTENTE             VALUE '35'.

         01 WSV-VARIABLES.
             05 WSV-FECHA-INICIO              PIC 9(08) VALUE ZERO.
             05 WSV-HORA-INICIO               PIC 9(08) VALUE ZERO.
             05 WSV-CAMPANIA                  PIC X(06) VALUE SPACES.
             05 WSV-CAMPANIA-AUX              PIC X(06) VALUE SPACES.
             05 WSV-MES-AUX                   PIC 9(06) VALUE ZERO.
             05 WSV-IMPORTE-AUX               PIC 9(11) VALUE ZERO.
             05 WSV-LINEA-REPORTE             PIC X(132).

             05 WSV-TABLA-CAMPANIAS.
                 10 WSV-CANT-CAMPANIAS        PIC 9(02) VALUE ZERO.
                 10 WSV-CAMP-ENTRADA OCCURS 20 TIMES.
                     15 WSV-CAMP-CAMPANIA     PIC X(06).
                     15 WSV-CAMP-CON-PARAM    PIC X.
                     15 WSV-CAMP-PRESUPUESTO  PIC 9(11).
                     15 WSV-CAMP-COSTO-BECA   PIC 9(09).
                     15 WSV-CAMP-PAGADO       PIC 9(13).
                     15 WSV-CAMP-TRANSITO     PIC 9(13).
                     15 WSV-CAMP-COMPROMETIDO PIC 9(13).
                     15 WSV-CAMP-CANCELADO    PIC 9(13).
                     15 WSV-CAMP-EN-ESPERA    PIC 9(05).
                     15 WSV-CAMP-CANT-MESES   PIC 9(02).
                     15 WSV-CAMP-MES OCCURS 36 TIMES.
                         20 WSV-MES-PERIODO   PIC 9(06).
                         20 WSV-MES-PAGADO    PIC 9(13).
                         20 WSV-MES-TRANSITO  PIC 9(13).
                         20 WSV-MES-COMPROMETIDO
                                              PIC 9(13).
             05 WSV-IDX-CAMPANIA              PIC 9(02) VALUE ZERO.
             05 WSV-IDX-BUSQUEDA              PIC 9(02) VALUE ZERO.
             05 WSV-IDX-MES                   PIC 9(02) VALUE ZERO.
             05 WSV-IDX-MES-BUSQ              PIC 9(02) VALUE ZERO.
             05 WSV-IDX-MENOR                 PIC 9(02) VALUE ZERO.

             05 WSV-CALCULOS.
                 10 WSV-MES-ANTERIOR          PIC 9(06) VALUE ZERO.
                 10 WSV-MES-MENOR             PIC 9(06) VALUE ZERO.
                 10 WSV-ACUMULADO             PIC 9(13) VALUE ZERO.
                 10 WSV-EJECUTADO             PIC 9(13) VALUE ZERO.
                 10 WSV-PROYECTADO            PIC 9(13) VALUE ZERO.
                 10 WSV-EXPOSICION            PIC 9(13) VALUE ZERO.
                 10 WSV-CON-ESPERA            PIC 9(13) VALUE ZERO.
                 10 WSV-SALDO                 PIC S9(13) VALUE ZERO.
                 10 WSV-SALDO-EDIT            PIC -(13)9.
                 10 WSV-PORCENTAJE            PIC 9(05)V9 VALUE ZERO.
                 10 WSV-PORCENTAJE-EDIT       PIC ZZZZ9.9.
                 10 WSV-MARCA-MES             PIC X(10) VALUE SPACES.

             05 WSV-CONTADORES.
                 10 WSV-TOTAL-LEIDOS          PIC 9(07) VALUE ZERO.
                 10 WSV-CAMPANIAS-EXCEDIDAS   PIC 9(03) VALUE ZERO.

             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
                     VALUE 'PROCESO FINALIZADO NORMALMENTE'.

       PROCEDURE DIVISION.

       000-CONTROL.

           ACCEPT WSV-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-INICIO FROM TIME.

           DISPLAY 'EJECUCION PRESUPUESTARIA Y FLUJO DE FONDOS'.

           PERFORM 001-LEER-TARJETA.
           IF NOT WSS-TARJETA-PRESENTE
               DISPLAY 'CAMPANIA (BLANCO = TODAS): ' WITH NO ADVANCING
               ACCEPT WSV-CAMPANIA
           END-IF.

           PERFORM 010-ABRIR-ARCHIVOS.
           PERFORM 015-CARGAR-PARAMETROS.

           IF WSS-HAY-LEDGER
               PERFORM 020-PROCESAR-LEDGER
           END-IF.
           IF WSS-HAY-CUOTAS
               PERFORM 030-PROCESAR-CUOTAS
           END-IF.
           PERFORM 035-PROCESAR-ESPERA.

           PERFORM 060-ESCRIBIR-REPORTE
               VARYING WSV-IDX-CAMPANIA FROM 1 BY 1
               UNTIL WSV-IDX-CAMPANIA > WSV-CANT-CAMPANIAS.
           PERFORM 095-ESCRIBIR-RESUMEN.

           CLOSE REPORTE-FILE.

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

           MOVE 'N' TO WSC-HAY-LEDGER.
           OPEN INPUT LEDGER-FILE.
           IF WSS-LEDGER-INEXISTENTE
               DISPLAY 'PAGOLEDG AUSENTE, SIN PAGOS EJECUTADOS'
           ELSE
               MOVE 'S' TO WSC-HAY-LEDGER
           END-IF.

           MOVE 'N' TO WSC-HAY-CUOTAS.
           OPEN INPUT CUOTAS-FILE.
           IF WSS-CUOTAS-INEXISTENTE
               DISPLAY 'CUOTAS01 AUSENTE, SIN CUOTAS COMPROMETIDAS'
           ELSE
               MOVE 'S' TO WSC-HAY-CUOTAS
           END-IF.

           IF NOT WSS-HAY-LEDGER AND NOT WSS-HAY-CUOTAS
               DISPLAY 'ERROR: NI PAGOLEDG NI CUOTAS01 EXISTEN. '
                       'ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'PAGOLEDG Y CUOTAS01 NO EXISTEN'
                   TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           OPEN OUTPUT REPORTE-FILE.

       010-ABRIR-ARCHIVOS-END. EXIT.

       015-CARGAR-PARAMETROS.

           MOVE 'N' TO WSC-FIN-ARCHIVO.
           OPEN INPUT PARAM-FILE.
           IF WSS-PARAM-INEXISTENTE
               DISPLAY 'PARAMEJ1 AUSENTE, CAMPANIAS SIN PRESUPUESTO'
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'PARAMEJ1 AUSENTE, SIN PRESUPUESTO'
                   TO WSV-MOTIVO-FIN
           ELSE
               PERFORM 016-LEER-PARAMETRO
               PERFORM 017-GUARDAR-PARAMETRO UNTIL WSS-FIN-ARCHIVO
               CLOSE PARAM-FILE
           END-IF.

       015-CARGAR-PARAMETROS-END. EXIT.

       016-LEER-PARAMETRO.

           READ PARAM-FILE
               AT END MOVE 'S' TO WSC-FIN-ARCHIVO
           END-READ.

       016-LEER-PARAMETRO-END. EXIT.

       017-GUARDAR-PARAMETRO.

           IF WSV-CAMPANIA EQUAL SPACES
              OR PARAM-CAMPANIA EQUAL WSV-CAMPANIA
               MOVE PARAM-CAMPANIA TO WSV-CAMPANIA-AUX
               PERFORM 040-UBICAR-CAMPANIA
               IF WSV-CAMP-CON-PARAM (WSV-IDX-CAMPANIA) NOT EQUAL 'S'
                  AND PARAM-PRESUPUESTO IS NUMERIC
                  AND PARAM-COSTO-BECA IS NUMERIC
                   MOVE 'S' TO WSV-CAMP-CON-PARAM (WSV-IDX-CAMPANIA)
                   MOVE PARAM-PRESUPUESTO
                       TO WSV-CAMP-PRESUPUESTO (WSV-IDX-CAMPANIA)
                   MOVE PARAM-COSTO-BECA
                       TO WSV-CAMP-COSTO-BECA (WSV-IDX-CAMPANIA)
               END-IF
           END-IF.
           PERFORM 016-LEER-PARAMETRO.

       017-GUARDAR-PARAMETRO-END. EXIT.

       020-PROCESAR-LEDGER.

           MOVE 'N' TO WSC-FIN-ARCHIVO.
           MOVE WSV-CAMPANIA TO PAGOL-CAMPANIA.
           MOVE ZERO         TO PAGOL-DNI.
           MOVE ZERO         TO PAGOL-CUOTA.
           START LEDGER-FILE KEY NOT LESS THAN PAGOL-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-ARCHIVO
           END-START.
           PERFORM 021-LEER-LEDGER UNTIL WSS-FIN-ARCHIVO.
           CLOSE LEDGER-FILE.

       020-PROCESAR-LEDGER-END. EXIT.

       021-LEER-LEDGER.

           READ LEDGER-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WSV-TOTAL-LEIDOS
                   IF WSV-CAMPANIA NOT EQUAL SPACES
                      AND PAGOL-CAMPANIA NOT EQUAL WSV-CAMPANIA
                       MOVE 'S' TO WSC-FIN-ARCHIVO
                   ELSE
                       PERFORM 022-ACUMULAR-PAGO
                   END-IF
           END-READ.
           IF WSC-LEDGER-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-ARCHIVO
           END-IF.

       021-LEER-LEDGER-END. EXIT.

       022-ACUMULAR-PAGO.

           IF NOT PAGOL-RECHAZADO
               MOVE PAGOL-CAMPANIA TO WSV-CAMPANIA-AUX
               PERFORM 040-UBICAR-CAMPANIA
               COMPUTE WSV-MES-AUX = PAGOL-FECHA-ESTADO / 100
               PERFORM 045-UBICAR-MES
               IF PAGOL-ACREDITADO
                   ADD PAGOL-IMPORTE
                       TO WSV-CAMP-PAGADO (WSV-IDX-CAMPANIA)
                   ADD PAGOL-IMPORTE
                       TO WSV-MES-PAGADO (WSV-IDX-CAMPANIA, WSV-IDX-MES)
               ELSE
                   ADD PAGOL-IMPORTE
                       TO WSV-CAMP-TRANSITO (WSV-IDX-CAMPANIA)
                   ADD PAGOL-IMPORTE
                       TO WSV-MES-TRANSITO (WSV-IDX-CAMPANIA,
                                            WSV-IDX-MES)
               END-IF
           END-IF.

       022-ACUMULAR-PAGO-END. EXIT.

       030-PROCESAR-CUOTAS.

           MOVE 'N' TO WSC-FIN-ARCHIVO.
           MOVE WSV-CAMPANIA TO CUOTA-CAMPANIA.
           MOVE ZERO         TO CUOTA-DNI.
           MOVE ZERO         TO CUOTA-NUMERO.
           START CUOTAS-FILE KEY NOT LESS THAN CUOTA-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-ARCHIVO
           END-START.
           PERFORM 031-LEER-CUOTA UNTIL WSS-FIN-ARCHIVO.
           CLOSE CUOTAS-FILE.

       030-PROCESAR-CUOTAS-END. EXIT.

       031-LEER-CUOTA.

           READ CUOTAS-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WSV-TOTAL-LEIDOS
                   IF WSV-CAMPANIA NOT EQUAL SPACES
                      AND CUOTA-CAMPANIA NOT EQUAL WSV-CAMPANIA
                       MOVE 'S' TO WSC-FIN-ARCHIVO
                   ELSE
                       PERFORM 032-ACUMULAR-CUOTA
                   END-IF
           END-READ.
           IF WSC-CUOTAS-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-ARCHIVO
           END-IF.

       031-LEER-CUOTA-END. EXIT.

       032-ACUMULAR-CUOTA.

           MOVE CUOTA-CAMPANIA TO WSV-CAMPANIA-AUX.
           COMPUTE WSV-IMPORTE-AUX = CUOTA-IMPORTE + CUOTA-BONO.
           IF CUOTA-PENDIENTE OR CUOTA-BLOQUEADA OR CUOTA-SUSPENDIDA
               PERFORM 040-UBICAR-CAMPANIA
               COMPUTE WSV-MES-AUX = CUOTA-VENCIMIENTO / 100
               PERFORM 045-UBICAR-MES
               ADD WSV-IMPORTE-AUX
                   TO WSV-CAMP-COMPROMETIDO (WSV-IDX-CAMPANIA)
               ADD WSV-IMPORTE-AUX
                   TO WSV-MES-COMPROMETIDO (WSV-IDX-CAMPANIA,
                                            WSV-IDX-MES)
           END-IF.
           IF CUOTA-CANCELADA
               PERFORM 040-UBICAR-CAMPANIA
               ADD WSV-IMPORTE-AUX
                   TO WSV-CAMP-CANCELADO (WSV-IDX-CAMPANIA)
           END-IF.

       032-ACUMULAR-CUOTA-END. EXIT.

       035-PROCESAR-ESPERA.

           MOVE 'N' TO WSC-FIN-ARCHIVO.
           OPEN INPUT ESPERA-FILE.
           IF WSS-ESPERA-INEXISTENTE
               DISPLAY 'LISTESP1 AUSENTE, SIN EXPOSICION POR '
                       'LISTA DE ESPERA'
           ELSE
               PERFORM 036-LEER-ESPERA
               PERFORM 037-ACUMULAR-ESPERA UNTIL WSS-FIN-ARCHIVO
               CLOSE ESPERA-FILE
           END-IF.

       035-PROCESAR-ESPERA-END. EXIT.

       036-LEER-ESPERA.

           READ ESPERA-FILE
               AT END MOVE 'S' TO WSC-FIN-ARCHIVO
               NOT AT END ADD 1 TO WSV-TOTAL-LEIDOS
           END-READ.

       036-LEER-ESPERA-END. EXIT.

       037-ACUMULAR-ESPERA.

           IF ESPERA-VIGENTE
              AND (WSV-CAMPANIA EQUAL SPACES
                   OR ESPERA-CAMPANIA EQUAL WSV-CAMPANIA)
               MOVE ESPERA-CAMPANIA TO WSV-CAMPANIA-AUX
               PERFORM 040-UBICAR-CAMPANIA
               ADD 1 TO WSV-CAMP-EN-ESPERA (WSV-IDX-CAMPANIA)
           END-IF.
           PERFORM 036-LEER-ESPERA.

       037-ACUMULAR-ESPERA-END. EXIT.

       040-UBICAR-CAMPANIA.

           MOVE 'N' TO WSC-CAMPANIA-HALLADA.
           PERFORM 041-BUSCAR-CAMPANIA
               VARYING WSV-IDX-BUSQUEDA FROM 1 BY 1
               UNTIL WSV-IDX-BUSQUEDA > WSV-CANT-CAMPANIAS
                  OR WSS-CAMPANIA-HALLADA.

           IF NOT WSS-CAMPANIA-HALLADA
               IF WSV-CANT-CAMPANIAS < WSC-MAX-CAMPANIAS
                   ADD 1 TO WSV-CANT-CAMPANIAS
                   MOVE WSV-CANT-CAMPANIAS TO WSV-IDX-CAMPANIA
                   INITIALIZE WSV-CAMP-ENTRADA (WSV-IDX-CAMPANIA)
                   MOVE WSV-CAMPANIA-AUX
                       TO WSV-CAMP-CAMPANIA (WSV-IDX-CAMPANIA)
                   MOVE 'N' TO WSV-CAMP-CON-PARAM (WSV-IDX-CAMPANIA)
               ELSE
                   DISPLAY 'ADVERTENCIA: TABLA DE CAMPANIAS LLENA'
                   MOVE WSV-CANT-CAMPANIAS TO WSV-IDX-CAMPANIA
                   MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
                   MOVE 'TABLA DE CAMPANIAS LLENA' TO WSV-MOTIVO-FIN
               END-IF
           END-IF.

       040-UBICAR-CAMPANIA-END. EXIT.

       041-BUSCAR-CAMPANIA.

           IF WSV-CAMP-CAMPANIA (WSV-IDX-BUSQUEDA) EQUAL
              WSV-CAMPANIA-AUX
               MOVE 'S' TO WSC-CAMPANIA-HALLADA
               MOVE WSV-IDX-BUSQUEDA TO WSV-IDX-CAMPANIA
           END-IF.

       041-BUSCAR-CAMPANIA-END. EXIT.

       045-UBICAR-MES.

           MOVE 'N' TO WSC-MES-HALLADO.
           PERFORM 046-BUSCAR-MES
               VARYING WSV-IDX-MES-BUSQ FROM 1 BY 1
               UNTIL WSV-IDX-MES-BUSQ >
                     WSV-CAMP-CANT-MESES (WSV-IDX-CAMPANIA)
                  OR WSS-MES-HALLADO.

           IF NOT WSS-MES-HALLADO
               IF WSV-CAMP-CANT-MESES (WSV-IDX-CAMPANIA) <
                  WSC-MAX-MESES
                   ADD 1 TO WSV-CAMP-CANT-MESES (WSV-IDX-CAMPANIA)
                   MOVE WSV-CAMP-CANT-MESES (WSV-IDX-CAMPANIA)
                       TO WSV-IDX-MES
                   MOVE WSV-MES-AUX
                       TO WSV-MES-PERIODO (WSV-IDX-CAMPANIA,
                                           WSV-IDX-MES)
                   MOVE ZERO
                       TO WSV-MES-PAGADO (WSV-IDX-CAMPANIA,
                                          WSV-IDX-MES)
                   MOVE ZERO
                       TO WSV-MES-TRANSITO (WSV-IDX-CAMPANIA,
                                            WSV-IDX-MES)
                   MOVE ZERO
                       TO WSV-MES-COMPROMETIDO (WSV-IDX-CAMPANIA,
                                                WSV-IDX-MES)
               ELSE
                   DISPLAY 'ADVERTENCIA: TABLA DE MESES LLENA PARA '
                           WSV-CAMPANIA-AUX
                   MOVE WSV-CAMP-CANT-MESES (WSV-IDX-CAMPANIA)
                       TO WSV-IDX-MES
                   MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
                   MOVE 'TABLA DE MESES LLENA' TO WSV-MOTIVO-FIN
               END-IF
           END-IF.

       045-UBICAR-MES-END. EXIT.

       046-BUSCAR-MES.

           IF WSV-MES-PERIODO (WSV-IDX-CAMPANIA, WSV-IDX-MES-BUSQ)
              EQUAL WSV-MES-AUX
               MOVE 'S' TO WSC-MES-HALLADO
               MOVE WSV-IDX-MES-BUSQ TO WSV-IDX-MES
           END-IF.

       046-BUSCAR-MES-END. EXIT.

       060-ESCRIBIR-REPORTE.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' CAMPANIA '           DELIMITED BY SIZE
                  WSV-CAMP-CAMPANIA (WSV-IDX-CAMPANIA)
                                         DELIMITED BY SIZE
                  '  PRESUPUESTO: $'     DELIMITED BY SIZE
                  WSV-CAMP-PRESUPUESTO (WSV-IDX-CAMPANIA)
                                         DELIMITED BY SIZE
                  '  COSTO POR BECA: $'  DELIMITED BY SIZE
                  WSV-CAMP-COSTO-BECA (WSV-IDX-CAMPANIA)
                                         DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 099-IMPRIMIR-LINEA.
           IF WSV-CAMP-CON-PARAM (WSV-IDX-CAMPANIA) NOT EQUAL 'S'
               MOVE '   SIN PARAMETROS EN PARAMEJ1, PRESUPUESTO NO '
                   TO WSV-LINEA-REPORTE
               MOVE 'INFORMADO' TO WSV-LINEA-REPORTE (48:9)
               PERFORM 099-IMPRIMIR-LINEA
           END-IF.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING '   MES        PAGADO         EN TRANSITO   '
                                         DELIMITED BY SIZE
                  '  COMPROMETIDO      ACUMULADO'
                                         DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 099-IMPRIMIR-LINEA.

           MOVE ZERO TO WSV-MES-ANTERIOR.
           MOVE ZERO TO WSV-ACUMULADO.
           MOVE 1 TO WSV-IDX-MENOR.
           PERFORM 062-ESCRIBIR-SIGUIENTE-MES
               UNTIL WSV-IDX-MENOR EQUAL ZERO.

           PERFORM 065-ESCRIBIR-TOTALES-CAMPANIA.

       060-ESCRIBIR-REPORTE-END. EXIT.

       062-ESCRIBIR-SIGUIENTE-MES.

           MOVE 999999 TO WSV-MES-MENOR.
           MOVE ZERO TO WSV-IDX-MENOR.
           PERFORM 063-BUSCAR-MES-MENOR
               VARYING WSV-IDX-MES FROM 1 BY 1
               UNTIL WSV-IDX-MES >
                     WSV-CAMP-CANT-MESES (WSV-IDX-CAMPANIA).

           IF WSV-IDX-MENOR NOT EQUAL ZERO
               MOVE WSV-IDX-MENOR TO WSV-IDX-MES
               MOVE WSV-MES-MENOR TO WSV-MES-ANTERIOR
               PERFORM 064-ESCRIBIR-UN-MES
           END-IF.

       062-ESCRIBIR-SIGUIENTE-MES-END. EXIT.

       063-BUSCAR-MES-MENOR.

           IF WSV-MES-PERIODO (WSV-IDX-CAMPANIA, WSV-IDX-MES) >
              WSV-MES-ANTERIOR
              AND WSV-MES-PERIODO (WSV-IDX-CAMPANIA, WSV-IDX-MES) <
                  WSV-MES-MENOR
               MOVE WSV-MES-PERIODO (WSV-IDX-CAMPANIA, WSV-IDX-MES)
                   TO WSV-MES-MENOR
               MOVE WSV-IDX-MES TO WSV-IDX-MENOR
           END-IF.

       063-BUSCAR-MES-MENOR-END. EXIT.

       064-ESCRIBIR-UN-MES.

           ADD WSV-MES-PAGADO (WSV-IDX-CAMPANIA, WSV-IDX-MES)
               TO WSV-ACUMULADO.
           ADD WSV-MES-TRANSITO (WSV-IDX-CAMPANIA, WSV-IDX-MES)
               TO WSV-ACUMULADO.
           ADD WSV-MES-COMPROMETIDO (WSV-IDX-CAMPANIA, WSV-IDX-MES)
               TO WSV-ACUMULADO.

           MOVE SPACES TO WSV-MARCA-MES.
           IF WSV-CAMP-CON-PARAM (WSV-IDX-CAMPANIA) EQUAL 'S'
              AND WSV-ACUMULADO >
                  WSV-CAMP-PRESUPUESTO (WSV-IDX-CAMPANIA)
               MOVE '*EXCEDE*' TO WSV-MARCA-MES
           END-IF.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING '   '        DELIMITED BY SIZE
                  WSV-MES-PERIODO (WSV-IDX-CAMPANIA, WSV-IDX-MES)
                               DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  WSV-MES-PAGADO (WSV-IDX-CAMPANIA, WSV-IDX-MES)
                               DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  WSV-MES-TRANSITO (WSV-IDX-CAMPANIA, WSV-IDX-MES)
                               DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  WSV-MES-COMPROMETIDO (WSV-IDX-CAMPANIA, WSV-IDX-MES)
                               DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  WSV-ACUMULADO
                               DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  WSV-MARCA-MES
                               DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 099-IMPRIMIR-LINEA.

       064-ESCRIBIR-UN-MES-END. EXIT.

       065-ESCRIBIR-TOTALES-CAMPANIA.

           COMPUTE WSV-EJECUTADO =
               WSV-CAMP-PAGADO (WSV-IDX-CAMPANIA)
               + WSV-CAMP-TRANSITO (WSV-IDX-CAMPANIA).
           COMPUTE WSV-PROYECTADO =
               WSV-EJECUTADO + WSV-CAMP-COMPROMETIDO (WSV-IDX-CAMPANIA).
           COMPUTE WSV-EXPOSICION =
               WSV-CAMP-EN-ESPERA (WSV-IDX-CAMPANIA)
               * WSV-CAMP-COSTO-BECA (WSV-IDX-CAMPANIA).
           COMPUTE WSV-CON-ESPERA = WSV-PROYECTADO + WSV-EXPOSICION.
           COMPUTE WSV-SALDO =
               WSV-CAMP-PRESUPUESTO (WSV-IDX-CAMPANIA)
               - WSV-PROYECTADO.
           MOVE WSV-SALDO TO WSV-SALDO-EDIT.
           MOVE ZERO TO WSV-PORCENTAJE.
           IF WSV-CAMP-PRESUPUESTO (WSV-IDX-CAMPANIA) > ZERO
               COMPUTE WSV-PORCENTAJE ROUNDED =
                   WSV-EJECUTADO * 100
                   / WSV-CAMP-PRESUPUESTO (WSV-IDX-CAMPANIA)
           END-IF.
           MOVE WSV-PORCENTAJE TO WSV-PORCENTAJE-EDIT.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING '   PAGADO: $'       DELIMITED BY SIZE
                  WSV-CAMP-PAGADO (WSV-IDX-CAMPANIA)
                                       DELIMITED BY SIZE
                  '  EN TRANSITO: $'   DELIMITED BY SIZE
                  WSV-CAMP-TRANSITO (WSV-IDX-CAMPANIA)
                                       DELIMITED BY SIZE
                  '  EJECUTADO: '      DELIMITED BY SIZE
                  WSV-PORCENTAJE-EDIT  DELIMITED BY SIZE
                  '%'                  DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 099-IMPRIMIR-LINEA.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING '   COMPROMETIDO: $'  DELIMITED BY SIZE
                  WSV-CAMP-COMPROMETIDO (WSV-IDX-CAMPANIA)
                                        DELIMITED BY SIZE
                  '  CANCELADO POR BAJAS: $'
                                        DELIMITED BY SIZE
                  WSV-CAMP-CANCELADO (WSV-IDX-CAMPANIA)
                                        DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 099-IMPRIMIR-LINEA.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING '   EN ESPERA: '      DELIMITED BY SIZE
                  WSV-CAMP-EN-ESPERA (WSV-IDX-CAMPANIA)
                                        DELIMITED BY SIZE
                  '  EXPOSICION POR PROMOCIONES: $'
                                        DELIMITED BY SIZE
                  WSV-EXPOSICION        DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 099-IMPRIMIR-LINEA.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING '   PROYECTADO: $'    DELIMITED BY SIZE
                  WSV-PROYECTADO        DELIMITED BY SIZE
                  '  SALDO PRESUPUESTO: $'
                                        DELIMITED BY SIZE
                  WSV-SALDO-EDIT        DELIMITED BY SIZE
                  '  CON ESPERA: $'     DELIMITED BY SIZE
                  WSV-CON-ESPERA        DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 099-IMPRIMIR-LINEA.

           MOVE 'N' TO WSC-EXCEDIDO.
           IF WSV-CAMP-CON-PARAM (WSV-IDX-CAMPANIA) EQUAL 'S'
               IF WSV-PROYECTADO >
                  WSV-CAMP-PRESUPUESTO (WSV-IDX-CAMPANIA)
                   MOVE 'S' TO WSC-EXCEDIDO
                   MOVE '   *** PROYECCION EXCEDE EL PRESUPUESTO ***'
                       TO WSV-LINEA-REPORTE
                   PERFORM 099-IMPRIMIR-LINEA
               ELSE
                   IF WSV-CON-ESPERA >
                      WSV-CAMP-PRESUPUESTO (WSV-IDX-CAMPANIA)
                       MOVE '   * PROMOVER LA LISTA DE ESPERA '
                           TO WSV-LINEA-REPORTE
                       MOVE 'EXCEDERIA EL PRESUPUESTO *'
                           TO WSV-LINEA-REPORTE (36:26)
                       PERFORM 099-IMPRIMIR-LINEA
                   END-IF
               END-IF
           END-IF.

           IF WSS-EXCEDIDO
               ADD 1 TO WSV-CAMPANIAS-EXCEDIDAS
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'CAMPANIAS PROYECTADAS SOBRE PRESUPUESTO'
                   TO WSV-MOTIVO-FIN
           END-IF.

       065-ESCRIBIR-TOTALES-CAMPANIA-END. EXIT.

       095-ESCRIBIR-RESUMEN.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' CAMPANIAS INFORMADAS: '  DELIMITED BY SIZE
                  WSV-CANT-CAMPANIAS         DELIMITED BY SIZE
                  '  PROYECTADAS SOBRE PRESUPUESTO: '
                                             DELIMITED BY SIZE
                  WSV-CAMPANIAS-EXCEDIDAS    DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 099-IMPRIMIR-LINEA.

       095-ESCRIBIR-RESUMEN-END. EXIT.

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
           MOVE WSV-CANT-CAMPANIAS TO ESTADO-ESCRITOS.
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

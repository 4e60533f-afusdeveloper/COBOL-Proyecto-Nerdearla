       IDENTIFICATION DIVISION.
       PROGRAM-ID.                            RECUPRPT.
       AUTHOR.                                AYMARA M FUSARO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECUPERO-FILE ASSIGN TO "RECUPER1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RECUP-CLAVE
                               FILE STATUS IS WSC-RECUPERO-ESTADO.

           SELECT REPORTE-FILE ASSIGN TO "RECUPAGE"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-REPORTE-ESTADO.

           SELECT TARJETA-FILE ASSIGN TO "CTRLCRDF"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-TARJETA-ESTADO.

           SELECT ESTADO-FILE  ASSIGN TO "RUNSTAT1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-ESTADO-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  RECUPERO-FILE.
           COPY RECUREG.

       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  REPORTE-REGISTRO                 PIC X(132).

       FD  TARJETA-FILE
           RECORDING MODE IS F.
       01  TARJETA-REGISTRO.
           05 TARJETA-CAMPANIA              PIC X(06).
           05 TARJETA-FECHA-CORTE           PIC X(08).

       FD  ESTADO-FILE
           RECORDING MODE IS F.
           COPY ESTADREG.

       WORKING-STORAGE SECTION.

         01 WSC-CONSTANTES.
             05 WSC-PROGRAMA-ID               PIC X(08)
                                               VALUE 'RECUPRPT'.
             05 WSC-MAX-CAMPANIAS             PIC 9(02) VALUE 30.
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

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-RECUPERO-ESTADO           PIC XX   VALUE '00'.
                 88 WSS-RECUPERO-INEXISTENTE           VALUE '35'.
             05 WSC-REPORTE-ESTADO            PIC XX   VALUE '00'.
             05 WSC-TARJETA-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-TARJETA-INEXISTENTE            VALUE '35'.
             05 WSC-ESTADO-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-ESTADO-INEXISTENTE             VALUE '35'.

         01 WSV-VARIABLES.
             05 WSV-FECHA-INICIO              PIC 9(08) VALUE ZERO.
             05 WSV-HORA-INICIO               PIC 9(08) VALUE ZERO.
             05 WSV-FILTROS.
                 10 WSV-CAMPANIA              PIC X(06) VALUE SPACES.
                 10 WSV-FECHA-CORTE           PIC X(08) VALUE SPACES.
                 10 WSV-FECHA-CORTE-NUM REDEFINES WSV-FECHA-CORTE
                                              PIC 9(08).

             05 WSV-CALCULO-DIAS.
                 10 WSV-OPERACION-DIAS        PIC X     VALUE 'N'.
                 10 WSV-FECHA-CALCULO         PIC 9(08) VALUE ZERO.
                 10 WSV-NUMERO-CORTE          PIC 9(07) VALUE ZERO.
                 10 WSV-NUMERO-RECLAMO        PIC 9(07) VALUE ZERO.
                 10 WSV-DIA-SEMANA            PIC 9(01) VALUE ZERO.
                 10 WSV-DIAS-ANTIGUEDAD       PIC 9(05) VALUE ZERO.
             05 WSV-TRAMO                     PIC 9(01) VALUE ZERO.
             05 WSV-SALDO                     PIC 9(09) VALUE ZERO.

             05 WSV-TABLA-CAMPANIAS.
                 10 WSV-CANT-CAMPANIAS        PIC 9(02) VALUE ZERO.
                 10 WSV-CAMP-ENTRADA OCCURS 30 TIMES.
                     15 WSV-CAMP-CAMPANIA     PIC X(06).
                     15 WSV-CAMP-CASOS        PIC 9(05).
                     15 WSV-CAMP-RECLAMADO    PIC 9(12).
                     15 WSV-CAMP-DEVUELTO     PIC 9(12).
                     15 WSV-CAMP-INCOBRABLE   PIC 9(12).
                     15 WSV-CAMP-TRAMO OCCURS 5 TIMES
                                              PIC 9(12).
             05 WSV-IDX-CAMPANIA              PIC 9(02) VALUE ZERO.
             05 WSV-IDX-BUSQUEDA              PIC 9(02) VALUE ZERO.
             05 WSV-IDX-TRAMO                 PIC 9(01) VALUE ZERO.

             05 WSV-TOTALES-TRAMO.
                 10 WSV-TOTAL-TRAMO OCCURS 5 TIMES
                                              PIC 9(12).

             05 WSV-LINEA-REPORTE             PIC X(132).
             05 WSV-TOTAL-LEIDOS              PIC 9(07) VALUE ZERO.
             05 WSV-TOTAL-ABIERTOS            PIC 9(07) VALUE ZERO.
             05 WSV-TOTAL-SALDO               PIC 9(12) VALUE ZERO.
             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
                     VALUE 'PROCESO FINALIZADO NORMALMENTE'.

       PROCEDURE DIVISION.

       000-CONTROL.

           ACCEPT WSV-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-INICIO FROM TIME.

           DISPLAY 'ANTIGUEDAD DE SALDOS A RECUPERAR'.

           PERFORM 001-LEER-TARJETA.
           IF NOT WSS-TARJETA-PRESENTE
               PERFORM 002-PEDIR-FILTROS
           END-IF.
           IF WSV-FECHA-CORTE IS NOT NUMERIC
               MOVE WSV-FECHA-INICIO TO WSV-FECHA-CORTE-NUM
           END-IF.

           MOVE 'N' TO WSV-OPERACION-DIAS.
           MOVE WSV-FECHA-CORTE-NUM TO WSV-FECHA-CALCULO.
           CALL 'DIASCALC' USING WSV-OPERACION-DIAS
                                  WSV-FECHA-CALCULO
                                  WSV-NUMERO-CORTE
                                  WSV-DIA-SEMANA
           END-CALL.
           INITIALIZE WSV-TOTALES-TRAMO.

           PERFORM 010-ABRIR-ARCHIVOS.

           PERFORM 021-LEER-RECUPERO.
           PERFORM 022-EVALUAR-RECUPERO UNTIL WSS-FIN-ARCHIVO.

           PERFORM 060-ESCRIBIR-TOTALES.

           CLOSE RECUPERO-FILE.
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
                       MOVE TARJETA-CAMPANIA    TO WSV-CAMPANIA
                       MOVE TARJETA-FECHA-CORTE TO WSV-FECHA-CORTE
               END-READ
               CLOSE TARJETA-FILE
           END-IF.

       001-LEER-TARJETA-END. EXIT.

       002-PEDIR-FILTROS.

           DISPLAY '(ENTER EN BLANCO = SIN FILTRO)'.
           DISPLAY 'CAMPANIA: ' WITH NO ADVANCING.
           ACCEPT WSV-CAMPANIA.
           DISPLAY 'FECHA DE CORTE (AAAAMMDD): ' WITH NO ADVANCING.
           ACCEPT WSV-FECHA-CORTE.

       002-PEDIR-FILTROS-END. EXIT.

       010-ABRIR-ARCHIVOS.

           OPEN INPUT RECUPERO-FILE.
           IF WSS-RECUPERO-INEXISTENTE
               DISPLAY 'ERROR: RECUPER1 NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'RECUPER1 NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           OPEN OUTPUT REPORTE-FILE.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' ANTIGUEDAD DE SALDOS A RECUPERAR AL '
                                        DELIMITED BY SIZE
                  WSV-FECHA-CORTE       DELIMITED BY SIZE
                  '  CAMPANIA: '        DELIMITED BY SIZE
                  WSV-CAMPANIA          DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           IF WSV-CAMPANIA NOT EQUAL SPACES
               MOVE WSV-CAMPANIA TO RECUP-CAMPANIA
               MOVE ZERO         TO RECUP-DNI
               MOVE ZERO         TO RECUP-CUOTA
               START RECUPERO-FILE KEY NOT LESS THAN RECUP-CLAVE
                   INVALID KEY MOVE 'S' TO WSC-FIN-ARCHIVO
               END-START
           END-IF.

       010-ABRIR-ARCHIVOS-END. EXIT.

       021-LEER-RECUPERO.

           IF NOT WSS-FIN-ARCHIVO
               READ RECUPERO-FILE NEXT RECORD
                   AT END MOVE 'S' TO WSC-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO WSV-TOTAL-LEIDOS
                       IF WSV-CAMPANIA NOT EQUAL SPACES
                          AND RECUP-CAMPANIA NOT EQUAL WSV-CAMPANIA
                           MOVE 'S' TO WSC-FIN-ARCHIVO
                       END-IF
               END-READ
           END-IF.

       021-LEER-RECUPERO-END. EXIT.

       022-EVALUAR-RECUPERO.

           PERFORM 040-UBICAR-CAMPANIA.

           ADD 1 TO WSV-CAMP-CASOS (WSV-IDX-CAMPANIA).
           ADD RECUP-IMPORTE-RECLAMADO
               TO WSV-CAMP-RECLAMADO (WSV-IDX-CAMPANIA).
           ADD RECUP-IMPORTE-DEVUELTO
               TO WSV-CAMP-DEVUELTO (WSV-IDX-CAMPANIA).

           COMPUTE WSV-SALDO =
               RECUP-IMPORTE-RECLAMADO - RECUP-IMPORTE-DEVUELTO.
           IF RECUP-INCOBRABLE
               ADD WSV-SALDO TO WSV-CAMP-INCOBRABLE (WSV-IDX-CAMPANIA)
           END-IF.
           IF RECUP-RECLAMADO AND WSV-SALDO > ZERO
               PERFORM 030-CLASIFICAR-ANTIGUEDAD
               PERFORM 035-ESCRIBIR-DETALLE
           END-IF.

           PERFORM 021-LEER-RECUPERO.

       022-EVALUAR-RECUPERO-END. EXIT.

       030-CLASIFICAR-ANTIGUEDAD.

           MOVE 'N' TO WSV-OPERACION-DIAS.
           MOVE RECUP-FECHA-RECLAMO TO WSV-FECHA-CALCULO.
           CALL 'DIASCALC' USING WSV-OPERACION-DIAS
                                  WSV-FECHA-CALCULO
                                  WSV-NUMERO-RECLAMO
                                  WSV-DIA-SEMANA
           END-CALL.
           IF WSV-NUMERO-CORTE > WSV-NUMERO-RECLAMO
               COMPUTE WSV-DIAS-ANTIGUEDAD =
                   WSV-NUMERO-CORTE - WSV-NUMERO-RECLAMO
           ELSE
               MOVE ZERO TO WSV-DIAS-ANTIGUEDAD
           END-IF.

           EVALUATE TRUE
               WHEN WSV-DIAS-ANTIGUEDAD NOT > 30
                   MOVE 1 TO WSV-TRAMO
               WHEN WSV-DIAS-ANTIGUEDAD NOT > 60
                   MOVE 2 TO WSV-TRAMO
               WHEN WSV-DIAS-ANTIGUEDAD NOT > 90
                   MOVE 3 TO WSV-TRAMO
               WHEN WSV-DIAS-ANTIGUEDAD NOT > 180
                   MOVE 4 TO WSV-TRAMO
               WHEN OTHER
                   MOVE 5 TO WSV-TRAMO
           END-EVALUATE.

           ADD WSV-SALDO
               TO WSV-CAMP-TRAMO (WSV-IDX-CAMPANIA, WSV-TRAMO).
           ADD WSV-SALDO TO WSV-TOTAL-TRAMO (WSV-TRAMO).
           ADD WSV-SALDO TO WSV-TOTAL-SALDO.
           ADD 1 TO WSV-TOTAL-ABIERTOS.

       030-CLASIFICAR-ANTIGUEDAD-END. EXIT.

       035-ESCRIBIR-DETALLE.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' '                     DELIMITED BY SIZE
                  RECUP-CAMPANIA          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  RECUP-DNI               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  RECUP-NOMBRE            DELIMITED BY SIZE
                  ' CUOTA '               DELIMITED BY SIZE
                  RECUP-CUOTA             DELIMITED BY SIZE
                  ' RECLAMO '             DELIMITED BY SIZE
                  RECUP-FECHA-RECLAMO     DELIMITED BY SIZE
                  ' DIAS '                DELIMITED BY SIZE
                  WSV-DIAS-ANTIGUEDAD     DELIMITED BY SIZE
                  ' SALDO $'              DELIMITED BY SIZE
                  WSV-SALDO               DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

       035-ESCRIBIR-DETALLE-END. EXIT.

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
                   MOVE RECUP-CAMPANIA
                       TO WSV-CAMP-CAMPANIA (WSV-IDX-CAMPANIA)
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
              RECUP-CAMPANIA
               MOVE 'S' TO WSC-CAMPANIA-HALLADA
               MOVE WSV-IDX-BUSQUEDA TO WSV-IDX-CAMPANIA
           END-IF.

       041-BUSCAR-CAMPANIA-END. EXIT.

       060-ESCRIBIR-TOTALES.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE ' SALDOS POR CAMPANIA Y TRAMO DE ANTIGUEDAD (DIAS)'
               TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' CAMPANIA  CASOS     RECLAMADO      DEVUELTO'
                                        DELIMITED BY SIZE
                  '    INCOBRABLE  0-30 / 31-60 / 61-90 / 91-180 /'
                                        DELIMITED BY SIZE
                  ' MAS DE 180'         DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           PERFORM 061-ESCRIBIR-UNA-CAMPANIA
               VARYING WSV-IDX-CAMPANIA FROM 1 BY 1
               UNTIL WSV-IDX-CAMPANIA > WSV-CANT-CAMPANIAS.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' TOTAL  CASOS ABIERTOS: ' DELIMITED BY SIZE
                  WSV-TOTAL-ABIERTOS         DELIMITED BY SIZE
                  '  SALDO: $'               DELIMITED BY SIZE
                  WSV-TOTAL-SALDO            DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' 0-30: $'          DELIMITED BY SIZE
                  WSV-TOTAL-TRAMO (1) DELIMITED BY SIZE
                  '  31-60: $'        DELIMITED BY SIZE
                  WSV-TOTAL-TRAMO (2) DELIMITED BY SIZE
                  '  61-90: $'        DELIMITED BY SIZE
                  WSV-TOTAL-TRAMO (3) DELIMITED BY SIZE
                  '  91-180: $'       DELIMITED BY SIZE
                  WSV-TOTAL-TRAMO (4) DELIMITED BY SIZE
                  '  +180: $'         DELIMITED BY SIZE
                  WSV-TOTAL-TRAMO (5) DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

       060-ESCRIBIR-TOTALES-END. EXIT.

       061-ESCRIBIR-UNA-CAMPANIA.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' '          DELIMITED BY SIZE
                  WSV-CAMP-CAMPANIA (WSV-IDX-CAMPANIA)
                               DELIMITED BY SIZE
                  '  '         DELIMITED BY SIZE
                  WSV-CAMP-CASOS (WSV-IDX-CAMPANIA)
                               DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  WSV-CAMP-RECLAMADO (WSV-IDX-CAMPANIA)
                               DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  WSV-CAMP-DEVUELTO (WSV-IDX-CAMPANIA)
                               DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  WSV-CAMP-INCOBRABLE (WSV-IDX-CAMPANIA)
                               DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING '          TRAMOS: ' DELIMITED BY SIZE
                  WSV-CAMP-TRAMO (WSV-IDX-CAMPANIA, 1)
                               DELIMITED BY SIZE
                  ' / '        DELIMITED BY SIZE
                  WSV-CAMP-TRAMO (WSV-IDX-CAMPANIA, 2)
                               DELIMITED BY SIZE
                  ' / '        DELIMITED BY SIZE
                  WSV-CAMP-TRAMO (WSV-IDX-CAMPANIA, 3)
                               DELIMITED BY SIZE
                  ' / '        DELIMITED BY SIZE
                  WSV-CAMP-TRAMO (WSV-IDX-CAMPANIA, 4)
                               DELIMITED BY SIZE
                  ' / '        DELIMITED BY SIZE
                  WSV-CAMP-TRAMO (WSV-IDX-CAMPANIA, 5)
                               DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

       061-ESCRIBIR-UNA-CAMPANIA-END. EXIT.

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
           MOVE WSC-PROGRAMA-ID     TO ESTADO-PROGRAMA.
           MOVE WSV-TOTAL-LEIDOS    TO ESTADO-LEIDOS.
           MOVE WSV-TOTAL-ABIERTOS  TO ESTADO-ESCRITOS.
           MOVE WSV-CODIGO-RETORNO  TO ESTADO-CODIGO.
           MOVE WSV-MOTIVO-FIN      TO ESTADO-MOTIVO.
           WRITE ESTADO-REGISTRO.
           CLOSE ESTADO-FILE.

       096-GRABAR-ESTADO-END. EXIT.

       097-ABORTAR.

           PERFORM 096-GRABAR-ESTADO.
           MOVE WSV-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       097-ABORTAR-END. EXIT.

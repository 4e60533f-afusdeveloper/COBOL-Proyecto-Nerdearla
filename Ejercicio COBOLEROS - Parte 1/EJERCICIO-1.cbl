                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-SNAPM-ESTADO.

           SELECT REGION-FILE  ASSIGN TO "REGIONE1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-REGION-ESTADO.

           SELECT ASIGNA-FILE  ASSIGN TO "ASIGWK01"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-ASIGNA-ESTADO.

           SELECT CODPOST-FILE ASSIGN TO "CODPOST1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CPOST-CLAVE
                               FILE STATUS IS WSC-CODPOST-ESTADO.

           SELECT NOTIFICA-FILE ASSIGN TO "NOTICOLA"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-NOTIFICA-ESTADO.

           SELECT ENTRES-FILE  ASSIGN TO "ENTRESU1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS ENTRES-CLAVE
                               FILE STATUS IS WSC-ENTRES-ESTADO.

           SELECT DIFERIDO-FILE ASSIGN TO "DIFERID1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS DIFER-CLAVE
                               FILE STATUS IS WSC-DIFERIDO-ESTADO.

           SELECT IDENVER-FILE ASSIGN TO "IDENVER1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS IDENV-CLAVE
                               FILE STATUS IS WSC-IDENVER-ESTADO.

           SELECT CATALOGO-FILE ASSIGN TO "GENCATLG"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-CATALOGO-ESTADO.

           SELECT APROGEN-FILE ASSIGN TO DYNAMIC WSV-NOMBRE-APROBADOS
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-APROGEN-ESTADO.

           SELECT ORDEN-FILE   ASSIGN TO "SORTWK02".

       DATA DIVISION.

       FD  SNAPM-FILE
           RECORDING MODE IS F.
       01  SNAPM-REGISTRO                   PIC X(232).

       FD  REGION-FILE
           RECORDING MODE IS F.
           COPY REGIREG.

       FD  ASIGNA-FILE
           RECORDING MODE IS F.
       01  ASIGNA-REGISTRO.
           05 ASIGNA-DNI                    PIC 9(08).
           05 ASIGNA-NOMBRE                 PIC X(30).
           05 ASIGNA-PUNTAJE                PIC 9(05).
           05 ASIGNA-TRACK                  PIC X.
           05 ASIGNA-SECUNDARIO             PIC X.
           05 ASIGNA-CARRERA                PIC X.
           05 ASIGNA-DIRECCION              PIC X(30).
           05 ASIGNA-LOCALIDAD              PIC X(20).
           05 ASIGNA-CODPOSTAL              PIC X(08).
           05 ASIGNA-REGION                 PIC 9(02).
           05 ASIGNA-EMAIL                  PIC X(40).
           05 ASIGNA-TELEFONO               PIC X(15).
           05 ASIGNA-IDENTIDAD              PIC X.

       FD  CODPOST-FILE.
           COPY CPOSREG.

       FD  NOTIFICA-FILE
           RECORDING MODE IS F.
           COPY NOTIREG.

       FD  ENTRES-FILE.
           COPY ENTRREG.

       FD  DIFERIDO-FILE.
           COPY DIFEREG.

       FD  IDENVER-FILE.
           COPY IDENREG.

       FD  CATALOGO-FILE
           RECORDING MODE IS F.
           COPY CATLREG.

       FD  APROGEN-FILE
           RECORDING MODE IS F.
       01  APROGEN-REGISTRO                 PIC X(44).

       SD  ORDEN-FILE.
       01  ORDEN-REGISTRO.
           05 ORDEN-DIRECCION               PIC X(30).
           05 ORDEN-LOCALIDAD               PIC X(20).
           05 ORDEN-CODPOSTAL               PIC X(08).
           05 ORDEN-EMAIL                   PIC X(40).
           05 ORDEN-TELEFONO                PIC X(15).
           05 ORDEN-IDENTIDAD               PIC X.

       WORKING-STORAGE SECTION.

             05 WSC-PESO-CARRERA-TERM         PIC 9(03) VALUE ZERO.
             05 WSC-PESO-CARRERA-CURSO        PIC 9(03) VALUE ZERO.
             05 WSC-PESO-SECUNDARIO           PIC 9(03) VALUE ZERO.
             05 WSC-PESO-ENTREVISTA           PIC 9(03) VALUE ZERO.
             05 WSC-MAX-TRACKS                PIC 9(02) VALUE 5.
             05 WSC-MAX-REGIONES              PIC 9(02) VALUE 20.
             05 WSC-MAX-RANGOS                PIC 9(03) VALUE 200.
             05 WSC-PROGRAMA-ID               PIC X(08)
                                               VALUE 'EJERCIC1'.
             05 WSC-RETORNOS.
                 88 WSS-FIN-PARAMETROS                 VALUE 'S'.
             05 WSC-FIN-ORDENAMIENTO           PIC X    VALUE 'N'.
                 88 WSS-FIN-ORDENAMIENTO               VALUE 'S'.
             05 WSC-CON-REGIONES               PIC X    VALUE 'N'.
                 88 WSS-CON-REGIONES                   VALUE 'S'.
             05 WSC-FIN-REGIONES               PIC X    VALUE 'N'.
                 88 WSS-FIN-REGIONES                   VALUE 'S'.
             05 WSC-FIN-ASIGNA                 PIC X    VALUE 'N'.
                 88 WSS-FIN-ASIGNA                     VALUE 'S'.
             05 WSC-REGION-HALLADA             PIC X    VALUE 'N'.
                 88 WSS-REGION-HALLADA                 VALUE 'S'.
             05 WSC-ASIGNACION                 PIC X    VALUE SPACE.
                 88 WSS-ASIGNA-REGIONAL                VALUE 'R'.
                 88 WSS-ASIGNA-GENERAL                 VALUE 'G'.
                 88 WSS-ASIGNA-ESPERA                  VALUE 'E'.
             05 WSC-HAY-CODPOSTALES            PIC X    VALUE 'N'.
                 88 WSS-HAY-CODPOSTALES                VALUE 'S'.
             05 WSC-LOCALIDAD-HALLADA          PIC X    VALUE 'N'.
                 88 WSS-LOCALIDAD-HALLADA              VALUE 'S'.
             05 WSC-CODIGO-EXISTE              PIC X    VALUE 'N'.
                 88 WSS-CODIGO-EXISTE                  VALUE 'S'.
             05 WSC-DOMICILIO-OK               PIC X    VALUE 'S'.
                 88 WSS-DOMICILIO-OK                   VALUE 'S'.
             05 WSC-HAY-ENTREVISTAS            PIC X    VALUE 'N'.
                 88 WSS-HAY-ENTREVISTAS                VALUE 'S'.
             05 WSC-ENTREVISTA-OK              PIC X    VALUE 'N'.
                 88 WSS-ENTREVISTA-OK                  VALUE 'S'.
             05 WSC-HAY-DIFERIDOS              PIC X    VALUE 'N'.
                 88 WSS-HAY-DIFERIDOS                  VALUE 'S'.
             05 WSC-BECA-POSTERGADA            PIC X    VALUE 'N'.
                 88 WSS-BECA-POSTERGADA                VALUE 'S'.
             05 WSC-HAY-IDENTIDADES            PIC X    VALUE 'N'.
                 88 WSS-HAY-IDENTIDADES                VALUE 'S'.
             05 WSC-IDENTIDAD-OK               PIC X    VALUE 'S'.
                 88 WSS-IDENTIDAD-OK                   VALUE 'S'.
             05 WSC-FIN-CATALOGO               PIC X    VALUE 'N'.
                 88 WSS-FIN-CATALOGO                   VALUE 'S'.
             05 WSC-FIN-APROBADOS              PIC X    VALUE 'N'.
                 88 WSS-FIN-APROBADOS                  VALUE 'S'.


         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-CAMPCTL-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-CAMPCTL-INEXISTENTE             VALUE '35'.
             05 WSC-SNAPM-ESTADO                PIC XX   VALUE '00'.
             05 WSC-REGION-ESTADO               PIC XX   VALUE '00'.
                 88 WSS-REGION-INEXISTENTE              VALUE '35'.
             05 WSC-ASIGNA-ESTADO               PIC XX   VALUE '00'.
             05 WSC-CODPOST-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-CODPOST-INEXISTENTE             VALUE '35'.
             05 WSC-NOTIFICA-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-NOTIFICA-INEXISTENTE            VALUE '35'.
             05 WSC-ENTRES-ESTADO               PIC XX   VALUE '00'.
                 88 WSS-ENTRES-INEXISTENTE              VALUE '35'.
             05 WSC-DIFERIDO-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-DIFERIDO-INEXISTENTE            VALUE '35'.
             05 WSC-IDENVER-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-IDENVER-INEXISTENTE             VALUE '35'.
             05 WSC-CATALOGO-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-CATALOGO-INEXISTENTE            VALUE '35'.
             05 WSC-APROGEN-ESTADO              PIC XX   VALUE '00'.

         01 WSV-VARIABLES.
             05 WSV-FECHA-INICIO              PIC 9(08) VALUE ZERO.
                 10 WSV-DIRECCION-AUX         PIC X(30).
                 10 WSV-LOCALIDAD-AUX         PIC X(20).
                 10 WSV-CODPOSTAL-AUX         PIC X(08).
                 10 WSV-EMAIL-AUX             PIC X(40).
                 10 WSV-TELEFONO-AUX          PIC X(15).

             05 WSV-EDAD-AUX                  PIC 9(03) VALUE ZERO.
             05 WSV-CALCULO-EDAD.

             05 WSV-IDX-PROC                  PIC 9(05) VALUE ZERO.
             05 WSV-RESULTADO-AUX             PIC X(30).
             05 WSV-IDENTIDAD-AUX             PIC X     VALUE 'N'.
             05 WSV-RESULTADO-IDENTIDAD       PIC X(30) VALUE SPACES.
             05 WSV-MOTIVO-DOMICILIO          PIC X(30) VALUE SPACES.
             05 WSV-CAMPANIA-ORIGEN           PIC X(06) VALUE SPACES.

             05 WSV-CONTADORES.
                 10 WSV-TOTAL-EVALUADOS       PIC 9(05) VALUE ZERO.
                 10 WSV-CARTAS-ESPERA         PIC 9(05) VALUE ZERO.
                 10 WSV-CANT-A-SALTAR         PIC 9(05) VALUE ZERO.
                 10 WSV-TOTAL-EN-ESPERA       PIC 9(05) VALUE ZERO.
                 10 WSV-TOTAL-NORMALIZADAS    PIC 9(05) VALUE ZERO.
                 10 WSV-TOTAL-SIN-VERIFICAR   PIC 9(05) VALUE ZERO.
                 10 WSV-AVISOS-ENCOLADOS      PIC 9(05) VALUE ZERO.
                 10 WSV-TOTAL-SIN-ENTREVISTA  PIC 9(05) VALUE ZERO.
                 10 WSV-TOTAL-EXIMIDOS        PIC 9(05) VALUE ZERO.
                 10 WSV-TOTAL-POSTERGADOS     PIC 9(05) VALUE ZERO.
                 10 WSV-RESERVAS-VENCIDAS     PIC 9(05) VALUE ZERO.
                 10 WSV-TOTAL-SIN-IDENTIDAD   PIC 9(05) VALUE ZERO.

             05 WSV-PUNTAJE                   PIC 9(05) VALUE ZERO.
             05 WSV-PUNTAJE-ENTREV            PIC 9(03) VALUE ZERO.
             05 WSV-CUPO-BECAS                PIC 9(05) VALUE ZERO.
             05 WSV-CUPO-POSTERGADOS          PIC 9(05) VALUE ZERO.
             05 WSV-PUESTO-ESPERA             PIC 9(05) VALUE ZERO.

             05 WSV-TABLA-TRACKS.
                     15 WSV-TRK-PESO-TERM     PIC 9(03).
                     15 WSV-TRK-PESO-CURSO    PIC 9(03).
                     15 WSV-TRK-PESO-SECUND   PIC 9(03).
                     15 WSV-TRK-PESO-ENTREV   PIC 9(03).
                     15 WSV-TRK-APROBADOS     PIC 9(05).
                     15 WSV-TRK-RECHAZADOS    PIC 9(05).
             05 WSV-IDX-TRACK                 PIC 9(02) VALUE ZERO.
             05 WSV-IDX-TRKBUSQ               PIC 9(02) VALUE ZERO.

             05 WSV-TABLA-REGIONES.
                 10 WSV-CANT-REGIONES         PIC 9(02) VALUE ZERO.
                 10 WSV-REGION-ENTRADA OCCURS 20 TIMES.
                     15 WSV-REG-CODIGO        PIC X(04).
                     15 WSV-REG-NOMBRE        PIC X(20).
                     15 WSV-REG-PORCENTAJE    PIC 9(03).
                     15 WSV-REG-CUPO          PIC 9(05).
                     15 WSV-REG-CANDIDATOS    PIC 9(05).
                     15 WSV-REG-RESERVA       PIC 9(05).
                     15 WSV-REG-RESERVA-USADA PIC 9(05).
                     15 WSV-REG-ADJUDICADAS   PIC 9(05).
                     15 WSV-REG-POR-CUPO      PIC 9(05).
                     15 WSV-REG-EN-ESPERA     PIC 9(05).
             05 WSV-TABLA-RANGOS.
                 10 WSV-CANT-RANGOS           PIC 9(03) VALUE ZERO.
                 10 WSV-RANGO-ENTRADA OCCURS 200 TIMES.
                     15 WSV-RANGO-DESDE       PIC X(08).
                     15 WSV-RANGO-HASTA       PIC X(08).
                     15 WSV-RANGO-REGION      PIC 9(02).
             05 WSV-IDX-REGION                PIC 9(02) VALUE ZERO.
             05 WSV-IDX-REGBUSQ               PIC 9(02) VALUE ZERO.
             05 WSV-IDX-RANGO                 PIC 9(03) VALUE ZERO.
             05 WSV-RESERVA-TOTAL             PIC 9(05) VALUE ZERO.
             05 WSV-CUPO-GENERAL              PIC 9(05) VALUE ZERO.
             05 WSV-GENERAL-USADO             PIC 9(05) VALUE ZERO.
             05 WSV-CUPO-DEVUELTO             PIC 9(05) VALUE ZERO.

             05 WSV-LINEA-CARTA               PIC X(80).

             05 WSV-CONTROL-ENTRADA.
             05 WSV-NOMBRE-ENTRADA            PIC X(12)
                                               VALUE 'CANDIN01'.

             05 WSV-GENERACION.
                 10 WSV-NOMBRE-APROBADOS      PIC X(22)
                                               VALUE 'APROBADO'.
                 10 WSV-SECUENCIA-GEN         PIC 9(02) VALUE ZERO.
                 10 WSV-SECUENCIA-MAX         PIC 9(02) VALUE ZERO.
                 10 WSV-CANT-APROBADOS-GEN    PIC 9(07) VALUE ZERO.

             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
                     VALUE 'PROCESO FINALIZADO NORMALMENTE'.
           PERFORM 0001-LEER-TARJETA.
           PERFORM 091-TOMAR-LOCK.
           PERFORM 002-LEER-PARAMETROS.
           IF WSS-CON-PRESUPUESTO
               PERFORM 0026-CARGAR-REGIONES
           END-IF.
           PERFORM 0003-VERIFICAR-CAMPANIA.
           PERFORM 001-LEER-CHECKPOINT.

               OPEN OUTPUT AUDIT-FILE
           END-IF.

           OPEN EXTEND NOTIFICA-FILE.
           IF WSS-NOTIFICA-INEXISTENTE
               OPEN OUTPUT NOTIFICA-FILE
           END-IF.

           IF WSV-CANT-A-SALTAR > ZERO
               OPEN EXTEND CARTAS-FILE
               IF WSS-CARTAS-INEXISTENTE
               MOVE 'S' TO WSC-REGISTRO-BECAS
           END-IF.

           MOVE 'N' TO WSC-HAY-CODPOSTALES.
           OPEN INPUT CODPOST-FILE.
           IF WSS-CODPOST-INEXISTENTE
               DISPLAY 'CODPOST1 AUSENTE, NO SE VERIFICAN LOS '
                       'DOMICILIOS'
           ELSE
               MOVE 'S' TO WSC-HAY-CODPOSTALES
           END-IF.

           MOVE 'N' TO WSC-HAY-ENTREVISTAS.
           IF WSS-CON-PRESUPUESTO
               OPEN INPUT ENTRES-FILE
               IF WSS-ENTRES-INEXISTENTE
                   DISPLAY 'ENTRESU1 AUSENTE, SIN PUNTAJES DE '
                           'ENTREVISTA'
               ELSE
                   MOVE 'S' TO WSC-HAY-ENTREVISTAS
               END-IF
           END-IF.

           MOVE 'N' TO WSC-HAY-IDENTIDADES.
           OPEN INPUT IDENVER-FILE.
           IF WSS-IDENVER-INEXISTENTE
               DISPLAY 'IDENVER1 AUSENTE, NO SE CONTROLA LA IDENTIDAD '
                       'CONTRA EL REGISTRO NACIONAL'
           ELSE
               MOVE 'S' TO WSC-HAY-IDENTIDADES
           END-IF.

           PERFORM 016-CARGAR-POSTERGADOS.

           PERFORM 005-LEER-CANDIDATO.

           IF WSV-CANT-A-SALTAR > ZERO
           CLOSE CANDIN-FILE.
           CLOSE APROBADOS-FILE.
           CLOSE AUDIT-FILE.
           CLOSE NOTIFICA-FILE.
           CLOSE MASTER-FILE.
           CLOSE CARTAS-FILE.
           IF WSS-REGISTRO-BECAS
               CLOSE BECADOS-FILE
           END-IF.
           IF WSS-HAY-CODPOSTALES
               CLOSE CODPOST-FILE
           END-IF.
           IF WSS-HAY-ENTREVISTAS
               CLOSE ENTRES-FILE
           END-IF.
           IF WSS-HAY-DIFERIDOS
               CLOSE DIFERIDO-FILE
           END-IF.
           IF WSS-HAY-IDENTIDADES
               CLOSE IDENVER-FILE
           END-IF.

           PERFORM 098-CATALOGAR-APROBADOS.
           PERFORM 090-RESETEAR-CHECKPOINT.
           PERFORM 094-ACTUALIZAR-CAMPANIA.


       094-ACTUALIZAR-CAMPANIA-END. EXIT.

       098-CATALOGAR-APROBADOS.

           MOVE ZERO TO WSV-SECUENCIA-MAX.
           MOVE 'N' TO WSC-FIN-CATALOGO.
           OPEN INPUT CATALOGO-FILE.
           IF WSS-CATALOGO-INEXISTENTE
               CONTINUE
           ELSE
               PERFORM 0981-LEER-CATALOGO UNTIL WSS-FIN-CATALOGO
               CLOSE CATALOGO-FILE
           END-IF.
           COMPUTE WSV-SECUENCIA-GEN = WSV-SECUENCIA-MAX + 1.

           MOVE SPACES TO WSV-NOMBRE-APROBADOS.
           STRING 'APROBADO.D'      DELIMITED BY SIZE
                  WSV-FECHA-HOY     DELIMITED BY SIZE
                  '.'               DELIMITED BY SIZE
                  WSV-SECUENCIA-GEN DELIMITED BY SIZE
                  INTO WSV-NOMBRE-APROBADOS
           END-STRING.

           MOVE ZERO TO WSV-CANT-APROBADOS-GEN.
           MOVE 'N' TO WSC-FIN-APROBADOS.
           OPEN INPUT APROBADOS-FILE.
           OPEN OUTPUT APROGEN-FILE.
           PERFORM 0982-COPIAR-APROBADO UNTIL WSS-FIN-APROBADOS.
           CLOSE APROBADOS-FILE.
           CLOSE APROGEN-FILE.

           OPEN EXTEND CATALOGO-FILE.
           IF WSS-CATALOGO-INEXISTENTE
               OPEN OUTPUT CATALOGO-FILE
           END-IF.
           MOVE WSV-FECHA-HOY          TO CATLG-FECHA.
           MOVE WSV-SECUENCIA-GEN      TO CATLG-SECUENCIA.
           MOVE WSC-PROGRAMA-ID        TO CATLG-PROGRAMA.
           MOVE 'APROBADO'             TO CATLG-ARCHIVO.
           MOVE WSV-NOMBRE-APROBADOS   TO CATLG-NOMBRE-FISICO.
           MOVE WSV-CANT-APROBADOS-GEN TO CATLG-REGISTROS.
           ACCEPT CATLG-HORA FROM TIME.
           WRITE CATLG-REGISTRO.
           CLOSE CATALOGO-FILE.

           DISPLAY 'APROBADO CATALOGADO COMO ' WSV-NOMBRE-APROBADOS.

       098-CATALOGAR-APROBADOS-END. EXIT.

       0981-LEER-CATALOGO.

           READ CATALOGO-FILE
               AT END MOVE 'S' TO WSC-FIN-CATALOGO
               NOT AT END
                   IF CATLG-FECHA EQUAL WSV-FECHA-HOY
                      AND CATLG-ARCHIVO EQUAL 'APROBADO'
                      AND CATLG-SECUENCIA > WSV-SECUENCIA-MAX
                       MOVE CATLG-SECUENCIA TO WSV-SECUENCIA-MAX
                   END-IF
           END-READ.

       0981-LEER-CATALOGO-END. EXIT.

       0982-COPIAR-APROBADO.

           READ APROBADOS-FILE
               AT END MOVE 'S' TO WSC-FIN-APROBADOS
               NOT AT END
                   MOVE APROBADOS-REGISTRO TO APROGEN-REGISTRO
                   WRITE APROGEN-REGISTRO
                   ADD 1 TO WSV-CANT-APROBADOS-GEN
           END-READ.

       0982-COPIAR-APROBADO-END. EXIT.

       001-LEER-CHECKPOINT.

           MOVE ZERO TO WSV-CANT-A-SALTAR.
                   MOVE ZERO TO WSV-TRK-PESO-CURSO (WSV-IDX-TRACK)
                   MOVE ZERO TO WSV-TRK-PESO-SECUND (WSV-IDX-TRACK)
               END-IF
               IF PARAM-PESO-ENTREVISTA IS NUMERIC
                   MOVE PARAM-PESO-ENTREVISTA
                       TO WSV-TRK-PESO-ENTREV (WSV-IDX-TRACK)
               ELSE
                   MOVE ZERO TO WSV-TRK-PESO-ENTREV (WSV-IDX-TRACK)
               END-IF
               MOVE ZERO TO WSV-TRK-APROBADOS (WSV-IDX-TRACK)
               MOVE ZERO TO WSV-TRK-RECHAZADOS (WSV-IDX-TRACK)
           ELSE
                   MOVE PARAM-PESO-SECUNDARIO
                       TO WSC-PESO-SECUNDARIO
               END-IF
               IF PARAM-PESO-ENTREVISTA IS NUMERIC
                   MOVE PARAM-PESO-ENTREVISTA TO WSC-PESO-ENTREVISTA
               END-IF
           END-IF.

           PERFORM 0022-LEER-UN-PARAMETRO.

       0023-AGREGAR-PARAMETRO-END. EXIT.

       0026-CARGAR-REGIONES.

           MOVE 1 TO WSV-CANT-REGIONES.
           INITIALIZE WSV-REGION-ENTRADA (1).
           MOVE SPACES       TO WSV-REG-CODIGO (1).
           MOVE 'SIN REGION' TO WSV-REG-NOMBRE (1).
           MOVE ZERO TO WSV-CANT-RANGOS.
           MOVE 'N' TO WSC-CON-REGIONES.
           MOVE 'N' TO WSC-FIN-REGIONES.

           OPEN INPUT REGION-FILE.
           IF WSS-REGION-INEXISTENTE
               DISPLAY 'REGIONE1 AUSENTE, SE ASIGNA SOLO POR MERITO'
           ELSE
               PERFORM 0027-LEER-REGION
               PERFORM 0028-AGREGAR-REGION UNTIL WSS-FIN-REGIONES
               CLOSE REGION-FILE
               IF WSV-CANT-REGIONES > 1
                   MOVE 'S' TO WSC-CON-REGIONES
                   COMPUTE WSV-IDX-REGION = WSV-CANT-REGIONES - 1
                   DISPLAY 'REGIONES CON CUPO RESERVADO: '
                           WSV-IDX-REGION
                           '  RANGOS POSTALES: ' WSV-CANT-RANGOS
               END-IF
           END-IF.

       0026-CARGAR-REGIONES-END. EXIT.

       0027-LEER-REGION.

           READ REGION-FILE
               AT END MOVE 'S' TO WSC-FIN-REGIONES
           END-READ.

       0027-LEER-REGION-END. EXIT.

       0028-AGREGAR-REGION.

           MOVE 'N' TO WSC-REGION-HALLADA.
           PERFORM 00281-BUSCAR-REGION
               VARYING WSV-IDX-REGBUSQ FROM 2 BY 1
               UNTIL WSV-IDX-REGBUSQ > WSV-CANT-REGIONES
                  OR WSS-REGION-HALLADA.

           IF NOT WSS-REGION-HALLADA
               IF WSV-CANT-REGIONES < WSC-MAX-REGIONES
                   ADD 1 TO WSV-CANT-REGIONES
                   MOVE WSV-CANT-REGIONES TO WSV-IDX-REGION
                   INITIALIZE WSV-REGION-ENTRADA (WSV-IDX-REGION)
                   MOVE REGION-CODIGO
                       TO WSV-REG-CODIGO (WSV-IDX-REGION)
                   MOVE REGION-NOMBRE
                       TO WSV-REG-NOMBRE (WSV-IDX-REGION)
                   IF REGION-PORCENTAJE IS NUMERIC
                       MOVE REGION-PORCENTAJE
                           TO WSV-REG-PORCENTAJE (WSV-IDX-REGION)
                   END-IF
                   MOVE 'S' TO WSC-REGION-HALLADA
               ELSE
                   DISPLAY 'ADVERTENCIA: TABLA DE REGIONES LLENA, SE '
                           'IGNORA LA REGION ' REGION-CODIGO
               END-IF
           END-IF.

           IF WSS-REGION-HALLADA
               IF WSV-CANT-RANGOS < WSC-MAX-RANGOS
                   ADD 1 TO WSV-CANT-RANGOS
                   MOVE REGION-CP-DESDE
                       TO WSV-RANGO-DESDE (WSV-CANT-RANGOS)
                   MOVE REGION-CP-HASTA
                       TO WSV-RANGO-HASTA (WSV-CANT-RANGOS)
                   MOVE WSV-IDX-REGION
                       TO WSV-RANGO-REGION (WSV-CANT-RANGOS)
               ELSE
                   DISPLAY 'ADVERTENCIA: TABLA DE RANGOS POSTALES '
                           'LLENA, SE IGNORA ' REGION-CP-DESDE
               END-IF
           END-IF.

           PERFORM 0027-LEER-REGION.

       0028-AGREGAR-REGION-END. EXIT.

       00281-BUSCAR-REGION.

           IF WSV-REG-CODIGO (WSV-IDX-REGBUSQ) EQUAL REGION-CODIGO
               MOVE 'S' TO WSC-REGION-HALLADA
               MOVE WSV-IDX-REGBUSQ TO WSV-IDX-REGION
           END-IF.

       00281-BUSCAR-REGION-END. EXIT.

       0029-UBICAR-REGION.

           MOVE 1 TO WSV-IDX-REGION.
           MOVE 'N' TO WSC-REGION-HALLADA.
           PERFORM 00291-BUSCAR-RANGO
               VARYING WSV-IDX-RANGO FROM 1 BY 1
               UNTIL WSV-IDX-RANGO > WSV-CANT-RANGOS
                  OR WSS-REGION-HALLADA.

       0029-UBICAR-REGION-END. EXIT.

       00291-BUSCAR-RANGO.

           IF WSV-CODPOSTAL-AUX NOT LESS
              WSV-RANGO-DESDE (WSV-IDX-RANGO)
              AND WSV-CODPOSTAL-AUX NOT GREATER
              WSV-RANGO-HASTA (WSV-IDX-RANGO)
               MOVE 'S' TO WSC-REGION-HALLADA
               MOVE WSV-RANGO-REGION (WSV-IDX-RANGO) TO WSV-IDX-REGION
           END-IF.

       00291-BUSCAR-RANGO-END. EXIT.

       0021-SELECCIONAR-TRACK.

           MOVE ZERO TO WSV-IDX-TRACK.
                   TO WSC-PESO-CARRERA-CURSO
               MOVE WSV-TRK-PESO-SECUND (WSV-IDX-TRACK)
                   TO WSC-PESO-SECUNDARIO
               MOVE WSV-TRK-PESO-ENTREV (WSV-IDX-TRACK)
                   TO WSC-PESO-ENTREVISTA
           END-IF.

       0021-SELECCIONAR-TRACK-END. EXIT.

       0054-VALIDAR-COLA-END. EXIT.

       0055-VALIDAR-DOMICILIO.

           MOVE 'S' TO WSC-DOMICILIO-OK.
           MOVE SPACES TO WSV-MOTIVO-DOMICILIO.
           IF WSS-HAY-CODPOSTALES
              AND WSV-DIRECCION-AUX NOT EQUAL SPACES
               IF WSV-CODPOSTAL-AUX EQUAL SPACES
                   MOVE 'N' TO WSC-DOMICILIO-OK
                   MOVE 'CODIGO POSTAL EN BLANCO'
                       TO WSV-MOTIVO-DOMICILIO
               ELSE
                   MOVE 'S' TO WSC-LOCALIDAD-HALLADA
                   MOVE WSV-CODPOSTAL-AUX TO CPOST-CODPOSTAL
                   MOVE WSV-LOCALIDAD-AUX TO CPOST-LOCALIDAD
                   READ CODPOST-FILE
                       INVALID KEY MOVE 'N' TO WSC-LOCALIDAD-HALLADA
                   END-READ
                   IF WSS-LOCALIDAD-HALLADA
                       IF CPOST-ES-VARIANTE
                           ADD 1 TO WSV-TOTAL-NORMALIZADAS
                           MOVE CPOST-LOCALIDAD-OFICIAL
                               TO WSV-LOCALIDAD-AUX
                       END-IF
                   ELSE
                       PERFORM 00551-BUSCAR-CODIGO
                       MOVE 'N' TO WSC-DOMICILIO-OK
                       IF WSS-CODIGO-EXISTE
                           MOVE 'LOCALIDAD NO CORRESPONDE AL CP'
                               TO WSV-MOTIVO-DOMICILIO
                       ELSE
                           MOVE 'CODIGO POSTAL INEXISTENTE'
                               TO WSV-MOTIVO-DOMICILIO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0055-VALIDAR-DOMICILIO-END. EXIT.

       00551-BUSCAR-CODIGO.

           MOVE 'S' TO WSC-CODIGO-EXISTE.
           MOVE WSV-CODPOSTAL-AUX TO CPOST-CODPOSTAL.
           MOVE LOW-VALUES TO CPOST-LOCALIDAD.
           START CODPOST-FILE KEY NOT LESS THAN CPOST-CLAVE
               INVALID KEY MOVE 'N' TO WSC-CODIGO-EXISTE
           END-START.
           IF WSS-CODIGO-EXISTE
               READ CODPOST-FILE NEXT RECORD
                   AT END MOVE 'N' TO WSC-CODIGO-EXISTE
               END-READ
           END-IF.
           IF WSS-CODIGO-EXISTE
              AND CPOST-CODPOSTAL NOT EQUAL WSV-CODPOSTAL-AUX
               MOVE 'N' TO WSC-CODIGO-EXISTE
           END-IF.

       00551-BUSCAR-CODIGO-END. EXIT.

       004-SALTAR-PROCESADOS.

           PERFORM 003-SALTAR-UN-PROCESADO
       012-VERIFICAR-BECADO.

           MOVE 'N' TO WSC-YA-BECADO.
           MOVE 'N' TO WSC-BECA-POSTERGADA.
           IF WSS-HAY-DIFERIDOS
               MOVE WSC-CAMPANIA TO DIFER-CAMPANIA-DESTINO
               MOVE WSV-DNI-AUX  TO DIFER-DNI
               READ DIFERIDO-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF DIFER-TOMADA
                          OR (DIFER-RESERVADA
                              AND DIFER-FECHA-VENCE NOT < WSV-FECHA-HOY)
                           MOVE 'S' TO WSC-BECA-POSTERGADA
                       END-IF
               END-READ
           END-IF.
           IF WSS-REGISTRO-BECAS AND NOT WSS-BECA-POSTERGADA
               MOVE WSV-DNI-AUX TO BECA-DNI
               READ BECADOS-FILE
                   INVALID KEY CONTINUE

       012-VERIFICAR-BECADO-END. EXIT.

       0121-TOMAR-RESERVA.

           MOVE DIFER-CAMPANIA-ORIGEN TO WSV-CAMPANIA-ORIGEN.
           DISPLAY WSV-DNI-AUX ' ' WSV-NOMBRE-AUX
           ' BECA POSTERGADA DESDE LA CAMPANIA ' DIFER-CAMPANIA-ORIGEN
           ', SE INCORPORA SIN NUEVA EVALUACION'.
           ADD 1 TO WSV-TOTAL-APROBADOS.
           ADD 1 TO WSV-TOTAL-POSTERGADOS.
           PERFORM 0024-CONTAR-APROBADO-TRACK.
           MOVE WSV-DNI-AUX    TO APROBADOS-DNI.
           MOVE WSV-NOMBRE-AUX TO APROBADOS-NOMBRE.
           MOVE WSC-CAMPANIA   TO APROBADOS-CAMPANIA.
           WRITE APROBADOS-REGISTRO.

           IF DIFER-RESERVADA
               MOVE 'T' TO DIFER-ESTADO
               MOVE WSV-FECHA-HOY TO DIFER-FECHA-ESTADO
               REWRITE DIFER-REGISTRO
               MOVE 'RESERVA DE POSTERGACION TOMADA'
                   TO WSV-RESULTADO-AUX
               PERFORM 011-REGISTRAR-AUDITORIA
           END-IF.

           MOVE 'APROBADO' TO WSV-RESULTADO-AUX.

       0121-TOMAR-RESERVA-END. EXIT.

       016-CARGAR-POSTERGADOS.

           MOVE 'N' TO WSC-HAY-DIFERIDOS.
           MOVE ZERO TO WSV-CUPO-POSTERGADOS.
           OPEN I-O DIFERIDO-FILE.
           IF WSS-DIFERIDO-INEXISTENTE
               DISPLAY 'DIFERID1 AUSENTE, SIN BECAS POSTERGADAS A '
                       'ESTA CAMPANIA'
           ELSE
               MOVE 'S' TO WSC-HAY-DIFERIDOS
               MOVE 'N' TO WSC-FIN-BARRIDO
               MOVE WSC-CAMPANIA TO DIFER-CAMPANIA-DESTINO
               MOVE ZERO TO DIFER-DNI
               START DIFERIDO-FILE KEY NOT LESS THAN DIFER-CLAVE
                   INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
               END-START
               PERFORM 0161-CONTAR-POSTERGADO UNTIL WSS-FIN-BARRIDO
           END-IF.

           IF WSV-CUPO-POSTERGADOS > ZERO
               DISPLAY 'LUGARES RESERVADOS A BECAS POSTERGADAS: '
                       WSV-CUPO-POSTERGADOS
               IF WSS-CON-PRESUPUESTO
                   IF WSV-CUPO-POSTERGADOS < WSV-CUPO-BECAS
                       SUBTRACT WSV-CUPO-POSTERGADOS
                           FROM WSV-CUPO-BECAS
                   ELSE
                       DISPLAY 'AVISO: LAS BECAS POSTERGADAS CUBREN '
                               'TODO EL CUPO DE LA CAMPANIA'
                       MOVE ZERO TO WSV-CUPO-BECAS
                       MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
                       MOVE 'BECAS POSTERGADAS CUBREN EL CUPO'
                           TO WSV-MOTIVO-FIN
                   END-IF
                   DISPLAY 'CUPO DE BECAS PARA NUEVOS POSTULANTES: '
                           WSV-CUPO-BECAS
               END-IF
           END-IF.

       016-CARGAR-POSTERGADOS-END. EXIT.

       0161-CONTAR-POSTERGADO.

           READ DIFERIDO-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF DIFER-CAMPANIA-DESTINO NOT EQUAL WSC-CAMPANIA
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       IF DIFER-TOMADA
                           ADD 1 TO WSV-CUPO-POSTERGADOS
                       END-IF
                       IF DIFER-RESERVADA
                           IF DIFER-FECHA-VENCE < WSV-FECHA-HOY
                               PERFORM 0162-VENCER-RESERVA
                           ELSE
                               ADD 1 TO WSV-CUPO-POSTERGADOS
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           IF WSC-DIFERIDO-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       0161-CONTAR-POSTERGADO-END. EXIT.

       0162-VENCER-RESERVA.

           ADD 1 TO WSV-RESERVAS-VENCIDAS.
           MOVE 'V' TO DIFER-ESTADO.
           MOVE WSV-FECHA-HOY TO DIFER-FECHA-ESTADO.
           REWRITE DIFER-REGISTRO.
           DISPLAY DIFER-DNI ' ' DIFER-NOMBRE
                   ' RESERVA DE POSTERGACION VENCIDA SIN INCORPORARSE'.

           MOVE DIFER-CAMPANIA-ORIGEN TO CANDM-CAMPANIA.
           MOVE DIFER-DNI             TO CANDM-DNI.
           READ MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CANDM-ESTADO EQUAL 'D'
                       MOVE 'POSTERGACION VENCIDA'
                           TO CANDM-RESULTADO
                       REWRITE CANDM-REGISTRO
                   END-IF
           END-READ.

           ACCEPT NOTIF-FECHA FROM DATE YYYYMMDD.
           ACCEPT NOTIF-HORA FROM TIME.
           MOVE WSC-PROGRAMA-ID        TO NOTIF-PROGRAMA.
           MOVE 'PV'                   TO NOTIF-EVENTO.
           MOVE DIFER-CAMPANIA-ORIGEN  TO NOTIF-CAMPANIA.
           MOVE DIFER-DNI              TO NOTIF-DNI.
           MOVE DIFER-NOMBRE           TO NOTIF-NOMBRE.
           MOVE ZERO                   TO NOTIF-CUOTA.
           MOVE ZERO                   TO NOTIF-IMPORTE.
           MOVE DIFER-FECHA-VENCE      TO NOTIF-FECHA-EVENTO.
           MOVE DIFER-CAMPANIA-DESTINO TO NOTIF-DETALLE.
           WRITE NOTIF-REGISTRO.
           ADD 1 TO WSV-AVISOS-ENCOLADOS.

           MOVE DIFER-DNI    TO WSV-DNI-AUX.
           MOVE DIFER-NOMBRE TO WSV-NOMBRE-AUX.
           MOVE 'POSTERGACION VENCIDA' TO WSV-RESULTADO-AUX.
           PERFORM 011-REGISTRAR-AUDITORIA.

       0162-VENCER-RESERVA-END. EXIT.

       007-VERIFICAR-DUPLICADO.

           MOVE 'N' TO WSC-DNI-DUPLICADO.
                   MOVE 'E' TO CANDM-ESTADO
               WHEN 'PRESELECCIONADO'
                   MOVE 'P' TO CANDM-ESTADO
               WHEN 'PENDIENTE DE ENTREVISTA'
                   MOVE 'P' TO CANDM-ESTADO
               WHEN 'PENDIENTE DE IDENTIDAD'
                   MOVE 'P' TO CANDM-ESTADO
               WHEN 'RETENIDO - IDENTIDAD'
                   MOVE 'P' TO CANDM-ESTADO
               WHEN OTHER
                   MOVE 'R' TO CANDM-ESTADO
           END-EVALUATE.
           MOVE WSV-DIRECCION-AUX TO CANDM-DIRECCION.
           MOVE WSV-LOCALIDAD-AUX TO CANDM-LOCALIDAD.
           MOVE WSV-CODPOSTAL-AUX TO CANDM-CODPOSTAL.
           IF WSS-DOMICILIO-OK
               MOVE 'N'           TO CANDM-CARTA-DEVUELTA
           ELSE
               MOVE 'V'           TO CANDM-CARTA-DEVUELTA
           END-IF.
           MOVE WSV-EMAIL-AUX     TO CANDM-EMAIL.
           MOVE WSV-TELEFONO-AUX  TO CANDM-TELEFONO.
           MOVE 'N'               TO CANDM-CONTACTO-REBOTADO.
           MOVE WSV-IDENTIDAD-AUX TO CANDM-IDENTIDAD.
           WRITE CANDM-REGISTRO
               INVALID KEY
                   IF WSS-ENTRADA-DELTA

       011-REGISTRAR-AUDITORIA-END. EXIT.

       0111-ENCOLAR-AVISO.

           ACCEPT NOTIF-FECHA FROM DATE YYYYMMDD.
           ACCEPT NOTIF-HORA FROM TIME.
           MOVE WSC-PROGRAMA-ID  TO NOTIF-PROGRAMA.
           EVALUATE WSV-RESULTADO-AUX
               WHEN 'APROBADO'
                   MOVE 'AP' TO NOTIF-EVENTO
               WHEN 'LISTA DE ESPERA'
                   MOVE 'ES' TO NOTIF-EVENTO
               WHEN OTHER
                   MOVE 'RE' TO NOTIF-EVENTO
           END-EVALUATE.
           MOVE WSC-CAMPANIA      TO NOTIF-CAMPANIA.
           MOVE WSV-DNI-AUX       TO NOTIF-DNI.
           MOVE WSV-NOMBRE-AUX    TO NOTIF-NOMBRE.
           MOVE ZERO              TO NOTIF-CUOTA.
           MOVE ZERO              TO NOTIF-IMPORTE.
           MOVE WSV-FECHA-HOY     TO NOTIF-FECHA-EVENTO.
           MOVE WSV-RESULTADO-AUX TO NOTIF-DETALLE.
           WRITE NOTIF-REGISTRO.
           ADD 1 TO WSV-AVISOS-ENCOLADOS.

       0111-ENCOLAR-AVISO-END. EXIT.

       010-EVALUAR.

            ADD 1 TO WSV-TOTAL-EVALUADOS.

            PERFORM 0055-VALIDAR-DOMICILIO.
            IF NOT WSS-DOMICILIO-OK
               ADD 1 TO WSV-TOTAL-SIN-VERIFICAR
               DISPLAY WSV-DNI-AUX ' ' WSV-NOMBRE-AUX
               ' DOMICILIO NO VERIFICADO: ' WSV-MOTIVO-DOMICILIO
            END-IF.

            PERFORM 0021-SELECCIONAR-TRACK.
            PERFORM 007-VERIFICAR-DUPLICADO.
            PERFORM 012-VERIFICAR-BECADO.
            PERFORM 0172-VERIFICAR-IDENTIDAD.

            IF WSS-DNI-DUPLICADO
               DISPLAY WSV-DNI-AUX ' ' WSV-NOMBRE-AUX
               PERFORM 0025-CONTAR-RECHAZO-TRACK
               MOVE 'RECHAZADO - DNI DUPLICADO' TO WSV-RESULTADO-AUX
            ELSE
            IF WSS-BECA-POSTERGADA
               PERFORM 0121-TOMAR-RESERVA
            ELSE
            IF WSS-YA-BECADO
               DISPLAY WSV-DNI-AUX ' ' WSV-NOMBRE-AUX
               ' NO CUMPLE CON LOS REQUISITOS. MOTIVOS:'
                  AND WSS-SECUNDARIO-OK AND WSS-CARRERA-OK
                  DISPLAY WSV-DNI-AUX ' ' WSV-NOMBRE-AUX
                  ' CUMPLE CON TODOS LOS REQUISITOS '
                  IF WSS-CON-PRESUPUESTO AND NOT WSS-IDENTIDAD-OK
                      DISPLAY '   - RETENIDO: IDENTIDAD NO CONFIRMADA '
                              'POR EL REGISTRO NACIONAL'
                      ADD 1 TO WSV-TOTAL-SIN-IDENTIDAD
                      MOVE WSV-RESULTADO-IDENTIDAD TO WSV-RESULTADO-AUX
                      IF WSV-CODIGO-RETORNO < WSC-RETORNO-AVISO
                          MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
                          MOVE 'CANDIDATOS RETENIDOS POR IDENTIDAD'
                              TO WSV-MOTIVO-FIN
                      END-IF
                  ELSE
                  IF WSS-CON-PRESUPUESTO
                      PERFORM 0171-BUSCAR-ENTREVISTA
                      IF WSS-ENTREVISTA-OK
                          PERFORM 017-CALCULAR-PUNTAJE
                          PERFORM 018-LIBERAR-CANDIDATO
                          MOVE 'PRESELECCIONADO' TO WSV-RESULTADO-AUX
                      ELSE
                          DISPLAY '   - RETENIDO: SIN PUNTAJE DE '
                                  'ENTREVISTA NI EXIMICION'
                          ADD 1 TO WSV-TOTAL-SIN-ENTREVISTA
                          MOVE 'PENDIENTE DE ENTREVISTA'
                              TO WSV-RESULTADO-AUX
                      END-IF
                  ELSE
                      ADD 1 TO WSV-TOTAL-APROBADOS
                      PERFORM 0024-CONTAR-APROBADO-TRACK
                      WRITE APROBADOS-REGISTRO
                      MOVE 'APROBADO' TO WSV-RESULTADO-AUX
                  END-IF
                  END-IF
               ELSE
                  DISPLAY WSV-DNI-AUX ' ' WSV-NOMBRE-AUX
                  ' NO CUMPLE CON LOS REQUISITOS. MOTIVOS:'
                  MOVE 'RECHAZADO' TO WSV-RESULTADO-AUX
               END-IF
            END-IF
            END-IF
            END-IF.

            EVALUATE WSV-RESULTADO-AUX
                WHEN 'PRESELECCIONADO'
                    PERFORM 009-REGISTRAR-PROCESADO
                    PERFORM 006-GRABAR-CHECKPOINT
                WHEN 'PENDIENTE DE ENTREVISTA'
                WHEN 'PENDIENTE DE IDENTIDAD'
                WHEN 'RETENIDO - IDENTIDAD'
                    PERFORM 011-REGISTRAR-AUDITORIA
                    PERFORM 009-REGISTRAR-PROCESADO
                    PERFORM 006-GRABAR-CHECKPOINT
                WHEN OTHER
                    PERFORM 020-GENERAR-CARTA
                    PERFORM 011-REGISTRAR-AUDITORIA
                    PERFORM 0111-ENCOLAR-AVISO
                    PERFORM 009-REGISTRAR-PROCESADO
                    PERFORM 006-GRABAR-CHECKPOINT
            END-EVALUATE.
            PERFORM 005-LEER-CANDIDATO.

       010-EVALUAR-END. EXIT.
               ADD WSC-PESO-CARRERA-CURSO TO WSV-PUNTAJE
           END-IF.
           ADD WSC-PESO-SECUNDARIO TO WSV-PUNTAJE.
           IF WSC-PESO-ENTREVISTA > ZERO
               COMPUTE WSV-PUNTAJE = WSV-PUNTAJE
                   + WSC-PESO-ENTREVISTA * WSV-PUNTAJE-ENTREV / 100
                   ON SIZE ERROR MOVE 99999 TO WSV-PUNTAJE
               END-COMPUTE
           END-IF.

       017-CALCULAR-PUNTAJE-END. EXIT.

       0171-BUSCAR-ENTREVISTA.

           MOVE ZERO TO WSV-PUNTAJE-ENTREV.
           IF WSC-PESO-ENTREVISTA EQUAL ZERO
               MOVE 'S' TO WSC-ENTREVISTA-OK
           ELSE
               MOVE 'N' TO WSC-ENTREVISTA-OK
               IF WSS-HAY-ENTREVISTAS
                   MOVE WSC-CAMPANIA TO ENTRES-CAMPANIA
                   MOVE WSV-DNI-AUX  TO ENTRES-DNI
                   READ ENTRES-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF ENTRES-CON-PUNTAJE
                               MOVE 'S' TO WSC-ENTREVISTA-OK
                               MOVE ENTRES-PUNTAJE
                                   TO WSV-PUNTAJE-ENTREV
                           END-IF
                           IF ENTRES-EXIMIDO
                               MOVE 'S' TO WSC-ENTREVISTA-OK
                               ADD 1 TO WSV-TOTAL-EXIMIDOS
                           END-IF
                   END-READ
               END-IF
               IF NOT WSS-ENTREVISTA-OK
                  AND WSV-CODIGO-RETORNO < WSC-RETORNO-AVISO
                   MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
                   MOVE 'CANDIDATOS RETENIDOS SIN ENTREVISTA'
                       TO WSV-MOTIVO-FIN
               END-IF
           END-IF.

       0171-BUSCAR-ENTREVISTA-END. EXIT.

       0172-VERIFICAR-IDENTIDAD.

           MOVE 'S' TO WSC-IDENTIDAD-OK.
           MOVE 'N' TO WSV-IDENTIDAD-AUX.
           MOVE SPACES TO WSV-RESULTADO-IDENTIDAD.
           IF WSS-HAY-IDENTIDADES
               MOVE 'N' TO WSC-IDENTIDAD-OK
               MOVE 'P' TO WSV-IDENTIDAD-AUX
               MOVE 'PENDIENTE DE IDENTIDAD'
                   TO WSV-RESULTADO-IDENTIDAD
               MOVE WSC-CAMPANIA TO IDENV-CAMPANIA
               MOVE WSV-DNI-AUX  TO IDENV-DNI
               READ IDENVER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM 0173-EVALUAR-IDENTIDAD
               END-READ
           END-IF.

       0172-VERIFICAR-IDENTIDAD-END. EXIT.

       0173-EVALUAR-IDENTIDAD.

           IF IDENV-NOMBRE-DECLARADO EQUAL WSV-NOMBRE-AUX
              AND IDENV-FECHA-NAC-DECLARADA EQUAL WSV-FECHA-NAC-AUX
               IF IDENV-VERIFICADA
                   MOVE 'S' TO WSC-IDENTIDAD-OK
                   MOVE 'V' TO WSV-IDENTIDAD-AUX
                   MOVE SPACES TO WSV-RESULTADO-IDENTIDAD
               END-IF
               IF IDENV-OBSERVADA
                   MOVE IDENV-ESTADO TO WSV-IDENTIDAD-AUX
                   MOVE 'RETENIDO - IDENTIDAD'
                       TO WSV-RESULTADO-IDENTIDAD
               END-IF
           END-IF.

       0173-EVALUAR-IDENTIDAD-END. EXIT.

       018-LIBERAR-CANDIDATO.

           COMPUTE ORDEN-CLAVE-PUNTAJE = 99999 - WSV-PUNTAJE.
           MOVE WSV-DIRECCION-AUX  TO ORDEN-DIRECCION.
           MOVE WSV-LOCALIDAD-AUX  TO ORDEN-LOCALIDAD.
           MOVE WSV-CODPOSTAL-AUX  TO ORDEN-CODPOSTAL.
           MOVE WSV-EMAIL-AUX      TO ORDEN-EMAIL.
           MOVE WSV-TELEFONO-AUX   TO ORDEN-TELEFONO.
           MOVE WSV-IDENTIDAD-AUX  TO ORDEN-IDENTIDAD.
           RELEASE ORDEN-REGISTRO.

       018-LIBERAR-CANDIDATO-END. EXIT.

       030-ASIGNAR-PRESUPUESTO.

           OPEN OUTPUT ASIGNA-FILE.
           MOVE 'N' TO WSC-FIN-ORDENAMIENTO.
           PERFORM 031-RETORNAR-CANDIDATO
               UNTIL WSS-FIN-ORDENAMIENTO.
           CLOSE ASIGNA-FILE.

           PERFORM 035-CALCULAR-RESERVAS.

           PERFORM 036-REINICIAR-ASIGNACION.
           OPEN INPUT ASIGNA-FILE.
           PERFORM 037-LEER-ASIGNACION.
           PERFORM 038-CONTAR-ADJUDICACION UNTIL WSS-FIN-ASIGNA.
           CLOSE ASIGNA-FILE.

           PERFORM 036-REINICIAR-ASIGNACION.
           OPEN OUTPUT ESPERA-FILE.
           OPEN INPUT ASIGNA-FILE.
           PERFORM 037-LEER-ASIGNACION.
           PERFORM 032-RESOLVER-CANDIDATO UNTIL WSS-FIN-ASIGNA.
           CLOSE ASIGNA-FILE.
           CLOSE ESPERA-FILE.

       030-ASIGNAR-PRESUPUESTO-END. EXIT.

           RETURN ORDEN-FILE
               AT END MOVE 'S' TO WSC-FIN-ORDENAMIENTO
               NOT AT END PERFORM 033-GUARDAR-ORDENADO
           END-RETURN.

       031-RETORNAR-CANDIDATO-END. EXIT.

       033-GUARDAR-ORDENADO.

           MOVE ORDEN-CODPOSTAL TO WSV-CODPOSTAL-AUX.
           PERFORM 0029-UBICAR-REGION.
           ADD 1 TO WSV-REG-CANDIDATOS (WSV-IDX-REGION).

           MOVE ORDEN-DNI        TO ASIGNA-DNI.
           MOVE ORDEN-NOMBRE     TO ASIGNA-NOMBRE.
           MOVE ORDEN-PUNTAJE    TO ASIGNA-PUNTAJE.
           MOVE ORDEN-TRACK      TO ASIGNA-TRACK.
           MOVE ORDEN-SECUNDARIO TO ASIGNA-SECUNDARIO.
           MOVE ORDEN-CARRERA    TO ASIGNA-CARRERA.
           MOVE ORDEN-DIRECCION  TO ASIGNA-DIRECCION.
           MOVE ORDEN-LOCALIDAD  TO ASIGNA-LOCALIDAD.
           MOVE ORDEN-CODPOSTAL  TO ASIGNA-CODPOSTAL.
           MOVE WSV-IDX-REGION   TO ASIGNA-REGION.
           MOVE ORDEN-EMAIL      TO ASIGNA-EMAIL.
           MOVE ORDEN-TELEFONO   TO ASIGNA-TELEFONO.
           MOVE ORDEN-IDENTIDAD  TO ASIGNA-IDENTIDAD.
           WRITE ASIGNA-REGISTRO.

       033-GUARDAR-ORDENADO-END. EXIT.

       035-CALCULAR-RESERVAS.

           MOVE ZERO TO WSV-RESERVA-TOTAL.
           MOVE ZERO TO WSV-CUPO-DEVUELTO.
           PERFORM 0351-RESERVAR-REGION
               VARYING WSV-IDX-REGION FROM 2 BY 1
               UNTIL WSV-IDX-REGION > WSV-CANT-REGIONES.
           COMPUTE WSV-CUPO-GENERAL =
               WSV-CUPO-BECAS - WSV-RESERVA-TOTAL.

           IF WSS-CON-REGIONES
               DISPLAY 'CUPO RESERVADO A REGIONES: ' WSV-RESERVA-TOTAL
                       '  CUPO GENERAL POR MERITO: ' WSV-CUPO-GENERAL
               DISPLAY 'CUPO REGIONAL SIN CANDIDATOS DEVUELTO AL '
                       'POOL GENERAL: ' WSV-CUPO-DEVUELTO
           END-IF.

       035-CALCULAR-RESERVAS-END. EXIT.

       0351-RESERVAR-REGION.

           COMPUTE WSV-REG-CUPO (WSV-IDX-REGION) =
               WSV-CUPO-BECAS * WSV-REG-PORCENTAJE (WSV-IDX-REGION)
               / 100.

           IF WSV-REG-CANDIDATOS (WSV-IDX-REGION) <
              WSV-REG-CUPO (WSV-IDX-REGION)
               MOVE WSV-REG-CANDIDATOS (WSV-IDX-REGION)
                   TO WSV-REG-RESERVA (WSV-IDX-REGION)
           ELSE
               MOVE WSV-REG-CUPO (WSV-IDX-REGION)
                   TO WSV-REG-RESERVA (WSV-IDX-REGION)
           END-IF.

           IF WSV-RESERVA-TOTAL + WSV-REG-RESERVA (WSV-IDX-REGION)
              > WSV-CUPO-BECAS
               COMPUTE WSV-REG-RESERVA (WSV-IDX-REGION) =
                   WSV-CUPO-BECAS - WSV-RESERVA-TOTAL
               DISPLAY 'AVISO: LOS CUPOS REGIONALES SUPERAN EL CUPO '
                       'DE BECAS, LA REGION '
                       WSV-REG-CODIGO (WSV-IDX-REGION)
                       ' SE LIMITA A '
                       WSV-REG-RESERVA (WSV-IDX-REGION)
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'CUPOS REGIONALES SUPERAN EL CUPO'
                   TO WSV-MOTIVO-FIN
           END-IF.

           ADD WSV-REG-RESERVA (WSV-IDX-REGION) TO WSV-RESERVA-TOTAL.
           IF WSV-REG-CUPO (WSV-IDX-REGION) >
              WSV-REG-RESERVA (WSV-IDX-REGION)
               COMPUTE WSV-CUPO-DEVUELTO = WSV-CUPO-DEVUELTO
                   + WSV-REG-CUPO (WSV-IDX-REGION)
                   - WSV-REG-RESERVA (WSV-IDX-REGION)
           END-IF.

       0351-RESERVAR-REGION-END. EXIT.

       036-REINICIAR-ASIGNACION.

           MOVE ZERO TO WSV-GENERAL-USADO.
           MOVE 'N' TO WSC-FIN-ASIGNA.
           PERFORM 0361-REINICIAR-REGION
               VARYING WSV-IDX-REGION FROM 1 BY 1
               UNTIL WSV-IDX-REGION > WSV-CANT-REGIONES.

       036-REINICIAR-ASIGNACION-END. EXIT.

       0361-REINICIAR-REGION.

           MOVE ZERO TO WSV-REG-RESERVA-USADA (WSV-IDX-REGION).
           MOVE ZERO TO WSV-REG-EN-ESPERA (WSV-IDX-REGION).

       0361-REINICIAR-REGION-END. EXIT.

       037-LEER-ASIGNACION.

           READ ASIGNA-FILE
               AT END MOVE 'S' TO WSC-FIN-ASIGNA
           END-READ.

       037-LEER-ASIGNACION-END. EXIT.

       038-CONTAR-ADJUDICACION.

           PERFORM 034-DECIDIR-ASIGNACION.
           IF NOT WSS-ASIGNA-ESPERA
               ADD 1 TO WSV-REG-ADJUDICADAS (WSV-IDX-REGION)
           END-IF.
           IF WSS-ASIGNA-REGIONAL
               ADD 1 TO WSV-REG-POR-CUPO (WSV-IDX-REGION)
           END-IF.
           PERFORM 037-LEER-ASIGNACION.

       038-CONTAR-ADJUDICACION-END. EXIT.

       034-DECIDIR-ASIGNACION.

           MOVE ASIGNA-REGION TO WSV-IDX-REGION.
           IF WSV-REG-RESERVA-USADA (WSV-IDX-REGION) <
              WSV-REG-RESERVA (WSV-IDX-REGION)
               ADD 1 TO WSV-REG-RESERVA-USADA (WSV-IDX-REGION)
               MOVE 'R' TO WSC-ASIGNACION
           ELSE
               IF WSV-GENERAL-USADO < WSV-CUPO-GENERAL
                   ADD 1 TO WSV-GENERAL-USADO
                   MOVE 'G' TO WSC-ASIGNACION
               ELSE
                   MOVE 'E' TO WSC-ASIGNACION
               END-IF
           END-IF.

       034-DECIDIR-ASIGNACION-END. EXIT.

       032-RESOLVER-CANDIDATO.

           MOVE 'N' TO WSC-BECA-POSTERGADA.
           MOVE ASIGNA-DNI        TO WSV-DNI-AUX.
           MOVE ASIGNA-NOMBRE     TO WSV-NOMBRE-AUX.
           MOVE ASIGNA-TRACK      TO WSV-TRACK-AUX.
           MOVE ASIGNA-SECUNDARIO TO WSV-SECUNDARIO-AUX.
           MOVE ASIGNA-CARRERA    TO WSV-CARRERA-AUX.
           MOVE ASIGNA-DIRECCION  TO WSV-DIRECCION-AUX.
           MOVE ASIGNA-LOCALIDAD  TO WSV-LOCALIDAD-AUX.
           MOVE ASIGNA-CODPOSTAL  TO WSV-CODPOSTAL-AUX.
           MOVE ASIGNA-EMAIL      TO WSV-EMAIL-AUX.
           MOVE ASIGNA-TELEFONO   TO WSV-TELEFONO-AUX.
           MOVE ASIGNA-IDENTIDAD  TO WSV-IDENTIDAD-AUX.
           PERFORM 0055-VALIDAR-DOMICILIO.
           PERFORM 0021-SELECCIONAR-TRACK.
           PERFORM 034-DECIDIR-ASIGNACION.

           IF NOT WSS-ASIGNA-ESPERA
               ADD 1 TO WSV-TOTAL-APROBADOS
               PERFORM 0024-CONTAR-APROBADO-TRACK
               MOVE WSV-DNI-AUX    TO APROBADOS-DNI
               WRITE APROBADOS-REGISTRO
               MOVE 'APROBADO' TO WSV-RESULTADO-AUX
           ELSE
               ADD 1 TO WSV-REG-EN-ESPERA (WSV-IDX-REGION)
               MOVE WSV-REG-EN-ESPERA (WSV-IDX-REGION)
                   TO WSV-PUESTO-ESPERA
               ADD 1 TO WSV-TOTAL-EN-ESPERA
               MOVE WSV-PUESTO-ESPERA TO ESPERA-PUESTO
               MOVE ASIGNA-PUNTAJE    TO ESPERA-PUNTAJE
               MOVE WSV-DNI-AUX       TO ESPERA-DNI
               MOVE WSV-NOMBRE-AUX    TO ESPERA-NOMBRE
               MOVE WSC-CAMPANIA      TO ESPERA-CAMPANIA
               MOVE 'E'               TO ESPERA-ESTADO
               MOVE WSV-REG-CODIGO (WSV-IDX-REGION)
                                      TO ESPERA-REGION
               WRITE ESPERA-REGISTRO
               MOVE 'LISTA DE ESPERA' TO WSV-RESULTADO-AUX
           END-IF.

           PERFORM 020-GENERAR-CARTA.
           PERFORM 011-REGISTRAR-AUDITORIA.
           PERFORM 0111-ENCOLAR-AVISO.
           PERFORM 009-REGISTRAR-PROCESADO.

           PERFORM 037-LEER-ASIGNACION.

       032-RESOLVER-CANDIDATO-END. EXIT.

       020-GENERAR-CARTA.
               END-STRING
               MOVE WSV-LINEA-CARTA TO CARTAS-REGISTRO
               WRITE CARTAS-REGISTRO
               IF NOT WSS-DOMICILIO-OK
                   MOVE '*** DOMICILIO NO VERIFICADO, RETENER ***'
                       TO CARTAS-REGISTRO
                   WRITE CARTAS-REGISTRO
               END-IF
           ELSE
               MOVE '*** SIN DOMICILIO REGISTRADO ***'
                   TO CARTAS-REGISTRO
               TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.

           IF WSS-BECA-POSTERGADA
               PERFORM 0212-CARTA-POSTERGACION
           ELSE
               IF WSS-CON-PRESUPUESTO AND WSS-CON-REGIONES
                   PERFORM 0211-CARTA-REGION
               END-IF
           END-IF.

       021-CARTA-APROBACION-END. EXIT.

       0211-CARTA-REGION.

           MOVE SPACES TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.
           IF WSS-ASIGNA-REGIONAL
               MOVE SPACES TO WSV-LINEA-CARTA
               STRING 'SU BECA SE ASIGNO POR EL CUPO RESERVADO A LA '
                                              DELIMITED BY SIZE
                      'REGION '               DELIMITED BY SIZE
                      WSV-REG-NOMBRE (WSV-IDX-REGION)
                                              DELIMITED BY '  '
                      '.'                     DELIMITED BY SIZE
                      INTO WSV-LINEA-CARTA
               END-STRING
               MOVE WSV-LINEA-CARTA TO CARTAS-REGISTRO
               WRITE CARTAS-REGISTRO
           ELSE
               MOVE 'SU BECA SE ASIGNO POR ORDEN DE MERITO GENERAL.'
                   TO CARTAS-REGISTRO
               WRITE CARTAS-REGISTRO
           END-IF.

           IF WSV-IDX-REGION > 1
               MOVE SPACES TO WSV-LINEA-CARTA
               STRING 'REGION '               DELIMITED BY SIZE
                      WSV-REG-NOMBRE (WSV-IDX-REGION)
                                              DELIMITED BY '  '
                      ': '                    DELIMITED BY SIZE
                      WSV-REG-ADJUDICADAS (WSV-IDX-REGION)
                                              DELIMITED BY SIZE
                      ' BECAS ADJUDICADAS, CUPO REGIONAL '
                                              DELIMITED BY SIZE
                      WSV-REG-CUPO (WSV-IDX-REGION)
                                              DELIMITED BY SIZE
                      '.'                     DELIMITED BY SIZE
                      INTO WSV-LINEA-CARTA
               END-STRING
               MOVE WSV-LINEA-CARTA TO CARTAS-REGISTRO
               WRITE CARTAS-REGISTRO
           END-IF.

       0211-CARTA-REGION-END. EXIT.

       0212-CARTA-POSTERGACION.

           MOVE SPACES TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.
           MOVE SPACES TO WSV-LINEA-CARTA.
           STRING 'LUGAR RESERVADO POR POSTERGACION DESDE LA '
                                          DELIMITED BY SIZE
                  'CAMPANIA '             DELIMITED BY SIZE
                  WSV-CAMPANIA-ORIGEN     DELIMITED BY SIZE
                  '.'                     DELIMITED BY SIZE
                  INTO WSV-LINEA-CARTA
           END-STRING.
           MOVE WSV-LINEA-CARTA TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.

       0212-CARTA-POSTERGACION-END. EXIT.

       022-CARTA-RECHAZO.

           ADD 1 TO WSV-CARTAS-RECHAZO.
           WRITE CARTAS-REGISTRO.

           MOVE SPACES TO WSV-LINEA-CARTA.
           IF WSS-CON-REGIONES AND WSV-IDX-REGION > 1
               STRING 'QUEDO EN LISTA DE ESPERA DE LA REGION '
                                          DELIMITED BY SIZE
                      WSV-REG-NOMBRE (WSV-IDX-REGION)
                                          DELIMITED BY '  '
                      ' EN EL PUESTO '    DELIMITED BY SIZE
                      WSV-PUESTO-ESPERA   DELIMITED BY SIZE
                      '.'                 DELIMITED BY SIZE
                      INTO WSV-LINEA-CARTA
               END-STRING
           ELSE
               STRING 'QUEDO EN LISTA DE ESPERA EN EL PUESTO '
                                          DELIMITED BY SIZE
                      WSV-PUESTO-ESPERA   DELIMITED BY SIZE
                      '.'                 DELIMITED BY SIZE
                      INTO WSV-LINEA-CARTA
               END-STRING
           END-IF.
           MOVE WSV-LINEA-CARTA TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.
           MOVE 'LE AVISAREMOS SI SE LIBERA UN LUGAR.'
                   WSV-OTRAS-CAMPANIAS
           DISPLAY 'CARTAS DE APROBACION: ' WSV-CARTAS-APROBACION
           DISPLAY 'CARTAS DE RECHAZO   : ' WSV-CARTAS-RECHAZO
           DISPLAY 'LOCALIDADES NORMALIZADAS : ' WSV-TOTAL-NORMALIZADAS
           DISPLAY 'DOMICILIOS NO VERIFICADOS: '
                   WSV-TOTAL-SIN-VERIFICAR
           DISPLAY 'AVISOS ELECTRONICOS ENCOLADOS: '
                   WSV-AVISOS-ENCOLADOS
           IF WSS-CON-PRESUPUESTO
               DISPLAY 'CUPO DE BECAS    : ' WSV-CUPO-BECAS
               DISPLAY 'EN LISTA DE ESPERA : ' WSV-TOTAL-EN-ESPERA
               DISPLAY 'CARTAS DE ESPERA   : ' WSV-CARTAS-ESPERA
               DISPLAY 'RETENIDOS SIN ENTREVISTA: '
                       WSV-TOTAL-SIN-ENTREVISTA
               DISPLAY 'EXIMIDOS DE ENTREVISTA  : ' WSV-TOTAL-EXIMIDOS
               DISPLAY 'RETENIDOS POR IDENTIDAD : '
                       WSV-TOTAL-SIN-IDENTIDAD
           END-IF.
           IF WSS-HAY-DIFERIDOS
               DISPLAY 'LUGARES RESERVADOS A POSTERGADOS: '
                       WSV-CUPO-POSTERGADOS
               DISPLAY 'POSTERGADOS INCORPORADOS: '
                       WSV-TOTAL-POSTERGADOS
               DISPLAY 'RESERVAS VENCIDAS       : '
                       WSV-RESERVAS-VENCIDAS
           END-IF.
           IF WSV-CANT-TRACKS > ZERO
               DISPLAY 'RESUMEN POR TRACK:'
                   VARYING WSV-IDX-TRACK FROM 1 BY 1
                   UNTIL WSV-IDX-TRACK > WSV-CANT-TRACKS
           END-IF.
           IF WSS-CON-PRESUPUESTO AND WSS-CON-REGIONES
               DISPLAY 'RESUMEN POR REGION (ADJUDICADAS CONTRA CUPO):'
               PERFORM 0952-RESUMEN-REGION
                   VARYING WSV-IDX-REGION FROM 1 BY 1
                   UNTIL WSV-IDX-REGION > WSV-CANT-REGIONES
               DISPLAY '  CUPO REGIONAL DEVUELTO AL POOL GENERAL: '
                       WSV-CUPO-DEVUELTO
           END-IF.

       095-MOSTRAR-RESUMEN-END. EXIT.


       0951-RESUMEN-TRACK-END. EXIT.

       0952-RESUMEN-REGION.

           IF WSV-IDX-REGION > 1
              OR WSV-REG-CANDIDATOS (WSV-IDX-REGION) > ZERO
               DISPLAY '  REGION ' WSV-REG-CODIGO (WSV-IDX-REGION)
                       ' ' WSV-REG-NOMBRE (WSV-IDX-REGION)
                       ' CUPO: ' WSV-REG-CUPO (WSV-IDX-REGION)
                       ' CANDIDATOS: '
                       WSV-REG-CANDIDATOS (WSV-IDX-REGION)
               DISPLAY '         ADJUDICADAS: '
                       WSV-REG-ADJUDICADAS (WSV-IDX-REGION)
                       ' (POR CUPO REGIONAL: '
                       WSV-REG-POR-CUPO (WSV-IDX-REGION)
                       ')  EN ESPERA: '
                       WSV-REG-EN-ESPERA (WSV-IDX-REGION)
           END-IF.

       0952-RESUMEN-REGION-END. EXIT.

       096-GRABAR-ESTADO.

           OPEN EXTEND ESTADO-FILE.

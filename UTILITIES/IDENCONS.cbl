       IDENTIFICATION DIVISION.
       PROGRAM-ID.                            IDENCONS.
       AUTHOR.                                AYMARA M FUSARO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANDIN-FILE  ASSIGN TO "CANDIN01"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-CANDIN-ESTADO.

           SELECT IDENVER-FILE ASSIGN TO "IDENVER1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS IDENV-CLAVE
                               FILE STATUS IS WSC-IDENVER-ESTADO.

           SELECT CONSULTA-FILE ASSIGN TO "RNPCONS1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-CONSULTA-ESTADO.

           SELECT ESTADO-FILE  ASSIGN TO "RUNSTAT1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-ESTADO-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  CANDIN-FILE
           RECORDING MODE IS F.
           COPY CANDREG.

       FD  IDENVER-FILE.
           COPY IDENREG.

       FD  CONSULTA-FILE
           RECORDING MODE IS F.
       01  CONS-REGISTRO.
           05 CONS-TIPO                     PIC X.
           05 CONS-DETALLE.
               10 CONS-TIPO-DOC             PIC X(03).
               10 CONS-NRO-DOC              PIC 9(08).
               10 CONS-APELLIDO-NOMBRE      PIC X(40).
               10 CONS-FECHA-NAC            PIC 9(08).
               10 CONS-REFERENCIA.
                   15 CONS-REF-CAMPANIA     PIC X(06).
                   15 CONS-REF-DNI          PIC 9(08).
               10 FILLER                    PIC X(26).
           05 CONS-CABECERA REDEFINES CONS-DETALLE.
               10 CONS-CAB-ORGANISMO        PIC X(10).
               10 CONS-CAB-FECHA            PIC 9(08).
               10 CONS-CAB-HORA             PIC 9(06).
               10 FILLER                    PIC X(75).
           05 CONS-COLA REDEFINES CONS-DETALLE.
               10 CONS-COLA-CANTIDAD        PIC 9(07).
               10 FILLER                    PIC X(92).

       FD  ESTADO-FILE
           RECORDING MODE IS F.
           COPY ESTADREG.

       WORKING-STORAGE SECTION.

         01 WSC-CONSTANTES.
             05 WSC-PROGRAMA-ID               PIC X(08)
                                               VALUE 'IDENCONS'.
             05 WSC-ORGANISMO                 PIC X(10)
                                               VALUE 'BECASCOBOL'.
             05 WSC-RETORNOS.
                 10 WSC-RETORNO-NORMAL        PIC 9(04) VALUE 0.
                 10 WSC-RETORNO-AVISO         PIC 9(04) VALUE 4.
                 10 WSC-RETORNO-CONTROL       PIC 9(04) VALUE 8.
                 10 WSC-RETORNO-SIN-ARCHIVO   PIC 9(04) VALUE 16.

         01 WSC-SWITCHES.
             05 WSC-FIN-CANDIN                PIC X    VALUE 'N'.
                 88 WSS-FIN-CANDIN                     VALUE 'S'.
             05 WSC-CABECERA-LEIDA            PIC X    VALUE 'N'.
                 88 WSS-CABECERA-LEIDA                 VALUE 'S'.
             05 WSC-IDENTIDAD-HALLADA         PIC X    VALUE 'N'.
                 88 WSS-IDENTIDAD-HALLADA              VALUE 'S'.

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-CANDIN-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-CANDIN-INEXISTENTE             VALUE '35'.
             05 WSC-IDENVER-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-IDENVER-INEXISTENTE            VALUE '35'.
             05 WSC-CONSULTA-ESTADO           PIC XX   VALUE '00'.
             05 WSC-ESTADO-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-ESTADO-INEXISTENTE             VALUE '35'.

         01 WSV-VARIABLES.
             05 WSV-FECHA-INICIO              PIC 9(08) VALUE ZERO.
             05 WSV-HORA-INICIO               PIC 9(08) VALUE ZERO.
             05 WSV-FECHA-HOY                 PIC 9(08) VALUE ZERO.
             05 WSV-HORA-LOTE                 PIC 9(06) VALUE ZERO.
             05 WSV-CAMPANIA-CABECERA         PIC X(06) VALUE SPACES.
             05 WSV-CAMPANIA-AUX              PIC X(06) VALUE SPACES.

             05 WSV-CONTADORES.
                 10 WSV-TOTAL-LEIDOS          PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-CONSULTAS       PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-NUEVAS          PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-CORREGIDAS      PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-REENVIADAS      PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-RESUELTAS       PIC 9(07) VALUE ZERO.

             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
                     VALUE 'PROCESO FINALIZADO NORMALMENTE'.

       PROCEDURE DIVISION.

       000-CONTROL.

           ACCEPT WSV-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-INICIO FROM TIME.

           DISPLAY 'CONSULTA DE IDENTIDAD AL REGISTRO NACIONAL '
                   'DE LAS PERSONAS'.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.

           PERFORM 010-ABRIR-ARCHIVOS.

           PERFORM 021-LEER-CANDIDATO.
           PERFORM 022-PROCESAR-CANDIDATO UNTIL WSS-FIN-CANDIN.

           PERFORM 060-ESCRIBIR-COLA.
           PERFORM 095-ESCRIBIR-RESUMEN.

           CLOSE CANDIN-FILE.
           CLOSE IDENVER-FILE.
           CLOSE CONSULTA-FILE.

           PERFORM 096-GRABAR-ESTADO.
           MOVE WSV-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       000-CONTROL-END. EXIT.

       010-ABRIR-ARCHIVOS.

           OPEN INPUT CANDIN-FILE.
           IF WSS-CANDIN-INEXISTENTE
               DISPLAY 'ERROR: CANDIN01 NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'CANDIN01 NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           OPEN I-O IDENVER-FILE.
           IF WSS-IDENVER-INEXISTENTE
               OPEN OUTPUT IDENVER-FILE
               CLOSE IDENVER-FILE
               OPEN I-O IDENVER-FILE
           END-IF.

           OPEN OUTPUT CONSULTA-FILE.

           COMPUTE WSV-HORA-LOTE = WSV-HORA-INICIO / 100.
           MOVE SPACES          TO CONS-REGISTRO.
           MOVE 'H'             TO CONS-TIPO.
           MOVE WSC-ORGANISMO   TO CONS-CAB-ORGANISMO.
           MOVE WSV-FECHA-HOY   TO CONS-CAB-FECHA.
           MOVE WSV-HORA-LOTE   TO CONS-CAB-HORA.
           WRITE CONS-REGISTRO.

       010-ABRIR-ARCHIVOS-END. EXIT.

       021-LEER-CANDIDATO.

           READ CANDIN-FILE
               AT END MOVE 'S' TO WSC-FIN-CANDIN
           END-READ.

       021-LEER-CANDIDATO-END. EXIT.

       022-PROCESAR-CANDIDATO.

           EVALUATE TRUE
               WHEN CANDIN-ES-CABECERA
                   MOVE 'S' TO WSC-CABECERA-LEIDA
                   MOVE CANDIN-CAB-CAMPANIA TO WSV-CAMPANIA-CABECERA
               WHEN CANDIN-ES-DETALLE
                   ADD 1 TO WSV-TOTAL-LEIDOS
                   PERFORM 030-EVALUAR-CONSULTA
               WHEN CANDIN-ES-COLA
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'AVISO: CANDIN01 CON TIPO DE REGISTRO '
                           'INVALIDO: ' CANDIN-TIPO
                   MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
                   MOVE 'REGISTROS DE ENTRADA INVALIDOS'
                       TO WSV-MOTIVO-FIN
           END-EVALUATE.

           PERFORM 021-LEER-CANDIDATO.

       022-PROCESAR-CANDIDATO-END. EXIT.

       030-EVALUAR-CONSULTA.

           MOVE CANDIN-CAMPANIA TO WSV-CAMPANIA-AUX.
           IF WSV-CAMPANIA-AUX EQUAL SPACES
               MOVE WSV-CAMPANIA-CABECERA TO WSV-CAMPANIA-AUX
           END-IF.

           MOVE 'N' TO WSC-IDENTIDAD-HALLADA.
           MOVE WSV-CAMPANIA-AUX TO IDENV-CAMPANIA.
           MOVE CANDIN-DNI       TO IDENV-DNI.
           READ IDENVER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'S' TO WSC-IDENTIDAD-HALLADA
           END-READ.

           IF NOT WSS-IDENTIDAD-HALLADA
               ADD 1 TO WSV-TOTAL-NUEVAS
               PERFORM 040-PREPARAR-CONSULTA
               WRITE IDENV-REGISTRO
               PERFORM 050-ESCRIBIR-CONSULTA
           ELSE
               IF IDENV-NOMBRE-DECLARADO NOT EQUAL CANDIN-NOMBRE
                  OR IDENV-FECHA-NAC-DECLARADA
                     NOT EQUAL CANDIN-FECHA-NAC
                   ADD 1 TO WSV-TOTAL-CORREGIDAS
                   DISPLAY CANDIN-DNI ' ' CANDIN-NOMBRE
                           ' DATOS CORREGIDOS, SE RECONSULTA'
                   PERFORM 040-PREPARAR-CONSULTA
                   MOVE 'DATOS CORREGIDOS, SE RECONSULTA'
                       TO IDENV-MOTIVO
                   REWRITE IDENV-REGISTRO
                   PERFORM 050-ESCRIBIR-CONSULTA
               ELSE
                   IF IDENV-PENDIENTE
                       ADD 1 TO WSV-TOTAL-REENVIADAS
                       MOVE WSV-FECHA-HOY TO IDENV-FECHA-CONSULTA
                       REWRITE IDENV-REGISTRO
                       PERFORM 050-ESCRIBIR-CONSULTA
                   ELSE
                       ADD 1 TO WSV-TOTAL-RESUELTAS
                   END-IF
               END-IF
           END-IF.

       030-EVALUAR-CONSULTA-END. EXIT.

       040-PREPARAR-CONSULTA.

           MOVE WSV-CAMPANIA-AUX TO IDENV-CAMPANIA.
           MOVE CANDIN-DNI       TO IDENV-DNI.
           MOVE CANDIN-NOMBRE    TO IDENV-NOMBRE-DECLARADO.
           MOVE CANDIN-FECHA-NAC TO IDENV-FECHA-NAC-DECLARADA.
           MOVE 'P'              TO IDENV-ESTADO.
           MOVE SPACES           TO IDENV-NOMBRE-REGISTRO.
           MOVE ZERO             TO IDENV-FECHA-NAC-REGISTRO.
           MOVE WSV-FECHA-HOY    TO IDENV-FECHA-CONSULTA.
           MOVE ZERO             TO IDENV-FECHA-RESPUESTA.
           MOVE 'CONSULTA ENVIADA AL REGISTRO' TO IDENV-MOTIVO.

       040-PREPARAR-CONSULTA-END. EXIT.

       050-ESCRIBIR-CONSULTA.

           MOVE SPACES           TO CONS-REGISTRO.
           MOVE 'D'              TO CONS-TIPO.
           MOVE 'DNI'            TO CONS-TIPO-DOC.
           MOVE CANDIN-DNI       TO CONS-NRO-DOC.
           MOVE CANDIN-NOMBRE    TO CONS-APELLIDO-NOMBRE.
           MOVE CANDIN-FECHA-NAC TO CONS-FECHA-NAC.
           MOVE WSV-CAMPANIA-AUX TO CONS-REF-CAMPANIA.
           MOVE CANDIN-DNI       TO CONS-REF-DNI.
           WRITE CONS-REGISTRO.
           ADD 1 TO WSV-TOTAL-CONSULTAS.

       050-ESCRIBIR-CONSULTA-END. EXIT.

       060-ESCRIBIR-COLA.

           MOVE SPACES              TO CONS-REGISTRO.
           MOVE 'T'                 TO CONS-TIPO.
           MOVE WSV-TOTAL-CONSULTAS TO CONS-COLA-CANTIDAD.
           WRITE CONS-REGISTRO.

           IF NOT WSS-CABECERA-LEIDA
               DISPLAY 'AVISO: CANDIN01 SIN REGISTRO DE CABECERA'
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'CANDIN01 SIN CABECERA DE CONTROL'
                   TO WSV-MOTIVO-FIN
           END-IF.

       060-ESCRIBIR-COLA-END. EXIT.

       095-ESCRIBIR-RESUMEN.

           DISPLAY '--------------------------------------------------'.
           DISPLAY 'CANDIDATOS LEIDOS      : ' WSV-TOTAL-LEIDOS.
           DISPLAY 'CONSULTAS GENERADAS    : ' WSV-TOTAL-CONSULTAS.
           DISPLAY '   NUEVAS              : ' WSV-TOTAL-NUEVAS.
           DISPLAY '   POR DATOS CORREGIDOS: ' WSV-TOTAL-CORREGIDAS.
           DISPLAY '   REENVIADAS SIN RESP.: ' WSV-TOTAL-REENVIADAS.
           DISPLAY 'YA RESUELTAS, OMITIDAS : ' WSV-TOTAL-RESUELTAS.

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
           MOVE WSC-PROGRAMA-ID     TO ESTADO-PROGRAMA.
           MOVE WSV-TOTAL-LEIDOS    TO ESTADO-LEIDOS.
           MOVE WSV-TOTAL-CONSULTAS TO ESTADO-ESCRITOS.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID.                            MENTASIG.
       AUTHOR.                                AYMARA M FUSARO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE  ASSIGN TO "CANDMAST"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CANDM-CLAVE
                               FILE STATUS IS WSC-MASTER-ESTADO.

           SELECT MENTOR-FILE  ASSIGN TO "MENTORE1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS MENT-CODIGO
                               FILE STATUS IS WSC-MENTOR-ESTADO.

           SELECT ASIGNA-FILE  ASSIGN TO "MENTASI1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS MASIG-CLAVE
                               FILE STATUS IS WSC-ASIGNA-ESTADO.

           SELECT BECADOS-FILE ASSIGN TO "BECADOS1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS BECA-DNI
                               FILE STATUS IS WSC-BECADOS-ESTADO.

           SELECT CARTAS-FILE  ASSIGN TO DYNAMIC WSV-NOMBRE-CARTAS
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-CARTAS-ESTADO.

           SELECT REPORTE-FILE ASSIGN TO "MENTRPT1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-REPORTE-ESTADO.

           SELECT AUDIT-FILE   ASSIGN TO "AUDITLOG"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-AUDIT-ESTADO.

           SELECT TARJETA-FILE ASSIGN TO "CTRLCRDZ"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-TARJETA-ESTADO.

           SELECT ESTADO-FILE  ASSIGN TO "RUNSTAT1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-ESTADO-ESTADO.

           SELECT LISTA-FILE   ASSIGN TO "SORTWK03".

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY CANDMREG.

       FD  MENTOR-FILE.
           COPY MENTREG.

       FD  ASIGNA-FILE.
           COPY MASIREG.

       FD  BECADOS-FILE.
           COPY BECAREG.

       FD  CARTAS-FILE
           RECORDING MODE IS F.
       01  CARTAS-REGISTRO                  PIC X(80).

       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  REPORTE-REGISTRO                 PIC X(132).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDITREG.

       FD  TARJETA-FILE
           RECORDING MODE IS F.
       01  TARJETA-REGISTRO.
           05 TARJETA-CAMPANIA              PIC X(06).

       FD  ESTADO-FILE
           RECORDING MODE IS F.
           COPY ESTADREG.

       SD  LISTA-FILE.
       01  LISTA-REGISTRO.
           05 LISTA-CLAVE.
               10 LISTA-MENTOR              PIC X(06).
               10 LISTA-NOMBRE              PIC X(30).
           05 LISTA-DNI                     PIC 9(08).
           05 LISTA-ORIGEN                  PIC X.
           05 LISTA-LOCALIDAD               PIC X(20).

       WORKING-STORAGE SECTION.

         01 WSC-CONSTANTES.
             05 WSC-PROGRAMA-ID               PIC X(08)
                                               VALUE 'MENTASIG'.
             05 WSC-MAX-MENTORES              PIC 9(03) VALUE 300.
             05 WSC-RETORNOS.
                 10 WSC-RETORNO-NORMAL        PIC 9(04) VALUE 0.
                 10 WSC-RETORNO-AVISO         PIC 9(04) VALUE 4.
                 10 WSC-RETORNO-SIN-ARCHIVO   PIC 9(04) VALUE 16.

             05 WSC-GUIONES.
                 10 FILLER                    PIC X(80) VALUE ALL '-'.

         01 WSC-SWITCHES.
             05 WSC-TARJETA-PRESENTE          PIC X    VALUE 'N'.
                 88 WSS-TARJETA-PRESENTE               VALUE 'S'.
             05 WSC-FIN-BARRIDO               PIC X    VALUE 'N'.
                 88 WSS-FIN-BARRIDO                    VALUE 'S'.
             05 WSC-FIN-LISTA                 PIC X    VALUE 'N'.
                 88 WSS-FIN-LISTA                      VALUE 'S'.
             05 WSC-ASIGNACION-HALLADA        PIC X    VALUE 'N'.
                 88 WSS-ASIGNACION-HALLADA             VALUE 'S'.
             05 WSC-HAY-BECADOS               PIC X    VALUE 'N'.
                 88 WSS-HAY-BECADOS                    VALUE 'S'.
             05 WSC-CARTAS-ABIERTAS           PIC X    VALUE 'N'.
                 88 WSS-CARTAS-ABIERTAS                VALUE 'S'.
             05 WSC-MISMA-LOCALIDAD           PIC X    VALUE 'N'.
                 88 WSS-MISMA-LOCALIDAD                VALUE 'S'.

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-MASTER-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-MASTER-INEXISTENTE             VALUE '35'.
             05 WSC-MENTOR-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-MENTOR-INEXISTENTE             VALUE '35'.
             05 WSC-ASIGNA-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-ASIGNA-INEXISTENTE             VALUE '35'.
             05 WSC-BECADOS-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-BECADOS-INEXISTENTE            VALUE '35'.
             05 WSC-CARTAS-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-CARTAS-INEXISTENTE             VALUE '35'.
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
             05 WSV-CAMPANIA                  PIC X(06) VALUE SPACES.
             05 WSV-LINEA-REPORTE             PIC X(132).
             05 WSV-LINEA-CARTA               PIC X(80).
             05 WSV-RESULTADO-AUX             PIC X(30) VALUE SPACES.
             05 WSV-MOTIVO-AUX                PIC X(30) VALUE SPACES.
             05 WSV-NOMBRE-CARTAS             PIC X(22) VALUE SPACES.
             05 WSV-CARTAS-DESTINO            PIC X(22) VALUE SPACES.
             05 WSV-ORIGEN                    PIC X     VALUE SPACE.
             05 WSV-MENTOR-ANTERIOR           PIC X(06) VALUE SPACES.
             05 WSV-MENTOR-CORTE              PIC X(06) VALUE SPACES.
             05 WSV-CODIGO-BUSCADO            PIC X(06) VALUE SPACES.
             05 WSV-OCUPACION                 PIC 9(05) VALUE ZERO.
             05 WSV-MEJOR-OCUPACION           PIC 9(05) VALUE ZERO.
             05 WSV-MEJOR-LOCALIDAD           PIC X     VALUE 'N'.
             05 WSV-LIBRES                    PIC 9(03) VALUE ZERO.

             05 WSV-TABLA-MENTORES.
                 10 WSV-CANT-MENTORES         PIC 9(03) VALUE ZERO.
                 10 WSV-MENTOR-ENTRADA OCCURS 300 TIMES.
                     15 WSV-MEN-CODIGO        PIC X(06).
                     15 WSV-MEN-NOMBRE        PIC X(30).
                     15 WSV-MEN-TRACK         PIC X.
                     15 WSV-MEN-LOCALIDAD     PIC X(20).
                     15 WSV-MEN-CONTACTO      PIC X(40).
                     15 WSV-MEN-ESTADO        PIC X.
                     15 WSV-MEN-MAXIMO        PIC 9(03).
                     15 WSV-MEN-ASIGNADOS     PIC 9(03).
                     15 WSV-MEN-ASIG-ARCHIVO  PIC 9(03).
                     15 WSV-MEN-NUEVOS        PIC 9(03).
                     15 WSV-MEN-LIBERADOS     PIC 9(03).
             05 WSV-IDX-MENTOR                PIC 9(03) VALUE ZERO.
             05 WSV-IDX-HALLADO               PIC 9(03) VALUE ZERO.
             05 WSV-IDX-ELEGIDO               PIC 9(03) VALUE ZERO.

             05 WSV-CONTADORES.
                 10 WSV-TOTAL-LEIDOS          PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-ASIGNADOS       PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-CONTINUAN       PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-YA-ASIGNADOS    PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-LIBERADOS       PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-SIN-MENTOR      PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-SOBRECUPO       PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-CARTAS          PIC 9(07) VALUE ZERO.

             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
                     VALUE 'PROCESO FINALIZADO NORMALMENTE'.

       PROCEDURE DIVISION.

       000-CONTROL.

           ACCEPT WSV-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-INICIO FROM TIME.

           DISPLAY 'ASIGNACION DE MENTORES A BECARIOS'.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.

           PERFORM 001-LEER-TARJETA.
           IF NOT WSS-TARJETA-PRESENTE
               DISPLAY 'CAMPANIA: ' WITH NO ADVANCING
               ACCEPT WSV-CAMPANIA
           END-IF.
           DISPLAY 'CAMPANIA A PROCESAR: ' WSV-CAMPANIA.

           PERFORM 010-ABRIR-ARCHIVOS.
           PERFORM 015-CARGAR-MENTORES.
           PERFORM 018-CONTAR-CARGA.

           PERFORM 030-LIBERAR-ASIGNACIONES.
           PERFORM 040-ASIGNAR-APROBADOS.

           PERFORM 060-ACTUALIZAR-MENTORES.
           PERFORM 070-EMITIR-NOMINA.
           SORT LISTA-FILE
               ON ASCENDING KEY LISTA-CLAVE
               INPUT PROCEDURE IS 075-SELECCIONAR-BECARIOS
               OUTPUT PROCEDURE IS 078-EMITIR-LISTAS.
           PERFORM 095-ESCRIBIR-RESUMEN.

           CLOSE MASTER-FILE.
           CLOSE MENTOR-FILE.
           CLOSE ASIGNA-FILE.
           IF WSS-HAY-BECADOS
               CLOSE BECADOS-FILE
           END-IF.
           IF WSS-CARTAS-ABIERTAS
               CLOSE CARTAS-FILE
           END-IF.
           CLOSE REPORTE-FILE.
           CLOSE AUDIT-FILE.

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

           OPEN INPUT MASTER-FILE.
           IF WSS-MASTER-INEXISTENTE
               DISPLAY 'ERROR: CANDMAST NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'CANDMAST NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           OPEN I-O MENTOR-FILE.
           IF WSS-MENTOR-INEXISTENTE
               DISPLAY 'ERROR: MENTORE1 NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'MENTORE1 NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           OPEN I-O ASIGNA-FILE.
           IF WSS-ASIGNA-INEXISTENTE
               OPEN OUTPUT ASIGNA-FILE
               CLOSE ASIGNA-FILE
               OPEN I-O ASIGNA-FILE
           END-IF.

           MOVE 'N' TO WSC-HAY-BECADOS.
           OPEN INPUT BECADOS-FILE.
           IF WSS-BECADOS-INEXISTENTE
               DISPLAY 'BECADOS1 AUSENTE, LOS RENOVADOS NO CONSERVAN '
                       'SU MENTOR'
           ELSE
               MOVE 'S' TO WSC-HAY-BECADOS
           END-IF.

           MOVE 'N' TO WSC-CARTAS-ABIERTAS.
           OPEN OUTPUT REPORTE-FILE.

           OPEN EXTEND AUDIT-FILE.
           IF WSS-AUDIT-INEXISTENTE
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       010-ABRIR-ARCHIVOS-END. EXIT.

       015-CARGAR-MENTORES.

           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE LOW-VALUES TO MENT-CODIGO.
           START MENTOR-FILE KEY NOT LESS THAN MENT-CODIGO
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 016-LEER-MENTOR UNTIL WSS-FIN-BARRIDO.

           IF WSV-CANT-MENTORES EQUAL ZERO
               DISPLAY 'AVISO: MAESTRO DE MENTORES VACIO'
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'MAESTRO DE MENTORES VACIO' TO WSV-MOTIVO-FIN
           END-IF.

       015-CARGAR-MENTORES-END. EXIT.

       016-LEER-MENTOR.

           READ MENTOR-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END PERFORM 017-AGREGAR-MENTOR
           END-READ.
           IF WSC-MENTOR-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       016-LEER-MENTOR-END. EXIT.

       017-AGREGAR-MENTOR.

           IF WSV-CANT-MENTORES < WSC-MAX-MENTORES
               ADD 1 TO WSV-CANT-MENTORES
               MOVE WSV-CANT-MENTORES TO WSV-IDX-MENTOR
               MOVE MENT-CODIGO    TO WSV-MEN-CODIGO (WSV-IDX-MENTOR)
               MOVE MENT-NOMBRE    TO WSV-MEN-NOMBRE (WSV-IDX-MENTOR)
               MOVE MENT-TRACK     TO WSV-MEN-TRACK (WSV-IDX-MENTOR)
               MOVE MENT-LOCALIDAD
                   TO WSV-MEN-LOCALIDAD (WSV-IDX-MENTOR)
               MOVE MENT-CONTACTO
                   TO WSV-MEN-CONTACTO (WSV-IDX-MENTOR)
               MOVE MENT-ESTADO    TO WSV-MEN-ESTADO (WSV-IDX-MENTOR)
               MOVE MENT-MAXIMO    TO WSV-MEN-MAXIMO (WSV-IDX-MENTOR)
               MOVE MENT-ASIGNADOS
                   TO WSV-MEN-ASIG-ARCHIVO (WSV-IDX-MENTOR)
               MOVE ZERO TO WSV-MEN-ASIGNADOS (WSV-IDX-MENTOR)
               MOVE ZERO TO WSV-MEN-NUEVOS (WSV-IDX-MENTOR)
               MOVE ZERO TO WSV-MEN-LIBERADOS (WSV-IDX-MENTOR)
           ELSE
               DISPLAY 'AVISO: TABLA DE MENTORES COMPLETA, SE OMITE '
                       MENT-CODIGO
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'TABLA DE MENTORES COMPLETA' TO WSV-MOTIVO-FIN
           END-IF.

       017-AGREGAR-MENTOR-END. EXIT.

       018-CONTAR-CARGA.

           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE LOW-VALUES TO MASIG-CLAVE.
           START ASIGNA-FILE KEY NOT LESS THAN MASIG-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 019-CONTAR-ASIGNACION UNTIL WSS-FIN-BARRIDO.

       018-CONTAR-CARGA-END. EXIT.

       019-CONTAR-ASIGNACION.

           READ ASIGNA-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF MASIG-VIGENTE
                       MOVE MASIG-MENTOR TO WSV-CODIGO-BUSCADO
                       PERFORM 025-BUSCAR-MENTOR
                       IF WSV-IDX-HALLADO > ZERO
                           ADD 1 TO WSV-MEN-ASIGNADOS (WSV-IDX-HALLADO)
                       END-IF
                   END-IF
           END-READ.
           IF WSC-ASIGNA-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       019-CONTAR-ASIGNACION-END. EXIT.

       020-LEER-ASIGNACION.

           MOVE 'S' TO WSC-ASIGNACION-HALLADA.
           MOVE CANDM-CAMPANIA TO MASIG-CAMPANIA.
           MOVE CANDM-DNI      TO MASIG-DNI.
           READ ASIGNA-FILE
               INVALID KEY MOVE 'N' TO WSC-ASIGNACION-HALLADA
           END-READ.

       020-LEER-ASIGNACION-END. EXIT.

       025-BUSCAR-MENTOR.

           MOVE ZERO TO WSV-IDX-HALLADO.
           PERFORM 026-COMPARAR-MENTOR
               VARYING WSV-IDX-MENTOR FROM 1 BY 1
               UNTIL WSV-IDX-MENTOR > WSV-CANT-MENTORES
                  OR WSV-IDX-HALLADO > ZERO.

       025-BUSCAR-MENTOR-END. EXIT.

       026-COMPARAR-MENTOR.

           IF WSV-MEN-CODIGO (WSV-IDX-MENTOR) EQUAL WSV-CODIGO-BUSCADO
               MOVE WSV-IDX-MENTOR TO WSV-IDX-HALLADO
           END-IF.

       026-COMPARAR-MENTOR-END. EXIT.

       030-LIBERAR-ASIGNACIONES.

           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE WSV-CAMPANIA TO CANDM-CAMPANIA.
           MOVE ZERO TO CANDM-DNI.
           START MASTER-FILE KEY NOT LESS THAN CANDM-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 031-LEER-BECARIO UNTIL WSS-FIN-BARRIDO.

       030-LIBERAR-ASIGNACIONES-END. EXIT.

       031-LEER-BECARIO.

           READ MASTER-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF CANDM-CAMPANIA NOT EQUAL WSV-CAMPANIA
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       ADD 1 TO WSV-TOTAL-LEIDOS
                       PERFORM 032-REVISAR-ASIGNACION
                   END-IF
           END-READ.
           IF WSC-MASTER-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       031-LEER-BECARIO-END. EXIT.

       032-REVISAR-ASIGNACION.

           PERFORM 020-LEER-ASIGNACION.
           IF WSS-ASIGNACION-HALLADA AND MASIG-VIGENTE
               MOVE MASIG-MENTOR TO WSV-CODIGO-BUSCADO
               PERFORM 025-BUSCAR-MENTOR
               MOVE SPACES TO WSV-MOTIVO-AUX
               EVALUATE TRUE
                   WHEN CANDM-ESTADO EQUAL 'B'
                       MOVE 'BAJA DEL BECARIO' TO WSV-MOTIVO-AUX
                   WHEN CANDM-ESTADO NOT EQUAL 'A'
                       MOVE 'BECA NO VIGENTE' TO WSV-MOTIVO-AUX
                   WHEN WSV-IDX-HALLADO EQUAL ZERO
                       MOVE 'MENTOR INEXISTENTE' TO WSV-MOTIVO-AUX
                   WHEN WSV-MEN-ESTADO (WSV-IDX-HALLADO) NOT EQUAL 'A'
                       MOVE 'MENTOR INACTIVO' TO WSV-MOTIVO-AUX
               END-EVALUATE
               IF WSV-MOTIVO-AUX NOT EQUAL SPACES
                   PERFORM 033-LIBERAR-ASIGNACION
               END-IF
           END-IF.

       032-REVISAR-ASIGNACION-END. EXIT.

       033-LIBERAR-ASIGNACION.

           MOVE 'L'            TO MASIG-ESTADO.
           MOVE WSV-FECHA-HOY  TO MASIG-FECHA-ESTADO.
           MOVE WSV-MOTIVO-AUX TO MASIG-MOTIVO.
           REWRITE MASIG-REGISTRO.
           IF WSV-IDX-HALLADO > ZERO
               IF WSV-MEN-ASIGNADOS (WSV-IDX-HALLADO) > ZERO
                   SUBTRACT 1 FROM WSV-MEN-ASIGNADOS (WSV-IDX-HALLADO)
               END-IF
               ADD 1 TO WSV-MEN-LIBERADOS (WSV-IDX-HALLADO)
           END-IF.
           ADD 1 TO WSV-TOTAL-LIBERADOS.
           MOVE 'MENTOR LIBERADO' TO WSV-RESULTADO-AUX.
           PERFORM 085-INFORMAR-ASIGNACION.

       033-LIBERAR-ASIGNACION-END. EXIT.

       040-ASIGNAR-APROBADOS.

           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE WSV-CAMPANIA TO CANDM-CAMPANIA.
           MOVE ZERO TO CANDM-DNI.
           START MASTER-FILE KEY NOT LESS THAN CANDM-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 041-LEER-APROBADO UNTIL WSS-FIN-BARRIDO.

       040-ASIGNAR-APROBADOS-END. EXIT.

       041-LEER-APROBADO.

           READ MASTER-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF CANDM-CAMPANIA NOT EQUAL WSV-CAMPANIA
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       IF CANDM-ESTADO EQUAL 'A'
                           PERFORM 042-ASIGNAR-BECARIO
                       END-IF
                   END-IF
           END-READ.
           IF WSC-MASTER-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       041-LEER-APROBADO-END. EXIT.

       042-ASIGNAR-BECARIO.

           PERFORM 020-LEER-ASIGNACION.
           IF WSS-ASIGNACION-HALLADA AND MASIG-VIGENTE
               ADD 1 TO WSV-TOTAL-YA-ASIGNADOS
           ELSE
               PERFORM 0421-ELEGIR-MENTOR
           END-IF.

       042-ASIGNAR-BECARIO-END. EXIT.

       0421-ELEGIR-MENTOR.

           EVALUATE TRUE
               WHEN CANDM-RESULTADO EQUAL
                    'RENOVADO DE CAMPANIA ANTERIOR'
                   MOVE 'R' TO WSV-ORIGEN
               WHEN CANDM-RESULTADO EQUAL
                    'PROMOVIDO DE LISTA DE ESPERA'
                   MOVE 'P' TO WSV-ORIGEN
               WHEN WSS-ASIGNACION-HALLADA
                   MOVE 'M' TO WSV-ORIGEN
               WHEN OTHER
                   MOVE 'N' TO WSV-ORIGEN
           END-EVALUATE.

           MOVE ZERO TO WSV-IDX-ELEGIDO.
           MOVE SPACES TO WSV-MENTOR-ANTERIOR.
           IF WSV-ORIGEN EQUAL 'R' AND WSS-HAY-BECADOS
               PERFORM 045-BUSCAR-MENTOR-ANTERIOR
           END-IF.

           IF WSV-IDX-ELEGIDO EQUAL ZERO
               MOVE ZERO TO WSV-MEJOR-OCUPACION
               MOVE 'N'  TO WSV-MEJOR-LOCALIDAD
               PERFORM 043-EVALUAR-MENTOR
                   VARYING WSV-IDX-MENTOR FROM 1 BY 1
                   UNTIL WSV-IDX-MENTOR > WSV-CANT-MENTORES
           END-IF.

           IF WSV-IDX-ELEGIDO EQUAL ZERO
               PERFORM 048-INFORMAR-SIN-MENTOR
           ELSE
               PERFORM 046-GRABAR-ASIGNACION
           END-IF.

       0421-ELEGIR-MENTOR-END. EXIT.

       043-EVALUAR-MENTOR.

           IF WSV-MEN-ESTADO (WSV-IDX-MENTOR) EQUAL 'A'
              AND WSV-MEN-TRACK (WSV-IDX-MENTOR) EQUAL CANDM-TRACK
              AND WSV-MEN-ASIGNADOS (WSV-IDX-MENTOR)
                  < WSV-MEN-MAXIMO (WSV-IDX-MENTOR)
               COMPUTE WSV-OCUPACION =
                   WSV-MEN-ASIGNADOS (WSV-IDX-MENTOR) * 1000
                   / WSV-MEN-MAXIMO (WSV-IDX-MENTOR)
               MOVE 'N' TO WSC-MISMA-LOCALIDAD
               IF CANDM-LOCALIDAD NOT EQUAL SPACES
                  AND CANDM-LOCALIDAD EQUAL
                      WSV-MEN-LOCALIDAD (WSV-IDX-MENTOR)
                   MOVE 'S' TO WSC-MISMA-LOCALIDAD
               END-IF
               PERFORM 044-COMPARAR-MENTOR
           END-IF.

       043-EVALUAR-MENTOR-END. EXIT.

       044-COMPARAR-MENTOR.

           EVALUATE TRUE
               WHEN WSV-IDX-ELEGIDO EQUAL ZERO
                   PERFORM 0441-TOMAR-MENTOR
               WHEN WSS-MISMA-LOCALIDAD
                    AND WSV-MEJOR-LOCALIDAD EQUAL 'N'
                   PERFORM 0441-TOMAR-MENTOR
               WHEN WSC-MISMA-LOCALIDAD EQUAL WSV-MEJOR-LOCALIDAD
                    AND WSV-OCUPACION < WSV-MEJOR-OCUPACION
                   PERFORM 0441-TOMAR-MENTOR
           END-EVALUATE.

       044-COMPARAR-MENTOR-END. EXIT.

       0441-TOMAR-MENTOR.

           MOVE WSV-IDX-MENTOR      TO WSV-IDX-ELEGIDO.
           MOVE WSV-OCUPACION       TO WSV-MEJOR-OCUPACION.
           MOVE WSC-MISMA-LOCALIDAD TO WSV-MEJOR-LOCALIDAD.

       0441-TOMAR-MENTOR-END. EXIT.

       045-BUSCAR-MENTOR-ANTERIOR.

           MOVE CANDM-DNI TO BECA-DNI.
           READ BECADOS-FILE
               INVALID KEY MOVE SPACES TO BECA-CAMPANIA
           END-READ.

           IF BECA-CAMPANIA NOT EQUAL SPACES
              AND BECA-CAMPANIA NOT EQUAL WSV-CAMPANIA
               MOVE BECA-CAMPANIA TO MASIG-CAMPANIA
               MOVE CANDM-DNI     TO MASIG-DNI
               READ ASIGNA-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM 0451-CONTINUAR-MENTOR
               END-READ
           END-IF.

       045-BUSCAR-MENTOR-ANTERIOR-END. EXIT.

       0451-CONTINUAR-MENTOR.

           MOVE MASIG-MENTOR TO WSV-MENTOR-ANTERIOR.
           MOVE MASIG-MENTOR TO WSV-CODIGO-BUSCADO.
           PERFORM 025-BUSCAR-MENTOR.

           IF MASIG-VIGENTE
               MOVE 'L'           TO MASIG-ESTADO
               MOVE WSV-FECHA-HOY TO MASIG-FECHA-ESTADO
               MOVE SPACES        TO MASIG-MOTIVO
               STRING 'RENOVADO EN CAMPANIA ' DELIMITED BY SIZE
                      WSV-CAMPANIA            DELIMITED BY SIZE
                      INTO MASIG-MOTIVO
               END-STRING
               REWRITE MASIG-REGISTRO
               IF WSV-IDX-HALLADO > ZERO
                   IF WSV-MEN-ASIGNADOS (WSV-IDX-HALLADO) > ZERO
                       SUBTRACT 1
                           FROM WSV-MEN-ASIGNADOS (WSV-IDX-HALLADO)
                   END-IF
               END-IF
           END-IF.

           IF WSV-IDX-HALLADO > ZERO
               IF WSV-MEN-ESTADO (WSV-IDX-HALLADO) EQUAL 'A'
                   MOVE WSV-IDX-HALLADO TO WSV-IDX-ELEGIDO
                   IF WSV-MEN-ASIGNADOS (WSV-IDX-HALLADO)
                      NOT LESS THAN WSV-MEN-MAXIMO (WSV-IDX-HALLADO)
                       ADD 1 TO WSV-TOTAL-SOBRECUPO
                   END-IF
               ELSE
                   DISPLAY 'AVISO: ' CANDM-DNI ' RENOVADO CON MENTOR '
                           WSV-MENTOR-ANTERIOR ' INACTIVO, SE REASIGNA'
               END-IF
           END-IF.

       0451-CONTINUAR-MENTOR-END. EXIT.

       046-GRABAR-ASIGNACION.

           MOVE CANDM-CAMPANIA  TO MASIG-CAMPANIA.
           MOVE CANDM-DNI       TO MASIG-DNI.
           MOVE CANDM-NOMBRE    TO MASIG-NOMBRE.
           MOVE CANDM-TRACK     TO MASIG-TRACK.
           MOVE CANDM-LOCALIDAD TO MASIG-LOCALIDAD.
           MOVE WSV-MEN-CODIGO (WSV-IDX-ELEGIDO) TO MASIG-MENTOR.
           MOVE WSV-ORIGEN      TO MASIG-ORIGEN.
           MOVE 'V'             TO MASIG-ESTADO.
           MOVE WSV-FECHA-HOY   TO MASIG-FECHA-ASIGNACION.
           MOVE WSV-FECHA-HOY   TO MASIG-FECHA-ESTADO.
           MOVE SPACES          TO MASIG-MOTIVO.
           IF WSS-ASIGNACION-HALLADA
               REWRITE MASIG-REGISTRO
           ELSE
               WRITE MASIG-REGISTRO
           END-IF.

           ADD 1 TO WSV-MEN-ASIGNADOS (WSV-IDX-ELEGIDO).
           ADD 1 TO WSV-MEN-NUEVOS (WSV-IDX-ELEGIDO).
           IF WSV-MENTOR-ANTERIOR EQUAL MASIG-MENTOR
               ADD 1 TO WSV-TOTAL-CONTINUAN
               MOVE 'MENTOR CONTINUA' TO WSV-RESULTADO-AUX
           ELSE
               ADD 1 TO WSV-TOTAL-ASIGNADOS
               MOVE 'MENTOR ASIGNADO' TO WSV-RESULTADO-AUX
           END-IF.
           PERFORM 085-INFORMAR-ASIGNACION.
           PERFORM 050-CARTA-PRESENTACION.

       046-GRABAR-ASIGNACION-END. EXIT.

       048-INFORMAR-SIN-MENTOR.

           ADD 1 TO WSV-TOTAL-SIN-MENTOR.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' SIN MENTOR DISPONIBLE: ' DELIMITED BY SIZE
                  CANDM-DNI          DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CANDM-NOMBRE       DELIMITED BY SIZE
                  ' TRACK '          DELIMITED BY SIZE
                  CANDM-TRACK        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CANDM-LOCALIDAD    DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO.
           MOVE 'BECARIOS SIN MENTOR ASIGNADO' TO WSV-MOTIVO-FIN.

       048-INFORMAR-SIN-MENTOR-END. EXIT.

       050-CARTA-PRESENTACION.

           EVALUATE WSV-ORIGEN
               WHEN 'R'
                   MOVE 'CARTASRE' TO WSV-CARTAS-DESTINO
               WHEN 'P'
                   MOVE 'CARTASBJ' TO WSV-CARTAS-DESTINO
               WHEN OTHER
                   IF CANDM-RESULTADO EQUAL 'APROBADO POR APELACION'
                       MOVE 'CARTASAP' TO WSV-CARTAS-DESTINO
                   ELSE
                       MOVE 'CARTAS01' TO WSV-CARTAS-DESTINO
                   END-IF
           END-EVALUATE.

           IF NOT WSS-CARTAS-ABIERTAS
              OR WSV-CARTAS-DESTINO NOT EQUAL WSV-NOMBRE-CARTAS
               PERFORM 051-ABRIR-CARTAS
           END-IF.

           ADD 1 TO WSV-TOTAL-CARTAS.
           MOVE SPACES TO WSV-LINEA-CARTA.
           STRING 'PROGRAMA DE BECAS - CAMPANIA ' DELIMITED BY SIZE
                  CANDM-CAMPANIA                  DELIMITED BY SIZE
                  '   FECHA '                     DELIMITED BY SIZE
                  WSV-FECHA-HOY                   DELIMITED BY SIZE
                  INTO WSV-LINEA-CARTA
           END-STRING.
           MOVE WSV-LINEA-CARTA TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO AFTER ADVANCING PAGE.

           MOVE SPACES TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.

           MOVE SPACES TO WSV-LINEA-CARTA.
           STRING 'ESTIMADO/A ' DELIMITED BY SIZE
                  CANDM-NOMBRE  DELIMITED BY SIZE
                  INTO WSV-LINEA-CARTA
           END-STRING.
           MOVE WSV-LINEA-CARTA TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.

           MOVE SPACES TO WSV-LINEA-CARTA.
           STRING 'DNI '    DELIMITED BY SIZE
                  CANDM-DNI DELIMITED BY SIZE
                  INTO WSV-LINEA-CARTA
           END-STRING.
           MOVE WSV-LINEA-CARTA TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.

           MOVE SPACES TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.
           MOVE 'PRESENTACION DE SU MENTOR/A' TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.
           MOVE SPACES TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.

           IF WSV-MENTOR-ANTERIOR EQUAL MASIG-MENTOR
               MOVE 'DURANTE LA RENOVACION DE SU BECA CONTINUARA CON'
                   TO CARTAS-REGISTRO
           ELSE
               MOVE 'PARA ACOMPANARLO/A DURANTE SU BECA LE ASIGNAMOS'
                   TO CARTAS-REGISTRO
           END-IF.
           WRITE CARTAS-REGISTRO.

           MOVE SPACES TO WSV-LINEA-CARTA.
           STRING 'EL/LA MENTOR/A '                DELIMITED BY SIZE
                  WSV-MEN-NOMBRE (WSV-IDX-ELEGIDO) DELIMITED BY SIZE
                  INTO WSV-LINEA-CARTA
           END-STRING.
           MOVE WSV-LINEA-CARTA TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.

           IF WSV-MEN-LOCALIDAD (WSV-IDX-ELEGIDO) NOT EQUAL SPACES
               MOVE SPACES TO WSV-LINEA-CARTA
               STRING 'LOCALIDAD: '   DELIMITED BY SIZE
                      WSV-MEN-LOCALIDAD (WSV-IDX-ELEGIDO)
                                      DELIMITED BY SIZE
                      INTO WSV-LINEA-CARTA
               END-STRING
               MOVE WSV-LINEA-CARTA TO CARTAS-REGISTRO
               WRITE CARTAS-REGISTRO
           END-IF.

           IF WSV-MEN-CONTACTO (WSV-IDX-ELEGIDO) NOT EQUAL SPACES
               MOVE SPACES TO WSV-LINEA-CARTA
               STRING 'CONTACTO: '    DELIMITED BY SIZE
                      WSV-MEN-CONTACTO (WSV-IDX-ELEGIDO)
                                      DELIMITED BY SIZE
                      INTO WSV-LINEA-CARTA
               END-STRING
               MOVE WSV-LINEA-CARTA TO CARTAS-REGISTRO
               WRITE CARTAS-REGISTRO
           END-IF.

           MOVE SPACES TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.
           MOVE 'SU MENTOR/A SE COMUNICARA CON USTED EN LOS PROXIMOS'
               TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.
           MOVE 'DIAS PARA COORDINAR EL PRIMER ENCUENTRO.'
               TO CARTAS-REGISTRO.
           WRITE CARTAS-REGISTRO.

       050-CARTA-PRESENTACION-END. EXIT.

       051-ABRIR-CARTAS.

           IF WSS-CARTAS-ABIERTAS
               CLOSE CARTAS-FILE
           END-IF.
           MOVE WSV-CARTAS-DESTINO TO WSV-NOMBRE-CARTAS.
           OPEN EXTEND CARTAS-FILE.
           IF WSS-CARTAS-INEXISTENTE
               OPEN OUTPUT CARTAS-FILE
           END-IF.
           MOVE 'S' TO WSC-CARTAS-ABIERTAS.

       051-ABRIR-CARTAS-END. EXIT.

       060-ACTUALIZAR-MENTORES.

           PERFORM 061-ACTUALIZAR-UN-MENTOR
               VARYING WSV-IDX-MENTOR FROM 1 BY 1
               UNTIL WSV-IDX-MENTOR > WSV-CANT-MENTORES.

       060-ACTUALIZAR-MENTORES-END. EXIT.

       061-ACTUALIZAR-UN-MENTOR.

           IF WSV-MEN-ASIGNADOS (WSV-IDX-MENTOR)
              NOT EQUAL WSV-MEN-ASIG-ARCHIVO (WSV-IDX-MENTOR)
               MOVE WSV-MEN-CODIGO (WSV-IDX-MENTOR) TO MENT-CODIGO
               READ MENTOR-FILE
                   INVALID KEY
                       DISPLAY 'AVISO: MENTOR NO HALLADO ' MENT-CODIGO
                   NOT INVALID KEY
                       MOVE WSV-MEN-ASIGNADOS (WSV-IDX-MENTOR)
                           TO MENT-ASIGNADOS
                       REWRITE MENT-REGISTRO
               END-READ
           END-IF.

       061-ACTUALIZAR-UN-MENTOR-END. EXIT.

       070-EMITIR-NOMINA.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' NOMINA DE MENTORES - CAMPANIA ' DELIMITED BY SIZE
                  WSV-CAMPANIA                     DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           PERFORM 071-EMITIR-UN-MENTOR
               VARYING WSV-IDX-MENTOR FROM 1 BY 1
               UNTIL WSV-IDX-MENTOR > WSV-CANT-MENTORES.

       070-EMITIR-NOMINA-END. EXIT.

       071-EMITIR-UN-MENTOR.

           IF WSV-MEN-ASIGNADOS (WSV-IDX-MENTOR)
              < WSV-MEN-MAXIMO (WSV-IDX-MENTOR)
               COMPUTE WSV-LIBRES = WSV-MEN-MAXIMO (WSV-IDX-MENTOR)
                   - WSV-MEN-ASIGNADOS (WSV-IDX-MENTOR)
           ELSE
               MOVE ZERO TO WSV-LIBRES
           END-IF.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' '                  DELIMITED BY SIZE
                  WSV-MEN-CODIGO (WSV-IDX-MENTOR)    DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WSV-MEN-NOMBRE (WSV-IDX-MENTOR)    DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WSV-MEN-ESTADO (WSV-IDX-MENTOR)    DELIMITED BY SIZE
                  ' TRACK '            DELIMITED BY SIZE
                  WSV-MEN-TRACK (WSV-IDX-MENTOR)     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WSV-MEN-LOCALIDAD (WSV-IDX-MENTOR) DELIMITED BY SIZE
                  ' MAX '              DELIMITED BY SIZE
                  WSV-MEN-MAXIMO (WSV-IDX-MENTOR)    DELIMITED BY SIZE
                  ' ASIG '             DELIMITED BY SIZE
                  WSV-MEN-ASIGNADOS (WSV-IDX-MENTOR) DELIMITED BY SIZE
                  ' LIBRES '           DELIMITED BY SIZE
                  WSV-LIBRES           DELIMITED BY SIZE
                  ' NUEVOS '           DELIMITED BY SIZE
                  WSV-MEN-NUEVOS (WSV-IDX-MENTOR)    DELIMITED BY SIZE
                  ' BAJAS '            DELIMITED BY SIZE
                  WSV-MEN-LIBERADOS (WSV-IDX-MENTOR) DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

       071-EMITIR-UN-MENTOR-END. EXIT.

       075-SELECCIONAR-BECARIOS.

           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE WSV-CAMPANIA TO MASIG-CAMPANIA.
           MOVE ZERO TO MASIG-DNI.
           START ASIGNA-FILE KEY NOT LESS THAN MASIG-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 076-LIBERAR-BECARIO UNTIL WSS-FIN-BARRIDO.

       075-SELECCIONAR-BECARIOS-END. EXIT.

       076-LIBERAR-BECARIO.

           READ ASIGNA-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF MASIG-CAMPANIA NOT EQUAL WSV-CAMPANIA
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       IF MASIG-VIGENTE
                           MOVE MASIG-MENTOR    TO LISTA-MENTOR
                           MOVE MASIG-NOMBRE    TO LISTA-NOMBRE
                           MOVE MASIG-DNI       TO LISTA-DNI
                           MOVE MASIG-ORIGEN    TO LISTA-ORIGEN
                           MOVE MASIG-LOCALIDAD TO LISTA-LOCALIDAD
                           RELEASE LISTA-REGISTRO
                       END-IF
                   END-IF
           END-READ.
           IF WSC-ASIGNA-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       076-LIBERAR-BECARIO-END. EXIT.

       078-EMITIR-LISTAS.

           MOVE SPACES TO WSV-MENTOR-CORTE.
           MOVE 'N' TO WSC-FIN-LISTA.
           PERFORM 079-RETORNAR-BECARIO UNTIL WSS-FIN-LISTA.

       078-EMITIR-LISTAS-END. EXIT.

       079-RETORNAR-BECARIO.

           RETURN LISTA-FILE
               AT END MOVE 'S' TO WSC-FIN-LISTA
               NOT AT END PERFORM 080-EMITIR-BECARIO
           END-RETURN.

       079-RETORNAR-BECARIO-END. EXIT.

       080-EMITIR-BECARIO.

           IF LISTA-MENTOR NOT EQUAL WSV-MENTOR-CORTE
               MOVE LISTA-MENTOR TO WSV-MENTOR-CORTE
               MOVE LISTA-MENTOR TO WSV-CODIGO-BUSCADO
               PERFORM 025-BUSCAR-MENTOR
               MOVE WSC-GUIONES TO REPORTE-REGISTRO
               WRITE REPORTE-REGISTRO
               MOVE SPACES TO WSV-LINEA-REPORTE
               IF WSV-IDX-HALLADO > ZERO
                   STRING ' BECARIOS DEL MENTOR ' DELIMITED BY SIZE
                          LISTA-MENTOR            DELIMITED BY SIZE
                          ' '                     DELIMITED BY SIZE
                          WSV-MEN-NOMBRE (WSV-IDX-HALLADO)
                                                  DELIMITED BY SIZE
                          INTO WSV-LINEA-REPORTE
                   END-STRING
               ELSE
                   STRING ' BECARIOS DEL MENTOR ' DELIMITED BY SIZE
                          LISTA-MENTOR            DELIMITED BY SIZE
                          ' (NO REGISTRADO)'      DELIMITED BY SIZE
                          INTO WSV-LINEA-REPORTE
                   END-STRING
               END-IF
               MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO
               WRITE REPORTE-REGISTRO
           END-IF.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING '   '              DELIMITED BY SIZE
                  LISTA-DNI          DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  LISTA-NOMBRE       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  LISTA-LOCALIDAD    DELIMITED BY SIZE
                  ' ORIGEN '         DELIMITED BY SIZE
                  LISTA-ORIGEN       DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

       080-EMITIR-BECARIO-END. EXIT.

       085-INFORMAR-ASIGNACION.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' '                DELIMITED BY SIZE
                  WSV-RESULTADO-AUX  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  MASIG-DNI          DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  MASIG-NOMBRE       DELIMITED BY SIZE
                  ' MENTOR '         DELIMITED BY SIZE
                  MASIG-MENTOR       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  MASIG-MOTIVO       DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE WSC-PROGRAMA-ID   TO AUDIT-PROGRAMA.
           MOVE MASIG-DNI         TO AUDIT-DNI.
           MOVE MASIG-NOMBRE      TO AUDIT-NOMBRE.
           MOVE WSV-RESULTADO-AUX TO AUDIT-RESULTADO.
           MOVE MASIG-CAMPANIA    TO AUDIT-CAMPANIA.
           WRITE AUDIT-REGISTRO.

       085-INFORMAR-ASIGNACION-END. EXIT.

       095-ESCRIBIR-RESUMEN.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' BECARIOS LEIDOS: '    DELIMITED BY SIZE
                  WSV-TOTAL-LEIDOS        DELIMITED BY SIZE
                  '  ASIGNADOS: '         DELIMITED BY SIZE
                  WSV-TOTAL-ASIGNADOS     DELIMITED BY SIZE
                  '  CONTINUAN: '         DELIMITED BY SIZE
                  WSV-TOTAL-CONTINUAN     DELIMITED BY SIZE
                  '  YA ASIGNADOS: '      DELIMITED BY SIZE
                  WSV-TOTAL-YA-ASIGNADOS  DELIMITED BY SIZE
                  '  LIBERADOS: '         DELIMITED BY SIZE
                  WSV-TOTAL-LIBERADOS     DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' SIN MENTOR: '         DELIMITED BY SIZE
                  WSV-TOTAL-SIN-MENTOR    DELIMITED BY SIZE
                  '  RENOVADOS SOBRE CUPO: ' DELIMITED BY SIZE
                  WSV-TOTAL-SOBRECUPO     DELIMITED BY SIZE
                  '  CARTAS DE PRESENTACION: ' DELIMITED BY SIZE
                  WSV-TOTAL-CARTAS        DELIMITED BY SIZE
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
           COMPUTE ESTADO-ESCRITOS = WSV-TOTAL-ASIGNADOS
               + WSV-TOTAL-CONTINUAN + WSV-TOTAL-LIBERADOS.
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

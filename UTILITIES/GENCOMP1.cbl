       IDENTIFICATION DIVISION.
       PROGRAM-ID.                            GENCOMP1.
       AUTHOR.                                AYMARA M FUSARO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-FILE ASSIGN TO "GENCATLG"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-CATALOGO-ESTADO.

           SELECT BANCOA-FILE  ASSIGN TO DYNAMIC WSV-NOMBRE-A
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-LADOA-ESTADO.

           SELECT BANCOB-FILE  ASSIGN TO DYNAMIC WSV-NOMBRE-B
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-LADOB-ESTADO.

           SELECT APROBA-FILE  ASSIGN TO DYNAMIC WSV-NOMBRE-A
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-LADOA-ESTADO.

           SELECT APROBB-FILE  ASSIGN TO DYNAMIC WSV-NOMBRE-B
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-LADOB-ESTADO.

           SELECT HISTA-FILE   ASSIGN TO DYNAMIC WSV-NOMBRE-A
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-LADOA-ESTADO.

           SELECT HISTB-FILE   ASSIGN TO DYNAMIC WSV-NOMBRE-B
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-LADOB-ESTADO.

           SELECT RECHA-FILE   ASSIGN TO DYNAMIC WSV-NOMBRE-A
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-LADOA-ESTADO.

           SELECT RECHB-FILE   ASSIGN TO DYNAMIC WSV-NOMBRE-B
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-LADOB-ESTADO.

           SELECT REPORTE-FILE ASSIGN TO "GENCOMPR"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-REPORTE-ESTADO.

           SELECT TARJETA-FILE ASSIGN TO "CTRLCRD7"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-TARJETA-ESTADO.

           SELECT ESTADO-FILE  ASSIGN TO "RUNSTAT1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-ESTADO-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-FILE
           RECORDING MODE IS F.
           COPY CATLREG.

       FD  BANCOA-FILE
           RECORDING MODE IS F.
       01  BANCOA-REGISTRO                  PIC X(60).

       FD  BANCOB-FILE
           RECORDING MODE IS F.
       01  BANCOB-REGISTRO                  PIC X(60).

       FD  APROBA-FILE
           RECORDING MODE IS F.
       01  APROBA-REGISTRO                  PIC X(44).

       FD  APROBB-FILE
           RECORDING MODE IS F.
       01  APROBB-REGISTRO                  PIC X(44).

       FD  HISTA-FILE
           RECORDING MODE IS F.
       01  HISTA-REGISTRO                   PIC X(88).

       FD  HISTB-FILE
           RECORDING MODE IS F.
       01  HISTB-REGISTRO                   PIC X(88).

       FD  RECHA-FILE
           RECORDING MODE IS F.
       01  RECHA-REGISTRO                   PIC X(76).

       FD  RECHB-FILE
           RECORDING MODE IS F.
       01  RECHB-REGISTRO                   PIC X(76).

       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  REPORTE-REGISTRO                 PIC X(132).

       FD  TARJETA-FILE
           RECORDING MODE IS F.
       01  TARJETA-REGISTRO.
           05 TARJETA-ARCHIVO               PIC X(08).
           05 TARJETA-FECHA-A               PIC X(08).
           05 TARJETA-SECUENCIA-A           PIC X(02).
           05 TARJETA-FECHA-B               PIC X(08).
           05 TARJETA-SECUENCIA-B           PIC X(02).

       FD  ESTADO-FILE
           RECORDING MODE IS F.
           COPY ESTADREG.

       WORKING-STORAGE SECTION.

         01 WSC-CONSTANTES.
             05 WSC-PROGRAMA-ID               PIC X(08)
                                               VALUE 'GENCOMP1'.
             05 WSC-MAX-GENERACIONES          PIC 9(04) VALUE 500.
             05 WSC-MAX-REGISTROS             PIC 9(05) VALUE 5000.
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
             05 WSC-FIN-CATALOGO              PIC X    VALUE 'N'.
                 88 WSS-FIN-CATALOGO                   VALUE 'S'.
             05 WSC-FIN-LADO                  PIC X    VALUE 'N'.
                 88 WSS-FIN-LADO                       VALUE 'S'.
             05 WSC-REGISTRO-VALIDO           PIC X    VALUE 'N'.
                 88 WSS-REGISTRO-VALIDO                VALUE 'S'.
             05 WSC-FORMATO                   PIC X    VALUE SPACE.
                 88 WSS-FORMATO-BANCO                  VALUE 'B'.
                 88 WSS-FORMATO-APROBADO               VALUE 'A'.
                 88 WSS-FORMATO-HISTORICO              VALUE 'H'.
                 88 WSS-FORMATO-RECHAZOS               VALUE 'R'.
                 88 WSS-FORMATO-VALIDO                 VALUE 'B' 'A'
                                                             'H' 'R'.

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-CATALOGO-ESTADO           PIC XX   VALUE '00'.
                 88 WSS-CATALOGO-INEXISTENTE           VALUE '35'.
             05 WSC-LADOA-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-LADOA-INEXISTENTE              VALUE '35'.
             05 WSC-LADOB-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-LADOB-INEXISTENTE              VALUE '35'.
             05 WSC-REPORTE-ESTADO            PIC XX   VALUE '00'.
             05 WSC-TARJETA-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-TARJETA-INEXISTENTE            VALUE '35'.
             05 WSC-ESTADO-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-ESTADO-INEXISTENTE             VALUE '35'.

         01 WSV-VARIABLES.
             05 WSV-FECHA-INICIO              PIC 9(08) VALUE ZERO.
             05 WSV-HORA-INICIO               PIC 9(08) VALUE ZERO.
             05 WSV-LINEA-REPORTE             PIC X(132).

             05 WSV-PEDIDO.
                 10 WSV-ARCHIVO               PIC X(08) VALUE SPACES.
                 10 WSV-FECHA-A               PIC X(08) VALUE SPACES.
                 10 WSV-FECHA-A-NUM REDEFINES WSV-FECHA-A
                                              PIC 9(08).
                 10 WSV-SECUENCIA-A           PIC X(02) VALUE SPACES.
                 10 WSV-SECUENCIA-A-NUM REDEFINES WSV-SECUENCIA-A
                                              PIC 9(02).
                 10 WSV-FECHA-B               PIC X(08) VALUE SPACES.
                 10 WSV-FECHA-B-NUM REDEFINES WSV-FECHA-B
                                              PIC 9(08).
                 10 WSV-SECUENCIA-B           PIC X(02) VALUE SPACES.
                 10 WSV-SECUENCIA-B-NUM REDEFINES WSV-SECUENCIA-B
                                              PIC 9(02).

             05 WSV-NOMBRE-A                  PIC X(22) VALUE SPACES.
             05 WSV-NOMBRE-B                  PIC X(22) VALUE SPACES.
             05 WSV-DESCRIPCION-IMPORTE       PIC X(14) VALUE SPACES.

             05 WSV-TABLA-GENERACIONES.
                 10 WSV-CANT-GEN              PIC 9(04) VALUE ZERO.
                 10 WSV-GEN-ENTRADA OCCURS 500 TIMES.
                     15 WSV-GEN-FECHA         PIC 9(08).
                     15 WSV-GEN-SECUENCIA     PIC 9(02).
                     15 WSV-GEN-CLAVE         PIC 9(10).
                     15 WSV-GEN-NOMBRE        PIC X(22).
                     15 WSV-GEN-PROGRAMA      PIC X(08).
                     15 WSV-GEN-REGISTROS     PIC 9(07).
             05 WSV-IDX-GEN                   PIC 9(04) VALUE ZERO.
             05 WSV-GEN-A                     PIC 9(04) VALUE ZERO.
             05 WSV-GEN-B                     PIC 9(04) VALUE ZERO.
             05 WSV-CLAVE-BUSCADA             PIC 9(10) VALUE ZERO.

             05 WSV-TABLA-LADO-A.
                 10 WSV-CANT-A                PIC 9(05) VALUE ZERO.
                 10 WSV-A-ENTRADA OCCURS 5000 TIMES.
                     15 WSV-A-DNI             PIC 9(08).
                     15 WSV-A-OCURRENCIA      PIC 9(02).
                     15 WSV-A-DATOS           PIC X(100).
                     15 WSV-A-APAREADO        PIC X.
             05 WSV-IDX-A                     PIC 9(05) VALUE ZERO.
             05 WSV-IDX-HALLADO               PIC 9(05) VALUE ZERO.

             05 WSV-TABLA-LADO-B.
                 10 WSV-CANT-B                PIC 9(05) VALUE ZERO.
                 10 WSV-B-DNI OCCURS 5000 TIMES
                                              PIC 9(08).
             05 WSV-IDX-B                     PIC 9(05) VALUE ZERO.

             05 WSV-DNI-LEIDO                 PIC 9(08) VALUE ZERO.
             05 WSV-OCURRENCIA-LEIDA          PIC 9(02) VALUE ZERO.
             05 WSV-IMPORTE-LEIDO             PIC 9(09) VALUE ZERO.

             05 WSV-COMP-A                    PIC X(100).
             05 WSV-CA-BANCO REDEFINES WSV-COMP-A.
                 10 WSV-CA-BCO-TIPO           PIC X.
                 10 WSV-CA-BCO-DNI            PIC 9(08).
                 10 WSV-CA-BCO-CBU            PIC X(22).
                 10 WSV-CA-BCO-IMPORTE        PIC 9(09).
                 10 FILLER                    PIC X(60).
             05 WSV-CA-APROBADO REDEFINES WSV-COMP-A.
                 10 WSV-CA-APR-DNI            PIC 9(08).
                 10 WSV-CA-APR-NOMBRE         PIC X(30).
                 10 WSV-CA-APR-CAMPANIA       PIC X(06).
                 10 FILLER                    PIC X(56).
             05 WSV-CA-HISTORICO REDEFINES WSV-COMP-A.
                 10 WSV-CA-HIS-FECHA          PIC 9(08).
                 10 WSV-CA-HIS-DNI            PIC 9(08).
                 10 WSV-CA-HIS-NOMBRE         PIC X(30).
                 10 WSV-CA-HIS-SENIORITY      PIC X(06).
                 10 WSV-CA-HIS-SUELDO-AJUST   PIC 9(06).
                 10 WSV-CA-HIS-SUELDO-ANUAL   PIC 9(07).
                 10 WSV-CA-HIS-BONO           PIC 9(06).
                 10 WSV-CA-HIS-ROL            PIC X(03).
                 10 WSV-CA-HIS-EXPERIENCIA    PIC 9(02).
                 10 WSV-CA-HIS-SUELDO-BASE    PIC 9(06).
                 10 WSV-CA-HIS-CAMPANIA       PIC X(06).
                 10 FILLER                    PIC X(12).
             05 WSV-CA-RECHAZOS REDEFINES WSV-COMP-A.
                 10 WSV-CA-REC-DNI            PIC 9(08).
                 10 WSV-CA-REC-NOMBRE         PIC X(30).
                 10 WSV-CA-REC-EXPERIENCIA    PIC X(02).
                 10 WSV-CA-REC-MOTIVO         PIC X(30).
                 10 WSV-CA-REC-CAMPANIA       PIC X(06).
                 10 FILLER                    PIC X(24).

             05 WSV-COMP-B                    PIC X(100).
             05 WSV-CB-BANCO REDEFINES WSV-COMP-B.
                 10 WSV-CB-BCO-TIPO           PIC X.
                 10 WSV-CB-BCO-DNI            PIC 9(08).
                 10 WSV-CB-BCO-CBU            PIC X(22).
                 10 WSV-CB-BCO-IMPORTE        PIC 9(09).
                 10 FILLER                    PIC X(60).
             05 WSV-CB-APROBADO REDEFINES WSV-COMP-B.
                 10 WSV-CB-APR-DNI            PIC 9(08).
                 10 WSV-CB-APR-NOMBRE         PIC X(30).
                 10 WSV-CB-APR-CAMPANIA       PIC X(06).
                 10 FILLER                    PIC X(56).
             05 WSV-CB-HISTORICO REDEFINES WSV-COMP-B.
                 10 WSV-CB-HIS-FECHA          PIC 9(08).
                 10 WSV-CB-HIS-DNI            PIC 9(08).
                 10 WSV-CB-HIS-NOMBRE         PIC X(30).
                 10 WSV-CB-HIS-SENIORITY      PIC X(06).
                 10 WSV-CB-HIS-SUELDO-AJUST   PIC 9(06).
                 10 WSV-CB-HIS-SUELDO-ANUAL   PIC 9(07).
                 10 WSV-CB-HIS-BONO           PIC 9(06).
                 10 WSV-CB-HIS-ROL            PIC X(03).
                 10 WSV-CB-HIS-EXPERIENCIA    PIC 9(02).
                 10 WSV-CB-HIS-SUELDO-BASE    PIC 9(06).
                 10 WSV-CB-HIS-CAMPANIA       PIC X(06).
                 10 FILLER                    PIC X(12).
             05 WSV-CB-RECHAZOS REDEFINES WSV-COMP-B.
                 10 WSV-CB-REC-DNI            PIC 9(08).
                 10 WSV-CB-REC-NOMBRE         PIC X(30).
                 10 WSV-CB-REC-EXPERIENCIA    PIC X(02).
                 10 WSV-CB-REC-MOTIVO         PIC X(30).
                 10 WSV-CB-REC-CAMPANIA       PIC X(06).
                 10 FILLER                    PIC X(24).

             05 WSV-CAMPO                     PIC X(14) VALUE SPACES.
             05 WSV-VALOR-A                   PIC X(30) VALUE SPACES.
             05 WSV-VALOR-B                   PIC X(30) VALUE SPACES.
             05 WSV-RESUMEN-REGISTRO          PIC X(70) VALUE SPACES.
             05 WSV-CAMPOS-DISTINTOS          PIC 9(03) VALUE ZERO.

             05 WSV-CONTADORES.
                 10 WSV-TOTAL-CATALOGO        PIC 9(07) VALUE ZERO.
                 10 WSV-LEIDOS-A              PIC 9(07) VALUE ZERO.
                 10 WSV-LEIDOS-B              PIC 9(07) VALUE ZERO.
                 10 WSV-IMPORTE-A             PIC 9(13) VALUE ZERO.
                 10 WSV-IMPORTE-B             PIC 9(13) VALUE ZERO.
                 10 WSV-TOTAL-ALTAS           PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-BAJAS           PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-CAMBIADOS       PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-CAMPOS          PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-IGUALES         PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-DIFERENCIAS     PIC 9(07) VALUE ZERO.

             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
                     VALUE 'PROCESO FINALIZADO NORMALMENTE'.

       PROCEDURE DIVISION.

       000-CONTROL.

           ACCEPT WSV-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-INICIO FROM TIME.

           PERFORM 001-LEER-TARJETA.
           IF NOT WSS-TARJETA-PRESENTE
               DISPLAY 'COMPARACION DE GENERACIONES - GENERACION EN '
                       'BLANCO = ULTIMA (B) O ANTERIOR A B (A)'
               DISPLAY 'ARCHIVO LOGICO: ' WITH NO ADVANCING
               ACCEPT WSV-ARCHIVO
               DISPLAY 'FECHA A (AAAAMMDD): ' WITH NO ADVANCING
               ACCEPT WSV-FECHA-A
               DISPLAY 'SECUENCIA A: ' WITH NO ADVANCING
               ACCEPT WSV-SECUENCIA-A
               DISPLAY 'FECHA B (AAAAMMDD): ' WITH NO ADVANCING
               ACCEPT WSV-FECHA-B
               DISPLAY 'SECUENCIA B: ' WITH NO ADVANCING
               ACCEPT WSV-SECUENCIA-B
           END-IF.

           PERFORM 002-DETERMINAR-FORMATO.

           PERFORM 010-ABRIR-ARCHIVOS.
           PERFORM 020-CARGAR-CATALOGO.
           PERFORM 025-RESOLVER-GENERACIONES.
           PERFORM 030-ABRIR-GENERACIONES.

           PERFORM 040-CARGAR-LADO-A.
           PERFORM 050-COMPARAR-LADO-B.
           PERFORM 070-LISTAR-BAJAS
               VARYING WSV-IDX-A FROM 1 BY 1
               UNTIL WSV-IDX-A > WSV-CANT-A.

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
                       MOVE TARJETA-ARCHIVO     TO WSV-ARCHIVO
                       MOVE TARJETA-FECHA-A     TO WSV-FECHA-A
                       MOVE TARJETA-SECUENCIA-A TO WSV-SECUENCIA-A
                       MOVE TARJETA-FECHA-B     TO WSV-FECHA-B
                       MOVE TARJETA-SECUENCIA-B TO WSV-SECUENCIA-B
               END-READ
               CLOSE TARJETA-FILE
           END-IF.

       001-LEER-TARJETA-END. EXIT.

       002-DETERMINAR-FORMATO.

           MOVE SPACE TO WSC-FORMATO.
           EVALUATE WSV-ARCHIVO
               WHEN 'PAGOBCO1'
                   MOVE 'B' TO WSC-FORMATO
                   MOVE 'IMPORTE'      TO WSV-DESCRIPCION-IMPORTE
               WHEN 'APROBADO'
                   MOVE 'A' TO WSC-FORMATO
                   MOVE SPACES         TO WSV-DESCRIPCION-IMPORTE
               WHEN 'HIST0001'
                   MOVE 'H' TO WSC-FORMATO
                   MOVE 'SUELDO ANUAL' TO WSV-DESCRIPCION-IMPORTE
               WHEN 'RECHAZOS'
                   MOVE 'R' TO WSC-FORMATO
                   MOVE SPACES         TO WSV-DESCRIPCION-IMPORTE
               WHEN OTHER
                   DISPLAY 'ERROR: ARCHIVO LOGICO ' WSV-ARCHIVO
                           ' NO COMPARABLE POR DNI (PAGOBCO1, '
                           'APROBADO, HIST0001, RECHAZOS)'
                   MOVE WSC-RETORNO-CONTROL TO WSV-CODIGO-RETORNO
                   MOVE 'ARCHIVO LOGICO NO COMPARABLE'
                       TO WSV-MOTIVO-FIN
                   PERFORM 097-ABORTAR
           END-EVALUATE.

           IF WSV-FECHA-A NOT EQUAL SPACES
              AND (WSV-FECHA-A IS NOT NUMERIC
                   OR WSV-SECUENCIA-A IS NOT NUMERIC)
               DISPLAY 'ERROR: GENERACION A INVALIDA: '
                       WSV-FECHA-A ' ' WSV-SECUENCIA-A
               MOVE WSC-RETORNO-CONTROL TO WSV-CODIGO-RETORNO
               MOVE 'GENERACION A INVALIDA' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.
           IF WSV-FECHA-B NOT EQUAL SPACES
              AND (WSV-FECHA-B IS NOT NUMERIC
                   OR WSV-SECUENCIA-B IS NOT NUMERIC)
               DISPLAY 'ERROR: GENERACION B INVALIDA: '
                       WSV-FECHA-B ' ' WSV-SECUENCIA-B
               MOVE WSC-RETORNO-CONTROL TO WSV-CODIGO-RETORNO
               MOVE 'GENERACION B INVALIDA' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

       002-DETERMINAR-FORMATO-END. EXIT.

       010-ABRIR-ARCHIVOS.

           OPEN INPUT CATALOGO-FILE.
           IF WSS-CATALOGO-INEXISTENTE
               DISPLAY 'ERROR: GENCATLG NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'GENCATLG NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           OPEN OUTPUT REPORTE-FILE.

       010-ABRIR-ARCHIVOS-END. EXIT.

       020-CARGAR-CATALOGO.

           MOVE 'N' TO WSC-FIN-CATALOGO.
           PERFORM 021-LEER-CATALOGO UNTIL WSS-FIN-CATALOGO.
           CLOSE CATALOGO-FILE.

       020-CARGAR-CATALOGO-END. EXIT.

       021-LEER-CATALOGO.

           READ CATALOGO-FILE
               AT END MOVE 'S' TO WSC-FIN-CATALOGO
               NOT AT END
                   ADD 1 TO WSV-TOTAL-CATALOGO
                   IF CATLG-ARCHIVO EQUAL WSV-ARCHIVO
                       PERFORM 022-AGREGAR-GENERACION
                   END-IF
           END-READ.

       021-LEER-CATALOGO-END. EXIT.

       022-AGREGAR-GENERACION.

           IF WSV-CANT-GEN < WSC-MAX-GENERACIONES
               ADD 1 TO WSV-CANT-GEN
               MOVE CATLG-FECHA     TO WSV-GEN-FECHA (WSV-CANT-GEN)
               MOVE CATLG-SECUENCIA TO WSV-GEN-SECUENCIA (WSV-CANT-GEN)
               COMPUTE WSV-GEN-CLAVE (WSV-CANT-GEN) =
                   CATLG-FECHA * 100 + CATLG-SECUENCIA
               MOVE CATLG-NOMBRE-FISICO
                   TO WSV-GEN-NOMBRE (WSV-CANT-GEN)
               MOVE CATLG-PROGRAMA  TO WSV-GEN-PROGRAMA (WSV-CANT-GEN)
               MOVE CATLG-REGISTROS TO WSV-GEN-REGISTROS (WSV-CANT-GEN)
           ELSE
               DISPLAY 'AVISO: TABLA DE GENERACIONES COMPLETA, SE '
                       'OMITE ' CATLG-NOMBRE-FISICO
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'TABLA DE GENERACIONES COMPLETA'
                   TO WSV-MOTIVO-FIN
           END-IF.

       022-AGREGAR-GENERACION-END. EXIT.

       025-RESOLVER-GENERACIONES.

           MOVE ZERO TO WSV-GEN-B.
           IF WSV-FECHA-B EQUAL SPACES
               MOVE 9999999999 TO WSV-CLAVE-BUSCADA
               PERFORM 026-BUSCAR-ULTIMA-ANTERIOR
                   VARYING WSV-IDX-GEN FROM 1 BY 1
                   UNTIL WSV-IDX-GEN > WSV-CANT-GEN
               MOVE WSV-GEN-A TO WSV-GEN-B
           ELSE
               COMPUTE WSV-CLAVE-BUSCADA =
                   WSV-FECHA-B-NUM * 100 + WSV-SECUENCIA-B-NUM
               PERFORM 027-BUSCAR-EXACTA
                   VARYING WSV-IDX-GEN FROM 1 BY 1
                   UNTIL WSV-IDX-GEN > WSV-CANT-GEN
               MOVE WSV-GEN-A TO WSV-GEN-B
           END-IF.

           IF WSV-GEN-B EQUAL ZERO
               DISPLAY 'ERROR: GENERACION B DE ' WSV-ARCHIVO
                       ' NO CATALOGADA EN GENCATLG'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'GENERACION B NO CATALOGADA' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           IF WSV-FECHA-A EQUAL SPACES
               MOVE WSV-GEN-CLAVE (WSV-GEN-B) TO WSV-CLAVE-BUSCADA
               PERFORM 026-BUSCAR-ULTIMA-ANTERIOR
                   VARYING WSV-IDX-GEN FROM 1 BY 1
                   UNTIL WSV-IDX-GEN > WSV-CANT-GEN
           ELSE
               COMPUTE WSV-CLAVE-BUSCADA =
                   WSV-FECHA-A-NUM * 100 + WSV-SECUENCIA-A-NUM
               PERFORM 027-BUSCAR-EXACTA
                   VARYING WSV-IDX-GEN FROM 1 BY 1
                   UNTIL WSV-IDX-GEN > WSV-CANT-GEN
           END-IF.

           IF WSV-GEN-A EQUAL ZERO
               DISPLAY 'ERROR: GENERACION A DE ' WSV-ARCHIVO
                       ' NO CATALOGADA EN GENCATLG'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'GENERACION A NO CATALOGADA' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           IF WSV-GEN-CLAVE (WSV-GEN-A) EQUAL WSV-GEN-CLAVE (WSV-GEN-B)
               DISPLAY 'ERROR: LAS GENERACIONES A Y B SON LA MISMA'
               MOVE WSC-RETORNO-CONTROL TO WSV-CODIGO-RETORNO
               MOVE 'GENERACIONES A Y B IGUALES' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           MOVE WSV-GEN-NOMBRE (WSV-GEN-A) TO WSV-NOMBRE-A.
           MOVE WSV-GEN-NOMBRE (WSV-GEN-B) TO WSV-NOMBRE-B.

       025-RESOLVER-GENERACIONES-END. EXIT.

       026-BUSCAR-ULTIMA-ANTERIOR.

           IF WSV-IDX-GEN EQUAL 1
               MOVE ZERO TO WSV-GEN-A
           END-IF.
           IF WSV-GEN-CLAVE (WSV-IDX-GEN) < WSV-CLAVE-BUSCADA
               IF WSV-GEN-A EQUAL ZERO
                   MOVE WSV-IDX-GEN TO WSV-GEN-A
               ELSE
                   IF WSV-GEN-CLAVE (WSV-IDX-GEN)
                      NOT LESS THAN WSV-GEN-CLAVE (WSV-GEN-A)
                       MOVE WSV-IDX-GEN TO WSV-GEN-A
                   END-IF
               END-IF
           END-IF.

       026-BUSCAR-ULTIMA-ANTERIOR-END. EXIT.

       027-BUSCAR-EXACTA.

           IF WSV-IDX-GEN EQUAL 1
               MOVE ZERO TO WSV-GEN-A
           END-IF.
           IF WSV-GEN-CLAVE (WSV-IDX-GEN) EQUAL WSV-CLAVE-BUSCADA
               MOVE WSV-IDX-GEN TO WSV-GEN-A
           END-IF.

       027-BUSCAR-EXACTA-END. EXIT.

       030-ABRIR-GENERACIONES.

           EVALUATE TRUE
               WHEN WSS-FORMATO-BANCO
                   OPEN INPUT BANCOA-FILE
                   OPEN INPUT BANCOB-FILE
               WHEN WSS-FORMATO-APROBADO
                   OPEN INPUT APROBA-FILE
                   OPEN INPUT APROBB-FILE
               WHEN WSS-FORMATO-HISTORICO
                   OPEN INPUT HISTA-FILE
                   OPEN INPUT HISTB-FILE
               WHEN OTHER
                   OPEN INPUT RECHA-FILE
                   OPEN INPUT RECHB-FILE
           END-EVALUATE.

           IF WSS-LADOA-INEXISTENTE
               DISPLAY 'ERROR: ' WSV-NOMBRE-A ' NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'GENERACION A NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.
           IF WSS-LADOB-INEXISTENTE
               DISPLAY 'ERROR: ' WSV-NOMBRE-B ' NO EXISTE. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'GENERACION B NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' COMPARACION DE GENERACIONES DEL ARCHIVO '
                                          DELIMITED BY SIZE
                  WSV-ARCHIVO             DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE WSV-GEN-A TO WSV-IDX-GEN.
           MOVE 'A' TO WSV-CAMPO.
           PERFORM 031-DESCRIBIR-GENERACION.
           MOVE WSV-GEN-B TO WSV-IDX-GEN.
           MOVE 'B' TO WSV-CAMPO.
           PERFORM 031-DESCRIBIR-GENERACION.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

       030-ABRIR-GENERACIONES-END. EXIT.

       031-DESCRIBIR-GENERACION.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' LADO '                DELIMITED BY SIZE
                  WSV-CAMPO               DELIMITED BY SPACE
                  ': '                    DELIMITED BY SIZE
                  WSV-GEN-FECHA (WSV-IDX-GEN)     DELIMITED BY SIZE
                  ' GEN '                 DELIMITED BY SIZE
                  WSV-GEN-SECUENCIA (WSV-IDX-GEN) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WSV-GEN-PROGRAMA (WSV-IDX-GEN)  DELIMITED BY SIZE
                  ' -> '                  DELIMITED BY SIZE
                  WSV-GEN-NOMBRE (WSV-IDX-GEN)    DELIMITED BY SIZE
                  ' REGISTROS SEGUN CATALOGO '    DELIMITED BY SIZE
                  WSV-GEN-REGISTROS (WSV-IDX-GEN) DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

       031-DESCRIBIR-GENERACION-END. EXIT.

       040-CARGAR-LADO-A.

           MOVE 'N' TO WSC-FIN-LADO.
           PERFORM 041-LEER-LADO-A UNTIL WSS-FIN-LADO.

       040-CARGAR-LADO-A-END. EXIT.

       041-LEER-LADO-A.

           MOVE SPACES TO WSV-COMP-A.
           EVALUATE TRUE
               WHEN WSS-FORMATO-BANCO
                   READ BANCOA-FILE INTO WSV-COMP-A
                       AT END MOVE 'S' TO WSC-FIN-LADO
                   END-READ
               WHEN WSS-FORMATO-APROBADO
                   READ APROBA-FILE INTO WSV-COMP-A
                       AT END MOVE 'S' TO WSC-FIN-LADO
                   END-READ
               WHEN WSS-FORMATO-HISTORICO
                   READ HISTA-FILE INTO WSV-COMP-A
                       AT END MOVE 'S' TO WSC-FIN-LADO
                   END-READ
               WHEN OTHER
                   READ RECHA-FILE INTO WSV-COMP-A
                       AT END MOVE 'S' TO WSC-FIN-LADO
                   END-READ
           END-EVALUATE.

           IF NOT WSS-FIN-LADO
               PERFORM 042-EXTRAER-CLAVE-A
               IF WSS-REGISTRO-VALIDO
                   PERFORM 043-AGREGAR-LADO-A
               END-IF
           END-IF.

       041-LEER-LADO-A-END. EXIT.

       042-EXTRAER-CLAVE-A.

           MOVE 'S' TO WSC-REGISTRO-VALIDO.
           MOVE ZERO TO WSV-IMPORTE-LEIDO.
           EVALUATE TRUE
               WHEN WSS-FORMATO-BANCO
                   IF WSV-CA-BCO-TIPO NOT EQUAL '2'
                       MOVE 'N' TO WSC-REGISTRO-VALIDO
                   ELSE
                       MOVE WSV-CA-BCO-DNI     TO WSV-DNI-LEIDO
                       MOVE WSV-CA-BCO-IMPORTE TO WSV-IMPORTE-LEIDO
                   END-IF
               WHEN WSS-FORMATO-APROBADO
                   MOVE WSV-CA-APR-DNI TO WSV-DNI-LEIDO
               WHEN WSS-FORMATO-HISTORICO
                   MOVE WSV-CA-HIS-DNI TO WSV-DNI-LEIDO
                   MOVE WSV-CA-HIS-SUELDO-ANUAL TO WSV-IMPORTE-LEIDO
               WHEN OTHER
                   MOVE WSV-CA-REC-DNI TO WSV-DNI-LEIDO
           END-EVALUATE.

       042-EXTRAER-CLAVE-A-END. EXIT.

       043-AGREGAR-LADO-A.

           ADD 1 TO WSV-LEIDOS-A.
           ADD WSV-IMPORTE-LEIDO TO WSV-IMPORTE-A.

           MOVE 1 TO WSV-OCURRENCIA-LEIDA.
           PERFORM 044-CONTAR-OCURRENCIA-A
               VARYING WSV-IDX-A FROM 1 BY 1
               UNTIL WSV-IDX-A > WSV-CANT-A.

           IF WSV-CANT-A < WSC-MAX-REGISTROS
               ADD 1 TO WSV-CANT-A
               MOVE WSV-DNI-LEIDO       TO WSV-A-DNI (WSV-CANT-A)
               MOVE WSV-OCURRENCIA-LEIDA
                   TO WSV-A-OCURRENCIA (WSV-CANT-A)
               MOVE WSV-COMP-A          TO WSV-A-DATOS (WSV-CANT-A)
               MOVE 'N'                 TO WSV-A-APAREADO (WSV-CANT-A)
           ELSE
               DISPLAY 'ERROR: ' WSV-NOMBRE-A ' SUPERA '
                       WSC-MAX-REGISTROS ' REGISTROS. ABORTANDO.'
               MOVE WSC-RETORNO-CONTROL TO WSV-CODIGO-RETORNO
               MOVE 'GENERACION A SUPERA LA TABLA'
                   TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

       043-AGREGAR-LADO-A-END. EXIT.

       044-CONTAR-OCURRENCIA-A.

           IF WSV-A-DNI (WSV-IDX-A) EQUAL WSV-DNI-LEIDO
               ADD 1 TO WSV-OCURRENCIA-LEIDA
           END-IF.

       044-CONTAR-OCURRENCIA-A-END. EXIT.

       050-COMPARAR-LADO-B.

           MOVE 'N' TO WSC-FIN-LADO.
           PERFORM 051-LEER-LADO-B UNTIL WSS-FIN-LADO.

       050-COMPARAR-LADO-B-END. EXIT.

       051-LEER-LADO-B.

           MOVE SPACES TO WSV-COMP-B.
           EVALUATE TRUE
               WHEN WSS-FORMATO-BANCO
                   READ BANCOB-FILE INTO WSV-COMP-B
                       AT END MOVE 'S' TO WSC-FIN-LADO
                   END-READ
               WHEN WSS-FORMATO-APROBADO
                   READ APROBB-FILE INTO WSV-COMP-B
                       AT END MOVE 'S' TO WSC-FIN-LADO
                   END-READ
               WHEN WSS-FORMATO-HISTORICO
                   READ HISTB-FILE INTO WSV-COMP-B
                       AT END MOVE 'S' TO WSC-FIN-LADO
                   END-READ
               WHEN OTHER
                   READ RECHB-FILE INTO WSV-COMP-B
                       AT END MOVE 'S' TO WSC-FIN-LADO
                   END-READ
           END-EVALUATE.

           IF NOT WSS-FIN-LADO
               PERFORM 052-EXTRAER-CLAVE-B
               IF WSS-REGISTRO-VALIDO
                   PERFORM 053-APAREAR-REGISTRO
               END-IF
           END-IF.

       051-LEER-LADO-B-END. EXIT.

       052-EXTRAER-CLAVE-B.

           MOVE 'S' TO WSC-REGISTRO-VALIDO.
           MOVE ZERO TO WSV-IMPORTE-LEIDO.
           EVALUATE TRUE
               WHEN WSS-FORMATO-BANCO
                   IF WSV-CB-BCO-TIPO NOT EQUAL '2'
                       MOVE 'N' TO WSC-REGISTRO-VALIDO
                   ELSE
                       MOVE WSV-CB-BCO-DNI     TO WSV-DNI-LEIDO
                       MOVE WSV-CB-BCO-IMPORTE TO WSV-IMPORTE-LEIDO
                   END-IF
               WHEN WSS-FORMATO-APROBADO
                   MOVE WSV-CB-APR-DNI TO WSV-DNI-LEIDO
               WHEN WSS-FORMATO-HISTORICO
                   MOVE WSV-CB-HIS-DNI TO WSV-DNI-LEIDO
                   MOVE WSV-CB-HIS-SUELDO-ANUAL TO WSV-IMPORTE-LEIDO
               WHEN OTHER
                   MOVE WSV-CB-REC-DNI TO WSV-DNI-LEIDO
           END-EVALUATE.

       052-EXTRAER-CLAVE-B-END. EXIT.

       053-APAREAR-REGISTRO.

           ADD 1 TO WSV-LEIDOS-B.
           ADD WSV-IMPORTE-LEIDO TO WSV-IMPORTE-B.

           MOVE 1 TO WSV-OCURRENCIA-LEIDA.
           PERFORM 054-CONTAR-OCURRENCIA-B
               VARYING WSV-IDX-B FROM 1 BY 1
               UNTIL WSV-IDX-B > WSV-CANT-B.
           IF WSV-CANT-B < WSC-MAX-REGISTROS
               ADD 1 TO WSV-CANT-B
               MOVE WSV-DNI-LEIDO TO WSV-B-DNI (WSV-CANT-B)
           ELSE
               DISPLAY 'ERROR: ' WSV-NOMBRE-B ' SUPERA '
                       WSC-MAX-REGISTROS ' REGISTROS. ABORTANDO.'
               MOVE WSC-RETORNO-CONTROL TO WSV-CODIGO-RETORNO
               MOVE 'GENERACION B SUPERA LA TABLA'
                   TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           MOVE ZERO TO WSV-IDX-HALLADO.
           PERFORM 055-BUSCAR-EN-LADO-A
               VARYING WSV-IDX-A FROM 1 BY 1
               UNTIL WSV-IDX-A > WSV-CANT-A
                  OR WSV-IDX-HALLADO > ZERO.

           IF WSV-IDX-HALLADO EQUAL ZERO
               ADD 1 TO WSV-TOTAL-ALTAS
               PERFORM 057-RESUMIR-REGISTRO-B
               MOVE 'ALTA  ' TO WSV-CAMPO
               PERFORM 065-ESCRIBIR-ALTA-BAJA
           ELSE
               MOVE 'S' TO WSV-A-APAREADO (WSV-IDX-HALLADO)
               MOVE WSV-A-DATOS (WSV-IDX-HALLADO) TO WSV-COMP-A
               MOVE ZERO TO WSV-CAMPOS-DISTINTOS
               PERFORM 060-COMPARAR-CAMPOS
               IF WSV-CAMPOS-DISTINTOS EQUAL ZERO
                   ADD 1 TO WSV-TOTAL-IGUALES
               ELSE
                   ADD 1 TO WSV-TOTAL-CAMBIADOS
               END-IF
           END-IF.

       053-APAREAR-REGISTRO-END. EXIT.

       054-CONTAR-OCURRENCIA-B.

           IF WSV-B-DNI (WSV-IDX-B) EQUAL WSV-DNI-LEIDO
               ADD 1 TO WSV-OCURRENCIA-LEIDA
           END-IF.

       054-CONTAR-OCURRENCIA-B-END. EXIT.

       055-BUSCAR-EN-LADO-A.

           IF WSV-A-DNI (WSV-IDX-A) EQUAL WSV-DNI-LEIDO
              AND WSV-A-OCURRENCIA (WSV-IDX-A)
                  EQUAL WSV-OCURRENCIA-LEIDA
               MOVE WSV-IDX-A TO WSV-IDX-HALLADO
           END-IF.

       055-BUSCAR-EN-LADO-A-END. EXIT.

       056-RESUMIR-REGISTRO-A.

           MOVE SPACES TO WSV-RESUMEN-REGISTRO.
           EVALUATE TRUE
               WHEN WSS-FORMATO-BANCO
                   STRING 'CBU '              DELIMITED BY SIZE
                          WSV-CA-BCO-CBU      DELIMITED BY SIZE
                          ' IMPORTE '         DELIMITED BY SIZE
                          WSV-CA-BCO-IMPORTE  DELIMITED BY SIZE
                          INTO WSV-RESUMEN-REGISTRO
                   END-STRING
               WHEN WSS-FORMATO-APROBADO
                   STRING WSV-CA-APR-NOMBRE   DELIMITED BY SIZE
                          ' CAMPANIA '        DELIMITED BY SIZE
                          WSV-CA-APR-CAMPANIA DELIMITED BY SIZE
                          INTO WSV-RESUMEN-REGISTRO
                   END-STRING
               WHEN WSS-FORMATO-HISTORICO
                   STRING WSV-CA-HIS-FECHA    DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          WSV-CA-HIS-NOMBRE   DELIMITED BY SIZE
                          ' SUELDO ANUAL '    DELIMITED BY SIZE
                          WSV-CA-HIS-SUELDO-ANUAL DELIMITED BY SIZE
                          INTO WSV-RESUMEN-REGISTRO
                   END-STRING
               WHEN OTHER
                   STRING WSV-CA-REC-NOMBRE   DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          WSV-CA-REC-MOTIVO   DELIMITED BY SIZE
                          INTO WSV-RESUMEN-REGISTRO
                   END-STRING
           END-EVALUATE.

       056-RESUMIR-REGISTRO-A-END. EXIT.

       057-RESUMIR-REGISTRO-B.

           MOVE SPACES TO WSV-RESUMEN-REGISTRO.
           EVALUATE TRUE
               WHEN WSS-FORMATO-BANCO
                   STRING 'CBU '              DELIMITED BY SIZE
                          WSV-CB-BCO-CBU      DELIMITED BY SIZE
                          ' IMPORTE '         DELIMITED BY SIZE
                          WSV-CB-BCO-IMPORTE  DELIMITED BY SIZE
                          INTO WSV-RESUMEN-REGISTRO
                   END-STRING
               WHEN WSS-FORMATO-APROBADO
                   STRING WSV-CB-APR-NOMBRE   DELIMITED BY SIZE
                          ' CAMPANIA '        DELIMITED BY SIZE
                          WSV-CB-APR-CAMPANIA DELIMITED BY SIZE
                          INTO WSV-RESUMEN-REGISTRO
                   END-STRING
               WHEN WSS-FORMATO-HISTORICO
                   STRING WSV-CB-HIS-FECHA    DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          WSV-CB-HIS-NOMBRE   DELIMITED BY SIZE
                          ' SUELDO ANUAL '    DELIMITED BY SIZE
                          WSV-CB-HIS-SUELDO-ANUAL DELIMITED BY SIZE
                          INTO WSV-RESUMEN-REGISTRO
                   END-STRING
               WHEN OTHER
                   STRING WSV-CB-REC-NOMBRE   DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          WSV-CB-REC-MOTIVO   DELIMITED BY SIZE
                          INTO WSV-RESUMEN-REGISTRO
                   END-STRING
           END-EVALUATE.

       057-RESUMIR-REGISTRO-B-END. EXIT.

       060-COMPARAR-CAMPOS.

           EVALUATE TRUE
               WHEN WSS-FORMATO-BANCO
                   PERFORM 061-COMPARAR-BANCO
               WHEN WSS-FORMATO-APROBADO
                   PERFORM 062-COMPARAR-APROBADO
               WHEN WSS-FORMATO-HISTORICO
                   PERFORM 063-COMPARAR-HISTORICO
               WHEN OTHER
                   PERFORM 064-COMPARAR-RECHAZOS
           END-EVALUATE.

       060-COMPARAR-CAMPOS-END. EXIT.

       061-COMPARAR-BANCO.

           MOVE 'CBU'            TO WSV-CAMPO.
           MOVE WSV-CA-BCO-CBU   TO WSV-VALOR-A.
           MOVE WSV-CB-BCO-CBU   TO WSV-VALOR-B.
           PERFORM 066-COMPARAR-VALOR.

           MOVE 'IMPORTE'          TO WSV-CAMPO.
           MOVE WSV-CA-BCO-IMPORTE TO WSV-VALOR-A.
           MOVE WSV-CB-BCO-IMPORTE TO WSV-VALOR-B.
           PERFORM 066-COMPARAR-VALOR.

       061-COMPARAR-BANCO-END. EXIT.

       062-COMPARAR-APROBADO.

           MOVE 'NOMBRE'            TO WSV-CAMPO.
           MOVE WSV-CA-APR-NOMBRE   TO WSV-VALOR-A.
           MOVE WSV-CB-APR-NOMBRE   TO WSV-VALOR-B.
           PERFORM 066-COMPARAR-VALOR.

           MOVE 'CAMPANIA'          TO WSV-CAMPO.
           MOVE WSV-CA-APR-CAMPANIA TO WSV-VALOR-A.
           MOVE WSV-CB-APR-CAMPANIA TO WSV-VALOR-B.
           PERFORM 066-COMPARAR-VALOR.

       062-COMPARAR-APROBADO-END. EXIT.

       063-COMPARAR-HISTORICO.

           MOVE 'FECHA'                 TO WSV-CAMPO.
           MOVE WSV-CA-HIS-FECHA        TO WSV-VALOR-A.
           MOVE WSV-CB-HIS-FECHA        TO WSV-VALOR-B.
           PERFORM 066-COMPARAR-VALOR.

           MOVE 'NOMBRE'                TO WSV-CAMPO.
           MOVE WSV-CA-HIS-NOMBRE       TO WSV-VALOR-A.
           MOVE WSV-CB-HIS-NOMBRE       TO WSV-VALOR-B.
           PERFORM 066-COMPARAR-VALOR.

           MOVE 'SENIORITY'             TO WSV-CAMPO.
           MOVE WSV-CA-HIS-SENIORITY    TO WSV-VALOR-A.
           MOVE WSV-CB-HIS-SENIORITY    TO WSV-VALOR-B.
           PERFORM 066-COMPARAR-VALOR.

           MOVE 'SUELDO AJUST.'         TO WSV-CAMPO.
           MOVE WSV-CA-HIS-SUELDO-AJUST TO WSV-VALOR-A.
           MOVE WSV-CB-HIS-SUELDO-AJUST TO WSV-VALOR-B.
           PERFORM 066-COMPARAR-VALOR.

           MOVE 'SUELDO ANUAL'          TO WSV-CAMPO.
           MOVE WSV-CA-HIS-SUELDO-ANUAL TO WSV-VALOR-A.
           MOVE WSV-CB-HIS-SUELDO-ANUAL TO WSV-VALOR-B.
           PERFORM 066-COMPARAR-VALOR.

           MOVE 'BONO'                  TO WSV-CAMPO.
           MOVE WSV-CA-HIS-BONO         TO WSV-VALOR-A.
           MOVE WSV-CB-HIS-BONO         TO WSV-VALOR-B.
           PERFORM 066-COMPARAR-VALOR.

           MOVE 'ROL'                   TO WSV-CAMPO.
           MOVE WSV-CA-HIS-ROL          TO WSV-VALOR-A.
           MOVE WSV-CB-HIS-ROL          TO WSV-VALOR-B.
           PERFORM 066-COMPARAR-VALOR.

           MOVE 'EXPERIENCIA'           TO WSV-CAMPO.
           MOVE WSV-CA-HIS-EXPERIENCIA  TO WSV-VALOR-A.
           MOVE WSV-CB-HIS-EXPERIENCIA  TO WSV-VALOR-B.
           PERFORM 066-COMPARAR-VALOR.

           MOVE 'SUELDO BASE'           TO WSV-CAMPO.
           MOVE WSV-CA-HIS-SUELDO-BASE  TO WSV-VALOR-A.
           MOVE WSV-CB-HIS-SUELDO-BASE  TO WSV-VALOR-B.
           PERFORM 066-COMPARAR-VALOR.

           MOVE 'CAMPANIA'              TO WSV-CAMPO.
           MOVE WSV-CA-HIS-CAMPANIA     TO WSV-VALOR-A.
           MOVE WSV-CB-HIS-CAMPANIA     TO WSV-VALOR-B.
           PERFORM 066-COMPARAR-VALOR.

       063-COMPARAR-HISTORICO-END. EXIT.

       064-COMPARAR-RECHAZOS.

           MOVE 'NOMBRE'               TO WSV-CAMPO.
           MOVE WSV-CA-REC-NOMBRE      TO WSV-VALOR-A.
           MOVE WSV-CB-REC-NOMBRE      TO WSV-VALOR-B.
           PERFORM 066-COMPARAR-VALOR.

           MOVE 'EXPERIENCIA'          TO WSV-CAMPO.
           MOVE WSV-CA-REC-EXPERIENCIA TO WSV-VALOR-A.
           MOVE WSV-CB-REC-EXPERIENCIA TO WSV-VALOR-B.
           PERFORM 066-COMPARAR-VALOR.

           MOVE 'MOTIVO'               TO WSV-CAMPO.
           MOVE WSV-CA-REC-MOTIVO      TO WSV-VALOR-A.
           MOVE WSV-CB-REC-MOTIVO      TO WSV-VALOR-B.
           PERFORM 066-COMPARAR-VALOR.

           MOVE 'CAMPANIA'             TO WSV-CAMPO.
           MOVE WSV-CA-REC-CAMPANIA    TO WSV-VALOR-A.
           MOVE WSV-CB-REC-CAMPANIA    TO WSV-VALOR-B.
           PERFORM 066-COMPARAR-VALOR.

       064-COMPARAR-RECHAZOS-END. EXIT.

       065-ESCRIBIR-ALTA-BAJA.

           ADD 1 TO WSV-TOTAL-DIFERENCIAS.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' '                     DELIMITED BY SIZE
                  WSV-CAMPO               DELIMITED BY SIZE
                  ' DNI '                 DELIMITED BY SIZE
                  WSV-DNI-LEIDO           DELIMITED BY SIZE
                  ' OC '                  DELIMITED BY SIZE
                  WSV-OCURRENCIA-LEIDA    DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WSV-RESUMEN-REGISTRO    DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

       065-ESCRIBIR-ALTA-BAJA-END. EXIT.

       066-COMPARAR-VALOR.

           IF WSV-VALOR-A NOT EQUAL WSV-VALOR-B
               ADD 1 TO WSV-CAMPOS-DISTINTOS
               ADD 1 TO WSV-TOTAL-CAMPOS
               ADD 1 TO WSV-TOTAL-DIFERENCIAS
               MOVE SPACES TO WSV-LINEA-REPORTE
               STRING ' CAMBIO DNI '      DELIMITED BY SIZE
                      WSV-DNI-LEIDO       DELIMITED BY SIZE
                      ' OC '              DELIMITED BY SIZE
                      WSV-OCURRENCIA-LEIDA DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      WSV-CAMPO           DELIMITED BY SIZE
                      ': '                DELIMITED BY SIZE
                      WSV-VALOR-A         DELIMITED BY SIZE
                      ' -> '              DELIMITED BY SIZE
                      WSV-VALOR-B         DELIMITED BY SIZE
                      INTO WSV-LINEA-REPORTE
               END-STRING
               MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO
               WRITE REPORTE-REGISTRO
           END-IF.

       066-COMPARAR-VALOR-END. EXIT.

       070-LISTAR-BAJAS.

           IF WSV-A-APAREADO (WSV-IDX-A) EQUAL 'N'
               ADD 1 TO WSV-TOTAL-BAJAS
               MOVE WSV-A-DATOS (WSV-IDX-A)      TO WSV-COMP-A
               MOVE WSV-A-DNI (WSV-IDX-A)        TO WSV-DNI-LEIDO
               MOVE WSV-A-OCURRENCIA (WSV-IDX-A) TO WSV-OCURRENCIA-LEIDA
               PERFORM 056-RESUMIR-REGISTRO-A
               MOVE 'BAJA  ' TO WSV-CAMPO
               PERFORM 065-ESCRIBIR-ALTA-BAJA
           END-IF.

       070-LISTAR-BAJAS-END. EXIT.

       090-CERRAR-ARCHIVOS.

           EVALUATE TRUE
               WHEN WSS-FORMATO-BANCO
                   CLOSE BANCOA-FILE
                   CLOSE BANCOB-FILE
               WHEN WSS-FORMATO-APROBADO
                   CLOSE APROBA-FILE
                   CLOSE APROBB-FILE
               WHEN WSS-FORMATO-HISTORICO
                   CLOSE HISTA-FILE
                   CLOSE HISTB-FILE
               WHEN OTHER
                   CLOSE RECHA-FILE
                   CLOSE RECHB-FILE
           END-EVALUATE.
           CLOSE REPORTE-FILE.

       090-CERRAR-ARCHIVOS-END. EXIT.

       095-ESCRIBIR-RESUMEN.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' LADO A  REGISTROS: '  DELIMITED BY SIZE
                  WSV-LEIDOS-A            DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WSV-DESCRIPCION-IMPORTE DELIMITED BY SIZE
                  ' $'                    DELIMITED BY SIZE
                  WSV-IMPORTE-A           DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' LADO B  REGISTROS: '  DELIMITED BY SIZE
                  WSV-LEIDOS-B            DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WSV-DESCRIPCION-IMPORTE DELIMITED BY SIZE
                  ' $'                    DELIMITED BY SIZE
                  WSV-IMPORTE-B           DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' ALTAS: '              DELIMITED BY SIZE
                  WSV-TOTAL-ALTAS         DELIMITED BY SIZE
                  '  BAJAS: '             DELIMITED BY SIZE
                  WSV-TOTAL-BAJAS         DELIMITED BY SIZE
                  '  MODIFICADOS: '       DELIMITED BY SIZE
                  WSV-TOTAL-CAMBIADOS     DELIMITED BY SIZE
                  '  CAMPOS MODIFICADOS: ' DELIMITED BY SIZE
                  WSV-TOTAL-CAMPOS        DELIMITED BY SIZE
                  '  SIN CAMBIOS: '       DELIMITED BY SIZE
                  WSV-TOTAL-IGUALES       DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           IF WSV-TOTAL-DIFERENCIAS EQUAL ZERO
               MOVE ' GENERACIONES IDENTICAS' TO REPORTE-REGISTRO
           ELSE
               MOVE ' GENERACIONES CON DIFERENCIAS'
                   TO REPORTE-REGISTRO
           END-IF.
           DISPLAY REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           IF WSV-LEIDOS-A NOT EQUAL WSV-GEN-REGISTROS (WSV-GEN-A)
              OR WSV-LEIDOS-B NOT EQUAL WSV-GEN-REGISTROS (WSV-GEN-B)
               DISPLAY 'AVISO: LOS REGISTROS LEIDOS NO COINCIDEN CON '
                       'LOS INFORMADOS EN GENCATLG'
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'CANTIDADES DISTINTAS A LAS DEL CATALOGO'
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
           MOVE WSC-PROGRAMA-ID       TO ESTADO-PROGRAMA.
           COMPUTE ESTADO-LEIDOS = WSV-LEIDOS-A + WSV-LEIDOS-B.
           MOVE WSV-TOTAL-DIFERENCIAS TO ESTADO-ESCRITOS.
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

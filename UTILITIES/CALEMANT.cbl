       IDENTIFICATION DIVISION.
       PROGRAM-ID.                            CALEMANT.
       AUTHOR.                                AYMARA M FUSARO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIM-FILE   ASSIGN TO "CALEMOV1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-MOVIM-ESTADO.

           SELECT CALENDARIO-FILE ASSIGN TO "CALENDA1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CALEN-FECHA
                               FILE STATUS IS WSC-CALENDARIO-ESTADO.

           SELECT REPORTE-FILE ASSIGN TO "CALERPT1"
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
       FD  MOVIM-FILE
           RECORDING MODE IS F.
       01  MOVIM-REGISTRO.
           05 MOVIM-ACCION                  PIC X.
               88 MOVIM-ES-ALTA                      VALUE 'A'.
               88 MOVIM-ES-BAJA                      VALUE 'B'.
           05 MOVIM-FECHA                   PIC X(08).
           05 MOVIM-FECHA-NUM REDEFINES MOVIM-FECHA
                                            PIC 9(08).
           05 MOVIM-TIPO                    PIC X.
           05 MOVIM-DESCRIPCION             PIC X(30).

       FD  CALENDARIO-FILE.
           COPY CALEREG.

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
                                               VALUE 'CALEMANT'.
             05 WSC-RETORNOS.
                 10 WSC-RETORNO-NORMAL        PIC 9(04) VALUE 0.
                 10 WSC-RETORNO-AVISO         PIC 9(04) VALUE 4.
                 10 WSC-RETORNO-SIN-ARCHIVO   PIC 9(04) VALUE 16.

             05 WSC-GUIONES.
                 10 FILLER                    PIC X(80) VALUE ALL '-'.

         01 WSC-SWITCHES.
             05 WSC-FIN-MOVIM                 PIC X    VALUE 'N'.
                 88 WSS-FIN-MOVIM                      VALUE 'S'.
             05 WSC-FIN-BARRIDO               PIC X    VALUE 'N'.
                 88 WSS-FIN-BARRIDO                    VALUE 'S'.
             05 WSC-HAY-MOVIMIENTOS           PIC X    VALUE 'N'.
                 88 WSS-HAY-MOVIMIENTOS                VALUE 'S'.
             05 WSC-MOVIM-VALIDO              PIC X    VALUE 'N'.
                 88 WSS-MOVIM-VALIDO                   VALUE 'S'.

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-MOVIM-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-MOVIM-INEXISTENTE              VALUE '35'.
             05 WSC-CALENDARIO-ESTADO         PIC XX   VALUE '00'.
                 88 WSS-CALENDARIO-INEXISTENTE         VALUE '35'.
             05 WSC-REPORTE-ESTADO            PIC XX   VALUE '00'.
             05 WSC-AUDIT-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-AUDIT-INEXISTENTE              VALUE '35'.
             05 WSC-ESTADO-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-ESTADO-INEXISTENTE             VALUE '35'.

         01 WSV-VARIABLES.
             05 WSV-FECHA-INICIO              PIC 9(08) VALUE ZERO.
             05 WSV-HORA-INICIO               PIC 9(08) VALUE ZERO.
             05 WSV-FECHA-HOY                 PIC 9(08) VALUE ZERO.
             05 WSV-ANIO-ACTUAL               PIC 9(04) VALUE ZERO.
             05 WSV-ANIO-SIGUIENTE            PIC 9(04) VALUE ZERO.
             05 WSV-ANIO-CALEN                PIC 9(04) VALUE ZERO.
             05 WSV-LINEA-REPORTE             PIC X(132).
             05 WSV-MOTIVO-RECHAZO            PIC X(30) VALUE SPACES.
             05 WSV-RESULTADO-AUX             PIC X(30) VALUE SPACES.

             05 WSV-CALCULO-DIAS.
                 10 WSV-OPERACION-DIAS        PIC X     VALUE 'N'.
                 10 WSV-FECHA-CALCULO         PIC 9(08) VALUE ZERO.
                 10 WSV-NUMERO-DIA            PIC 9(07) VALUE ZERO.
                 10 WSV-DIA-SEMANA            PIC 9(01) VALUE ZERO.
             05 WSV-FECHA-DESGLOSE.
                 10 WSV-ANIO-MOVIM            PIC 9(04).
                 10 WSV-MES-MOVIM             PIC 9(02).
                 10 WSV-DIA-MOVIM             PIC 9(02).

             05 WSV-CONTADORES.
                 10 WSV-TOTAL-LEIDOS          PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-ALTAS           PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-BAJAS           PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-RECHAZADOS      PIC 9(07) VALUE ZERO.
                 10 WSV-DIAS-ANIO-ACTUAL      PIC 9(05) VALUE ZERO.
                 10 WSV-DIAS-ANIO-SIGUIENTE   PIC 9(05) VALUE ZERO.

             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
                     VALUE 'PROCESO FINALIZADO NORMALMENTE'.

       PROCEDURE DIVISION.

       000-CONTROL.

           ACCEPT WSV-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-INICIO FROM TIME.

           DISPLAY 'MANTENIMIENTO DEL CALENDARIO DE DIAS NO HABILES'.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WSV-ANIO-ACTUAL = WSV-FECHA-HOY / 10000.
           COMPUTE WSV-ANIO-SIGUIENTE = WSV-ANIO-ACTUAL + 1.

           PERFORM 010-ABRIR-ARCHIVOS.

           IF WSS-HAY-MOVIMIENTOS
               PERFORM 021-LEER-MOVIMIENTO
               PERFORM 022-PROCESAR-MOVIMIENTO UNTIL WSS-FIN-MOVIM
               CLOSE MOVIM-FILE
           END-IF.

           PERFORM 060-LISTAR-CALENDARIO.
           PERFORM 070-VERIFICAR-COBERTURA.
           PERFORM 095-ESCRIBIR-RESUMEN.

           CLOSE CALENDARIO-FILE.
           CLOSE REPORTE-FILE.
           CLOSE AUDIT-FILE.

           PERFORM 096-GRABAR-ESTADO.
           MOVE WSV-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       000-CONTROL-END. EXIT.

       010-ABRIR-ARCHIVOS.

           MOVE 'N' TO WSC-HAY-MOVIMIENTOS.
           OPEN INPUT MOVIM-FILE.
           IF WSS-MOVIM-INEXISTENTE
               DISPLAY 'CALEMOV1 AUSENTE, SOLO SE VALIDA EL '
                       'CALENDARIO'
           ELSE
               MOVE 'S' TO WSC-HAY-MOVIMIENTOS
           END-IF.

           OPEN I-O CALENDARIO-FILE.
           IF WSS-CALENDARIO-INEXISTENTE
               OPEN OUTPUT CALENDARIO-FILE
               CLOSE CALENDARIO-FILE
               OPEN I-O CALENDARIO-FILE
           END-IF.
           IF WSC-CALENDARIO-ESTADO NOT EQUAL '00'
               DISPLAY 'ERROR: NO SE PUDO ABRIR CALENDA1, ESTADO '
                       WSC-CALENDARIO-ESTADO '. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'CALENDARIO NO DISPONIBLE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           OPEN OUTPUT REPORTE-FILE.

           OPEN EXTEND AUDIT-FILE.
           IF WSS-AUDIT-INEXISTENTE
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       010-ABRIR-ARCHIVOS-END. EXIT.

       021-LEER-MOVIMIENTO.

           READ MOVIM-FILE
               AT END MOVE 'S' TO WSC-FIN-MOVIM
               NOT AT END ADD 1 TO WSV-TOTAL-LEIDOS
           END-READ.

       021-LEER-MOVIMIENTO-END. EXIT.

       022-PROCESAR-MOVIMIENTO.

           PERFORM 030-VALIDAR-MOVIMIENTO.

           IF WSS-MOVIM-VALIDO
               EVALUATE TRUE
                   WHEN MOVIM-ES-ALTA
                       PERFORM 040-APLICAR-ALTA
                   WHEN MOVIM-ES-BAJA
                       PERFORM 045-APLICAR-BAJA
               END-EVALUATE
           END-IF.

           IF NOT WSS-MOVIM-VALIDO
               PERFORM 050-RECHAZAR-MOVIMIENTO
           END-IF.

           PERFORM 021-LEER-MOVIMIENTO.

       022-PROCESAR-MOVIMIENTO-END. EXIT.

       030-VALIDAR-MOVIMIENTO.

           MOVE 'S' TO WSC-MOVIM-VALIDO.
           MOVE SPACES TO WSV-MOTIVO-RECHAZO.

           IF NOT MOVIM-ES-ALTA AND NOT MOVIM-ES-BAJA
               MOVE 'N' TO WSC-MOVIM-VALIDO
               MOVE 'ACCION INVALIDA' TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-MOVIM-VALIDO AND MOVIM-FECHA IS NOT NUMERIC
               MOVE 'N' TO WSC-MOVIM-VALIDO
               MOVE 'FECHA NO NUMERICA' TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-MOVIM-VALIDO
               PERFORM 031-VALIDAR-FECHA
           END-IF.

           IF WSS-MOVIM-VALIDO AND MOVIM-ES-ALTA
              AND MOVIM-TIPO NOT EQUAL 'F'
              AND MOVIM-TIPO NOT EQUAL 'N'
              AND MOVIM-TIPO NOT EQUAL 'B'
               MOVE 'N' TO WSC-MOVIM-VALIDO
               MOVE 'TIPO DE DIA INVALIDO' TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-MOVIM-VALIDO AND MOVIM-ES-ALTA
              AND MOVIM-DESCRIPCION EQUAL SPACES
               MOVE 'N' TO WSC-MOVIM-VALIDO
               MOVE 'DESCRIPCION EN BLANCO' TO WSV-MOTIVO-RECHAZO
           END-IF.

       030-VALIDAR-MOVIMIENTO-END. EXIT.

       031-VALIDAR-FECHA.

           MOVE MOVIM-FECHA-NUM TO WSV-FECHA-DESGLOSE.
           IF WSV-MES-MOVIM < 1 OR WSV-MES-MOVIM > 12
              OR WSV-DIA-MOVIM < 1 OR WSV-DIA-MOVIM > 31
               MOVE 'N' TO WSC-MOVIM-VALIDO
               MOVE 'FECHA INEXISTENTE' TO WSV-MOTIVO-RECHAZO
           ELSE
               MOVE 'N' TO WSV-OPERACION-DIAS
               MOVE MOVIM-FECHA-NUM TO WSV-FECHA-CALCULO
               CALL 'DIASCALC' USING WSV-OPERACION-DIAS
                                      WSV-FECHA-CALCULO
                                      WSV-NUMERO-DIA
                                      WSV-DIA-SEMANA
               END-CALL
               MOVE 'F' TO WSV-OPERACION-DIAS
               CALL 'DIASCALC' USING WSV-OPERACION-DIAS
                                      WSV-FECHA-CALCULO
                                      WSV-NUMERO-DIA
                                      WSV-DIA-SEMANA
               END-CALL
               IF WSV-FECHA-CALCULO NOT EQUAL MOVIM-FECHA-NUM
                   MOVE 'N' TO WSC-MOVIM-VALIDO
                   MOVE 'FECHA INEXISTENTE' TO WSV-MOTIVO-RECHAZO
               END-IF
           END-IF.

       031-VALIDAR-FECHA-END. EXIT.

       040-APLICAR-ALTA.

           MOVE MOVIM-FECHA-NUM   TO CALEN-FECHA.
           MOVE MOVIM-TIPO        TO CALEN-TIPO.
           MOVE MOVIM-DESCRIPCION TO CALEN-DESCRIPCION.
           MOVE WSV-FECHA-HOY     TO CALEN-FECHA-ALTA.
           WRITE CALEN-REGISTRO
               INVALID KEY
                   MOVE 'N' TO WSC-MOVIM-VALIDO
                   MOVE 'FECHA YA CARGADA' TO WSV-MOTIVO-RECHAZO
           END-WRITE.

           IF WSS-MOVIM-VALIDO
               ADD 1 TO WSV-TOTAL-ALTAS
               IF WSV-DIA-SEMANA > 5
                   DISPLAY 'AVISO: ' MOVIM-FECHA ' CAE EN FIN DE '
                           'SEMANA, YA ES DIA NO HABIL'
               END-IF
               MOVE 'CALENDARIO ALTA' TO WSV-RESULTADO-AUX
               PERFORM 055-INFORMAR-MOVIMIENTO
           END-IF.

       040-APLICAR-ALTA-END. EXIT.

       045-APLICAR-BAJA.

           MOVE MOVIM-FECHA-NUM TO CALEN-FECHA.
           READ CALENDARIO-FILE
               INVALID KEY
                   MOVE 'N' TO WSC-MOVIM-VALIDO
                   MOVE 'FECHA NO CARGADA' TO WSV-MOTIVO-RECHAZO
           END-READ.

           IF WSS-MOVIM-VALIDO
               DELETE CALENDARIO-FILE RECORD
               ADD 1 TO WSV-TOTAL-BAJAS
               MOVE 'CALENDARIO BAJA' TO WSV-RESULTADO-AUX
               PERFORM 055-INFORMAR-MOVIMIENTO
           END-IF.

       045-APLICAR-BAJA-END. EXIT.

       050-RECHAZAR-MOVIMIENTO.

           ADD 1 TO WSV-TOTAL-RECHAZADOS.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' RECHAZADO: '     DELIMITED BY SIZE
                  MOVIM-ACCION       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  MOVIM-FECHA        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  MOVIM-DESCRIPCION  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WSV-MOTIVO-RECHAZO DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO.
           MOVE 'MOVIMIENTOS DE CALENDARIO RECHAZADOS'
               TO WSV-MOTIVO-FIN.

       050-RECHAZAR-MOVIMIENTO-END. EXIT.

       055-INFORMAR-MOVIMIENTO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' '                DELIMITED BY SIZE
                  WSV-RESULTADO-AUX  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  MOVIM-FECHA        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  MOVIM-TIPO         DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  MOVIM-DESCRIPCION  DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE WSC-PROGRAMA-ID   TO AUDIT-PROGRAMA.
           MOVE MOVIM-FECHA-NUM   TO AUDIT-DNI.
           MOVE MOVIM-DESCRIPCION TO AUDIT-NOMBRE.
           MOVE WSV-RESULTADO-AUX TO AUDIT-RESULTADO.
           MOVE SPACES            TO AUDIT-CAMPANIA.
           WRITE AUDIT-REGISTRO.

       055-INFORMAR-MOVIMIENTO-END. EXIT.

       060-LISTAR-CALENDARIO.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' DIAS NO HABILES CARGADOS PARA '
                                      DELIMITED BY SIZE
                  WSV-ANIO-ACTUAL     DELIMITED BY SIZE
                  ' Y '               DELIMITED BY SIZE
                  WSV-ANIO-SIGUIENTE  DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE 'N' TO WSC-FIN-BARRIDO.
           COMPUTE CALEN-FECHA = WSV-ANIO-ACTUAL * 10000 + 101.
           START CALENDARIO-FILE KEY NOT LESS THAN CALEN-FECHA
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 061-LEER-CALENDARIO UNTIL WSS-FIN-BARRIDO.

       060-LISTAR-CALENDARIO-END. EXIT.

       061-LEER-CALENDARIO.

           READ CALENDARIO-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   COMPUTE WSV-ANIO-CALEN = CALEN-FECHA / 10000
                   IF WSV-ANIO-CALEN > WSV-ANIO-SIGUIENTE
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       PERFORM 062-LISTAR-UN-DIA
                   END-IF
           END-READ.
           IF WSC-CALENDARIO-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       061-LEER-CALENDARIO-END. EXIT.

       062-LISTAR-UN-DIA.

           IF WSV-ANIO-CALEN EQUAL WSV-ANIO-ACTUAL
               ADD 1 TO WSV-DIAS-ANIO-ACTUAL
           ELSE
               ADD 1 TO WSV-DIAS-ANIO-SIGUIENTE
           END-IF.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' '                DELIMITED BY SIZE
                  CALEN-FECHA        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CALEN-TIPO         DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CALEN-DESCRIPCION  DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

       062-LISTAR-UN-DIA-END. EXIT.

       070-VERIFICAR-COBERTURA.

           IF WSV-DIAS-ANIO-ACTUAL EQUAL ZERO
               MOVE SPACES TO WSV-LINEA-REPORTE
               STRING ' ADVERTENCIA: NO HAY FERIADOS CARGADOS PARA '
                                          DELIMITED BY SIZE
                      WSV-ANIO-ACTUAL     DELIMITED BY SIZE
                      INTO WSV-LINEA-REPORTE
               END-STRING
               DISPLAY WSV-LINEA-REPORTE
               MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO
               WRITE REPORTE-REGISTRO
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'CALENDARIO DEL ANIO EN CURSO VACIO'
                   TO WSV-MOTIVO-FIN
           END-IF.

           IF WSV-DIAS-ANIO-SIGUIENTE EQUAL ZERO
               MOVE SPACES TO WSV-LINEA-REPORTE
               STRING ' ADVERTENCIA: FALTA CARGAR LOS FERIADOS DE '
                                          DELIMITED BY SIZE
                      WSV-ANIO-SIGUIENTE  DELIMITED BY SIZE
                      INTO WSV-LINEA-REPORTE
               END-STRING
               DISPLAY WSV-LINEA-REPORTE
               MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO
               WRITE REPORTE-REGISTRO
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'FERIADOS DEL ANIO SIGUIENTE SIN CARGAR'
                   TO WSV-MOTIVO-FIN
           END-IF.

       070-VERIFICAR-COBERTURA-END. EXIT.

       095-ESCRIBIR-RESUMEN.

           MOVE WSC-GUIONES TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' MOVIMIENTOS LEIDOS: '  DELIMITED BY SIZE
                  WSV-TOTAL-LEIDOS         DELIMITED BY SIZE
                  '  ALTAS: '              DELIMITED BY SIZE
                  WSV-TOTAL-ALTAS          DELIMITED BY SIZE
                  '  BAJAS: '              DELIMITED BY SIZE
                  WSV-TOTAL-BAJAS          DELIMITED BY SIZE
                  '  RECHAZADOS: '         DELIMITED BY SIZE
                  WSV-TOTAL-RECHAZADOS     DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' DIAS NO HABILES '       DELIMITED BY SIZE
                  WSV-ANIO-ACTUAL           DELIMITED BY SIZE
                  ': '                      DELIMITED BY SIZE
                  WSV-DIAS-ANIO-ACTUAL      DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  WSV-ANIO-SIGUIENTE        DELIMITED BY SIZE
                  ': '                      DELIMITED BY SIZE
                  WSV-DIAS-ANIO-SIGUIENTE   DELIMITED BY SIZE
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
           COMPUTE ESTADO-ESCRITOS = WSV-TOTAL-ALTAS + WSV-TOTAL-BAJAS.
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

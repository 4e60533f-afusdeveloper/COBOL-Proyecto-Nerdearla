       IDENTIFICATION DIVISION.
       PROGRAM-ID.                            LIBERBCO.
       AUTHOR.                                AYMARA M FUSARO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBERA-FILE  ASSIGN TO "LIBERBC1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS LIBER-GENERACION
                               FILE STATUS IS WSC-LIBERA-ESTADO.

           SELECT OPERLIB-FILE ASSIGN TO "OPERLIB1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-OPERLIB-ESTADO.

           SELECT BANCO-FILE   ASSIGN TO DYNAMIC WSV-NOMBRE-BANCO
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-BANCO-ESTADO.

           SELECT LEDGER-FILE  ASSIGN TO "PAGOLEDG"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PAGOL-CLAVE
                               FILE STATUS IS WSC-LEDGER-ESTADO.

           SELECT CUOTAS-FILE  ASSIGN TO "CUOTAS01"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CUOTA-CLAVE
                               FILE STATUS IS WSC-CUOTAS-ESTADO.

           SELECT AUDIT-FILE   ASSIGN TO "AUDITLOG"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-AUDIT-ESTADO.

           SELECT REPORTE-FILE ASSIGN TO "LIBERRPT"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-REPORTE-ESTADO.

           SELECT TARJETA-FILE ASSIGN TO "CTRLCRDW"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-TARJETA-ESTADO.

           SELECT ESTADO-FILE  ASSIGN TO "RUNSTAT1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-ESTADO-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  LIBERA-FILE.
           COPY LIBEREG.

       FD  OPERLIB-FILE
           RECORDING MODE IS F.
       01  OPERL-REGISTRO.
           05 OPERL-OPERADOR                PIC X(08).
           05 OPERL-NOMBRE                  PIC X(30).

       FD  BANCO-FILE
           RECORDING MODE IS F.
       01  BANCO-REGISTRO.
           05 BANCO-TIPO                    PIC X.
               88 BANCO-ES-CABECERA                  VALUE '1'.
               88 BANCO-ES-DETALLE                   VALUE '2'.
               88 BANCO-ES-COLA                      VALUE '9'.
           05 BANCO-DATOS.
               10 BANCO-DNI                 PIC 9(08).
               10 BANCO-CBU                 PIC X(22).
               10 BANCO-IMPORTE             PIC 9(09).
               10 FILLER                    PIC X(20).
           05 BANCO-CABECERA REDEFINES BANCO-DATOS.
               10 BANCO-CAB-FECHA           PIC 9(08).
               10 BANCO-CAB-CBU-ORIGEN      PIC X(22).
               10 FILLER                    PIC X(29).
           05 BANCO-COLA REDEFINES BANCO-DATOS.
               10 BANCO-COLA-CANTIDAD       PIC 9(07).
               10 BANCO-COLA-HASH-IMPORTE   PIC 9(15).
               10 FILLER                    PIC X(37).

       FD  LEDGER-FILE.
           COPY PAGOREG.

       FD  CUOTAS-FILE.
           COPY CUOTREG.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDITREG.

       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  REPORTE-REGISTRO                 PIC X(132).

       FD  TARJETA-FILE
           RECORDING MODE IS F.
       01  TARJETA-REGISTRO.
           05 TARJETA-OPERADOR              PIC X(08).
           05 TARJETA-GENERACION            PIC X(22).
           05 TARJETA-DECISION              PIC X.
           05 TARJETA-MOTIVO                PIC X(30).

       FD  ESTADO-FILE
           RECORDING MODE IS F.
           COPY ESTADREG.

       WORKING-STORAGE SECTION.

         01 WSC-CONSTANTES.
             05 WSC-PROGRAMA-ID               PIC X(08)
                                               VALUE 'LIBERBCO'.
             05 WSC-RETORNOS.
                 10 WSC-RETORNO-NORMAL        PIC 9(04) VALUE 0.
                 10 WSC-RETORNO-AVISO         PIC 9(04) VALUE 4.
                 10 WSC-RETORNO-CONTROL       PIC 9(04) VALUE 8.
                 10 WSC-RETORNO-SIN-ARCHIVO   PIC 9(04) VALUE 16.
             05 WSC-MAX-MAYORES               PIC 9(02) VALUE 10.

             05 WSC-GUIONES.
                 10 FILLER                    PIC X(80) VALUE ALL '-'.

         01 WSC-SWITCHES.
             05 WSC-FIN-BANCO                 PIC X    VALUE 'N'.
                 88 WSS-FIN-BANCO                      VALUE 'S'.
             05 WSC-FIN-BARRIDO               PIC X    VALUE 'N'.
                 88 WSS-FIN-BARRIDO                    VALUE 'S'.
             05 WSC-FIN-OPERADORES            PIC X    VALUE 'N'.
                 88 WSS-FIN-OPERADORES                 VALUE 'S'.
             05 WSC-TARJETA-PRESENTE          PIC X    VALUE 'N'.
                 88 WSS-TARJETA-PRESENTE               VALUE 'S'.
             05 WSC-OPERADOR-AUTORIZADO       PIC X    VALUE 'N'.
                 88 WSS-OPERADOR-AUTORIZADO            VALUE 'S'.
             05 WSC-GENERACION-HALLADA        PIC X    VALUE 'N'.
                 88 WSS-GENERACION-HALLADA             VALUE 'S'.
             05 WSC-COLA-LEIDA                PIC X    VALUE 'N'.
                 88 WSS-COLA-LEIDA                     VALUE 'S'.
             05 WSC-CONTROL-OK                PIC X    VALUE 'N'.
                 88 WSS-CONTROL-OK                     VALUE 'S'.
             05 WSC-CBU-CONOCIDO              PIC X    VALUE 'N'.
                 88 WSS-CBU-CONOCIDO                   VALUE 'S'.
             05 WSC-LEDGER-HALLADO            PIC X    VALUE 'N'.
                 88 WSS-LEDGER-HALLADO                 VALUE 'S'.
             05 WSC-POSICION-HALLADA          PIC X    VALUE 'N'.
                 88 WSS-POSICION-HALLADA               VALUE 'S'.
             05 WSC-DECISION                  PIC X    VALUE SPACE.
                 88 WSS-DECISION-APROBAR               VALUE 'A'.
                 88 WSS-DECISION-RECHAZAR              VALUE 'R'.

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-LIBERA-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-LIBERA-INEXISTENTE             VALUE '35'.
             05 WSC-OPERLIB-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-OPERLIB-INEXISTENTE            VALUE '35'.
             05 WSC-BANCO-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-BANCO-INEXISTENTE              VALUE '35'.
             05 WSC-LEDGER-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-LEDGER-INEXISTENTE             VALUE '35'.
             05 WSC-CUOTAS-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-CUOTAS-INEXISTENTE             VALUE '35'.
             05 WSC-AUDIT-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-AUDIT-INEXISTENTE              VALUE '35'.
             05 WSC-REPORTE-ESTADO            PIC XX   VALUE '00'.
             05 WSC-TARJETA-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-TARJETA-INEXISTENTE            VALUE '35'.
             05 WSC-ESTADO-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-ESTADO-INEXISTENTE             VALUE '35'.

         01 WSV-VARIABLES.
             05 WSV-FECHA-INICIO              PIC 9(08) VALUE ZERO.
             05 WSV-HORA-INICIO               PIC 9(08) VALUE ZERO.
             05 WSV-OPERADOR                  PIC X(08) VALUE SPACES.
             05 WSV-NOMBRE-OPERADOR           PIC X(30) VALUE SPACES.
             05 WSV-GENERACION                PIC X(22) VALUE SPACES.
             05 WSV-NOMBRE-BANCO              PIC X(22) VALUE SPACES.
             05 WSV-MOTIVO-DECISION           PIC X(30) VALUE SPACES.
             05 WSV-RESULTADO-AUDIT           PIC X(30) VALUE SPACES.
             05 WSV-ULTIMA-FECHA              PIC 9(08) VALUE ZERO.
             05 WSV-ULTIMA-HORA               PIC 9(08) VALUE ZERO.
             05 WSV-LINEA-REPORTE             PIC X(132).

             05 WSV-CONTROL-GENERACION.
                 10 WSV-CANT-DETALLES         PIC 9(07) VALUE ZERO.
                 10 WSV-HASH-IMPORTES         PIC 9(15) VALUE ZERO.
                 10 WSV-COLA-CANTIDAD         PIC 9(07) VALUE ZERO.
                 10 WSV-COLA-HASH             PIC 9(15) VALUE ZERO.
                 10 WSV-FECHA-CABECERA        PIC 9(08) VALUE ZERO.
                 10 WSV-CBU-ORIGEN            PIC X(22) VALUE SPACES.

             05 WSV-TABLA-MAYORES.
                 10 WSV-CANT-MAYORES          PIC 9(02) VALUE ZERO.
                 10 WSV-MAYOR-ENTRADA OCCURS 10 TIMES.
                     15 WSV-MAYOR-DNI         PIC 9(08).
                     15 WSV-MAYOR-CBU         PIC X(22).
                     15 WSV-MAYOR-IMPORTE     PIC 9(09).
             05 WSV-IDX-MAYOR                 PIC 9(02) VALUE ZERO.
             05 WSV-IDX-POSICION              PIC 9(02) VALUE ZERO.
             05 WSV-IDX-DESPLAZA              PIC 9(02) VALUE ZERO.

             05 WSV-CONTADORES.
                 10 WSV-TOTAL-LEIDOS          PIC 9(07) VALUE ZERO.
                 10 WSV-CBU-NUEVOS            PIC 9(07) VALUE ZERO.
                 10 WSV-IMPORTE-CBU-NUEVOS    PIC 9(15) VALUE ZERO.
                 10 WSV-PAGOS-REVERTIDOS      PIC 9(07) VALUE ZERO.
                 10 WSV-CUOTAS-LIBERADAS      PIC 9(07) VALUE ZERO.
                 10 WSV-PAGOS-NO-HALLADOS     PIC 9(07) VALUE ZERO.
                 10 WSV-LINEAS-ESCRITAS       PIC 9(07) VALUE ZERO.

             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
                     VALUE 'PROCESO FINALIZADO NORMALMENTE'.

       PROCEDURE DIVISION.

       000-CONTROL.

           ACCEPT WSV-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-INICIO FROM TIME.

           DISPLAY 'LIBERACION DE ARCHIVOS DE PAGO AL BANCO'.

           PERFORM 001-LEER-TARJETA.
           IF NOT WSS-TARJETA-PRESENTE
               DISPLAY 'OPERADOR: ' WITH NO ADVANCING
               ACCEPT WSV-OPERADOR
               DISPLAY 'GENERACION (BLANCO = ULTIMA PENDIENTE): '
                       WITH NO ADVANCING
               ACCEPT WSV-GENERACION
           END-IF.
           DISPLAY 'OPERADOR: ' WSV-OPERADOR.

           PERFORM 010-ABRIR-ARCHIVOS.
           PERFORM 015-VERIFICAR-OPERADOR.
           PERFORM 020-LOCALIZAR-GENERACION.

           IF WSS-GENERACION-HALLADA
               PERFORM 025-VERIFICAR-SEPARACION
               PERFORM 030-REVISAR-GENERACION
               PERFORM 040-INFORMAR-RESUMEN
               PERFORM 050-DECIDIR
           END-IF.

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
                       MOVE TARJETA-OPERADOR   TO WSV-OPERADOR
                       MOVE TARJETA-GENERACION TO WSV-GENERACION
                       MOVE TARJETA-DECISION   TO WSC-DECISION
                       MOVE TARJETA-MOTIVO     TO WSV-MOTIVO-DECISION
               END-READ
               CLOSE TARJETA-FILE
           END-IF.

       001-LEER-TARJETA-END. EXIT.

       010-ABRIR-ARCHIVOS.

           OPEN EXTEND AUDIT-FILE.
           IF WSS-AUDIT-INEXISTENTE
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           OPEN I-O LIBERA-FILE.
           IF WSS-LIBERA-INEXISTENTE
               DISPLAY 'ERROR: LIBERBC1 NO EXISTE, NO HAY '
                       'GENERACIONES A LIBERAR. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'LIBERBC1 NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' REVISION DE GENERACION DE PAGOS AL BANCO - FECHA '
                                       DELIMITED BY SIZE
                  WSV-FECHA-INICIO     DELIMITED BY SIZE
                  '  OPERADOR REVISOR ' DELIMITED BY SIZE
                  WSV-OPERADOR         DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 085-ESCRIBIR-LINEA.
           MOVE WSC-GUIONES TO WSV-LINEA-REPORTE.
           PERFORM 085-ESCRIBIR-LINEA.

       010-ABRIR-ARCHIVOS-END. EXIT.

       015-VERIFICAR-OPERADOR.

           MOVE 'N' TO WSC-OPERADOR-AUTORIZADO.
           MOVE 'N' TO WSC-FIN-OPERADORES.
           OPEN INPUT OPERLIB-FILE.
           IF WSS-OPERLIB-INEXISTENTE
               DISPLAY 'ERROR: OPERLIB1 NO EXISTE, NO HAY OPERADORES '
                       'AUTORIZADOS. ABORTANDO.'
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               MOVE 'OPERLIB1 NO EXISTE' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.
           IF WSV-OPERADOR NOT EQUAL SPACES
               PERFORM 016-LEER-OPERADOR
                   UNTIL WSS-FIN-OPERADORES
                      OR WSS-OPERADOR-AUTORIZADO
           END-IF.
           CLOSE OPERLIB-FILE.

           IF NOT WSS-OPERADOR-AUTORIZADO
               DISPLAY 'ERROR: EL OPERADOR ' WSV-OPERADOR
                       ' NO ESTA AUTORIZADO A LIBERAR PAGOS.'
               MOVE 'DENEGADA: OPER. NO AUTORIZADO'
                   TO WSV-RESULTADO-AUDIT
               MOVE 'OPERADOR NO AUTORIZADO A LIBERAR'
                   TO WSV-MOTIVO-FIN
               PERFORM 087-DENEGAR
           END-IF.
           DISPLAY 'OPERADOR AUTORIZADO: ' WSV-NOMBRE-OPERADOR.

       015-VERIFICAR-OPERADOR-END. EXIT.

       016-LEER-OPERADOR.

           READ OPERLIB-FILE
               AT END MOVE 'S' TO WSC-FIN-OPERADORES
               NOT AT END
                   IF OPERL-OPERADOR EQUAL WSV-OPERADOR
                       MOVE 'S' TO WSC-OPERADOR-AUTORIZADO
                       MOVE OPERL-NOMBRE TO WSV-NOMBRE-OPERADOR
                   END-IF
           END-READ.

       016-LEER-OPERADOR-END. EXIT.

       020-LOCALIZAR-GENERACION.

           MOVE 'N' TO WSC-GENERACION-HALLADA.
           IF WSV-GENERACION EQUAL SPACES
               PERFORM 021-BUSCAR-PENDIENTE
           END-IF.

           IF WSV-GENERACION EQUAL SPACES
               DISPLAY 'NO HAY GENERACIONES PENDIENTES DE LIBERACION'
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'SIN GENERACIONES PENDIENTES' TO WSV-MOTIVO-FIN
           ELSE
               MOVE WSV-GENERACION TO LIBER-GENERACION
               READ LIBERA-FILE
                   INVALID KEY
                       DISPLAY 'ERROR: LA GENERACION ' WSV-GENERACION
                               ' NO TIENE REGISTRO DE LIBERACION.'
                       MOVE 'DENEGADA: SIN REGISTRO LIBERAC'
                           TO WSV-RESULTADO-AUDIT
                       MOVE 'GENERACION SIN REGISTRO DE LIBERACION'
                           TO WSV-MOTIVO-FIN
                       PERFORM 087-DENEGAR
               END-READ
               MOVE 'S' TO WSC-GENERACION-HALLADA
               IF NOT LIBER-PENDIENTE
                   DISPLAY 'ERROR: LA GENERACION ' WSV-GENERACION
                           ' YA FUE RESUELTA, ESTADO ' LIBER-ESTADO
                           ' POR ' LIBER-OPERADOR-DEC
                   MOVE 'DENEGADA: GENERACION RESUELTA'
                       TO WSV-RESULTADO-AUDIT
                   MOVE 'GENERACION YA RESUELTA' TO WSV-MOTIVO-FIN
                   PERFORM 087-DENEGAR
               END-IF
           END-IF.

       020-LOCALIZAR-GENERACION-END. EXIT.

       021-BUSCAR-PENDIENTE.

           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE ZERO TO WSV-ULTIMA-FECHA.
           MOVE ZERO TO WSV-ULTIMA-HORA.
           MOVE LOW-VALUES TO LIBER-GENERACION.
           START LIBERA-FILE KEY NOT LESS THAN LIBER-GENERACION
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 022-LEER-LIBERACION UNTIL WSS-FIN-BARRIDO.

       021-BUSCAR-PENDIENTE-END. EXIT.

       022-LEER-LIBERACION.

           READ LIBERA-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF LIBER-PENDIENTE
                      AND (LIBER-FECHA-GEN > WSV-ULTIMA-FECHA
                           OR (LIBER-FECHA-GEN EQUAL WSV-ULTIMA-FECHA
                               AND LIBER-HORA-GEN > WSV-ULTIMA-HORA))
                       MOVE LIBER-GENERACION TO WSV-GENERACION
                       MOVE LIBER-FECHA-GEN  TO WSV-ULTIMA-FECHA
                       MOVE LIBER-HORA-GEN   TO WSV-ULTIMA-HORA
                   END-IF
           END-READ.
           IF WSC-LIBERA-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       022-LEER-LIBERACION-END. EXIT.

       025-VERIFICAR-SEPARACION.

           DISPLAY 'GENERACION ' LIBER-GENERACION ' DE '
                   LIBER-PROGRAMA ' CAMPANIA ' LIBER-CAMPANIA
                   ' GENERADA POR ' LIBER-OPERADOR-GEN.

           IF LIBER-OPERADOR-GEN EQUAL SPACES
               DISPLAY 'ERROR: LA GENERACION NO REGISTRA OPERADOR, '
                       'NO PUEDE VERIFICARSE EL DOBLE CONTROL.'
               MOVE 'DENEGADA: GENERADOR DESCONOC.'
                   TO WSV-RESULTADO-AUDIT
               MOVE 'GENERACION SIN OPERADOR GENERADOR'
                   TO WSV-MOTIVO-FIN
               PERFORM 087-DENEGAR
           END-IF.

           IF LIBER-OPERADOR-GEN EQUAL WSV-OPERADOR
               DISPLAY 'ERROR: EL OPERADOR QUE LIBERA DEBE SER '
                       'DISTINTO DEL QUE GENERO EL ARCHIVO.'
               MOVE 'DENEGADA: MISMO OPERADOR'
                   TO WSV-RESULTADO-AUDIT
               MOVE 'LIBERACION POR EL MISMO OPERADOR'
                   TO WSV-MOTIVO-FIN
               PERFORM 087-DENEGAR
           END-IF.

       025-VERIFICAR-SEPARACION-END. EXIT.

       030-REVISAR-GENERACION.

           MOVE LIBER-GENERACION TO WSV-NOMBRE-BANCO.
           OPEN INPUT BANCO-FILE.
           IF WSS-BANCO-INEXISTENTE
               DISPLAY 'ERROR: EL ARCHIVO ' WSV-NOMBRE-BANCO
                       ' NO EXISTE.'
               MOVE 'DENEGADA: ARCHIVO AUSENTE'
                   TO WSV-RESULTADO-AUDIT
               MOVE 'ARCHIVO DE LA GENERACION AUSENTE'
                   TO WSV-MOTIVO-FIN
               MOVE WSC-RETORNO-SIN-ARCHIVO TO WSV-CODIGO-RETORNO
               PERFORM 086-AUDITAR-GENERACION
               PERFORM 097-ABORTAR
           END-IF.

           OPEN INPUT LEDGER-FILE.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' CBU INFORMADOS POR PRIMERA VEZ EN ESTE CICLO'
                                       DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 085-ESCRIBIR-LINEA.
           IF LIBER-CAMPANIA EQUAL SPACES
               MOVE ' GENERACION SIN CAMPANIA: CBU NUEVOS NO EVALUADOS'
                   TO WSV-LINEA-REPORTE
               PERFORM 085-ESCRIBIR-LINEA
           END-IF.

           MOVE 'N' TO WSC-FIN-BANCO.
           PERFORM 031-LEER-PAGO.
           PERFORM 032-ANALIZAR-REGISTRO UNTIL WSS-FIN-BANCO.
           CLOSE BANCO-FILE.
           IF NOT WSS-LEDGER-INEXISTENTE
               CLOSE LEDGER-FILE
           END-IF.

           MOVE 'N' TO WSC-CONTROL-OK.
           IF WSS-COLA-LEIDA
              AND WSV-COLA-CANTIDAD EQUAL WSV-CANT-DETALLES
              AND WSV-COLA-HASH EQUAL WSV-HASH-IMPORTES
              AND WSV-COLA-CANTIDAD EQUAL LIBER-CANTIDAD-GEN
              AND WSV-COLA-HASH EQUAL LIBER-HASH-GEN
               MOVE 'S' TO WSC-CONTROL-OK
           END-IF.

       030-REVISAR-GENERACION-END. EXIT.

       031-LEER-PAGO.

           READ BANCO-FILE
               AT END MOVE 'S' TO WSC-FIN-BANCO
               NOT AT END ADD 1 TO WSV-TOTAL-LEIDOS
           END-READ.

       031-LEER-PAGO-END. EXIT.

       032-ANALIZAR-REGISTRO.

           EVALUATE TRUE
               WHEN BANCO-ES-CABECERA
                   MOVE BANCO-CAB-FECHA      TO WSV-FECHA-CABECERA
                   MOVE BANCO-CAB-CBU-ORIGEN TO WSV-CBU-ORIGEN
               WHEN BANCO-ES-DETALLE
                   ADD 1 TO WSV-CANT-DETALLES
                   ADD BANCO-IMPORTE TO WSV-HASH-IMPORTES
                   PERFORM 036-UBICAR-MAYOR
                   IF LIBER-CAMPANIA NOT EQUAL SPACES
                       PERFORM 033-VERIFICAR-CBU
                   END-IF
               WHEN BANCO-ES-COLA
                   MOVE 'S' TO WSC-COLA-LEIDA
                   MOVE BANCO-COLA-CANTIDAD     TO WSV-COLA-CANTIDAD
                   MOVE BANCO-COLA-HASH-IMPORTE TO WSV-COLA-HASH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 031-LEER-PAGO.

       032-ANALIZAR-REGISTRO-END. EXIT.

       033-VERIFICAR-CBU.

           MOVE 'N' TO WSC-CBU-CONOCIDO.
           IF NOT WSS-LEDGER-INEXISTENTE
               MOVE 'N' TO WSC-FIN-BARRIDO
               MOVE LIBER-CAMPANIA TO PAGOL-CAMPANIA
               MOVE BANCO-DNI      TO PAGOL-DNI
               MOVE ZERO           TO PAGOL-CUOTA
               START LEDGER-FILE KEY NOT LESS THAN PAGOL-CLAVE
                   INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
               END-START
               PERFORM 034-COMPARAR-LEDGER
                   UNTIL WSS-CBU-CONOCIDO OR WSS-FIN-BARRIDO
           END-IF.

           IF NOT WSS-CBU-CONOCIDO
               PERFORM 035-INFORMAR-CBU-NUEVO
           END-IF.

       033-VERIFICAR-CBU-END. EXIT.

       034-COMPARAR-LEDGER.

           READ LEDGER-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF PAGOL-CAMPANIA NOT EQUAL LIBER-CAMPANIA
                      OR PAGOL-DNI NOT EQUAL BANCO-DNI
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       IF PAGOL-CBU EQUAL BANCO-CBU
                          AND (NOT PAGOL-GENERADO
                               OR PAGOL-FECHA-ESTADO
                                  < LIBER-FECHA-GEN)
                           MOVE 'S' TO WSC-CBU-CONOCIDO
                       END-IF
                   END-IF
           END-READ.
           IF WSC-LEDGER-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       034-COMPARAR-LEDGER-END. EXIT.

       035-INFORMAR-CBU-NUEVO.

           ADD 1 TO WSV-CBU-NUEVOS.
           ADD BANCO-IMPORTE TO WSV-IMPORTE-CBU-NUEVOS.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' CBU NUEVO: DNI '   DELIMITED BY SIZE
                  BANCO-DNI            DELIMITED BY SIZE
                  ' CBU '              DELIMITED BY SIZE
                  BANCO-CBU            DELIMITED BY SIZE
                  ' IMPORTE $'         DELIMITED BY SIZE
                  BANCO-IMPORTE        DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 085-ESCRIBIR-LINEA.

       035-INFORMAR-CBU-NUEVO-END. EXIT.

       036-UBICAR-MAYOR.

           MOVE 'N' TO WSC-POSICION-HALLADA.
           MOVE 1 TO WSV-IDX-POSICION.
           PERFORM 037-BUSCAR-POSICION
               UNTIL WSS-POSICION-HALLADA
                  OR WSV-IDX-POSICION > WSV-CANT-MAYORES.

           IF WSV-IDX-POSICION NOT > WSC-MAX-MAYORES
               IF WSV-CANT-MAYORES < WSC-MAX-MAYORES
                   ADD 1 TO WSV-CANT-MAYORES
               END-IF
               MOVE WSV-CANT-MAYORES TO WSV-IDX-DESPLAZA
               PERFORM 038-DESPLAZAR-MAYOR
                   UNTIL WSV-IDX-DESPLAZA NOT > WSV-IDX-POSICION
               MOVE BANCO-DNI     TO WSV-MAYOR-DNI (WSV-IDX-POSICION)
               MOVE BANCO-CBU     TO WSV-MAYOR-CBU (WSV-IDX-POSICION)
               MOVE BANCO-IMPORTE
                   TO WSV-MAYOR-IMPORTE (WSV-IDX-POSICION)
           END-IF.

       036-UBICAR-MAYOR-END. EXIT.

       037-BUSCAR-POSICION.

           IF BANCO-IMPORTE > WSV-MAYOR-IMPORTE (WSV-IDX-POSICION)
               MOVE 'S' TO WSC-POSICION-HALLADA
           ELSE
               ADD 1 TO WSV-IDX-POSICION
           END-IF.

       037-BUSCAR-POSICION-END. EXIT.

       038-DESPLAZAR-MAYOR.

           COMPUTE WSV-IDX-MAYOR = WSV-IDX-DESPLAZA - 1.
           MOVE WSV-MAYOR-ENTRADA (WSV-IDX-MAYOR)
               TO WSV-MAYOR-ENTRADA (WSV-IDX-DESPLAZA).
           SUBTRACT 1 FROM WSV-IDX-DESPLAZA.

       038-DESPLAZAR-MAYOR-END. EXIT.

       040-INFORMAR-RESUMEN.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' CBU NUEVOS: '        DELIMITED BY SIZE
                  WSV-CBU-NUEVOS         DELIMITED BY SIZE
                  '  IMPORTE $'          DELIMITED BY SIZE
                  WSV-IMPORTE-CBU-NUEVOS DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 085-ESCRIBIR-LINEA.
           MOVE WSC-GUIONES TO WSV-LINEA-REPORTE.
           PERFORM 085-ESCRIBIR-LINEA.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' GENERACION '       DELIMITED BY SIZE
                  LIBER-GENERACION     DELIMITED BY SIZE
                  ' PROGRAMA '         DELIMITED BY SIZE
                  LIBER-PROGRAMA       DELIMITED BY SIZE
                  ' CAMPANIA '         DELIMITED BY SIZE
                  LIBER-CAMPANIA       DELIMITED BY SIZE
                  ' FECHA '            DELIMITED BY SIZE
                  LIBER-FECHA-GEN      DELIMITED BY SIZE
                  ' GENERADA POR '     DELIMITED BY SIZE
                  LIBER-OPERADOR-GEN   DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 085-ESCRIBIR-LINEA.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' CBU ORIGEN '       DELIMITED BY SIZE
                  WSV-CBU-ORIGEN       DELIMITED BY SIZE
                  ' FECHA CABECERA '   DELIMITED BY SIZE
                  WSV-FECHA-CABECERA   DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 085-ESCRIBIR-LINEA.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' PAGOS LEIDOS: '    DELIMITED BY SIZE
                  WSV-CANT-DETALLES    DELIMITED BY SIZE
                  '  HASH IMPORTES: '  DELIMITED BY SIZE
                  WSV-HASH-IMPORTES    DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 085-ESCRIBIR-LINEA.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' COLA DEL ARCHIVO: ' DELIMITED BY SIZE
                  WSV-COLA-CANTIDAD    DELIMITED BY SIZE
                  '  HASH: '           DELIMITED BY SIZE
                  WSV-COLA-HASH        DELIMITED BY SIZE
                  '  AL GENERAR: '     DELIMITED BY SIZE
                  LIBER-CANTIDAD-GEN   DELIMITED BY SIZE
                  '  HASH: '           DELIMITED BY SIZE
                  LIBER-HASH-GEN       DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 085-ESCRIBIR-LINEA.

           IF WSS-CONTROL-OK
               MOVE ' CONTROLES DE CANTIDAD E IMPORTE: CIERRAN'
                   TO WSV-LINEA-REPORTE
           ELSE
               MOVE ' CONTROLES DE CANTIDAD E IMPORTE: NO CIERRAN'
                   TO WSV-LINEA-REPORTE
           END-IF.
           PERFORM 085-ESCRIBIR-LINEA.

           MOVE WSC-GUIONES TO WSV-LINEA-REPORTE.
           PERFORM 085-ESCRIBIR-LINEA.
           MOVE ' PAGOS DE MAYOR IMPORTE' TO WSV-LINEA-REPORTE.
           PERFORM 085-ESCRIBIR-LINEA.
           MOVE 1 TO WSV-IDX-MAYOR.
           PERFORM 041-INFORMAR-MAYOR
               UNTIL WSV-IDX-MAYOR > WSV-CANT-MAYORES.
           MOVE WSC-GUIONES TO WSV-LINEA-REPORTE.
           PERFORM 085-ESCRIBIR-LINEA.

       040-INFORMAR-RESUMEN-END. EXIT.

       041-INFORMAR-MAYOR.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' '                  DELIMITED BY SIZE
                  WSV-IDX-MAYOR        DELIMITED BY SIZE
                  '. DNI '             DELIMITED BY SIZE
                  WSV-MAYOR-DNI (WSV-IDX-MAYOR)
                                       DELIMITED BY SIZE
                  ' CBU '              DELIMITED BY SIZE
                  WSV-MAYOR-CBU (WSV-IDX-MAYOR)
                                       DELIMITED BY SIZE
                  ' IMPORTE $'         DELIMITED BY SIZE
                  WSV-MAYOR-IMPORTE (WSV-IDX-MAYOR)
                                       DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 085-ESCRIBIR-LINEA.
           ADD 1 TO WSV-IDX-MAYOR.

       041-INFORMAR-MAYOR-END. EXIT.

       050-DECIDIR.

           IF NOT WSS-TARJETA-PRESENTE
               DISPLAY 'DECISION (A = APROBAR, R = RECHAZAR): '
                       WITH NO ADVANCING
               ACCEPT WSC-DECISION
               IF WSS-DECISION-RECHAZAR
                   DISPLAY 'MOTIVO DEL RECHAZO: ' WITH NO ADVANCING
                   ACCEPT WSV-MOTIVO-DECISION
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WSS-DECISION-APROBAR
                   PERFORM 055-APROBAR
               WHEN WSS-DECISION-RECHAZAR
                   PERFORM 060-RECHAZAR
               WHEN OTHER
                   DISPLAY 'ERROR: DECISION INVALIDA: ' WSC-DECISION
                           ', LA GENERACION SIGUE PENDIENTE.'
                   MOVE WSC-RETORNO-CONTROL TO WSV-CODIGO-RETORNO
                   MOVE 'DECISION DE LIBERACION INVALIDA'
                       TO WSV-MOTIVO-FIN
           END-EVALUATE.

       050-DECIDIR-END. EXIT.

       055-APROBAR.

           IF NOT WSS-CONTROL-OK
               DISPLAY 'ERROR: LOS CONTROLES DEL ARCHIVO NO CIERRAN, '
                       'NO PUEDE APROBARSE.'
               MOVE 'DENEGADA: CONTROLES NO CIERRAN'
                   TO WSV-RESULTADO-AUDIT
               MOVE 'GENERACION CON CONTROLES QUE NO CIERRAN'
                   TO WSV-MOTIVO-FIN
               PERFORM 087-DENEGAR
           END-IF.

           MOVE 'A'                TO LIBER-ESTADO.
           MOVE WSV-OPERADOR       TO LIBER-OPERADOR-DEC.
           MOVE WSV-FECHA-INICIO   TO LIBER-FECHA-DEC.
           ACCEPT LIBER-HORA-DEC FROM TIME.
           MOVE WSV-COLA-CANTIDAD  TO LIBER-CANTIDAD-APR.
           MOVE WSV-COLA-HASH      TO LIBER-HASH-APR.
           MOVE 'LIBERADA PARA TRANSMISION' TO LIBER-MOTIVO.
           REWRITE LIBER-REGISTRO.

           DISPLAY 'GENERACION ' LIBER-GENERACION ' APROBADA.'.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' DECISION: APROBADA POR ' DELIMITED BY SIZE
                  WSV-OPERADOR               DELIMITED BY SIZE
                  ' CANTIDAD '               DELIMITED BY SIZE
                  LIBER-CANTIDAD-APR         DELIMITED BY SIZE
                  ' HASH '                   DELIMITED BY SIZE
                  LIBER-HASH-APR             DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 085-ESCRIBIR-LINEA.

           MOVE 'LIBERACION APROBADA' TO WSV-RESULTADO-AUDIT.
           PERFORM 086-AUDITAR-GENERACION.

       055-APROBAR-END. EXIT.

       060-RECHAZAR.

           IF WSV-MOTIVO-DECISION EQUAL SPACES
               MOVE 'RECHAZADA EN LA REVISION' TO WSV-MOTIVO-DECISION
           END-IF.

           MOVE 'R'                 TO LIBER-ESTADO.
           MOVE WSV-OPERADOR        TO LIBER-OPERADOR-DEC.
           MOVE WSV-FECHA-INICIO    TO LIBER-FECHA-DEC.
           ACCEPT LIBER-HORA-DEC FROM TIME.
           MOVE ZERO                TO LIBER-CANTIDAD-APR.
           MOVE ZERO                TO LIBER-HASH-APR.
           MOVE WSV-MOTIVO-DECISION TO LIBER-MOTIVO.
           REWRITE LIBER-REGISTRO.

           DISPLAY 'GENERACION ' LIBER-GENERACION ' RECHAZADA: '
                   WSV-MOTIVO-DECISION.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' DECISION: RECHAZADA POR ' DELIMITED BY SIZE
                  WSV-OPERADOR                DELIMITED BY SIZE
                  ' MOTIVO '                  DELIMITED BY SIZE
                  WSV-MOTIVO-DECISION         DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 085-ESCRIBIR-LINEA.

           MOVE 'LIBERACION RECHAZADA' TO WSV-RESULTADO-AUDIT.
           PERFORM 086-AUDITAR-GENERACION.

           PERFORM 061-REVERTIR-PAGOS.

       060-RECHAZAR-END. EXIT.

       061-REVERTIR-PAGOS.

           OPEN I-O LEDGER-FILE.
           OPEN I-O CUOTAS-FILE.
           IF WSS-LEDGER-INEXISTENTE
              OR LIBER-CAMPANIA EQUAL SPACES
               DISPLAY 'AVISO: NO SE PUEDEN REVERTIR LOS PAGOS DE LA '
                       'GENERACION, REVERSION MANUAL'
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'GENERACION RECHAZADA, REVERSION MANUAL'
                   TO WSV-MOTIVO-FIN
           ELSE
               OPEN INPUT BANCO-FILE
               MOVE 'N' TO WSC-FIN-BANCO
               PERFORM 031-LEER-PAGO
               PERFORM 062-REVERTIR-UN-PAGO UNTIL WSS-FIN-BANCO
               CLOSE BANCO-FILE
           END-IF.
           IF NOT WSS-LEDGER-INEXISTENTE
               CLOSE LEDGER-FILE
           END-IF.
           IF NOT WSS-CUOTAS-INEXISTENTE
               CLOSE CUOTAS-FILE
           END-IF.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' PAGOS REVERTIDOS: '    DELIMITED BY SIZE
                  WSV-PAGOS-REVERTIDOS     DELIMITED BY SIZE
                  '  CUOTAS LIBERADAS: '   DELIMITED BY SIZE
                  WSV-CUOTAS-LIBERADAS     DELIMITED BY SIZE
                  '  SIN PAGO EN LEDGER: ' DELIMITED BY SIZE
                  WSV-PAGOS-NO-HALLADOS    DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 085-ESCRIBIR-LINEA.

           IF WSV-PAGOS-NO-HALLADOS > ZERO
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'PAGOS RECHAZADOS SIN ASIENTO EN LEDGER'
                   TO WSV-MOTIVO-FIN
           END-IF.

       061-REVERTIR-PAGOS-END. EXIT.

       062-REVERTIR-UN-PAGO.

           IF BANCO-ES-DETALLE
               PERFORM 063-BUSCAR-EN-LEDGER
               IF WSS-LEDGER-HALLADO
                   MOVE 'R' TO PAGOL-ESTADO
                   MOVE WSV-FECHA-INICIO TO PAGOL-FECHA-ESTADO
                   MOVE 'GENERACION RECHAZADA' TO PAGOL-MOTIVO
                   REWRITE PAGOL-REGISTRO
                   ADD 1 TO WSV-PAGOS-REVERTIDOS
                   IF PAGOL-CUOTA > ZERO
                      AND NOT WSS-CUOTAS-INEXISTENTE
                       PERFORM 065-LIBERAR-CUOTA
                   END-IF
               ELSE
                   ADD 1 TO WSV-PAGOS-NO-HALLADOS
                   MOVE SPACES TO WSV-LINEA-REPORTE
                   STRING ' SIN PAGO GENERADO EN LEDGER: DNI '
                                           DELIMITED BY SIZE
                          BANCO-DNI        DELIMITED BY SIZE
                          ' IMPORTE $'     DELIMITED BY SIZE
                          BANCO-IMPORTE    DELIMITED BY SIZE
                          INTO WSV-LINEA-REPORTE
                   END-STRING
                   PERFORM 085-ESCRIBIR-LINEA
               END-IF
           END-IF.
           PERFORM 031-LEER-PAGO.

       062-REVERTIR-UN-PAGO-END. EXIT.

       063-BUSCAR-EN-LEDGER.

           MOVE 'N' TO WSC-LEDGER-HALLADO.
           MOVE 'N' TO WSC-FIN-BARRIDO.
           MOVE LIBER-CAMPANIA TO PAGOL-CAMPANIA.
           MOVE BANCO-DNI      TO PAGOL-DNI.
           MOVE ZERO           TO PAGOL-CUOTA.
           START LEDGER-FILE KEY NOT LESS THAN PAGOL-CLAVE
               INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
           END-START.
           PERFORM 064-COMPARAR-GENERADO
               UNTIL WSS-LEDGER-HALLADO OR WSS-FIN-BARRIDO.

       063-BUSCAR-EN-LEDGER-END. EXIT.

       064-COMPARAR-GENERADO.

           READ LEDGER-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   IF PAGOL-CAMPANIA NOT EQUAL LIBER-CAMPANIA
                      OR PAGOL-DNI NOT EQUAL BANCO-DNI
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       IF PAGOL-GENERADO
                          AND PAGOL-CBU EQUAL BANCO-CBU
                          AND PAGOL-IMPORTE EQUAL BANCO-IMPORTE
                           MOVE 'S' TO WSC-LEDGER-HALLADO
                       END-IF
                   END-IF
           END-READ.
           IF WSC-LEDGER-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       064-COMPARAR-GENERADO-END. EXIT.

       065-LIBERAR-CUOTA.

           MOVE PAGOL-CAMPANIA TO CUOTA-CAMPANIA.
           MOVE PAGOL-DNI      TO CUOTA-DNI.
           MOVE PAGOL-CUOTA    TO CUOTA-NUMERO.
           READ CUOTAS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CUOTA-PAGADA
                       MOVE 'P' TO CUOTA-ESTADO
                       MOVE WSV-FECHA-INICIO TO CUOTA-FECHA-ESTADO
                       REWRITE CUOTA-REGISTRO
                       ADD 1 TO WSV-CUOTAS-LIBERADAS
                   END-IF
           END-READ.

       065-LIBERAR-CUOTA-END. EXIT.

       085-ESCRIBIR-LINEA.

           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.
           ADD 1 TO WSV-LINEAS-ESCRITAS.

       085-ESCRIBIR-LINEA-END. EXIT.

       086-AUDITAR-GENERACION.

           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE WSC-PROGRAMA-ID TO AUDIT-PROGRAMA.
           MOVE ZERO TO AUDIT-DNI.
           MOVE SPACES TO AUDIT-NOMBRE.
           IF WSV-GENERACION EQUAL SPACES
               MOVE WSV-OPERADOR TO AUDIT-NOMBRE
           ELSE
               STRING WSV-GENERACION DELIMITED BY SPACE
                      ' '            DELIMITED BY SIZE
                      WSV-OPERADOR   DELIMITED BY SIZE
                      INTO AUDIT-NOMBRE
               END-STRING
           END-IF.
           MOVE WSV-RESULTADO-AUDIT TO AUDIT-RESULTADO.
           IF WSS-GENERACION-HALLADA
               MOVE LIBER-CAMPANIA TO AUDIT-CAMPANIA
           ELSE
               MOVE SPACES TO AUDIT-CAMPANIA
           END-IF.
           WRITE AUDIT-REGISTRO.

       086-AUDITAR-GENERACION-END. EXIT.

       087-DENEGAR.

           MOVE WSC-RETORNO-CONTROL TO WSV-CODIGO-RETORNO.
           PERFORM 086-AUDITAR-GENERACION.
           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' LIBERACION DENEGADA: ' DELIMITED BY SIZE
                  WSV-MOTIVO-FIN           DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 085-ESCRIBIR-LINEA.
           PERFORM 090-CERRAR-ARCHIVOS.
           PERFORM 097-ABORTAR.

       087-DENEGAR-END. EXIT.

       090-CERRAR-ARCHIVOS.

           CLOSE LIBERA-FILE.
           CLOSE AUDIT-FILE.
           CLOSE REPORTE-FILE.

       090-CERRAR-ARCHIVOS-END. EXIT.

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
           MOVE WSV-LINEAS-ESCRITAS TO ESTADO-ESCRITOS.
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

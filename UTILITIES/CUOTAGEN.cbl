                               RECORD KEY IS CAMP-CAMPANIA
                               FILE STATUS IS WSC-CAMPCTL-ESTADO.

           SELECT CALENDARIO-FILE ASSIGN TO "CALENDA1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CALEN-FECHA
                               FILE STATUS IS WSC-CALENDARIO-ESTADO.

           SELECT TARJETA-FILE ASSIGN TO "CTRLCRDC"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-TARJETA-ESTADO.
       FD  CAMPCTL-FILE.
           COPY CAMPREG.

       FD  CALENDARIO-FILE.
           COPY CALEREG.

       FD  TARJETA-FILE
           RECORDING MODE IS F.
       01  TARJETA-REGISTRO.
                 88 WSS-TARJETA-PRESENTE               VALUE 'S'.
             05 WSC-HAY-CBU                   PIC X    VALUE 'N'.
                 88 WSS-HAY-CBU                        VALUE 'S'.
             05 WSC-HAY-CALENDARIO            PIC X    VALUE 'N'.
                 88 WSS-HAY-CALENDARIO                 VALUE 'S'.
             05 WSC-DIA-HABIL                 PIC X    VALUE 'N'.
                 88 WSS-DIA-HABIL                      VALUE 'S'.

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-HIST-ESTADO               PIC XX   VALUE '00'.
                 88 WSS-CAMPCTL-INEXISTENTE            VALUE '35'.
             05 WSC-CUOTAS-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-CUOTAS-INEXISTENTE             VALUE '35'.
             05 WSC-CALENDARIO-ESTADO         PIC XX   VALUE '00'.
                 88 WSS-CALENDARIO-INEXISTENTE         VALUE '35'.
             05 WSC-TARJETA-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-TARJETA-INEXISTENTE            VALUE '35'.
             05 WSC-ESTADO-ESTADO             PIC XX   VALUE '00'.
                 10 WSV-MES-VENC              PIC 9(02).
                 10 WSV-IDX-CUOTA             PIC 9(02).

             05 WSV-CALCULO-DIAS.
                 10 WSV-OPERACION-DIAS        PIC X     VALUE 'N'.
                 10 WSV-FECHA-CALCULO         PIC 9(08) VALUE ZERO.
                 10 WSV-NUMERO-DIA            PIC 9(07) VALUE ZERO.
                 10 WSV-DIA-SEMANA            PIC 9(01) VALUE ZERO.

             05 WSV-CONTADORES.
                 10 WSV-TOTAL-LEIDOS          PIC 9(07) VALUE ZERO.
                 10 WSV-CUOTAS-GENERADAS      PIC 9(07) VALUE ZERO.
                 10 WSV-CUOTAS-CANCELADAS     PIC 9(07) VALUE ZERO.
                 10 WSV-BECARIOS-PROCESADOS   PIC 9(07) VALUE ZERO.
                 10 WSV-SIN-CBU               PIC 9(07) VALUE ZERO.
                 10 WSV-VENC-CORRIDOS         PIC 9(07) VALUE ZERO.

             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)

           EVALUATE TRUE
               WHEN WSS-MODO-GENERAR
                   PERFORM 006-ABRIR-CALENDARIO
                   PERFORM 010-CARGAR-CBU
                   PERFORM 020-GENERAR-PLAN
                   IF WSS-HAY-CALENDARIO
                       CLOSE CALENDARIO-FILE
                   END-IF
               WHEN WSS-MODO-CANCELAR
                   PERFORM 050-CANCELAR-CUOTAS
           END-EVALUATE.

       005-ABRIR-CUOTAS-END. EXIT.

       006-ABRIR-CALENDARIO.

           MOVE 'N' TO WSC-HAY-CALENDARIO.
           OPEN INPUT CALENDARIO-FILE.
           IF WSS-CALENDARIO-INEXISTENTE
               DISPLAY 'CALENDA1 AUSENTE, LOS VENCIMIENTOS SOLO SE '
                       'CORREN POR FIN DE SEMANA'
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'CALENDA1 AUSENTE, SIN FERIADOS'
                   TO WSV-MOTIVO-FIN
           ELSE
               MOVE 'S' TO WSC-HAY-CALENDARIO
           END-IF.

       006-ABRIR-CALENDARIO-END. EXIT.

       010-CARGAR-CBU.

           OPEN OUTPUT WRKCBU-FILE.
           COMPUTE CUOTA-VENCIMIENTO =
               WSV-ANIO-VENC * 10000 + WSV-MES-VENC * 100
               + WSC-DIA-VENCIMIENTO.
           PERFORM 032-AJUSTAR-DIA-HABIL.
           MOVE HIST-SUELDO-AJUSTADO  TO CUOTA-IMPORTE.
           IF WSV-IDX-CUOTA EQUAL 1
               MOVE HIST-BONO TO CUOTA-BONO

       031-GENERAR-UNA-CUOTA-END. EXIT.

       032-AJUSTAR-DIA-HABIL.

           MOVE 'N' TO WSV-OPERACION-DIAS.
           MOVE CUOTA-VENCIMIENTO TO WSV-FECHA-CALCULO.
           CALL 'DIASCALC' USING WSV-OPERACION-DIAS
                                  WSV-FECHA-CALCULO
                                  WSV-NUMERO-DIA
                                  WSV-DIA-SEMANA
           END-CALL.
           PERFORM 034-EVALUAR-DIA-HABIL.
           PERFORM 033-AVANZAR-UN-DIA UNTIL WSS-DIA-HABIL.

           IF WSV-FECHA-CALCULO NOT EQUAL CUOTA-VENCIMIENTO
               ADD 1 TO WSV-VENC-CORRIDOS
               MOVE WSV-FECHA-CALCULO TO CUOTA-VENCIMIENTO
           END-IF.

       032-AJUSTAR-DIA-HABIL-END. EXIT.

       033-AVANZAR-UN-DIA.

           ADD 1 TO WSV-NUMERO-DIA.
           MOVE 'F' TO WSV-OPERACION-DIAS.
           CALL 'DIASCALC' USING WSV-OPERACION-DIAS
                                  WSV-FECHA-CALCULO
                                  WSV-NUMERO-DIA
                                  WSV-DIA-SEMANA
           END-CALL.
           PERFORM 034-EVALUAR-DIA-HABIL.

       033-AVANZAR-UN-DIA-END. EXIT.

       034-EVALUAR-DIA-HABIL.

           MOVE 'S' TO WSC-DIA-HABIL.
           IF WSV-DIA-SEMANA > 5
               MOVE 'N' TO WSC-DIA-HABIL
           ELSE
               IF WSS-HAY-CALENDARIO
                   MOVE WSV-FECHA-CALCULO TO CALEN-FECHA
                   READ CALENDARIO-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 'N' TO WSC-DIA-HABIL
                   END-READ
               END-IF
           END-IF.

       034-EVALUAR-DIA-HABIL-END. EXIT.

       050-CANCELAR-CUOTAS.

           MOVE 'N' TO WSC-FIN-BARRIDO.
                       MOVE 'S' TO WSC-FIN-BARRIDO
                   ELSE
                       ADD 1 TO WSV-TOTAL-LEIDOS
                       IF CUOTA-PENDIENTE OR CUOTA-BLOQUEADA
                          OR CUOTA-SUSPENDIDA
                           MOVE 'C' TO CUOTA-ESTADO
                           MOVE WSV-FECHA-PROCESO
                               TO CUOTA-FECHA-ESTADO
           DISPLAY 'CUOTAS YA EXISTENTES : ' WSV-CUOTAS-EXISTENTES.
           DISPLAY 'CUOTAS CANCELADAS    : ' WSV-CUOTAS-CANCELADAS.
           DISPLAY 'BECARIOS SIN CBU     : ' WSV-SIN-CBU.
           DISPLAY 'VENCIMIENTOS CORRIDOS: ' WSV-VENC-CORRIDOS.

       095-MOSTRAR-RESUMEN-END. EXIT.


       IDENTIFICATION DIVISION.
       PROGRAM-ID.                            EMBACALC.
       AUTHOR.                                AYMARA M FUSARO.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

         01 WSV-VARIABLES.
             05 WSV-RESTANTE                  PIC 9(11) VALUE ZERO.

       LINKAGE SECTION.
         01 EMBCAL-IMPORTE                 PIC 9(09).
         01 EMBCAL-FECHA                   PIC 9(08).
           COPY EMBAREG.
         01 EMBCAL-MONTO                   PIC 9(09).

       PROCEDURE DIVISION USING EMBCAL-IMPORTE
                                 EMBCAL-FECHA
                                 EMBAR-REGISTRO
                                 EMBCAL-MONTO.

       00-CONTROL.

           PERFORM 10-CALCULAR-EMBARGO.
           GOBACK.

       00-CONTROL-END. EXIT.

       10-CALCULAR-EMBARGO.

           MOVE ZERO TO EMBCAL-MONTO.
           IF EMBAR-VIGENTE
              AND EMBAR-FECHA-DESDE NOT > EMBCAL-FECHA
              AND (EMBAR-FECHA-HASTA EQUAL ZERO
                   OR EMBAR-FECHA-HASTA NOT < EMBCAL-FECHA)
              AND EMBAR-SALDO-EMBARGADO < EMBAR-TOPE
               IF EMBAR-PORCENTUAL
                   COMPUTE EMBCAL-MONTO ROUNDED =
                       EMBCAL-IMPORTE * EMBAR-PORCENTAJE / 100
               ELSE
                   MOVE EMBAR-IMPORTE-FIJO TO EMBCAL-MONTO
               END-IF
               IF EMBCAL-MONTO > EMBCAL-IMPORTE
                   MOVE EMBCAL-IMPORTE TO EMBCAL-MONTO
               END-IF
               COMPUTE WSV-RESTANTE =
                   EMBAR-TOPE - EMBAR-SALDO-EMBARGADO
               IF EMBCAL-MONTO > WSV-RESTANTE
                   MOVE WSV-RESTANTE TO EMBCAL-MONTO
               END-IF
           END-IF.

       10-CALCULAR-EMBARGO-END. EXIT.

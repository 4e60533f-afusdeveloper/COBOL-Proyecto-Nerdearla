       IDENTIFICATION DIVISION.
       PROGRAM-ID.                            DIASCALC.
       AUTHOR.                                AYMARA M FUSARO.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

         01 WSV-VARIABLES.
             05 WSV-DESGLOSE.
                 10 WSV-ANIO                  PIC 9(04).
                 10 WSV-MES                   PIC 9(02).
                 10 WSV-DIA                   PIC 9(02).
             05 WSV-AJUSTE                    PIC 9(01) VALUE ZERO.
             05 WSV-ANIO-AUX                  PIC 9(05) VALUE ZERO.
             05 WSV-MES-AUX                   PIC 9(02) VALUE ZERO.
             05 WSV-TERMINO1                  PIC 9(05) VALUE ZERO.
             05 WSV-TERMINO2                  PIC 9(05) VALUE ZERO.
             05 WSV-TERMINO3                  PIC 9(05) VALUE ZERO.
             05 WSV-TERMINO4                  PIC 9(05) VALUE ZERO.
             05 WSV-BASE                      PIC 9(08) VALUE ZERO.
             05 WSV-SIGLO                     PIC 9(05) VALUE ZERO.
             05 WSV-RESTO-SIGLO               PIC 9(08) VALUE ZERO.
             05 WSV-CUATRIENIO                PIC 9(05) VALUE ZERO.
             05 WSV-RESTO-ANIO                PIC 9(08) VALUE ZERO.
             05 WSV-MES-CALC                  PIC 9(02) VALUE ZERO.
             05 WSV-COCIENTE                  PIC 9(08) VALUE ZERO.
             05 WSV-RESTO                     PIC 9(01) VALUE ZERO.

       LINKAGE SECTION.
         01 DIAS-OPERACION                 PIC X.
         01 DIAS-FECHA                     PIC 9(08).
         01 DIAS-NUMERO                    PIC 9(07).
         01 DIAS-DIA-SEMANA                PIC 9(01).

       PROCEDURE DIVISION USING DIAS-OPERACION
                                 DIAS-FECHA
                                 DIAS-NUMERO
                                 DIAS-DIA-SEMANA.

       00-CONTROL.

           IF DIAS-OPERACION EQUAL 'F'
               PERFORM 20-NUMERO-A-FECHA
           ELSE
               PERFORM 10-FECHA-A-NUMERO
           END-IF.
           PERFORM 30-CALCULAR-DIA-SEMANA.
           GOBACK.

       00-CONTROL-END. EXIT.

       10-FECHA-A-NUMERO.

           MOVE DIAS-FECHA TO WSV-DESGLOSE.
           IF WSV-MES < 3
               MOVE 1 TO WSV-AJUSTE
           ELSE
               MOVE 0 TO WSV-AJUSTE
           END-IF.
           COMPUTE WSV-ANIO-AUX = WSV-ANIO + 4800 - WSV-AJUSTE.
           COMPUTE WSV-MES-AUX = WSV-MES + 12 * WSV-AJUSTE - 3.

           COMPUTE WSV-TERMINO1 = 153 * WSV-MES-AUX + 2.
           DIVIDE WSV-TERMINO1 BY 5 GIVING WSV-TERMINO1.
           DIVIDE WSV-ANIO-AUX BY 4 GIVING WSV-TERMINO2.
           DIVIDE WSV-ANIO-AUX BY 100 GIVING WSV-TERMINO3.
           DIVIDE WSV-ANIO-AUX BY 400 GIVING WSV-TERMINO4.

           COMPUTE DIAS-NUMERO =
               WSV-DIA + WSV-TERMINO1 + 365 * WSV-ANIO-AUX
               + WSV-TERMINO2 - WSV-TERMINO3 + WSV-TERMINO4
               - 32045.

       10-FECHA-A-NUMERO-END. EXIT.

       20-NUMERO-A-FECHA.

           COMPUTE WSV-BASE = DIAS-NUMERO + 32044.
           COMPUTE WSV-COCIENTE = 4 * WSV-BASE + 3.
           DIVIDE WSV-COCIENTE BY 146097 GIVING WSV-SIGLO.
           COMPUTE WSV-COCIENTE = 146097 * WSV-SIGLO.
           DIVIDE WSV-COCIENTE BY 4 GIVING WSV-COCIENTE.
           COMPUTE WSV-RESTO-SIGLO = WSV-BASE - WSV-COCIENTE.

           COMPUTE WSV-COCIENTE = 4 * WSV-RESTO-SIGLO + 3.
           DIVIDE WSV-COCIENTE BY 1461 GIVING WSV-CUATRIENIO.
           COMPUTE WSV-COCIENTE = 1461 * WSV-CUATRIENIO.
           DIVIDE WSV-COCIENTE BY 4 GIVING WSV-COCIENTE.
           COMPUTE WSV-RESTO-ANIO = WSV-RESTO-SIGLO - WSV-COCIENTE.

           COMPUTE WSV-COCIENTE = 5 * WSV-RESTO-ANIO + 2.
           DIVIDE WSV-COCIENTE BY 153 GIVING WSV-MES-CALC.

           COMPUTE WSV-COCIENTE = 153 * WSV-MES-CALC + 2.
           DIVIDE WSV-COCIENTE BY 5 GIVING WSV-COCIENTE.
           COMPUTE WSV-DIA = WSV-RESTO-ANIO - WSV-COCIENTE + 1.

           DIVIDE WSV-MES-CALC BY 10 GIVING WSV-AJUSTE.
           COMPUTE WSV-MES = WSV-MES-CALC + 3 - 12 * WSV-AJUSTE.
           COMPUTE WSV-ANIO = 100 * WSV-SIGLO + WSV-CUATRIENIO
               - 4800 + WSV-AJUSTE.

           MOVE WSV-DESGLOSE TO DIAS-FECHA.

       20-NUMERO-A-FECHA-END. EXIT.

       30-CALCULAR-DIA-SEMANA.

           DIVIDE DIAS-NUMERO BY 7 GIVING WSV-COCIENTE
               REMAINDER WSV-RESTO.
           COMPUTE DIAS-DIA-SEMANA = WSV-RESTO + 1.

       30-CALCULAR-DIA-SEMANA-END. EXIT.

       01  EMOV-REGISTRO.
           05 EMOV-FECHA                    PIC 9(08).
           05 EMOV-DNI                      PIC 9(08).
           05 EMOV-EXPEDIENTE               PIC X(20).
           05 EMOV-TIPO                     PIC X.
               88 EMOV-EMBARGO                       VALUE 'E'.
               88 EMOV-REVERSION                     VALUE 'R'.
           05 EMOV-CAMPANIA                 PIC X(06).
           05 EMOV-CUOTA                    PIC 9(02).
           05 EMOV-IMPORTE-PAGO             PIC 9(09).
           05 EMOV-IMPORTE                  PIC 9(09).
           05 EMOV-SALDO                    PIC 9(11).
           05 EMOV-LIBERA                   PIC X.
               88 EMOV-TOPE-ALCANZADO                VALUE 'S'.
           05 EMOV-PROGRAMA                 PIC X(08).
           05 EMOV-GENERACION               PIC X(22).

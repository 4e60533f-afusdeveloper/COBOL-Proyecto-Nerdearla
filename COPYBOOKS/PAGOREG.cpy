               10 PAGOL-CAMPANIA            PIC X(06).
               10 PAGOL-DNI                 PIC 9(08).
               10 PAGOL-CUOTA               PIC 9(02).
                   88 PAGOL-CUOTA-EMBARGO            VALUE 50 THRU 99.
           05 PAGOL-CBU                     PIC X(22).
           05 PAGOL-IMPORTE                 PIC 9(09).
           05 PAGOL-ESTADO                  PIC X.

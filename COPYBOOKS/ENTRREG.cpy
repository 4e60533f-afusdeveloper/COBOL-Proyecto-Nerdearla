       01  ENTRES-REGISTRO.
           05 ENTRES-CLAVE.
               10 ENTRES-CAMPANIA           PIC X(06).
               10 ENTRES-DNI                PIC 9(08).
           05 ENTRES-ESTADO                 PIC X.
               88 ENTRES-CON-PUNTAJE                 VALUE 'P'.
               88 ENTRES-EXIMIDO                     VALUE 'X'.
           05 ENTRES-CANT-EVALUADORES       PIC 9(02).
           05 ENTRES-PUNTAJE                PIC 9(03).
           05 ENTRES-MINIMO                 PIC 9(03).
           05 ENTRES-MAXIMO                 PIC 9(03).
           05 ENTRES-AUTORIZANTE            PIC X(06).
           05 ENTRES-FECHA                  PIC 9(08).

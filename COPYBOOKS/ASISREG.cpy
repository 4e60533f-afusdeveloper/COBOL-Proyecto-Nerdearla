       01  ASIST-REGISTRO.
           05 ASIST-CLAVE.
               10 ASIST-CAMPANIA            PIC X(06).
               10 ASIST-DNI                 PIC 9(08).
           05 ASIST-NOMBRE                  PIC X(30).
           05 ASIST-ULTIMO-MES              PIC 9(06).
           05 ASIST-ULTIMO-PORCENTAJE       PIC 9(03).
           05 ASIST-MESES-SUSPENSION        PIC 9(02).
           05 ASIST-CUOTAS-SUSPENDIDAS      PIC 9(02).
           05 ASIST-ESTADO                  PIC X.
               88 ASIST-REGULAR                      VALUE 'R'.
               88 ASIST-SUSPENDIDO                   VALUE 'S'.
               88 ASIST-DERIVADO-BAJA                VALUE 'D'.
           05 ASIST-FECHA-ESTADO            PIC 9(08).

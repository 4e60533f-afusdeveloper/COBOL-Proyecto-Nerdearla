
       FD  PREVIO-FILE
           RECORDING MODE IS F.
       01  PREVIO-REGISTRO                  PIC X(169).

       FD  DELTA-FILE
           RECORDING MODE IS F.
       01  DELTA-REGISTRO                   PIC X(169).

       FD  PREVMAST-FILE.
       01  PRV-REGISTRO.
           05 PRV-DNI                       PIC 9(08).
           05 PRV-DATOS                     PIC X(168).

       FD  NOCHMAST-FILE.
       01  NOC-REGISTRO.

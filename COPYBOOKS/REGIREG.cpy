       01  REGION-REGISTRO.
           05 REGION-CODIGO                 PIC X(04).
           05 REGION-NOMBRE                 PIC X(20).
           05 REGION-CP-DESDE               PIC X(08).
           05 REGION-CP-HASTA               PIC X(08).
           05 REGION-PORCENTAJE             PIC 9(03).

               10 CANDIN-DIRECCION          PIC X(30).
               10 CANDIN-LOCALIDAD          PIC X(20).
               10 CANDIN-CODPOSTAL          PIC X(08).
               10 CANDIN-EMAIL              PIC X(40).
               10 CANDIN-TELEFONO           PIC X(15).
           05 CANDIN-CABECERA REDEFINES CANDIN-DATOS.
               10 CANDIN-CAB-FECHA          PIC 9(08).
               10 CANDIN-CAB-CAMPANIA       PIC X(06).
               10 FILLER                    PIC X(154).
           05 CANDIN-COLA REDEFINES CANDIN-DATOS.
               10 CANDIN-COLA-CANTIDAD      PIC 9(07).
               10 CANDIN-COLA-HASH          PIC 9(15).
               10 FILLER                    PIC X(146).

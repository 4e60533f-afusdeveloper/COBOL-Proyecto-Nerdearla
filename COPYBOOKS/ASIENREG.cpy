       01  ASIEN-REGISTRO.
           05 ASIEN-TIPO                    PIC X.
               88 ASIEN-ES-CABECERA                  VALUE '1'.
               88 ASIEN-ES-DETALLE                   VALUE '2'.
               88 ASIEN-ES-COLA                      VALUE '9'.
           05 ASIEN-DATOS.
               10 ASIEN-PERIODO             PIC 9(06).
               10 ASIEN-CAMPANIA            PIC X(06).
               10 ASIEN-NUMERO              PIC 9(07).
               10 ASIEN-RENGLON             PIC 9(02).
               10 ASIEN-FECHA               PIC 9(08).
               10 ASIEN-CUENTA              PIC X(10).
               10 ASIEN-DEBE-HABER          PIC X.
                   88 ASIEN-DEBE                     VALUE 'D'.
                   88 ASIEN-HABER                    VALUE 'H'.
               10 ASIEN-IMPORTE             PIC 9(11).
               10 ASIEN-MOVIMIENTO          PIC X(03).
               10 ASIEN-DNI                 PIC 9(08).
               10 ASIEN-CUOTA               PIC 9(02).
               10 ASIEN-LEYENDA             PIC X(30).
           05 ASIEN-CABECERA REDEFINES ASIEN-DATOS.
               10 ASIEN-CAB-PERIODO         PIC 9(06).
               10 ASIEN-CAB-CAMPANIA        PIC X(06).
               10 ASIEN-CAB-FECHA           PIC 9(08).
               10 FILLER                    PIC X(74).
           05 ASIEN-COLA REDEFINES ASIEN-DATOS.
               10 ASIEN-COLA-ASIENTOS       PIC 9(07).
               10 ASIEN-COLA-RENGLONES      PIC 9(07).
               10 ASIEN-COLA-TOTAL-DEBE     PIC 9(15).
               10 ASIEN-COLA-TOTAL-HABER    PIC 9(15).
               10 FILLER                    PIC X(50).

       01  EMBAR-REGISTRO.
           05 EMBAR-DNI                     PIC 9(08).
           05 EMBAR-EXPEDIENTE              PIC X(20).
           05 EMBAR-JUZGADO                 PIC X(30).
           05 EMBAR-CBU-JUZGADO             PIC X(22).
           05 EMBAR-TIPO                    PIC X.
               88 EMBAR-PORCENTUAL                   VALUE 'P'.
               88 EMBAR-MONTO-FIJO                   VALUE 'F'.
           05 EMBAR-PORCENTAJE              PIC 9(03)V99.
           05 EMBAR-IMPORTE-FIJO            PIC 9(09).
           05 EMBAR-TOPE                    PIC 9(11).
           05 EMBAR-FECHA-DESDE             PIC 9(08).
           05 EMBAR-FECHA-HASTA             PIC 9(08).
           05 EMBAR-SALDO-EMBARGADO         PIC 9(11).
           05 EMBAR-ESTADO                  PIC X.
               88 EMBAR-VIGENTE                      VALUE 'V'.
               88 EMBAR-LIBERADO                     VALUE 'L'.
               88 EMBAR-LEVANTADO                    VALUE 'B'.
           05 EMBAR-FECHA-ALTA              PIC 9(08).
           05 EMBAR-FECHA-ESTADO            PIC 9(08).
           05 EMBAR-MOTIVO                  PIC X(30).

       01  DIFER-REGISTRO.
           05 DIFER-CLAVE.
               10 DIFER-CAMPANIA-DESTINO    PIC X(06).
               10 DIFER-DNI                 PIC 9(08).
           05 DIFER-NOMBRE                  PIC X(30).
           05 DIFER-CAMPANIA-ORIGEN         PIC X(06).
           05 DIFER-TRACK                   PIC X.
           05 DIFER-ESTADO                  PIC X.
               88 DIFER-RESERVADA                    VALUE 'R'.
               88 DIFER-TOMADA                       VALUE 'T'.
               88 DIFER-VENCIDA                      VALUE 'V'.
           05 DIFER-FECHA-SOLICITUD         PIC 9(08).
           05 DIFER-FECHA-VENCE             PIC 9(08).
           05 DIFER-FECHA-ESTADO            PIC 9(08).
           05 DIFER-MOTIVO                  PIC X(30).

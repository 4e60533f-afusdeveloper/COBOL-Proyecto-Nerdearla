       01  NOTENV-REGISTRO.
           05 NOTENV-CLAVE.
               10 NOTENV-FECHA              PIC 9(08).
               10 NOTENV-SECUENCIA          PIC 9(06).
           05 NOTENV-CAMPANIA               PIC X(06).
           05 NOTENV-DNI                    PIC 9(08).
           05 NOTENV-NOMBRE                 PIC X(30).
           05 NOTENV-EVENTO                 PIC X(02).
           05 NOTENV-CANAL                  PIC X.
               88 NOTENV-POR-EMAIL                   VALUE 'E'.
               88 NOTENV-POR-SMS                     VALUE 'S'.
           05 NOTENV-DESTINO                PIC X(40).
           05 NOTENV-ESTADO                 PIC X.
               88 NOTENV-ENVIADO                     VALUE 'E'.
               88 NOTENV-ENTREGADO                   VALUE 'D'.
               88 NOTENV-REBOTADO                    VALUE 'R'.
           05 NOTENV-FECHA-ESTADO           PIC 9(08).
           05 NOTENV-MOTIVO                 PIC X(30).

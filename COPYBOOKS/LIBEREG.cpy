       01  LIBER-REGISTRO.
           05 LIBER-GENERACION              PIC X(22).
           05 LIBER-PROGRAMA                PIC X(08).
           05 LIBER-CAMPANIA                PIC X(06).
           05 LIBER-FECHA-GEN               PIC 9(08).
           05 LIBER-HORA-GEN                PIC 9(08).
           05 LIBER-OPERADOR-GEN            PIC X(08).
           05 LIBER-CANTIDAD-GEN            PIC 9(07).
           05 LIBER-HASH-GEN                PIC 9(15).
           05 LIBER-ESTADO                  PIC X.
               88 LIBER-PENDIENTE                    VALUE 'P'.
               88 LIBER-APROBADA                     VALUE 'A'.
               88 LIBER-RECHAZADA                    VALUE 'R'.
               88 LIBER-TRANSMITIDA                  VALUE 'T'.
           05 LIBER-OPERADOR-DEC            PIC X(08).
           05 LIBER-FECHA-DEC               PIC 9(08).
           05 LIBER-HORA-DEC                PIC 9(08).
           05 LIBER-CANTIDAD-APR            PIC 9(07).
           05 LIBER-HASH-APR                PIC 9(15).
           05 LIBER-MOTIVO                  PIC X(30).

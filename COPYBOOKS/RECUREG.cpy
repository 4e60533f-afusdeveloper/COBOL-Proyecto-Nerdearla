       01  RECUP-REGISTRO.
           05 RECUP-CLAVE.
               10 RECUP-CAMPANIA            PIC X(06).
               10 RECUP-DNI                 PIC 9(08).
               10 RECUP-CUOTA               PIC 9(02).
           05 RECUP-NOMBRE                  PIC X(30).
           05 RECUP-FECHA-BAJA              PIC 9(08).
           05 RECUP-VENCIMIENTO             PIC 9(08).
           05 RECUP-FECHA-PAGO              PIC 9(08).
           05 RECUP-IMPORTE-BRUTO           PIC 9(09).
           05 RECUP-RETENCION               PIC 9(09).
           05 RECUP-IMPORTE-RECLAMADO       PIC 9(09).
           05 RECUP-IMPORTE-DEVUELTO        PIC 9(09).
           05 RECUP-ESTADO                  PIC X.
               88 RECUP-RECLAMADO                    VALUE 'R'.
               88 RECUP-DEVUELTO                     VALUE 'D'.
               88 RECUP-INCOBRABLE                   VALUE 'I'.
           05 RECUP-FECHA-RECLAMO           PIC 9(08).
           05 RECUP-FECHA-ESTADO            PIC 9(08).
           05 RECUP-REFERENCIA              PIC X(20).

       01  CPOST-REGISTRO.
           05 CPOST-CLAVE.
               10 CPOST-CODPOSTAL           PIC X(08).
               10 CPOST-LOCALIDAD           PIC X(20).
           05 CPOST-TIPO                    PIC X.
               88 CPOST-ES-OFICIAL                   VALUE 'O'.
               88 CPOST-ES-VARIANTE                  VALUE 'V'.
           05 CPOST-LOCALIDAD-OFICIAL       PIC X(20).
           05 CPOST-PROVINCIA               PIC X(20).
           05 CPOST-FECHA-ALTA              PIC 9(08).

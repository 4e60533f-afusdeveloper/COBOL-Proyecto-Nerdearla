       01  MENT-REGISTRO.
           05 MENT-CODIGO                   PIC X(06).
           05 MENT-NOMBRE                   PIC X(30).
           05 MENT-TRACK                    PIC X.
               88 MENT-TRACK-TECNICA                 VALUE 'T'.
               88 MENT-TRACK-UNIVERSIT               VALUE 'U'.
           05 MENT-LOCALIDAD                PIC X(20).
           05 MENT-CONTACTO                 PIC X(40).
           05 MENT-MAXIMO                   PIC 9(03).
           05 MENT-ASIGNADOS                PIC 9(03).
           05 MENT-ESTADO                   PIC X.
               88 MENT-ACTIVO                        VALUE 'A'.
               88 MENT-INACTIVO                      VALUE 'I'.
           05 MENT-FECHA-ALTA               PIC 9(08).
           05 MENT-FECHA-ESTADO             PIC 9(08).

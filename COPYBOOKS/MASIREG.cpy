       01  MASIG-REGISTRO.
           05 MASIG-CLAVE.
               10 MASIG-CAMPANIA            PIC X(06).
               10 MASIG-DNI                 PIC 9(08).
           05 MASIG-NOMBRE                  PIC X(30).
           05 MASIG-TRACK                   PIC X.
           05 MASIG-LOCALIDAD               PIC X(20).
           05 MASIG-MENTOR                  PIC X(06).
           05 MASIG-ORIGEN                  PIC X.
               88 MASIG-NUEVO                        VALUE 'N'.
               88 MASIG-RENOVADO                     VALUE 'R'.
               88 MASIG-PROMOVIDO                    VALUE 'P'.
               88 MASIG-REASIGNADO                   VALUE 'M'.
           05 MASIG-ESTADO                  PIC X.
               88 MASIG-VIGENTE                      VALUE 'V'.
               88 MASIG-LIBERADA                     VALUE 'L'.
           05 MASIG-FECHA-ASIGNACION        PIC 9(08).
           05 MASIG-FECHA-ESTADO            PIC 9(08).
           05 MASIG-MOTIVO                  PIC X(30).

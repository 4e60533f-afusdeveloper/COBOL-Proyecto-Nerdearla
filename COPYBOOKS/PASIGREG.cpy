       01  PASIG-REGISTRO.
           05 PASIG-CLAVE.
               10 PASIG-CAMPANIA            PIC X(06).
               10 PASIG-DNI                 PIC 9(08).
           05 PASIG-NOMBRE                  PIC X(30).
           05 PASIG-TRACK                   PIC X.
           05 PASIG-PATROCINADOR            PIC X(06).
           05 PASIG-TRACK-FONDO             PIC X.
           05 PASIG-IMPORTE-RESERVADO       PIC 9(09).
           05 PASIG-ESTADO                  PIC X.
               88 PASIG-VIGENTE                      VALUE 'V'.
               88 PASIG-LIBERADA                     VALUE 'L'.
           05 PASIG-FECHA-ASIGNACION        PIC 9(08).
           05 PASIG-FECHA-ESTADO            PIC 9(08).

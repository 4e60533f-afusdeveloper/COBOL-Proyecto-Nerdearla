       01  PATR-REGISTRO.
           05 PATR-CLAVE.
               10 PATR-CAMPANIA             PIC X(06).
               10 PATR-CODIGO               PIC X(06).
               10 PATR-TRACK                PIC X.
                   88 PATR-TRACK-TECNICA             VALUE 'T'.
                   88 PATR-TRACK-UNIVERSIT           VALUE 'U'.
                   88 PATR-TRACK-INDISTINTO          VALUE '*'.
           05 PATR-NOMBRE                   PIC X(30).
           05 PATR-CUIT                     PIC X(11).
           05 PATR-ESTADO                   PIC X.
               88 PATR-ACTIVO                        VALUE 'A'.
               88 PATR-INACTIVO                      VALUE 'I'.
           05 PATR-COMPROMETIDO             PIC 9(11).
           05 PATR-ASIGNADO                 PIC 9(11).
           05 PATR-BECARIOS                 PIC 9(05).
           05 PATR-FECHA-ALTA               PIC 9(08).
           05 PATR-FECHA-ESTADO             PIC 9(08).

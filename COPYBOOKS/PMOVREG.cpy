       01  PMOV-REGISTRO.
           05 PMOV-FECHA                    PIC 9(08).
           05 PMOV-CAMPANIA                 PIC X(06).
           05 PMOV-PATROCINADOR             PIC X(06).
           05 PMOV-TRACK-FONDO              PIC X.
           05 PMOV-DNI                      PIC 9(08).
           05 PMOV-CUOTA                    PIC 9(02).
           05 PMOV-IMPORTE-BRUTO            PIC 9(09).
           05 PMOV-RETENCION                PIC 9(09).
           05 PMOV-IMPORTE-NETO             PIC 9(09).
           05 PMOV-GENERACION               PIC X(22).

           05 RETEN-CAMPANIA                PIC X(06).
           05 RETEN-BONO-BRUTO              PIC 9(09).
           05 RETEN-RETENCION               PIC 9(09).
           05 RETEN-CUOTA                   PIC 9(02).

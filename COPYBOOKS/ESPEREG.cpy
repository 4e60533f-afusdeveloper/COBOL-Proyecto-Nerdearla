           05 ESPERA-ESTADO                 PIC X.
               88 ESPERA-VIGENTE                     VALUE 'E'.
               88 ESPERA-PROMOVIDO                   VALUE 'P'.
           05 ESPERA-REGION                 PIC X(04).

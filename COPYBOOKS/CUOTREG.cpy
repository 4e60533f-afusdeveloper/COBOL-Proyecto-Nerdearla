               88 CUOTA-PENDIENTE                    VALUE 'P'.
               88 CUOTA-PAGADA                       VALUE 'G'.
               88 CUOTA-CANCELADA                    VALUE 'C'.
               88 CUOTA-BLOQUEADA                    VALUE 'B'.
               88 CUOTA-SUSPENDIDA                   VALUE 'S'.
           05 CUOTA-FECHA-ESTADO            PIC 9(08).

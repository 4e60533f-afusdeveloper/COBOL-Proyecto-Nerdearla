       01  NOTIF-REGISTRO.
           05 NOTIF-FECHA                   PIC 9(08).
           05 NOTIF-HORA                    PIC 9(08).
           05 NOTIF-PROGRAMA                PIC X(08).
           05 NOTIF-EVENTO                  PIC X(02).
               88 NOTIF-APROBADO                     VALUE 'AP'.
               88 NOTIF-LISTA-ESPERA                 VALUE 'ES'.
               88 NOTIF-RECHAZADO                    VALUE 'RE'.
               88 NOTIF-PAGO-ACREDITADO              VALUE 'AC'.
               88 NOTIF-PAGO-RECHAZADO               VALUE 'RP'.
               88 NOTIF-PROMOVIDO                    VALUE 'PR'.
               88 NOTIF-VENCIMIENTO                  VALUE 'VE'.
               88 NOTIF-POSTERGADO                   VALUE 'PG'.
               88 NOTIF-POSTERGACION-VENCIDA         VALUE 'PV'.
           05 NOTIF-CAMPANIA                PIC X(06).
           05 NOTIF-DNI                     PIC 9(08).
           05 NOTIF-NOMBRE                  PIC X(30).
           05 NOTIF-CUOTA                   PIC 9(02).
           05 NOTIF-IMPORTE                 PIC 9(09).
           05 NOTIF-FECHA-EVENTO            PIC 9(08).
           05 NOTIF-DETALLE                 PIC X(30).

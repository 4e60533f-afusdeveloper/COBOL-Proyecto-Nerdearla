       01  CBUH-REGISTRO.
           05 CBUH-FECHA                    PIC 9(08).
           05 CBUH-HORA                     PIC 9(08).
           05 CBUH-DNI                      PIC 9(08).
           05 CBUH-CAMPANIA                 PIC X(06).
           05 CBUH-CBU-ANTERIOR             PIC X(22).
           05 CBUH-CBU-NUEVO                PIC X(22).
           05 CBUH-FECHA-EFECTIVA           PIC 9(08).
           05 CBUH-SOLICITANTE              PIC X(20).
           05 CBUH-CUOTAS-CAMBIADAS         PIC 9(02).
           05 CBUH-CUOTAS-BLOQUEADAS        PIC 9(02).
           05 CBUH-REINTENTOS-CAMBIADOS     PIC 9(03).
           05 CBUH-RESULTADO                PIC X(30).

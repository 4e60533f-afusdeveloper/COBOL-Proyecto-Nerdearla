       01  FRAUD-REGISTRO.
           05 FRAUD-CLAVE.
               10 FRAUD-DNI                 PIC 9(08).
               10 FRAUD-TIPO                PIC X.
                   88 FRAUD-POR-CBU                  VALUE 'C'.
                   88 FRAUD-POR-DOMICILIO            VALUE 'D'.
           05 FRAUD-VALOR                   PIC X(38).
           05 FRAUD-NOMBRE                  PIC X(30).
           05 FRAUD-CAMPANIA                PIC X(06).
           05 FRAUD-CANT-DNI                PIC 9(03).
           05 FRAUD-CANT-CAMPANIAS          PIC 9(02).
           05 FRAUD-PUNTAJE                 PIC 9(03).
           05 FRAUD-ESTADO                  PIC X.
               88 FRAUD-PENDIENTE                    VALUE 'P'.
               88 FRAUD-DESCARTADO                   VALUE 'D'.
               88 FRAUD-CONFIRMADO                   VALUE 'F'.
           05 FRAUD-FECHA-ALTA              PIC 9(08).
           05 FRAUD-FECHA-ESTADO            PIC 9(08).
           05 FRAUD-ANALISTA                PIC X(08).
           05 FRAUD-MOTIVO                  PIC X(30).

       01  CALEN-REGISTRO.
           05 CALEN-FECHA                   PIC 9(08).
           05 CALEN-TIPO                    PIC X.
               88 CALEN-FERIADO                      VALUE 'F'.
               88 CALEN-NO-LABORABLE                 VALUE 'N'.
               88 CALEN-ASUETO-BANCARIO              VALUE 'B'.
           05 CALEN-DESCRIPCION             PIC X(30).
           05 CALEN-FECHA-ALTA              PIC 9(08).

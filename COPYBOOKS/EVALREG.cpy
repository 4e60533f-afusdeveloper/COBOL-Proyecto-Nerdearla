       01  EVAL-REGISTRO.
           05 EVAL-CLAVE.
               10 EVAL-CAMPANIA             PIC X(06).
               10 EVAL-DNI                  PIC 9(08).
               10 EVAL-EVALUADOR            PIC X(06).
           05 EVAL-TIPO                     PIC X.
               88 EVAL-ENTREVISTA                    VALUE 'E'.
               88 EVAL-EXIMICION                     VALUE 'X'.
           05 EVAL-CRITERIOS.
               10 EVAL-CRITERIO             PIC 9(02) OCCURS 5 TIMES.
           05 EVAL-PUNTAJE                  PIC 9(03).
           05 EVAL-FECHA                    PIC 9(08).

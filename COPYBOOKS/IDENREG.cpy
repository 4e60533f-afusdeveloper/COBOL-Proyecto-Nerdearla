       01  IDENV-REGISTRO.
           05 IDENV-CLAVE.
               10 IDENV-CAMPANIA            PIC X(06).
               10 IDENV-DNI                 PIC 9(08).
           05 IDENV-NOMBRE-DECLARADO        PIC X(30).
           05 IDENV-FECHA-NAC-DECLARADA     PIC 9(08).
           05 IDENV-ESTADO                  PIC X.
               88 IDENV-PENDIENTE                    VALUE 'P'.
               88 IDENV-VERIFICADA                   VALUE 'V'.
               88 IDENV-DISCREPANTE                  VALUE 'D'.
               88 IDENV-INEXISTENTE                  VALUE 'I'.
               88 IDENV-FALLECIDO                    VALUE 'F'.
               88 IDENV-OBSERVADA                    VALUE 'D' 'I' 'F'.
           05 IDENV-NOMBRE-REGISTRO         PIC X(40).
           05 IDENV-FECHA-NAC-REGISTRO      PIC 9(08).
           05 IDENV-FECHA-CONSULTA          PIC 9(08).
           05 IDENV-FECHA-RESPUESTA         PIC 9(08).
           05 IDENV-MOTIVO                  PIC X(30).

               10 PARAM-PESO-CARRERA-TERM   PIC 9(03).
               10 PARAM-PESO-CARRERA-CURSO  PIC 9(03).
               10 PARAM-PESO-SECUNDARIO     PIC 9(03).
           05 PARAM-PESO-ENTREVISTA         PIC 9(03).

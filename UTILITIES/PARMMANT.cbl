             05 WSV-TABLA-PARAMS.
                 10 WSV-CANT-PARAMS           PIC 9(02) VALUE ZERO.
                 10 WSV-PARAM-GUARDADO OCCURS 5 TIMES
                                              PIC X(56).
             05 WSV-IDX-PARAM                 PIC 9(02) VALUE ZERO.
             05 WSV-IDX-GRABA                 PIC 9(02) VALUE ZERO.

                     15 WSV-PESO-TERM-ACT     PIC 9(03) VALUE ZERO.
                     15 WSV-PESO-CURSO-ACT    PIC 9(03) VALUE ZERO.
                     15 WSV-PESO-SECUND-ACT   PIC 9(03) VALUE ZERO.
                 10 WSV-PESO-ENTREV-ACT       PIC 9(03) VALUE ZERO.

             05 WSV-PARAM-NUEVO.
                 10 WSV-EDAD-ENTRADA          PIC X(02).
                     15 WSV-PESO-TERM-ENT     PIC X(03).
                     15 WSV-PESO-CURSO-ENT    PIC X(03).
                     15 WSV-PESO-SECUND-ENT   PIC X(03).
                 10 WSV-PESO-ENTREV-ENT       PIC X(03).

             05 WSV-AJUSTE-ACTUAL             PIC 9(03)V99 VALUE ZERO.
             05 WSV-AJUSTE-ENTRADA            PIC X(05).
           DISPLAY '  PESOS (EDAD/TERM/CURSO/SECUND): '
                   WSV-PESO-EDAD-ACT '/' WSV-PESO-TERM-ACT '/'
                   WSV-PESO-CURSO-ACT '/' WSV-PESO-SECUND-ACT.
           DISPLAY '  PESO ENTREVISTA  : ' WSV-PESO-ENTREV-ACT.

           DISPLAY 'NUEVA EDAD MINIMA (16-30): ' WITH NO ADVANCING.
           ACCEPT WSV-EDAD-ENTRADA.
           ACCEPT WSV-PESO-CURSO-ENT.
           DISPLAY 'PESO SECUNDARIO (3 DIGITOS): ' WITH NO ADVANCING.
           ACCEPT WSV-PESO-SECUND-ENT.
           DISPLAY 'PESO ENTREVISTA (3 DIGITOS, 0 = SIN ENTREVISTA): '
                   WITH NO ADVANCING.
           ACCEPT WSV-PESO-ENTREV-ENT.

           PERFORM 040-VALIDAR-PARAMETROS.

                       MOVE PARAM-PESO-SECUNDARIO
                           TO WSV-PESO-SECUND-ACT
                   END-IF
                   IF PARAM-PESO-ENTREVISTA IS NUMERIC
                       MOVE PARAM-PESO-ENTREVISTA
                           TO WSV-PESO-ENTREV-ACT
                   END-IF
               END-IF
           ELSE
               DISPLAY 'ADVERTENCIA: TABLA DE TRACKS LLENA, SE '
                       WSV-PESOS-ENTRADA
               MOVE 'N' TO WSC-ENTRADA-VALIDA
           END-IF.
           IF WSV-PESO-ENTREV-ENT IS NOT NUMERIC
               DISPLAY 'ERROR: PESO ENTREVISTA NO NUMERICO: '
                       WSV-PESO-ENTREV-ENT
               MOVE 'N' TO WSC-ENTRADA-VALIDA
           END-IF.

       040-VALIDAR-PARAMETROS-END. EXIT.

           MOVE WSV-PESO-TERM-ENT     TO PARAM-PESO-CARRERA-TERM.
           MOVE WSV-PESO-CURSO-ENT    TO PARAM-PESO-CARRERA-CURSO.
           MOVE WSV-PESO-SECUND-ENT   TO PARAM-PESO-SECUNDARIO.
           MOVE WSV-PESO-ENTREV-ENT   TO PARAM-PESO-ENTREVISTA.
           MOVE PARAM-REGISTRO
               TO WSV-PARAM-GUARDADO (WSV-IDX-PARAM).

           MOVE 'PESOS PUNTAJE' TO WSV-CAMPO-AUDITADO.
           PERFORM 058-ESCRIBIR-AUDITORIA.

           MOVE SPACES TO WSV-TEXTO-VIEJO.
           MOVE SPACES TO WSV-TEXTO-NUEVO.
           MOVE WSV-PESO-ENTREV-ACT TO WSV-TEXTO-VIEJO (1:3).
           MOVE WSV-PESO-ENTREV-ENT TO WSV-TEXTO-NUEVO (1:3).
           MOVE 'PESO ENTREVISTA' TO WSV-CAMPO-AUDITADO.
           PERFORM 058-ESCRIBIR-AUDITORIA.

       054-AUDITAR-PRESUPUESTO-END. EXIT.

       055-AUDITAR-EDAD.

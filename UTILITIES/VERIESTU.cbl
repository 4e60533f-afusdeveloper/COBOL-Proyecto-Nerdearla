           ELSE
               ADD 1 TO WSV-TOTAL-CONFIRMADOS
               IF CANDM-ESTADO EQUAL 'S'
                  AND CANDM-RESULTADO EQUAL 'SUSPENDIDO - VERIFICACION'
                   PERFORM 050-REHABILITAR-CANDIDATO
               END-IF
           END-IF.

                       TO EXCEPCION-MOTIVO
                   WRITE EXCEPCION-REGISTRO
               END-IF
               IF CANDM-CARTA-DEVUELTA EQUAL 'V'
                   PERFORM 033-ESCRIBIR-EXCEPCION
                   MOVE 'DOMICILIO NO VERIFICADO'
                       TO EXCEPCION-MOTIVO
                   WRITE EXCEPCION-REGISTRO
               END-IF
           END-IF.

           IF CANDM-CONTACTO-REBOTADO EQUAL 'E'
              OR CANDM-CONTACTO-REBOTADO EQUAL 'S'
              OR CANDM-CONTACTO-REBOTADO EQUAL 'A'
               PERFORM 033-ESCRIBIR-EXCEPCION
               MOVE 'CONTACTO ELECTRONICO REBOTADO'
                   TO EXCEPCION-MOTIVO
               WRITE EXCEPCION-REGISTRO
           END-IF.

       032-EVALUAR-DOMICILIO-END. EXIT.


       FD  SNAPM-FILE
           RECORDING MODE IS F.
       01  SNAPM-REGISTRO                   PIC X(232).

       FD  SNAPB-FILE
           RECORDING MODE IS F.
                       MOVE SPACES TO CANDM-LOCALIDAD
                       MOVE SPACES TO CANDM-CODPOSTAL
                       MOVE 'N'    TO CANDM-CARTA-DEVUELTA
                       MOVE SPACES TO CANDM-EMAIL
                       MOVE SPACES TO CANDM-TELEFONO
                       MOVE 'N'    TO CANDM-CONTACTO-REBOTADO
                       MOVE 'N'    TO CANDM-IDENTIDAD
                       WRITE CANDM-REGISTRO
                           INVALID KEY CONTINUE
                       END-WRITE
                   MOVE SPACES TO CANDM-LOCALIDAD
                   MOVE SPACES TO CANDM-CODPOSTAL
                   MOVE 'N'    TO CANDM-CARTA-DEVUELTA
                   MOVE SPACES TO CANDM-EMAIL
                   MOVE SPACES TO CANDM-TELEFONO
                   MOVE 'N'    TO CANDM-CONTACTO-REBOTADO
                   MOVE 'N'    TO CANDM-IDENTIDAD
                   WRITE CANDM-REGISTRO
                       INVALID KEY CONTINUE
                   END-WRITE

           MOVE SPACES       TO CANDM-LOCALIDAD.
           MOVE SPACES       TO CANDM-CODPOSTAL.
           MOVE 'N'          TO CANDM-CARTA-DEVUELTA.
           MOVE SPACES       TO CANDM-EMAIL.
           MOVE SPACES       TO CANDM-TELEFONO.
           MOVE 'N'          TO CANDM-CONTACTO-REBOTADO.
           MOVE 'N'          TO CANDM-IDENTIDAD.
           MOVE ZERO         TO CANDM-FECHA-BAJA.
           MOVE SPACES       TO CANDM-MOTIVO-BAJA.
           WRITE CANDM-REGISTRO
           MOVE SPACES       TO CANDM-LOCALIDAD.
           MOVE SPACES       TO CANDM-CODPOSTAL.
           MOVE 'N'          TO CANDM-CARTA-DEVUELTA.
           MOVE SPACES       TO CANDM-EMAIL.
           MOVE SPACES       TO CANDM-TELEFONO.
           MOVE 'N'          TO CANDM-CONTACTO-REBOTADO.
           MOVE 'N'          TO CANDM-IDENTIDAD.
           MOVE ZERO         TO CANDM-FECHA-BAJA.
           MOVE SPACES       TO CANDM-MOTIVO-BAJA.
           WRITE CANDM-REGISTRO

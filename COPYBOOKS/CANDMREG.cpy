           05 CANDM-LOCALIDAD               PIC X(20).
           05 CANDM-CODPOSTAL               PIC X(08).
           05 CANDM-CARTA-DEVUELTA          PIC X.
           05 CANDM-EMAIL                   PIC X(40).
           05 CANDM-TELEFONO                PIC X(15).
           05 CANDM-CONTACTO-REBOTADO       PIC X.
           05 CANDM-IDENTIDAD               PIC X.
               88 CANDM-IDENT-SIN-CONSULTA           VALUE 'N'.
               88 CANDM-IDENT-PENDIENTE              VALUE 'P'.
               88 CANDM-IDENT-VERIFICADA             VALUE 'V'.
               88 CANDM-IDENT-OBSERVADA              VALUE 'D' 'I' 'F'.

                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-RECHAZO-ESTADO.

           SELECT CODPOST-FILE ASSIGN TO "CODPOST1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CPOST-CLAVE
                               FILE STATUS IS WSC-CODPOST-ESTADO.

           SELECT ESTADO-FILE  ASSIGN TO "RUNSTAT1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-ESTADO-ESTADO.
       FILE SECTION.
       FD  CSV-FILE
           RECORDING MODE IS V.
       01  CSV-REGISTRO                     PIC X(256).

       FD  PARAM-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  RECHAZO-REGISTRO                 PIC X(132).

       FD  CODPOST-FILE.
           COPY CPOSREG.

       FD  ESTADO-FILE
           RECORDING MODE IS F.
           COPY ESTADREG.
                 88 WSS-FIN-CSV                        VALUE 'S'.
             05 WSC-FILA-VALIDA               PIC X    VALUE 'S'.
                 88 WSS-FILA-VALIDA                    VALUE 'S'.
             05 WSC-HAY-CODPOSTALES           PIC X    VALUE 'N'.
                 88 WSS-HAY-CODPOSTALES                VALUE 'S'.
             05 WSC-LOCALIDAD-HALLADA         PIC X    VALUE 'N'.
                 88 WSS-LOCALIDAD-HALLADA              VALUE 'S'.
             05 WSC-CODIGO-EXISTE             PIC X    VALUE 'N'.
                 88 WSS-CODIGO-EXISTE                  VALUE 'S'.

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-CSV-ESTADO                PIC XX   VALUE '00'.
             05 WSC-CANDIN-ESTADO             PIC XX   VALUE '00'.
             05 WSC-POSTUENT-ESTADO           PIC XX   VALUE '00'.
             05 WSC-RECHAZO-ESTADO            PIC XX   VALUE '00'.
             05 WSC-CODPOST-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-CODPOST-INEXISTENTE            VALUE '35'.
             05 WSC-ESTADO-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-ESTADO-INEXISTENTE             VALUE '35'.

                 10 WSV-CSV-DIRECCION         PIC X(30).
                 10 WSV-CSV-LOCALIDAD         PIC X(20).
                 10 WSV-CSV-CODPOSTAL         PIC X(08).
                 10 WSV-CSV-EMAIL             PIC X(40).
                 10 WSV-CSV-TELEFONO          PIC X(15).

             05 WSV-MOTIVO-RECHAZO            PIC X(40) VALUE SPACES.
             05 WSV-LINEA-RECHAZO             PIC X(132).
             05 WSV-CONTADORES.
                 10 WSV-TOTAL-LEIDOS          PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-RECHAZADOS      PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-NORMALIZADAS    PIC 9(07) VALUE ZERO.

             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
           CLOSE CANDIN-FILE.
           CLOSE POSTUENT-FILE.
           CLOSE RECHAZO-FILE.
           IF WSS-HAY-CODPOSTALES
               CLOSE CODPOST-FILE
           END-IF.

           PERFORM 095-MOSTRAR-RESUMEN.
           PERFORM 096-GRABAR-ESTADO.
           OPEN OUTPUT POSTUENT-FILE.
           OPEN OUTPUT RECHAZO-FILE.

           MOVE 'N' TO WSC-HAY-CODPOSTALES.
           OPEN INPUT CODPOST-FILE.
           IF WSS-CODPOST-INEXISTENTE
               DISPLAY 'CODPOST1 AUSENTE, NO SE VALIDAN CODIGOS '
                       'POSTALES NI LOCALIDADES'
           ELSE
               MOVE 'S' TO WSC-HAY-CODPOSTALES
           END-IF.

       010-ABRIR-ARCHIVOS-END. EXIT.

       015-ESCRIBIR-CABECERAS.
                    WSV-CSV-DIRECCION
                    WSV-CSV-LOCALIDAD
                    WSV-CSV-CODPOSTAL
                    WSV-CSV-EMAIL
                    WSV-CSV-TELEFONO
           END-UNSTRING.

       030-SEPARAR-CAMPOS-END. EXIT.
               END-IF
           END-IF.

           IF WSS-FILA-VALIDA
              AND WSS-HAY-CODPOSTALES
              AND WSV-CSV-DIRECCION NOT EQUAL SPACES
               PERFORM 042-VALIDAR-DOMICILIO
           END-IF.

       040-VALIDAR-FILA-END. EXIT.

       041-VALIDAR-NACIMIENTO.

       041-VALIDAR-NACIMIENTO-END. EXIT.

       042-VALIDAR-DOMICILIO.

           IF WSV-CSV-CODPOSTAL EQUAL SPACES
               MOVE 'N' TO WSC-FILA-VALIDA
               MOVE 'CODIGO POSTAL EN BLANCO' TO WSV-MOTIVO-RECHAZO
           ELSE
               MOVE 'S' TO WSC-LOCALIDAD-HALLADA
               MOVE WSV-CSV-CODPOSTAL TO CPOST-CODPOSTAL
               MOVE WSV-CSV-LOCALIDAD TO CPOST-LOCALIDAD
               READ CODPOST-FILE
                   INVALID KEY MOVE 'N' TO WSC-LOCALIDAD-HALLADA
               END-READ
               IF WSS-LOCALIDAD-HALLADA
                   IF CPOST-ES-VARIANTE
                       ADD 1 TO WSV-TOTAL-NORMALIZADAS
                       MOVE CPOST-LOCALIDAD-OFICIAL
                           TO WSV-CSV-LOCALIDAD
                   END-IF
               ELSE
                   PERFORM 043-BUSCAR-CODIGO
                   MOVE 'N' TO WSC-FILA-VALIDA
                   IF WSS-CODIGO-EXISTE
                       MOVE 'LOCALIDAD NO CORRESPONDE AL COD POSTAL'
                           TO WSV-MOTIVO-RECHAZO
                   ELSE
                       MOVE 'CODIGO POSTAL INEXISTENTE'
                           TO WSV-MOTIVO-RECHAZO
                   END-IF
               END-IF
           END-IF.

       042-VALIDAR-DOMICILIO-END. EXIT.

       043-BUSCAR-CODIGO.

           MOVE 'S' TO WSC-CODIGO-EXISTE.
           MOVE WSV-CSV-CODPOSTAL TO CPOST-CODPOSTAL.
           MOVE LOW-VALUES TO CPOST-LOCALIDAD.
           START CODPOST-FILE KEY NOT LESS THAN CPOST-CLAVE
               INVALID KEY MOVE 'N' TO WSC-CODIGO-EXISTE
           END-START.
           IF WSS-CODIGO-EXISTE
               READ CODPOST-FILE NEXT RECORD
                   AT END MOVE 'N' TO WSC-CODIGO-EXISTE
               END-READ
           END-IF.
           IF WSS-CODIGO-EXISTE
              AND CPOST-CODPOSTAL NOT EQUAL WSV-CSV-CODPOSTAL
               MOVE 'N' TO WSC-CODIGO-EXISTE
           END-IF.

       043-BUSCAR-CODIGO-END. EXIT.

       050-ESCRIBIR-DETALLES.

           ADD 1 TO WSV-CANT-DETALLES.
           MOVE WSV-CSV-DIRECCION      TO CANDIN-DIRECCION.
           MOVE WSV-CSV-LOCALIDAD      TO CANDIN-LOCALIDAD.
           MOVE WSV-CSV-CODPOSTAL      TO CANDIN-CODPOSTAL.
           MOVE WSV-CSV-EMAIL          TO CANDIN-EMAIL.
           MOVE WSV-CSV-TELEFONO       TO CANDIN-TELEFONO.
           WRITE CANDIN-REGISTRO.

           MOVE SPACES TO POSTUENT-REGISTRO.
           DISPLAY 'FILAS LEIDAS         : ' WSV-TOTAL-LEIDOS.
           DISPLAY 'CANDIDATOS CONVERTIDOS: ' WSV-CANT-DETALLES.
           DISPLAY 'FILAS RECHAZADAS     : ' WSV-TOTAL-RECHAZADOS.
           DISPLAY 'LOCALIDADES NORMALIZ.: ' WSV-TOTAL-NORMALIZADAS.

       095-MOSTRAR-RESUMEN-END. EXIT.


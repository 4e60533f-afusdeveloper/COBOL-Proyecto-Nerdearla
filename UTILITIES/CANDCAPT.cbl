                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-PARAM-ESTADO.

           SELECT CODPOST-FILE ASSIGN TO "CODPOST1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CPOST-CLAVE
                               FILE STATUS IS WSC-CODPOST-ESTADO.

           SELECT ESTADO-FILE  ASSIGN TO "RUNSTAT1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-ESTADO-ESTADO.
           05 CAP-DIRECCION                 PIC X(30).
           05 CAP-LOCALIDAD                 PIC X(20).
           05 CAP-CODPOSTAL                 PIC X(08).
           05 CAP-EMAIL                     PIC X(40).
           05 CAP-TELEFONO                  PIC X(15).

       FD  CANDIN-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY PARAMREG.

       FD  CODPOST-FILE.
           COPY CPOSREG.

       FD  ESTADO-FILE
           RECORDING MODE IS F.
           COPY ESTADREG.
                 88 WSS-FORZAR-LOCK                    VALUE 'S'.
             05 WSC-CBU-VALIDO                PIC X    VALUE 'N'.
                 88 WSS-CBU-VALIDO                     VALUE 'S'.
             05 WSC-HAY-CODPOSTALES           PIC X    VALUE 'N'.
                 88 WSS-HAY-CODPOSTALES                VALUE 'S'.
             05 WSC-LOCALIDAD-HALLADA         PIC X    VALUE 'N'.
                 88 WSS-LOCALIDAD-HALLADA              VALUE 'S'.
             05 WSC-CODIGO-EXISTE             PIC X    VALUE 'N'.
                 88 WSS-CODIGO-EXISTE                  VALUE 'S'.


         01 WSC-ARCHIVOS-ESTADO.
                 88 WSS-ESTADO-INEXISTENTE             VALUE '35'.
             05 WSC-LOCK-ESTADO               PIC XX   VALUE '00'.
                 88 WSS-LOCK-INEXISTENTE               VALUE '35'.
             05 WSC-CODPOST-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-CODPOST-INEXISTENTE            VALUE '35'.


         01 WSV-VARIABLES.
                 10 WSV-DIRECCION-ENTRADA     PIC X(30).
                 10 WSV-LOCALIDAD-ENTRADA     PIC X(20).
                 10 WSV-CODPOSTAL-ENTRADA     PIC X(08).
                 10 WSV-EMAIL-ENTRADA         PIC X(40).
                 10 WSV-TELEFONO-ENTRADA      PIC X(15).

             05 WSV-VALIDA-FECHA.
                 10 WSV-ANIO-FECHA            PIC 9(04).
             05 WSV-HASH-DETALLES             PIC 9(15) VALUE ZERO.
             05 WSV-TOTAL-ALTAS               PIC 9(07) VALUE ZERO.
             05 WSV-TOTAL-CORRECCIONES        PIC 9(07) VALUE ZERO.
             05 WSV-CANT-ARROBAS              PIC 9(02) VALUE ZERO.
             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
                     VALUE 'PROCESO FINALIZADO NORMALMENTE'.
               CLOSE CAPMAST-FILE
               OPEN I-O CAPMAST-FILE
           END-IF.
           PERFORM 002-ABRIR-CODPOSTALES.

           PERFORM 010-MENU.
           PERFORM 020-ATENDER-OPCION UNTIL WSS-OPCION-SALIR.

           CLOSE CAPMAST-FILE.
           IF WSS-HAY-CODPOSTALES
               CLOSE CODPOST-FILE
           END-IF.
           PERFORM 093-LIBERAR-LOCK.
           PERFORM 096-GRABAR-ESTADO.
           MOVE WSV-CODIGO-RETORNO TO RETURN-CODE.

       001-LEER-PARAMETROS-END. EXIT.

       002-ABRIR-CODPOSTALES.

           MOVE 'N' TO WSC-HAY-CODPOSTALES.
           OPEN INPUT CODPOST-FILE.
           IF WSS-CODPOST-INEXISTENTE
               DISPLAY 'CODPOST1 AUSENTE, NO SE VALIDAN CODIGOS '
                       'POSTALES NI LOCALIDADES'
           ELSE
               MOVE 'S' TO WSC-HAY-CODPOSTALES
           END-IF.

       002-ABRIR-CODPOSTALES-END. EXIT.

       010-MENU.

           DISPLAY '=========================================='.
           ACCEPT WSV-LOCALIDAD-ENTRADA.
           DISPLAY 'CODIGO POSTAL: ' WITH NO ADVANCING.
           ACCEPT WSV-CODPOSTAL-ENTRADA.
           DISPLAY 'E-MAIL: ' WITH NO ADVANCING.
           ACCEPT WSV-EMAIL-ENTRADA.
           DISPLAY 'TELEFONO CELULAR: ' WITH NO ADVANCING.
           ACCEPT WSV-TELEFONO-ENTRADA.

       035-PEDIR-DATOS-END. EXIT.

           IF WSV-DIRECCION-ENTRADA EQUAL SPACES
               DISPLAY 'AVISO: SIN DIRECCION, LAS CARTAS NO PODRAN '
                       'ENVIARSE'
           ELSE
               IF WSS-HAY-CODPOSTALES
                   PERFORM 042-VALIDAR-DOMICILIO
               END-IF
           END-IF.

           IF WSV-EMAIL-ENTRADA NOT EQUAL SPACES
               MOVE ZERO TO WSV-CANT-ARROBAS
               INSPECT WSV-EMAIL-ENTRADA
                   TALLYING WSV-CANT-ARROBAS FOR ALL '@'
               IF WSV-CANT-ARROBAS NOT EQUAL 1
                   DISPLAY 'ERROR: E-MAIL INVALIDO: '
                           WSV-EMAIL-ENTRADA
                   MOVE 'N' TO WSC-ENTRADA-VALIDA
               END-IF
           END-IF.

           IF WSV-EMAIL-ENTRADA EQUAL SPACES
              AND WSV-TELEFONO-ENTRADA EQUAL SPACES
               DISPLAY 'AVISO: SIN E-MAIL NI TELEFONO, NO RECIBIRA '
                       'AVISOS ELECTRONICOS'
           END-IF.

       040-VALIDAR-CANDIDATO-END. EXIT.

       042-VALIDAR-DOMICILIO.

           IF WSV-CODPOSTAL-ENTRADA EQUAL SPACES
               DISPLAY 'ERROR: CODIGO POSTAL EN BLANCO'
               MOVE 'N' TO WSC-ENTRADA-VALIDA
           ELSE
               MOVE 'S' TO WSC-LOCALIDAD-HALLADA
               MOVE WSV-CODPOSTAL-ENTRADA TO CPOST-CODPOSTAL
               MOVE WSV-LOCALIDAD-ENTRADA TO CPOST-LOCALIDAD
               READ CODPOST-FILE
                   INVALID KEY MOVE 'N' TO WSC-LOCALIDAD-HALLADA
               END-READ
               IF WSS-LOCALIDAD-HALLADA
                   IF CPOST-ES-VARIANTE
                       DISPLAY 'AVISO: LOCALIDAD NORMALIZADA: '
                               WSV-LOCALIDAD-ENTRADA ' -> '
                               CPOST-LOCALIDAD-OFICIAL
                       MOVE CPOST-LOCALIDAD-OFICIAL
                           TO WSV-LOCALIDAD-ENTRADA
                   END-IF
                   DISPLAY 'PROVINCIA: ' CPOST-PROVINCIA
               ELSE
                   PERFORM 043-BUSCAR-CODIGO
                   IF WSS-CODIGO-EXISTE
                       DISPLAY 'ERROR: LA LOCALIDAD '
                               WSV-LOCALIDAD-ENTRADA
                               ' NO CORRESPONDE AL CODIGO POSTAL '
                               WSV-CODPOSTAL-ENTRADA
                   ELSE
                       DISPLAY 'ERROR: CODIGO POSTAL INEXISTENTE: '
                               WSV-CODPOSTAL-ENTRADA
                   END-IF
                   MOVE 'N' TO WSC-ENTRADA-VALIDA
               END-IF
           END-IF.

       042-VALIDAR-DOMICILIO-END. EXIT.

       043-BUSCAR-CODIGO.

           MOVE 'S' TO WSC-CODIGO-EXISTE.
           MOVE WSV-CODPOSTAL-ENTRADA TO CPOST-CODPOSTAL.
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
              AND CPOST-CODPOSTAL NOT EQUAL WSV-CODPOSTAL-ENTRADA
               MOVE 'N' TO WSC-CODIGO-EXISTE
           END-IF.

       043-BUSCAR-CODIGO-END. EXIT.

       045-ARMAR-REGISTRO.

           MOVE WSV-DNI-ENTRADA-NUM TO CAP-DNI.
           MOVE WSV-DIRECCION-ENTRADA TO CAP-DIRECCION.
           MOVE WSV-LOCALIDAD-ENTRADA TO CAP-LOCALIDAD.
           MOVE WSV-CODPOSTAL-ENTRADA TO CAP-CODPOSTAL.
           MOVE WSV-EMAIL-ENTRADA     TO CAP-EMAIL.
           MOVE WSV-TELEFONO-ENTRADA  TO CAP-TELEFONO.

       045-ARMAR-REGISTRO-END. EXIT.

           DISPLAY '  DIRECCION  : ' CAP-DIRECCION.
           DISPLAY '  LOCALIDAD  : ' CAP-LOCALIDAD.
           DISPLAY '  COD POSTAL : ' CAP-CODPOSTAL.
           DISPLAY '  E-MAIL     : ' CAP-EMAIL.
           DISPLAY '  TELEFONO   : ' CAP-TELEFONO.
           DISPLAY 'INGRESE LOS NUEVOS DATOS:'.

           MOVE CAP-DNI TO WSV-DNI-ENTRADA-NUM.
           ACCEPT WSV-LOCALIDAD-ENTRADA.
           DISPLAY 'CODIGO POSTAL: ' WITH NO ADVANCING.
           ACCEPT WSV-CODPOSTAL-ENTRADA.
           DISPLAY 'E-MAIL: ' WITH NO ADVANCING.
           ACCEPT WSV-EMAIL-ENTRADA.
           DISPLAY 'TELEFONO CELULAR: ' WITH NO ADVANCING.
           ACCEPT WSV-TELEFONO-ENTRADA.

           PERFORM 040-VALIDAR-CANDIDATO.

           MOVE CAP-DIRECCION  TO CANDIN-DIRECCION.
           MOVE CAP-LOCALIDAD  TO CANDIN-LOCALIDAD.
           MOVE CAP-CODPOSTAL  TO CANDIN-CODPOSTAL.
           MOVE CAP-EMAIL      TO CANDIN-EMAIL.
           MOVE CAP-TELEFONO   TO CANDIN-TELEFONO.
           WRITE CANDIN-REGISTRO.

           MOVE SPACES TO POSTUENT-REGISTRO.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.                            DATOSDNI.
       AUTHOR.                                AYMARA M FUSARO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE  ASSIGN TO "CANDMAST"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CANDM-CLAVE
                               FILE STATUS IS WSC-MASTER-ESTADO.

           SELECT CAPMAST-FILE ASSIGN TO "CAPMAST1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CAP-DNI
                               FILE STATUS IS WSC-CAPMAST-ESTADO.

           SELECT RECHAZOS-FILE ASSIGN TO "RECHAZOS"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-RECHAZOS-ESTADO.

           SELECT POSTUENT-FILE ASSIGN TO "POSTUENT"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-POSTUENT-ESTADO.

           SELECT HIST-FILE    ASSIGN TO "HIST0001"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-HIST-ESTADO.

           SELECT BECADOS-FILE ASSIGN TO "BECADOS1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS BECA-DNI
                               FILE STATUS IS WSC-BECADOS-ESTADO.

           SELECT ESPERA-FILE  ASSIGN TO "LISTESP1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-ESPERA-ESTADO.

           SELECT APROBADOS-FILE ASSIGN TO "APROBADO"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-APROBADOS-ESTADO.

           SELECT CUOTAS-FILE  ASSIGN TO "CUOTAS01"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CUOTA-CLAVE
                               FILE STATUS IS WSC-CUOTAS-ESTADO.

           SELECT LEDGER-FILE  ASSIGN TO "PAGOLEDG"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PAGOL-CLAVE
                               FILE STATUS IS WSC-LEDGER-ESTADO.

           SELECT RECUPERO-FILE ASSIGN TO "RECUPER1"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RECUP-CLAVE
                               FILE STATUS IS WSC-RECUPERO-ESTADO.

           SELECT HISTORIA-FILE ASSIGN TO "CBUHIST1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-HISTORIA-ESTADO.

           SELECT RETENDET-FILE ASSIGN TO "RETENDET"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-RETENDET-ESTADO.

           SELECT AUDIT-FILE   ASSIGN TO "AUDITLOG"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-AUDIT-ESTADO.

           SELECT EXPORT-FILE  ASSIGN TO "EXPODNI1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-EXPORT-ESTADO.

           SELECT REPORTE-FILE ASSIGN TO "DATOSRPT"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-REPORTE-ESTADO.

           SELECT TARJETA-FILE ASSIGN TO "CTRLCRDV"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-TARJETA-ESTADO.

           SELECT ESTADO-FILE  ASSIGN TO "RUNSTAT1"
                               ORGANIZATION IS SEQUENTIAL
                               FILE STATUS IS WSC-ESTADO-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY CANDMREG.

       FD  CAPMAST-FILE.
       01  CAP-REGISTRO.
           05 CAP-DNI                       PIC 9(08).
           05 CAP-NOMBRE                    PIC X(30).
           05 CAP-FECHA-NAC                 PIC 9(08).
           05 CAP-SECUNDARIO                PIC X.
           05 CAP-CARRERA                   PIC X.
           05 CAP-EXPERIENCIA               PIC 9(02).
           05 CAP-CBU                       PIC X(22).
           05 CAP-ROL                       PIC X(03).
           05 CAP-TRACK                     PIC X.
           05 CAP-DIRECCION                 PIC X(30).
           05 CAP-LOCALIDAD                 PIC X(20).
           05 CAP-CODPOSTAL                 PIC X(08).
           05 CAP-EMAIL                     PIC X(40).
           05 CAP-TELEFONO                  PIC X(15).

       FD  RECHAZOS-FILE
           RECORDING MODE IS F.
           COPY RECHREG.

       FD  POSTUENT-FILE
           RECORDING MODE IS F.
           COPY POSTREG.

       FD  HIST-FILE
           RECORDING MODE IS F.
           COPY HISTREG.

       FD  BECADOS-FILE.
           COPY BECAREG.

       FD  ESPERA-FILE
           RECORDING MODE IS F.
           COPY ESPEREG.

       FD  APROBADOS-FILE
           RECORDING MODE IS F.
           COPY APROREG.

       FD  CUOTAS-FILE.
           COPY CUOTREG.

       FD  LEDGER-FILE.
           COPY PAGOREG.

       FD  RECUPERO-FILE.
           COPY RECUREG.

       FD  HISTORIA-FILE
           RECORDING MODE IS F.
           COPY CBUHREG.

       FD  RETENDET-FILE
           RECORDING MODE IS F.
           COPY RETDREG.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDITREG.

       FD  EXPORT-FILE
           RECORDING MODE IS F.
       01  EXPORT-REGISTRO.
           05 EXPORT-ARCHIVO                PIC X(08).
           05 EXPORT-DATOS                  PIC X(240).

       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  REPORTE-REGISTRO                 PIC X(132).

       FD  TARJETA-FILE
           RECORDING MODE IS F.
       01  TARJETA-REGISTRO.
           05 TARJETA-DNI                   PIC X(08).

       FD  ESTADO-FILE
           RECORDING MODE IS F.
           COPY ESTADREG.

       WORKING-STORAGE SECTION.

         01 WSC-CONSTANTES.
             05 WSC-PROGRAMA-ID               PIC X(08)
                                               VALUE 'DATOSDNI'.
             05 WSC-RETORNOS.
                 10 WSC-RETORNO-NORMAL        PIC 9(04) VALUE 0.
                 10 WSC-RETORNO-AVISO         PIC 9(04) VALUE 4.
                 10 WSC-RETORNO-CONTROL       PIC 9(04) VALUE 8.

             05 WSC-GUIONES.
                 10 FILLER                    PIC X(80) VALUE ALL '-'.

         01 WSC-SWITCHES.
             05 WSC-FIN-ARCHIVO               PIC X    VALUE 'N'.
                 88 WSS-FIN-ARCHIVO                    VALUE 'S'.
             05 WSC-FIN-BARRIDO               PIC X    VALUE 'N'.
                 88 WSS-FIN-BARRIDO                    VALUE 'S'.
             05 WSC-TARJETA-PRESENTE          PIC X    VALUE 'N'.
                 88 WSS-TARJETA-PRESENTE               VALUE 'S'.
             05 WSC-ARCHIVO-AUSENTE           PIC X    VALUE 'N'.
                 88 WSS-ARCHIVO-AUSENTE                VALUE 'S'.

         01 WSC-ARCHIVOS-ESTADO.
             05 WSC-MASTER-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-MASTER-INEXISTENTE             VALUE '35'.
             05 WSC-CAPMAST-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-CAPMAST-INEXISTENTE            VALUE '35'.
             05 WSC-RECHAZOS-ESTADO           PIC XX   VALUE '00'.
                 88 WSS-RECHAZOS-INEXISTENTE           VALUE '35'.
             05 WSC-POSTUENT-ESTADO           PIC XX   VALUE '00'.
                 88 WSS-POSTUENT-INEXISTENTE           VALUE '35'.
             05 WSC-HIST-ESTADO               PIC XX   VALUE '00'.
                 88 WSS-HIST-INEXISTENTE               VALUE '35'.
             05 WSC-BECADOS-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-BECADOS-INEXISTENTE            VALUE '35'.
             05 WSC-ESPERA-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-ESPERA-INEXISTENTE             VALUE '35'.
             05 WSC-APROBADOS-ESTADO          PIC XX   VALUE '00'.
                 88 WSS-APROBADOS-INEXISTENTE          VALUE '35'.
             05 WSC-CUOTAS-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-CUOTAS-INEXISTENTE             VALUE '35'.
             05 WSC-LEDGER-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-LEDGER-INEXISTENTE             VALUE '35'.
             05 WSC-RECUPERO-ESTADO           PIC XX   VALUE '00'.
                 88 WSS-RECUPERO-INEXISTENTE           VALUE '35'.
             05 WSC-HISTORIA-ESTADO           PIC XX   VALUE '00'.
                 88 WSS-HISTORIA-INEXISTENTE           VALUE '35'.
             05 WSC-RETENDET-ESTADO           PIC XX   VALUE '00'.
                 88 WSS-RETENDET-INEXISTENTE           VALUE '35'.
             05 WSC-AUDIT-ESTADO              PIC XX   VALUE '00'.
                 88 WSS-AUDIT-INEXISTENTE              VALUE '35'.
             05 WSC-EXPORT-ESTADO             PIC XX   VALUE '00'.
             05 WSC-REPORTE-ESTADO            PIC XX   VALUE '00'.
             05 WSC-TARJETA-ESTADO            PIC XX   VALUE '00'.
                 88 WSS-TARJETA-INEXISTENTE            VALUE '35'.
             05 WSC-ESTADO-ESTADO             PIC XX   VALUE '00'.
                 88 WSS-ESTADO-INEXISTENTE             VALUE '35'.

         01 WSV-VARIABLES.
             05 WSV-FECHA-INICIO              PIC 9(08) VALUE ZERO.
             05 WSV-HORA-INICIO               PIC 9(08) VALUE ZERO.
             05 WSV-DNI-ENTRADA               PIC X(08) VALUE SPACES.
             05 WSV-DNI-ENTRADA-NUM REDEFINES WSV-DNI-ENTRADA
                                              PIC 9(08).
             05 WSV-NOMBRE-TITULAR            PIC X(30) VALUE SPACES.
             05 WSV-ARCHIVO-ACTUAL            PIC X(08) VALUE SPACES.
             05 WSV-LINEA-REPORTE             PIC X(132).

             05 WSV-CONTADORES.
                 10 WSV-TOTAL-LEIDOS          PIC 9(07) VALUE ZERO.
                 10 WSV-TOTAL-EXPORTADOS      PIC 9(07) VALUE ZERO.
                 10 WSV-CANT-ARCHIVO          PIC 9(07) VALUE ZERO.
                 10 WSV-CANT-AUSENTES         PIC 9(03) VALUE ZERO.

             05 WSV-CODIGO-RETORNO            PIC 9(04) VALUE ZERO.
             05 WSV-MOTIVO-FIN                PIC X(40)
                     VALUE 'PROCESO FINALIZADO NORMALMENTE'.

       PROCEDURE DIVISION.

       000-CONTROL.

           ACCEPT WSV-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-INICIO FROM TIME.

           PERFORM 001-LEER-TARJETA.
           IF NOT WSS-TARJETA-PRESENTE
               DISPLAY 'EXPORTACION DE DATOS PERSONALES POR DNI'
               DISPLAY 'DNI: ' WITH NO ADVANCING
               ACCEPT WSV-DNI-ENTRADA
           END-IF.

           IF WSV-DNI-ENTRADA IS NOT NUMERIC
              OR WSV-DNI-ENTRADA-NUM EQUAL ZERO
               DISPLAY 'ERROR: DNI INVALIDO: ' WSV-DNI-ENTRADA
               MOVE WSC-RETORNO-CONTROL TO WSV-CODIGO-RETORNO
               MOVE 'DNI DE EXPORTACION INVALIDO' TO WSV-MOTIVO-FIN
               PERFORM 097-ABORTAR
           END-IF.

           OPEN OUTPUT EXPORT-FILE.
           OPEN OUTPUT REPORTE-FILE.
           PERFORM 006-ESCRIBIR-ENCABEZADO.

           PERFORM 010-EXPORTAR-MASTER.
           PERFORM 015-EXPORTAR-CAPTURA.
           PERFORM 020-EXPORTAR-RECHAZOS.
           PERFORM 025-EXPORTAR-POSTULANTES.
           PERFORM 030-EXPORTAR-HISTORICO.
           PERFORM 035-EXPORTAR-BECADOS.
           PERFORM 040-EXPORTAR-ESPERA.
           PERFORM 045-EXPORTAR-APROBADOS.
           PERFORM 050-EXPORTAR-CUOTAS.
           PERFORM 055-EXPORTAR-PAGOS.
           PERFORM 060-EXPORTAR-RECUPEROS.
           PERFORM 065-EXPORTAR-CAMBIOS-CBU.
           PERFORM 070-EXPORTAR-RETENCIONES.
           PERFORM 075-EXPORTAR-AUDITORIA.

           PERFORM 095-ESCRIBIR-RESUMEN.
           CLOSE EXPORT-FILE.
           CLOSE REPORTE-FILE.

           PERFORM 085-AUDITAR-EXPORTACION.

           IF WSV-TOTAL-EXPORTADOS EQUAL ZERO
               MOVE WSC-RETORNO-AVISO TO WSV-CODIGO-RETORNO
               MOVE 'SIN DATOS PARA EL DNI' TO WSV-MOTIVO-FIN
           END-IF.

           PERFORM 096-GRABAR-ESTADO.
           MOVE WSV-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       000-CONTROL-END. EXIT.

       001-LEER-TARJETA.

           MOVE 'N' TO WSC-TARJETA-PRESENTE.
           OPEN INPUT TARJETA-FILE.
           IF NOT WSS-TARJETA-INEXISTENTE
               READ TARJETA-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE 'S' TO WSC-TARJETA-PRESENTE
                       MOVE TARJETA-DNI TO WSV-DNI-ENTRADA
               END-READ
               CLOSE TARJETA-FILE
           END-IF.

       001-LEER-TARJETA-END. EXIT.

       002-ESCRIBIR-LINEA.

           DISPLAY WSV-LINEA-REPORTE.
           MOVE WSV-LINEA-REPORTE TO REPORTE-REGISTRO.
           WRITE REPORTE-REGISTRO.

       002-ESCRIBIR-LINEA-END. EXIT.

       003-EXPORTAR-REGISTRO.

           ADD 1 TO WSV-CANT-ARCHIVO.
           ADD 1 TO WSV-TOTAL-EXPORTADOS.
           MOVE WSV-ARCHIVO-ACTUAL TO EXPORT-ARCHIVO.
           WRITE EXPORT-REGISTRO.

       003-EXPORTAR-REGISTRO-END. EXIT.

       004-INICIAR-ARCHIVO.

           MOVE ZERO TO WSV-CANT-ARCHIVO.
           MOVE 'N' TO WSC-ARCHIVO-AUSENTE.
           MOVE 'N' TO WSC-FIN-ARCHIVO.
           MOVE 'N' TO WSC-FIN-BARRIDO.

       004-INICIAR-ARCHIVO-END. EXIT.

       005-INFORMAR-ARCHIVO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           IF WSS-ARCHIVO-AUSENTE
               ADD 1 TO WSV-CANT-AUSENTES
               STRING ' '                DELIMITED BY SIZE
                      WSV-ARCHIVO-ACTUAL DELIMITED BY SIZE
                      ' : ARCHIVO AUSENTE' DELIMITED BY SIZE
                      INTO WSV-LINEA-REPORTE
               END-STRING
           ELSE
               STRING ' '                DELIMITED BY SIZE
                      WSV-ARCHIVO-ACTUAL DELIMITED BY SIZE
                      ' : '              DELIMITED BY SIZE
                      WSV-CANT-ARCHIVO   DELIMITED BY SIZE
                      ' REGISTROS EXPORTADOS' DELIMITED BY SIZE
                      INTO WSV-LINEA-REPORTE
               END-STRING
           END-IF.
           PERFORM 002-ESCRIBIR-LINEA.

       005-INFORMAR-ARCHIVO-END. EXIT.

       006-ESCRIBIR-ENCABEZADO.

           MOVE 'CABECERA' TO EXPORT-ARCHIVO.
           MOVE SPACES TO EXPORT-DATOS.
           STRING WSV-DNI-ENTRADA  DELIMITED BY SIZE
                  WSV-FECHA-INICIO DELIMITED BY SIZE
                  WSV-HORA-INICIO  DELIMITED BY SIZE
                  INTO EXPORT-DATOS
           END-STRING.
           WRITE EXPORT-REGISTRO.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' EXPORTACION DE DATOS PERSONALES - DNI '
                                       DELIMITED BY SIZE
                  WSV-DNI-ENTRADA      DELIMITED BY SIZE
                  '  FECHA: '          DELIMITED BY SIZE
                  WSV-FECHA-INICIO     DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 002-ESCRIBIR-LINEA.
           MOVE WSC-GUIONES TO WSV-LINEA-REPORTE.
           PERFORM 002-ESCRIBIR-LINEA.

       006-ESCRIBIR-ENCABEZADO-END. EXIT.

       010-EXPORTAR-MASTER.

           PERFORM 004-INICIAR-ARCHIVO.
           MOVE 'CANDMAST' TO WSV-ARCHIVO-ACTUAL.
           OPEN INPUT MASTER-FILE.
           IF WSS-MASTER-INEXISTENTE
               MOVE 'S' TO WSC-ARCHIVO-AUSENTE
           ELSE
               MOVE LOW-VALUES TO CANDM-CLAVE
               START MASTER-FILE KEY NOT LESS THAN CANDM-CLAVE
                   INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
               END-START
               PERFORM 011-LEER-MASTER UNTIL WSS-FIN-BARRIDO
               CLOSE MASTER-FILE
           END-IF.
           PERFORM 005-INFORMAR-ARCHIVO.

       010-EXPORTAR-MASTER-END. EXIT.

       011-LEER-MASTER.

           READ MASTER-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   ADD 1 TO WSV-TOTAL-LEIDOS
                   IF CANDM-DNI EQUAL WSV-DNI-ENTRADA-NUM
                       MOVE CANDM-NOMBRE TO WSV-NOMBRE-TITULAR
                       MOVE CANDM-REGISTRO TO EXPORT-DATOS
                       PERFORM 003-EXPORTAR-REGISTRO
                   END-IF
           END-READ.
           IF WSC-MASTER-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       011-LEER-MASTER-END. EXIT.

       015-EXPORTAR-CAPTURA.

           PERFORM 004-INICIAR-ARCHIVO.
           MOVE 'CAPMAST1' TO WSV-ARCHIVO-ACTUAL.
           OPEN INPUT CAPMAST-FILE.
           IF WSS-CAPMAST-INEXISTENTE
               MOVE 'S' TO WSC-ARCHIVO-AUSENTE
           ELSE
               MOVE WSV-DNI-ENTRADA-NUM TO CAP-DNI
               READ CAPMAST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WSV-TOTAL-LEIDOS
                       IF WSV-NOMBRE-TITULAR EQUAL SPACES
                           MOVE CAP-NOMBRE TO WSV-NOMBRE-TITULAR
                       END-IF
                       MOVE CAP-REGISTRO TO EXPORT-DATOS
                       PERFORM 003-EXPORTAR-REGISTRO
               END-READ
               CLOSE CAPMAST-FILE
           END-IF.
           PERFORM 005-INFORMAR-ARCHIVO.

       015-EXPORTAR-CAPTURA-END. EXIT.

       020-EXPORTAR-RECHAZOS.

           PERFORM 004-INICIAR-ARCHIVO.
           MOVE 'RECHAZOS' TO WSV-ARCHIVO-ACTUAL.
           OPEN INPUT RECHAZOS-FILE.
           IF WSS-RECHAZOS-INEXISTENTE
               MOVE 'S' TO WSC-ARCHIVO-AUSENTE
           ELSE
               PERFORM 021-LEER-RECHAZO UNTIL WSS-FIN-ARCHIVO
               CLOSE RECHAZOS-FILE
           END-IF.
           PERFORM 005-INFORMAR-ARCHIVO.

       020-EXPORTAR-RECHAZOS-END. EXIT.

       021-LEER-RECHAZO.

           READ RECHAZOS-FILE
               AT END MOVE 'S' TO WSC-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WSV-TOTAL-LEIDOS
                   IF RECHAZOS-DNI EQUAL WSV-DNI-ENTRADA-NUM
                       MOVE RECHAZOS-REGISTRO TO EXPORT-DATOS
                       PERFORM 003-EXPORTAR-REGISTRO
                   END-IF
           END-READ.

       021-LEER-RECHAZO-END. EXIT.

       025-EXPORTAR-POSTULANTES.

           PERFORM 004-INICIAR-ARCHIVO.
           MOVE 'POSTUENT' TO WSV-ARCHIVO-ACTUAL.
           OPEN INPUT POSTUENT-FILE.
           IF WSS-POSTUENT-INEXISTENTE
               MOVE 'S' TO WSC-ARCHIVO-AUSENTE
           ELSE
               PERFORM 026-LEER-POSTULANTE UNTIL WSS-FIN-ARCHIVO
               CLOSE POSTUENT-FILE
           END-IF.
           PERFORM 005-INFORMAR-ARCHIVO.

       025-EXPORTAR-POSTULANTES-END. EXIT.

       026-LEER-POSTULANTE.

           READ POSTUENT-FILE
               AT END MOVE 'S' TO WSC-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WSV-TOTAL-LEIDOS
                   IF POSTUENT-ES-DETALLE
                      AND POSTUENT-DNI EQUAL WSV-DNI-ENTRADA-NUM
                       MOVE POSTUENT-REGISTRO TO EXPORT-DATOS
                       PERFORM 003-EXPORTAR-REGISTRO
                   END-IF
           END-READ.

       026-LEER-POSTULANTE-END. EXIT.

       030-EXPORTAR-HISTORICO.

           PERFORM 004-INICIAR-ARCHIVO.
           MOVE 'HIST0001' TO WSV-ARCHIVO-ACTUAL.
           OPEN INPUT HIST-FILE.
           IF WSS-HIST-INEXISTENTE
               MOVE 'S' TO WSC-ARCHIVO-AUSENTE
           ELSE
               PERFORM 031-LEER-HISTORICO UNTIL WSS-FIN-ARCHIVO
               CLOSE HIST-FILE
           END-IF.
           PERFORM 005-INFORMAR-ARCHIVO.

       030-EXPORTAR-HISTORICO-END. EXIT.

       031-LEER-HISTORICO.

           READ HIST-FILE
               AT END MOVE 'S' TO WSC-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WSV-TOTAL-LEIDOS
                   IF HIST-DNI EQUAL WSV-DNI-ENTRADA-NUM
                       MOVE HIST-REGISTRO TO EXPORT-DATOS
                       PERFORM 003-EXPORTAR-REGISTRO
                   END-IF
           END-READ.

       031-LEER-HISTORICO-END. EXIT.

       035-EXPORTAR-BECADOS.

           PERFORM 004-INICIAR-ARCHIVO.
           MOVE 'BECADOS1' TO WSV-ARCHIVO-ACTUAL.
           OPEN INPUT BECADOS-FILE.
           IF WSS-BECADOS-INEXISTENTE
               MOVE 'S' TO WSC-ARCHIVO-AUSENTE
           ELSE
               MOVE WSV-DNI-ENTRADA-NUM TO BECA-DNI
               READ BECADOS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WSV-TOTAL-LEIDOS
                       MOVE BECA-REGISTRO TO EXPORT-DATOS
                       PERFORM 003-EXPORTAR-REGISTRO
               END-READ
               CLOSE BECADOS-FILE
           END-IF.
           PERFORM 005-INFORMAR-ARCHIVO.

       035-EXPORTAR-BECADOS-END. EXIT.

       040-EXPORTAR-ESPERA.

           PERFORM 004-INICIAR-ARCHIVO.
           MOVE 'LISTESP1' TO WSV-ARCHIVO-ACTUAL.
           OPEN INPUT ESPERA-FILE.
           IF WSS-ESPERA-INEXISTENTE
               MOVE 'S' TO WSC-ARCHIVO-AUSENTE
           ELSE
               PERFORM 041-LEER-ESPERA UNTIL WSS-FIN-ARCHIVO
               CLOSE ESPERA-FILE
           END-IF.
           PERFORM 005-INFORMAR-ARCHIVO.

       040-EXPORTAR-ESPERA-END. EXIT.

       041-LEER-ESPERA.

           READ ESPERA-FILE
               AT END MOVE 'S' TO WSC-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WSV-TOTAL-LEIDOS
                   IF ESPERA-DNI EQUAL WSV-DNI-ENTRADA-NUM
                       MOVE ESPERA-REGISTRO TO EXPORT-DATOS
                       PERFORM 003-EXPORTAR-REGISTRO
                   END-IF
           END-READ.

       041-LEER-ESPERA-END. EXIT.

       045-EXPORTAR-APROBADOS.

           PERFORM 004-INICIAR-ARCHIVO.
           MOVE 'APROBADO' TO WSV-ARCHIVO-ACTUAL.
           OPEN INPUT APROBADOS-FILE.
           IF WSS-APROBADOS-INEXISTENTE
               MOVE 'S' TO WSC-ARCHIVO-AUSENTE
           ELSE
               PERFORM 046-LEER-APROBADO UNTIL WSS-FIN-ARCHIVO
               CLOSE APROBADOS-FILE
           END-IF.
           PERFORM 005-INFORMAR-ARCHIVO.

       045-EXPORTAR-APROBADOS-END. EXIT.

       046-LEER-APROBADO.

           READ APROBADOS-FILE
               AT END MOVE 'S' TO WSC-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WSV-TOTAL-LEIDOS
                   IF APROBADOS-DNI EQUAL WSV-DNI-ENTRADA-NUM
                       MOVE APROBADOS-REGISTRO TO EXPORT-DATOS
                       PERFORM 003-EXPORTAR-REGISTRO
                   END-IF
           END-READ.

       046-LEER-APROBADO-END. EXIT.

       050-EXPORTAR-CUOTAS.

           PERFORM 004-INICIAR-ARCHIVO.
           MOVE 'CUOTAS01' TO WSV-ARCHIVO-ACTUAL.
           OPEN INPUT CUOTAS-FILE.
           IF WSS-CUOTAS-INEXISTENTE
               MOVE 'S' TO WSC-ARCHIVO-AUSENTE
           ELSE
               MOVE LOW-VALUES TO CUOTA-CLAVE
               START CUOTAS-FILE KEY NOT LESS THAN CUOTA-CLAVE
                   INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
               END-START
               PERFORM 051-LEER-CUOTA UNTIL WSS-FIN-BARRIDO
               CLOSE CUOTAS-FILE
           END-IF.
           PERFORM 005-INFORMAR-ARCHIVO.

       050-EXPORTAR-CUOTAS-END. EXIT.

       051-LEER-CUOTA.

           READ CUOTAS-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   ADD 1 TO WSV-TOTAL-LEIDOS
                   IF CUOTA-DNI EQUAL WSV-DNI-ENTRADA-NUM
                       MOVE CUOTA-REGISTRO TO EXPORT-DATOS
                       PERFORM 003-EXPORTAR-REGISTRO
                   END-IF
           END-READ.
           IF WSC-CUOTAS-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       051-LEER-CUOTA-END. EXIT.

       055-EXPORTAR-PAGOS.

           PERFORM 004-INICIAR-ARCHIVO.
           MOVE 'PAGOLEDG' TO WSV-ARCHIVO-ACTUAL.
           OPEN INPUT LEDGER-FILE.
           IF WSS-LEDGER-INEXISTENTE
               MOVE 'S' TO WSC-ARCHIVO-AUSENTE
           ELSE
               MOVE LOW-VALUES TO PAGOL-CLAVE
               START LEDGER-FILE KEY NOT LESS THAN PAGOL-CLAVE
                   INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
               END-START
               PERFORM 056-LEER-PAGO UNTIL WSS-FIN-BARRIDO
               CLOSE LEDGER-FILE
           END-IF.
           PERFORM 005-INFORMAR-ARCHIVO.

       055-EXPORTAR-PAGOS-END. EXIT.

       056-LEER-PAGO.

           READ LEDGER-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   ADD 1 TO WSV-TOTAL-LEIDOS
                   IF PAGOL-DNI EQUAL WSV-DNI-ENTRADA-NUM
                       MOVE PAGOL-REGISTRO TO EXPORT-DATOS
                       PERFORM 003-EXPORTAR-REGISTRO
                   END-IF
           END-READ.
           IF WSC-LEDGER-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       056-LEER-PAGO-END. EXIT.

       060-EXPORTAR-RECUPEROS.

           PERFORM 004-INICIAR-ARCHIVO.
           MOVE 'RECUPER1' TO WSV-ARCHIVO-ACTUAL.
           OPEN INPUT RECUPERO-FILE.
           IF WSS-RECUPERO-INEXISTENTE
               MOVE 'S' TO WSC-ARCHIVO-AUSENTE
           ELSE
               MOVE LOW-VALUES TO RECUP-CLAVE
               START RECUPERO-FILE KEY NOT LESS THAN RECUP-CLAVE
                   INVALID KEY MOVE 'S' TO WSC-FIN-BARRIDO
               END-START
               PERFORM 061-LEER-RECUPERO UNTIL WSS-FIN-BARRIDO
               CLOSE RECUPERO-FILE
           END-IF.
           PERFORM 005-INFORMAR-ARCHIVO.

       060-EXPORTAR-RECUPEROS-END. EXIT.

       061-LEER-RECUPERO.

           READ RECUPERO-FILE NEXT RECORD
               AT END MOVE 'S' TO WSC-FIN-BARRIDO
               NOT AT END
                   ADD 1 TO WSV-TOTAL-LEIDOS
                   IF RECUP-DNI EQUAL WSV-DNI-ENTRADA-NUM
                       MOVE RECUP-REGISTRO TO EXPORT-DATOS
                       PERFORM 003-EXPORTAR-REGISTRO
                   END-IF
           END-READ.
           IF WSC-RECUPERO-ESTADO NOT EQUAL '00'
               MOVE 'S' TO WSC-FIN-BARRIDO
           END-IF.

       061-LEER-RECUPERO-END. EXIT.

       065-EXPORTAR-CAMBIOS-CBU.

           PERFORM 004-INICIAR-ARCHIVO.
           MOVE 'CBUHIST1' TO WSV-ARCHIVO-ACTUAL.
           OPEN INPUT HISTORIA-FILE.
           IF WSS-HISTORIA-INEXISTENTE
               MOVE 'S' TO WSC-ARCHIVO-AUSENTE
           ELSE
               PERFORM 066-LEER-CAMBIO-CBU UNTIL WSS-FIN-ARCHIVO
               CLOSE HISTORIA-FILE
           END-IF.
           PERFORM 005-INFORMAR-ARCHIVO.

       065-EXPORTAR-CAMBIOS-CBU-END. EXIT.

       066-LEER-CAMBIO-CBU.

           READ HISTORIA-FILE
               AT END MOVE 'S' TO WSC-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WSV-TOTAL-LEIDOS
                   IF CBUH-DNI EQUAL WSV-DNI-ENTRADA-NUM
                       MOVE CBUH-REGISTRO TO EXPORT-DATOS
                       PERFORM 003-EXPORTAR-REGISTRO
                   END-IF
           END-READ.

       066-LEER-CAMBIO-CBU-END. EXIT.

       070-EXPORTAR-RETENCIONES.

           PERFORM 004-INICIAR-ARCHIVO.
           MOVE 'RETENDET' TO WSV-ARCHIVO-ACTUAL.
           OPEN INPUT RETENDET-FILE.
           IF WSS-RETENDET-INEXISTENTE
               MOVE 'S' TO WSC-ARCHIVO-AUSENTE
           ELSE
               PERFORM 071-LEER-RETENCION UNTIL WSS-FIN-ARCHIVO
               CLOSE RETENDET-FILE
           END-IF.
           PERFORM 005-INFORMAR-ARCHIVO.

       070-EXPORTAR-RETENCIONES-END. EXIT.

       071-LEER-RETENCION.

           READ RETENDET-FILE
               AT END MOVE 'S' TO WSC-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WSV-TOTAL-LEIDOS
                   IF RETEN-DNI EQUAL WSV-DNI-ENTRADA-NUM
                       MOVE RETEN-REGISTRO TO EXPORT-DATOS
                       PERFORM 003-EXPORTAR-REGISTRO
                   END-IF
           END-READ.

       071-LEER-RETENCION-END. EXIT.

       075-EXPORTAR-AUDITORIA.

           PERFORM 004-INICIAR-ARCHIVO.
           MOVE 'AUDITLOG' TO WSV-ARCHIVO-ACTUAL.
           OPEN INPUT AUDIT-FILE.
           IF WSS-AUDIT-INEXISTENTE
               MOVE 'S' TO WSC-ARCHIVO-AUSENTE
           ELSE
               PERFORM 076-LEER-AUDITORIA UNTIL WSS-FIN-ARCHIVO
               CLOSE AUDIT-FILE
           END-IF.
           PERFORM 005-INFORMAR-ARCHIVO.

       075-EXPORTAR-AUDITORIA-END. EXIT.

       076-LEER-AUDITORIA.

           READ AUDIT-FILE
               AT END MOVE 'S' TO WSC-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WSV-TOTAL-LEIDOS
                   IF AUDIT-DNI EQUAL WSV-DNI-ENTRADA-NUM
                       MOVE AUDIT-REGISTRO TO EXPORT-DATOS
                       PERFORM 003-EXPORTAR-REGISTRO
                   END-IF
           END-READ.

       076-LEER-AUDITORIA-END. EXIT.

       085-AUDITAR-EXPORTACION.

           OPEN EXTEND AUDIT-FILE.
           IF WSS-AUDIT-INEXISTENTE
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE WSC-PROGRAMA-ID     TO AUDIT-PROGRAMA.
           MOVE WSV-DNI-ENTRADA-NUM TO AUDIT-DNI.
           MOVE WSV-NOMBRE-TITULAR  TO AUDIT-NOMBRE.
           MOVE SPACES TO AUDIT-RESULTADO.
           STRING 'EXPORTACION DATOS '  DELIMITED BY SIZE
                  WSV-TOTAL-EXPORTADOS  DELIMITED BY SIZE
                  INTO AUDIT-RESULTADO
           END-STRING.
           MOVE SPACES TO AUDIT-CAMPANIA.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDIT-FILE.

       085-AUDITAR-EXPORTACION-END. EXIT.

       095-ESCRIBIR-RESUMEN.

           MOVE 'TOTALES ' TO EXPORT-ARCHIVO.
           MOVE SPACES TO EXPORT-DATOS.
           STRING WSV-DNI-ENTRADA       DELIMITED BY SIZE
                  WSV-TOTAL-EXPORTADOS  DELIMITED BY SIZE
                  INTO EXPORT-DATOS
           END-STRING.
           WRITE EXPORT-REGISTRO.

           MOVE WSC-GUIONES TO WSV-LINEA-REPORTE.
           PERFORM 002-ESCRIBIR-LINEA.

           MOVE SPACES TO WSV-LINEA-REPORTE.
           STRING ' TOTAL EXPORTADO: '   DELIMITED BY SIZE
                  WSV-TOTAL-EXPORTADOS   DELIMITED BY SIZE
                  ' REGISTROS  ARCHIVOS AUSENTES: '
                                         DELIMITED BY SIZE
                  WSV-CANT-AUSENTES      DELIMITED BY SIZE
                  INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 002-ESCRIBIR-LINEA.

       095-ESCRIBIR-RESUMEN-END. EXIT.

       096-GRABAR-ESTADO.

           OPEN EXTEND ESTADO-FILE.
           IF WSS-ESTADO-INEXISTENTE
               OPEN OUTPUT ESTADO-FILE
           END-IF.
           MOVE WSV-FECHA-INICIO TO ESTADO-FECHA.
           MOVE WSV-HORA-INICIO  TO ESTADO-HORA.
           ACCEPT ESTADO-HORA-FIN FROM TIME.
           CALL 'DURACALC' USING WSV-HORA-INICIO
                                  ESTADO-HORA-FIN
                                  ESTADO-DURACION
           END-CALL.
           MOVE WSC-PROGRAMA-ID      TO ESTADO-PROGRAMA.
           MOVE WSV-TOTAL-LEIDOS     TO ESTADO-LEIDOS.
           MOVE WSV-TOTAL-EXPORTADOS TO ESTADO-ESCRITOS.
           MOVE WSV-CODIGO-RETORNO   TO ESTADO-CODIGO.
           MOVE WSV-MOTIVO-FIN       TO ESTADO-MOTIVO.
           WRITE ESTADO-REGISTRO.
           CLOSE ESTADO-FILE.

       096-GRABAR-ESTADO-END. EXIT.

       097-ABORTAR.

           PERFORM 096-GRABAR-ESTADO.
           MOVE WSV-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       097-ABORTAR-END. EXIT.

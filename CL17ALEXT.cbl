      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: EXTRACTO DE ALERTAS PARA EL SERVICIO DE GUARDIA.
      *          RECORRE ALERTAS Y PASA CADA ALERTA DE SEVERIDAD ERROR
      *          TODAVIA PENDIENTE AL ARCHIVO DE ENTREGA ALRTPAG QUE
      *          TOMA EL GATEWAY DE PAGING (CABECERA "H", UN DETALLE
      *          "D" POR ALERTA Y TRAILER "T" CON LA CANTIDAD). CADA
      *          ALERTA ENTREGADA QUEDA ENVIADA (ESTADO E) CON FECHA Y
      *          HORA DE ENVIO, PARA NO PAGINARLA DOS VECES. CON LA
      *          TARJETA ALXPARM EN "S" SE REENVIAN TAMBIEN LAS YA
      *          ENVIADAS QUE NADIE RECONOCIO TODAVIA (CL17ALACK).
      *          LAS ALERTAS INFO Y WARN QUEDAN EN ALERTAS PARA LA
      *          REVISION DE LA MANANA.
      * Tectonics: cobc
      * Modification History:
      *  15/10/2026 GR  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17ALEXT.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT ALERT-FILE                ASSIGN TO "ALERTAS"
                                             ORGANIZATION IS INDEXED
                                             ACCESS MODE IS DYNAMIC
                                             RECORD KEY IS AT-CLAVE
                                             FILE STATUS IS WS-FS-ALR.

           SELECT PARM-FILE                 ASSIGN TO "ALXPARM"
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS WS-FS-PARM.

           SELECT PAGE-FILE                 ASSIGN TO "ALRTPAG"
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS WS-FS-PAG.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD  ALERT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
           COPY ALRTREG.

      *----------------------------------------------------------------*
      * TARJETA DE REENVIO: "S" = REENVIAR LAS ENVIADAS SIN RECONOCER. *
      * SIN TARJETA SOLO SALEN LAS PENDIENTES.                         *
      *----------------------------------------------------------------*
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS.
       01  AX-REGISTRO.
           05  AX-REENVIO                   PIC X(01).
               88  AX-REENVIO-SI            VALUE "S".
           05  FILLER                       PIC X(19).

       FD  PAGE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  PG-REGISTRO                      PIC X(120).

       WORKING-STORAGE SECTION.

       77  WS-FS-ALR                        PIC X(02).
       77  WS-FS-PARM                       PIC X(02).
       77  WS-FS-PAG                        PIC X(02).
       77  WS-RC-ARCHIVO                    PIC 9(02).
           88  WS-RC-ARCHIVO-FATAL          VALUE 8.

       77  WS-FILERR-ARCHIVO                PIC X(09).
       77  WS-FILERR-OPERACION              PIC X(08) VALUE "OPEN".

       77  WS-SW-EOF                        PIC X(01) VALUE "N".
           88  WS-EOF-SI                    VALUE "S".
           88  WS-EOF-NO                    VALUE "N".

       77  WS-SW-ALERTAS                    PIC X(01) VALUE "N".
           88  WS-ALERTAS-ABIERTO           VALUE "S".
           88  WS-ALERTAS-NO-ABIERTO        VALUE "N".

       77  WS-SW-REENVIO                    PIC X(01) VALUE "N".
           88  WS-REENVIO-SI                VALUE "S".
           88  WS-REENVIO-NO                VALUE "N".

       77  WS-SW-ENTREGAR                   PIC X(01).
           88  WS-ENTREGAR-SI               VALUE "S".
           88  WS-ENTREGAR-NO               VALUE "N".

       77  WS-ALR-LEIDAS                    PIC 9(07) VALUE 0.
       77  WS-ALR-ENTREGADAS                PIC 9(07) VALUE 0.
       77  WS-ALR-REENVIADAS                PIC 9(07) VALUE 0.
       77  WS-ALR-ERRORES                   PIC 9(07) VALUE 0.

       77  WS-RUN-ACCION-INICIO             PIC X(06) VALUE "INICIO".
       77  WS-RUN-ACCION-FIN                PIC X(06) VALUE "FIN".
       77  WS-RUN-LEIDOS                    PIC 9(07) VALUE 0.
       77  WS-RUN-ESCRITOS                  PIC 9(07) VALUE 0.
       77  WS-RUN-RECHAZADOS                PIC 9(07) VALUE 0.
       77  WS-RUN-RC                        PIC 9(02) VALUE 0.

       01  WS-FECHA-SISTEMA                 PIC 9(08).
       01  WS-HORA-SISTEMA                  PIC 9(08).

      *----------------------------------------------------------------*
      * ARCHIVO DE ENTREGA AL GATEWAY DE PAGING: CABECERA "H" CON LA   *
      * FECHA Y HORA DEL EXTRACTO, DETALLE "D" POR ALERTA Y TRAILER    *
      * "T" CON LA CANTIDAD DE DETALLES, PARA QUE EL GATEWAY COMPRUEBE *
      * QUE RECIBIO EL ARCHIVO COMPLETO.                               *
      *----------------------------------------------------------------*
       01  WS-PG-CABECERA.
           05  PGH-TIPO                     PIC X(01) VALUE "H".
           05  PGH-SISTEMA                  PIC X(09) VALUE "CL17".
           05  PGH-FECHA                    PIC 9(08).
           05  PGH-HORA                     PIC 9(08).
           05  FILLER                       PIC X(94) VALUE SPACES.

       01  WS-PG-DETALLE.
           05  PGD-TIPO                     PIC X(01) VALUE "D".
           05  PGD-FECHA                    PIC 9(08).
           05  PGD-HORA                     PIC 9(08).
           05  PGD-PROGRAMA                 PIC X(09).
           05  PGD-CODIGO                   PIC 9(03).
           05  PGD-SEVERIDAD                PIC X(05).
           05  PGD-TEXTO                    PIC X(20).
           05  PGD-POSICION                 PIC 9(05).
           05  PGD-OPERADOR                 PIC X(12).
           05  PGD-DETALLE                  PIC X(30).
           05  PGD-ENVIO                    PIC 9(03).
           05  FILLER                       PIC X(16) VALUE SPACES.

       01  WS-PG-TRAILER.
           05  PGT-TIPO                     PIC X(01) VALUE "T".
           05  PGT-CANTIDAD                 PIC 9(07).
           05  FILLER                       PIC X(112) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           CALL "RUNLOG" USING "CL17ALEXT" WS-RUN-ACCION-INICIO
                                WS-RUN-LEIDOS WS-RUN-ESCRITOS
                                WS-RUN-RECHAZADOS WS-RUN-RC.

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-FIN.

           IF WS-RC-ARCHIVO-FATAL
              GO TO 9999-FIN-PROGRAMA
           END-IF.

           IF WS-ALERTAS-ABIERTO
              PERFORM 2000-PROCESAR-ALERTA
                 THRU 2000-PROCESAR-ALERTA-FIN
                UNTIL WS-EOF-SI
           END-IF.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIN.

       9999-FIN-PROGRAMA.

           MOVE WS-ALR-LEIDAS               TO WS-RUN-LEIDOS.
           MOVE WS-ALR-ENTREGADAS           TO WS-RUN-ESCRITOS.
           MOVE WS-ALR-ERRORES              TO WS-RUN-RECHAZADOS.
           MOVE RETURN-CODE                 TO WS-RUN-RC.

           CALL "RUNLOG" USING "CL17ALEXT" WS-RUN-ACCION-FIN
                                WS-RUN-LEIDOS WS-RUN-ESCRITOS
                                WS-RUN-RECHAZADOS WS-RUN-RC.

           STOP RUN.
      *----------------------------------------------------------------*
      * ABRE ALRTPAG Y ALERTAS. SIN ALERTAS (NINGUN PRODUCTOR ALERTO   *
      * TODAVIA) SE ENTREGA IGUAL UN ARCHIVO VACIO CON CABECERA Y      *
      * TRAILER: EL GATEWAY ESPERA UN ARCHIVO POR CORRIDA.             *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.

           ACCEPT WS-FECHA-SISTEMA          FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA           FROM TIME.

           PERFORM 1010-LEER-REENVIO
              THRU 1010-LEER-REENVIO-FIN.

           OPEN OUTPUT PAGE-FILE.

           MOVE "ALRTPAG"                   TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17ALEXT" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-PAG WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR ALRTPAG - FIN ANORMAL"
              MOVE 8                        TO RETURN-CODE
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           MOVE WS-FECHA-SISTEMA            TO PGH-FECHA.
           MOVE WS-HORA-SISTEMA             TO PGH-HORA.
           MOVE WS-PG-CABECERA              TO PG-REGISTRO.
           WRITE PG-REGISTRO.

           OPEN I-O ALERT-FILE.

           IF WS-FS-ALR = "35"
              DISPLAY "ALERTAS NO EXISTE - SIN ALERTAS PARA ENTREGAR"
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           MOVE "ALERTAS"                   TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17ALEXT" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-ALR WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR ALERTAS - FIN ANORMAL"
              MOVE 8                        TO RETURN-CODE
              CLOSE PAGE-FILE
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           SET WS-ALERTAS-ABIERTO           TO TRUE.

       1000-INICIALIZAR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LEE LA TARJETA DE REENVIO, SI EXISTE                           *
      *----------------------------------------------------------------*
       1010-LEER-REENVIO.

           OPEN INPUT PARM-FILE.

           IF WS-FS-PARM NOT = "00"
              GO TO 1010-LEER-REENVIO-FIN
           END-IF.

           READ PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF AX-REENVIO-SI
                      SET WS-REENVIO-SI     TO TRUE
                      DISPLAY "ALXPARM - SE REENVIAN LAS ALERTAS"
                               " ENVIADAS SIN RECONOCER"
                   END-IF
           END-READ.

           CLOSE PARM-FILE.

       1010-LEER-REENVIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LEE LA SIGUIENTE ALERTA Y, SI ES ERROR SIN RECONOCER, LA MARCA *
      * ENVIADA Y LA PASA A ALRTPAG. SE MARCA ANTES DE ENTREGAR: UNA   *
      * ALERTA QUE NO SE PUDO MARCAR NO SE ENTREGA, Y SALE EN LA       *
      * PROXIMA CORRIDA COMO PENDIENTE.                                *
      *----------------------------------------------------------------*
       2000-PROCESAR-ALERTA.

           READ ALERT-FILE NEXT RECORD
               AT END
                   SET WS-EOF-SI            TO TRUE
                   GO TO 2000-PROCESAR-ALERTA-FIN
           END-READ.

           ADD 1                            TO WS-ALR-LEIDAS.

           SET WS-ENTREGAR-NO               TO TRUE.

           IF AT-SEV-ERROR
              IF AT-PENDIENTE
                 SET WS-ENTREGAR-SI         TO TRUE
              END-IF
              IF AT-ENVIADA AND WS-REENVIO-SI
                 SET WS-ENTREGAR-SI         TO TRUE
                 ADD 1                      TO WS-ALR-REENVIADAS
              END-IF
           END-IF.

           IF WS-ENTREGAR-NO
              GO TO 2000-PROCESAR-ALERTA-FIN
           END-IF.

           SET AT-ENVIADA                   TO TRUE.
           MOVE WS-FECHA-SISTEMA            TO AT-FECHA-ENVIO.
           MOVE WS-HORA-SISTEMA             TO AT-HORA-ENVIO.
           ADD 1                            TO AT-ENVIOS.

           REWRITE AT-REGISTRO
               INVALID KEY
                   CONTINUE
           END-REWRITE.

           IF WS-FS-ALR NOT = "00"
              DISPLAY "ERROR MARCANDO ALERTA " AT-CODIGO " DE "
                       AT-PROGRAMA " - STATUS " WS-FS-ALR
              ADD 1                         TO WS-ALR-ERRORES
              GO TO 2000-PROCESAR-ALERTA-FIN
           END-IF.

           MOVE AT-FECHA                    TO PGD-FECHA.
           MOVE AT-HORA                     TO PGD-HORA.
           MOVE AT-PROGRAMA                 TO PGD-PROGRAMA.
           MOVE AT-CODIGO                   TO PGD-CODIGO.
           MOVE AT-SEVERIDAD                TO PGD-SEVERIDAD.
           MOVE AT-TEXTO                    TO PGD-TEXTO.
           MOVE AT-POSICION                 TO PGD-POSICION.
           MOVE AT-OPERADOR                 TO PGD-OPERADOR.
           MOVE AT-DETALLE                  TO PGD-DETALLE.
           MOVE AT-ENVIOS                   TO PGD-ENVIO.

           MOVE WS-PG-DETALLE               TO PG-REGISTRO.
           WRITE PG-REGISTRO.

           ADD 1                            TO WS-ALR-ENTREGADAS.

       2000-PROCESAR-ALERTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * TRAILER, CIERRE Y RESUMEN. UNA ALERTA QUE NO SE PUDO MARCAR    *
      * DEJA EL JOB EN RC 8: LA GUARDIA NO LA RECIBIO.                 *
      *----------------------------------------------------------------*
       9000-FINALIZAR.

           MOVE WS-ALR-ENTREGADAS           TO PGT-CANTIDAD.
           MOVE WS-PG-TRAILER               TO PG-REGISTRO.
           WRITE PG-REGISTRO.

           CLOSE PAGE-FILE.

           IF WS-ALERTAS-ABIERTO
              CLOSE ALERT-FILE
           END-IF.

           DISPLAY "ALERTAS LEIDAS: " WS-ALR-LEIDAS
                    " ENTREGADAS: " WS-ALR-ENTREGADAS
                    " REENVIADAS: " WS-ALR-REENVIADAS.

           IF WS-ALR-ERRORES > 0
              DISPLAY "ALERTAS NO ENTREGADAS POR ERROR: "
                       WS-ALR-ERRORES
              MOVE 8                        TO RETURN-CODE
           END-IF.

       9000-FINALIZAR-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL17ALEXT.

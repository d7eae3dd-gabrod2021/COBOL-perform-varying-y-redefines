      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: RUTINA COMPARTIDA DE CONTROL DE PERIODO CONTABLE.
      *          TODO PROGRAMA QUE GRABA VALMAST O VALHIST LA LLAMA
      *          CON LA FECHA DE VALOR (AAAAMMDD) ANTES DE GRABAR:
      *          DEVUELVE 00 SI EL MES ESTA ABIERTO (O NO FIGURA EN
      *          PERCTRL) Y 01 SI FINANZAS YA LO CERRO. PERCTRL SE
      *          ABRE EN LA PRIMERA LLAMADA Y QUEDA ABIERTO PARA LAS
      *          SIGUIENTES DEL MISMO RUN, COMO AUDITLOG; EL LLAMADOR
      *          LO CIERRA CON UNA LLAMADA "CERRAR" AL TERMINAR. SIN
      *          PERCTRL NO HAY MESES CERRADOS.
      * Tectonics: cobc
      * Modification History:
      *  15/10/2026 GR  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCHK.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PERIOD-CONTROL           ASSIGN TO "PERCTRL"
                                            ORGANIZATION IS INDEXED
                                            ACCESS MODE IS RANDOM
                                            RECORD KEY IS PC-PERIODO
                                            FILE STATUS IS WS-FS-PER.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD  PERIOD-CONTROL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
           COPY PERCREG.

       WORKING-STORAGE SECTION.

       77  WS-FS-PER                        PIC X(02).

       77  WS-SW-ESTADO                     PIC X(01) VALUE "N".
           88  WS-ESTADO-NO-ABIERTO         VALUE "N".
           88  WS-ESTADO-ABIERTO            VALUE "S".
           88  WS-ESTADO-SIN-ARCHIVO        VALUE "X".

      *----------------------------------------------------------------*
      * ULTIMO MES CONSULTADO Y SU RESULTADO: UNA CARGA TRAE CASI      *
      * TODO DEL MISMO MES Y NO HACE FALTA RELEER PERCTRL POR CADA     *
      * REGISTRO.                                                      *
      *----------------------------------------------------------------*
       77  WS-ULTIMO-PERIODO                PIC 9(06) VALUE 0.
       77  WS-ULTIMO-STATUS                 PIC 9(02) VALUE 0.

       01  WS-FECHA-CONSULTA                PIC 9(08).
       01  WS-FECHA-CONSULTA-R REDEFINES WS-FECHA-CONSULTA.
           05  WS-FC-PERIODO                PIC 9(06).
           05  WS-FC-DIA                    PIC 9(02).

       LINKAGE SECTION.

       01  LS-FECHA                         PIC 9(08).
       01  LS-ACCION                        PIC X(06).
           88  LS-ACCION-CERRAR             VALUE "CERRAR".
       01  LS-STATUS                        PIC 9(02).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING LS-FECHA LS-ACCION LS-STATUS.

           MOVE 0                           TO LS-STATUS.

           IF LS-ACCION-CERRAR
              PERFORM 2000-CERRAR-CONTROL
                 THRU 2000-CERRAR-CONTROL-FIN
           ELSE
              PERFORM 1000-VERIFICAR-PERIODO
                 THRU 1000-VERIFICAR-PERIODO-FIN
           END-IF.

           GOBACK.
      *----------------------------------------------------------------*
      * BUSCA EL MES DE LS-FECHA EN PERCTRL. SOLO UN REGISTRO CON      *
      * ESTADO "C" CIERRA EL MES.                                      *
      *----------------------------------------------------------------*
       1000-VERIFICAR-PERIODO.

           MOVE LS-FECHA                    TO WS-FECHA-CONSULTA.

           IF WS-ESTADO-NO-ABIERTO
              OPEN INPUT PERIOD-CONTROL
              IF WS-FS-PER = "00"
                 SET WS-ESTADO-ABIERTO      TO TRUE
                 MOVE 0                     TO WS-ULTIMO-PERIODO
              ELSE
                 DISPLAY "SIN PERCTRL - NINGUN PERIODO CERRADO"
                 SET WS-ESTADO-SIN-ARCHIVO  TO TRUE
              END-IF
           END-IF.

           IF WS-ESTADO-SIN-ARCHIVO
              GO TO 1000-VERIFICAR-PERIODO-FIN
           END-IF.

           IF WS-FC-PERIODO = WS-ULTIMO-PERIODO
              MOVE WS-ULTIMO-STATUS         TO LS-STATUS
              GO TO 1000-VERIFICAR-PERIODO-FIN
           END-IF.

           MOVE WS-FC-PERIODO               TO PC-PERIODO.

           READ PERIOD-CONTROL
               INVALID KEY
                   MOVE 0                   TO LS-STATUS
               NOT INVALID KEY
                   IF PC-ESTADO-CERRADO
                      MOVE 1                TO LS-STATUS
                   END-IF
           END-READ.

           MOVE WS-FC-PERIODO               TO WS-ULTIMO-PERIODO.
           MOVE LS-STATUS                   TO WS-ULTIMO-STATUS.

       1000-VERIFICAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CIERRA PERCTRL SI UNA LLAMADA ANTERIOR LO DEJO ABIERTO. LA     *
      * PROXIMA CONSULTA LO VUELVE A ABRIR Y VE LOS CAMBIOS.           *
      *----------------------------------------------------------------*
       2000-CERRAR-CONTROL.

           IF WS-ESTADO-ABIERTO
              CLOSE PERIOD-CONTROL
           END-IF.

           SET WS-ESTADO-NO-ABIERTO         TO TRUE.
           MOVE 0                           TO WS-ULTIMO-PERIODO.

       2000-CERRAR-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM PERCHK.

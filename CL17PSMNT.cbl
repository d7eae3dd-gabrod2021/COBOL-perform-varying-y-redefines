      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: MANTENIMIENTO DEL MAESTRO DE POSICIONES POSMAST
      *          (DESCRIPCION, MESA RESPONSABLE, MONEDA ESPERADA,
      *          ESTADO ABIERTA/CERRADA Y FECHA DE APERTURA - LAYOUT
      *          POSMREG). PERMITE ALTA, CAMBIO, CIERRE, REAPERTURA,
      *          CONSULTA Y LISTADO, RESTRINGIDO A NIVEL ACTUALIZA O
      *          MAYOR VIA SIGNON; CADA EDICION SE REGISTRA EN EL LOG
      *          DE AUDITORIA CON EL OPERADOR FIRMADO. UNA POSICION
      *          NO SE BORRA: SE CIERRA, Y LA CARGA DE CL17EJEM2
      *          RECHAZA LOS VALORES QUE LLEGUEN PARA ELLA.
      * Tectonics: cobc
      * Modification History:
      *  15/10/2026 GR  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17PSMNT.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT POS-MASTER               ASSIGN TO "POSMAST"
                                            ORGANIZATION IS INDEXED
                                            ACCESS MODE IS DYNAMIC
                                            RECORD KEY IS PM-INDICE
                                            FILE STATUS IS WS-FS-POS.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD  POS-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS.
           COPY POSMREG.

       WORKING-STORAGE SECTION.

       77  WS-FS-POS                        PIC X(02).

       77  WS-SW-FIN-POS                    PIC X(01) VALUE "N".
           88  WS-FIN-POS-SI                VALUE "S".
           88  WS-FIN-POS-NO                VALUE "N".

       77  WS-SW-HALLADA                    PIC X(01) VALUE "N".
           88  WS-HALLADA-SI                VALUE "S".
           88  WS-HALLADA-NO                VALUE "N".

       77  WS-FUNCION                       PIC X(01).
           88  WS-FUNCION-ALTA              VALUE "A" "a".
           88  WS-FUNCION-CAMBIO            VALUE "C" "c".
           88  WS-FUNCION-CERRAR            VALUE "B" "b".
           88  WS-FUNCION-REABRIR           VALUE "R" "r".
           88  WS-FUNCION-CONSULTA          VALUE "I" "i".
           88  WS-FUNCION-LISTAR            VALUE "L" "l".
           88  WS-FUNCION-SALIR             VALUE "X" "x".

       77  WS-POS-ENTRADA                   PIC 9(05).
       77  WS-DESC-ENTRADA                  PIC X(30).
       77  WS-MESA-ENTRADA                  PIC X(10).
       77  WS-MONEDA-ENTRADA                PIC X(03).

       77  WS-FECHA-HOY                     PIC 9(08).
       77  WS-LISTADAS                      PIC 9(05) VALUE 0.

           COPY FDFECHA.

       77  WS-DTV-OPCION-CAL                PIC X(01) VALUE "C".
       77  WS-STATUS-FECHA                  PIC 9(02).

       77  WS-SIGNON-MODO                   PIC X(01) VALUE "C".
       77  WS-OPERADOR-FIRMADO              PIC X(12) VALUE SPACES.
       77  WS-NIVEL-OPERADOR                PIC 9(01) VALUE 0.
           88  WS-NIVEL-ACTUALIZA           VALUE 2 THRU 9.
       77  WS-RC-SIGNON                     PIC 9(02) VALUE 0.
           88  WS-SIGNON-OK                 VALUE 0.

       77  WS-AUD-CAMPO                     PIC X(15).
       77  WS-AUD-VALOR                     PIC X(20).
       77  WS-AUD-ACCION-ESCRIB             PIC X(06) VALUE "ESCRIB".
       77  WS-AUD-ACCION-CERRAR             PIC X(06) VALUE "CERRAR".

       77  WS-RUN-ACCION-INICIO             PIC X(06) VALUE "INICIO".
       77  WS-RUN-ACCION-FIN                PIC X(06) VALUE "FIN".
       77  WS-RUN-LEIDOS                    PIC 9(07) VALUE 0.
       77  WS-RUN-ESCRITOS                  PIC 9(07) VALUE 0.
       77  WS-RUN-RECHAZADOS                PIC 9(07) VALUE 0.
       77  WS-RUN-RC                        PIC 9(02) VALUE 0.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           CALL "RUNLOG" USING "CL17PSMNT" WS-RUN-ACCION-INICIO
                                WS-RUN-LEIDOS WS-RUN-ESCRITOS
                                WS-RUN-RECHAZADOS WS-RUN-RC.

           CALL "SIGNON" USING "CL17PSMNT" WS-SIGNON-MODO
                                WS-OPERADOR-FIRMADO WS-NIVEL-OPERADOR
                                WS-RC-SIGNON.

           IF NOT WS-SIGNON-OK
              DISPLAY "SIN FIRMA DE OPERADOR - FIN ANORMAL"
              MOVE 8                        TO RETURN-CODE
              GO TO 9999-FIN-PROGRAMA
           END-IF.

           IF NOT WS-NIVEL-ACTUALIZA
              DISPLAY "NIVEL INSUFICIENTE PARA MANTENER POSICIONES"
              MOVE 8                        TO RETURN-CODE
              GO TO 9999-FIN-PROGRAMA
           END-IF.

           PERFORM 1000-ABRIR-MAESTRO
              THRU 1000-ABRIR-MAESTRO-FIN.

           IF WS-FS-POS NOT = "00"
              MOVE 8                        TO RETURN-CODE
              GO TO 9999-FIN-PROGRAMA
           END-IF.

           ACCEPT WS-FECHA-HOY              FROM DATE YYYYMMDD.

           PERFORM 3000-MENU-PRINCIPAL
              THRU 3000-MENU-PRINCIPAL-FIN
             UNTIL WS-FUNCION-SALIR.

           CLOSE POS-MASTER.

       9999-FIN-PROGRAMA.

           MOVE RETURN-CODE                 TO WS-RUN-RC.

           CALL "RUNLOG" USING "CL17PSMNT" WS-RUN-ACCION-FIN
                                WS-RUN-LEIDOS WS-RUN-ESCRITOS
                                WS-RUN-RECHAZADOS WS-RUN-RC.

           STOP RUN.
      *----------------------------------------------------------------*
      * ABRE (O CREA) EL MAESTRO DE POSICIONES. LAS EDICIONES VAN      *
      * DIRECTO AL ARCHIVO POR CLAVE, SIN TABLA DE TRABAJO: EL MAESTRO *
      * TIENE UNA ENTRADA POR POSICION Y NO TIENE TOPE.                *
      *----------------------------------------------------------------*
       1000-ABRIR-MAESTRO.

           OPEN I-O POS-MASTER.

           IF WS-FS-POS = "35"
              OPEN OUTPUT POS-MASTER
              CLOSE POS-MASTER
              OPEN I-O POS-MASTER
           END-IF.

           IF WS-FS-POS NOT = "00"
              DISPLAY "NO SE PUDO ABRIR POSMAST - STATUS " WS-FS-POS
           END-IF.

       1000-ABRIR-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * MENU: ALTA, CAMBIO, CIERRE, REAPERTURA, CONSULTA Y LISTADO     *
      *----------------------------------------------------------------*
       3000-MENU-PRINCIPAL.

           DISPLAY "--------------------------------------------------".
           DISPLAY "A-ALTA  C-CAMBIO  B-CERRAR  R-REABRIR  I-CONSULTA".
           DISPLAY "L-LISTAR  X-SALIR".
           DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING.
           ACCEPT WS-FUNCION.

           EVALUATE TRUE
              WHEN WS-FUNCION-ALTA
                 PERFORM 3100-ALTA-POSICION
                    THRU 3100-ALTA-POSICION-FIN
              WHEN WS-FUNCION-CAMBIO
                 PERFORM 3200-CAMBIAR-POSICION
                    THRU 3200-CAMBIAR-POSICION-FIN
              WHEN WS-FUNCION-CERRAR
                 PERFORM 3300-CERRAR-POSICION
                    THRU 3300-CERRAR-POSICION-FIN
              WHEN WS-FUNCION-REABRIR
                 PERFORM 3350-REABRIR-POSICION
                    THRU 3350-REABRIR-POSICION-FIN
              WHEN WS-FUNCION-CONSULTA
                 PERFORM 3500-CONSULTAR-POSICION
                    THRU 3500-CONSULTAR-POSICION-FIN
              WHEN WS-FUNCION-LISTAR
                 PERFORM 3400-LISTAR-POSICIONES
                    THRU 3400-LISTAR-POSICIONES-FIN
              WHEN WS-FUNCION-SALIR
                 CONTINUE
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       3000-MENU-PRINCIPAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PIDE UN NUMERO DE POSICION Y LO BUSCA EN EL MAESTRO            *
      *----------------------------------------------------------------*
       2900-BUSCAR-POSICION.

           SET WS-HALLADA-NO                TO TRUE.

           DISPLAY "INGRESE POSICION (5): " WITH NO ADVANCING.
           ACCEPT WS-POS-ENTRADA.

           IF WS-POS-ENTRADA = 0
              GO TO 2900-BUSCAR-POSICION-FIN
           END-IF.

           MOVE WS-POS-ENTRADA              TO PM-INDICE.

           READ POS-MASTER
               INVALID KEY
                   SET WS-HALLADA-NO        TO TRUE
               NOT INVALID KEY
                   SET WS-HALLADA-SI        TO TRUE
                   ADD 1                    TO WS-RUN-LEIDOS
           END-READ.

       2900-BUSCAR-POSICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2930-AUDITAR-EDICION.

           CALL "AUDITLOG" USING "CL17PSMNT" WS-AUD-CAMPO
                                  WS-AUD-VALOR WS-AUD-ACCION-ESCRIB
                                  WS-OPERADOR-FIRMADO.
           CALL "AUDITLOG" USING "CL17PSMNT" WS-AUD-CAMPO
                                  WS-AUD-VALOR WS-AUD-ACCION-CERRAR
                                  WS-OPERADOR-FIRMADO.

       2930-AUDITAR-EDICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2940-REGRABAR-POSICION.

           REWRITE PM-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR GRABANDO POSMAST - STATUS "
                            WS-FS-POS
               NOT INVALID KEY
                   ADD 1                    TO WS-RUN-ESCRITOS
           END-REWRITE.

           IF WS-FS-POS NOT = "00"
              ADD 1                         TO WS-RUN-RECHAZADOS
              MOVE 8                        TO RETURN-CODE
           END-IF.

       2940-REGRABAR-POSICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ALTA DE POSICION: LA FECHA DE APERTURA SE VALIDA CON DTVALID   *
      * (EN BLANCO = HOY) Y LA POSICION NACE ABIERTA.                  *
      *----------------------------------------------------------------*
       3100-ALTA-POSICION.

           PERFORM 2900-BUSCAR-POSICION
              THRU 2900-BUSCAR-POSICION-FIN.

           IF WS-POS-ENTRADA = 0
              DISPLAY "POSICION INVALIDA - ALTA CANCELADA"
              GO TO 3100-ALTA-POSICION-FIN
           END-IF.

           IF WS-HALLADA-SI
              DISPLAY "LA POSICION YA EXISTE - USE CAMBIO"
              GO TO 3100-ALTA-POSICION-FIN
           END-IF.

           DISPLAY "INGRESE DESCRIPCION (30): " WITH NO ADVANCING.
           ACCEPT WS-DESC-ENTRADA.

           IF WS-DESC-ENTRADA = SPACES
              DISPLAY "DESCRIPCION VACIA - ALTA CANCELADA"
              GO TO 3100-ALTA-POSICION-FIN
           END-IF.

           DISPLAY "INGRESE MESA RESPONSABLE (10): " WITH NO ADVANCING.
           ACCEPT WS-MESA-ENTRADA.

           DISPLAY "INGRESE MONEDA ESPERADA (BLANCO = BASE): "
                   WITH NO ADVANCING.
           ACCEPT WS-MONEDA-ENTRADA.

           DISPLAY "INGRESE FECHA DE APERTURA AAAA-MM-DD (BLANCO = "
                   "HOY): " WITH NO ADVANCING.
           ACCEPT FD-FECHA-TXT.

           MOVE SPACES                      TO PM-REGISTRO.
           MOVE WS-POS-ENTRADA              TO PM-INDICE.

           IF FD-FECHA-TXT = SPACES
              MOVE WS-FECHA-HOY             TO PM-FECHA-APERTURA
           ELSE
              CALL "DTVALID" USING FD-FECHA-TXT WS-DTV-OPCION-CAL
                                    WS-STATUS-FECHA
              IF WS-STATUS-FECHA NOT = 00
                 DISPLAY "FECHA DE APERTURA INVALIDA (STATUS "
                          WS-STATUS-FECHA ") - ALTA CANCELADA"
                 GO TO 3100-ALTA-POSICION-FIN
              END-IF
              COMPUTE PM-FECHA-APERTURA
                     = FD-ANIO * 10000
                     + FD-MES * 100
                     + FD-DIA
           END-IF.

           MOVE WS-DESC-ENTRADA             TO PM-DESCRIPCION.
           MOVE WS-MESA-ENTRADA             TO PM-MESA.
           MOVE WS-MONEDA-ENTRADA           TO PM-MONEDA.
           SET PM-ESTADO-ABIERTA            TO TRUE.

           WRITE PM-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR GRABANDO POSMAST - STATUS "
                            WS-FS-POS
                   ADD 1                    TO WS-RUN-RECHAZADOS
                   MOVE 8                   TO RETURN-CODE
                   GO TO 3100-ALTA-POSICION-FIN
           END-WRITE.

           ADD 1                            TO WS-RUN-ESCRITOS.

           MOVE "PM-INDICE"                 TO WS-AUD-CAMPO.
           MOVE SPACES                      TO WS-AUD-VALOR.
           STRING "ALTA " WS-POS-ENTRADA " " WS-MONEDA-ENTRADA
              DELIMITED BY SIZE INTO WS-AUD-VALOR.
           PERFORM 2930-AUDITAR-EDICION
              THRU 2930-AUDITAR-EDICION-FIN.

           DISPLAY "POSICION AGREGADA".

       3100-ALTA-POSICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CAMBIO DE DESCRIPCION, MESA Y MONEDA ESPERADA. UN DATO EN      *
      * BLANCO CONSERVA EL VALOR ACTUAL; CADA DATO CAMBIADO SE AUDITA  *
      * POR SEPARADO.                                                  *
      *----------------------------------------------------------------*
       3200-CAMBIAR-POSICION.

           PERFORM 2900-BUSCAR-POSICION
              THRU 2900-BUSCAR-POSICION-FIN.

           IF WS-HALLADA-NO
              DISPLAY "POSICION INEXISTENTE"
              GO TO 3200-CAMBIAR-POSICION-FIN
           END-IF.

           DISPLAY "DESCRIPCION ACTUAL: " PM-DESCRIPCION.
           DISPLAY "NUEVA DESCRIPCION (BLANCO = SIN CAMBIO): "
                   WITH NO ADVANCING.
           ACCEPT WS-DESC-ENTRADA.

           DISPLAY "MESA ACTUAL: " PM-MESA.
           DISPLAY "NUEVA MESA (BLANCO = SIN CAMBIO): "
                   WITH NO ADVANCING.
           ACCEPT WS-MESA-ENTRADA.

           DISPLAY "MONEDA ESPERADA ACTUAL: " PM-MONEDA.
           DISPLAY "NUEVA MONEDA (BLANCO = SIN CAMBIO, * = BASE): "
                   WITH NO ADVANCING.
           ACCEPT WS-MONEDA-ENTRADA.

           IF WS-DESC-ENTRADA = SPACES
              AND WS-MESA-ENTRADA = SPACES
              AND WS-MONEDA-ENTRADA = SPACES
              DISPLAY "SIN CAMBIOS"
              GO TO 3200-CAMBIAR-POSICION-FIN
           END-IF.

           IF WS-DESC-ENTRADA NOT = SPACES
              MOVE WS-DESC-ENTRADA          TO PM-DESCRIPCION
           END-IF.

           IF WS-MESA-ENTRADA NOT = SPACES
              MOVE WS-MESA-ENTRADA          TO PM-MESA
           END-IF.

           IF WS-MONEDA-ENTRADA = "*"
              MOVE SPACES                   TO PM-MONEDA
           ELSE
              IF WS-MONEDA-ENTRADA NOT = SPACES
                 MOVE WS-MONEDA-ENTRADA     TO PM-MONEDA
              END-IF
           END-IF.

           PERFORM 2940-REGRABAR-POSICION
              THRU 2940-REGRABAR-POSICION-FIN.

           IF WS-FS-POS NOT = "00"
              GO TO 3200-CAMBIAR-POSICION-FIN
           END-IF.

           IF WS-DESC-ENTRADA NOT = SPACES
              MOVE "PM-DESCRIPCION"         TO WS-AUD-CAMPO
              MOVE SPACES                   TO WS-AUD-VALOR
              STRING WS-POS-ENTRADA " " WS-DESC-ENTRADA
                 DELIMITED BY SIZE INTO WS-AUD-VALOR
              PERFORM 2930-AUDITAR-EDICION
                 THRU 2930-AUDITAR-EDICION-FIN
           END-IF.

           IF WS-MESA-ENTRADA NOT = SPACES
              MOVE "PM-MESA"                TO WS-AUD-CAMPO
              MOVE SPACES                   TO WS-AUD-VALOR
              STRING WS-POS-ENTRADA " " WS-MESA-ENTRADA
                 DELIMITED BY SIZE INTO WS-AUD-VALOR
              PERFORM 2930-AUDITAR-EDICION
                 THRU 2930-AUDITAR-EDICION-FIN
           END-IF.

           IF WS-MONEDA-ENTRADA NOT = SPACES
              MOVE "PM-MONEDA"              TO WS-AUD-CAMPO
              MOVE SPACES                   TO WS-AUD-VALOR
              STRING WS-POS-ENTRADA " " PM-MONEDA
                 DELIMITED BY SIZE INTO WS-AUD-VALOR
              PERFORM 2930-AUDITAR-EDICION
                 THRU 2930-AUDITAR-EDICION-FIN
           END-IF.

           DISPLAY "POSICION MODIFICADA".

       3200-CAMBIAR-POSICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CIERRA UNA POSICION (QUEDA EN EL MAESTRO CON ESTADO C)         *
      *----------------------------------------------------------------*
       3300-CERRAR-POSICION.

           PERFORM 2900-BUSCAR-POSICION
              THRU 2900-BUSCAR-POSICION-FIN.

           IF WS-HALLADA-NO
              DISPLAY "POSICION INEXISTENTE"
              GO TO 3300-CERRAR-POSICION-FIN
           END-IF.

           IF PM-ESTADO-CERRADA
              DISPLAY "LA POSICION YA ESTA CERRADA"
              GO TO 3300-CERRAR-POSICION-FIN
           END-IF.

           SET PM-ESTADO-CERRADA            TO TRUE.

           PERFORM 2940-REGRABAR-POSICION
              THRU 2940-REGRABAR-POSICION-FIN.

           IF WS-FS-POS NOT = "00"
              GO TO 3300-CERRAR-POSICION-FIN
           END-IF.

           MOVE "PM-ESTADO"                 TO WS-AUD-CAMPO.
           MOVE SPACES                      TO WS-AUD-VALOR.
           STRING "CIERRE " WS-POS-ENTRADA
              DELIMITED BY SIZE INTO WS-AUD-VALOR.
           PERFORM 2930-AUDITAR-EDICION
              THRU 2930-AUDITAR-EDICION-FIN.

           DISPLAY "POSICION CERRADA".

       3300-CERRAR-POSICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3350-REABRIR-POSICION.

           PERFORM 2900-BUSCAR-POSICION
              THRU 2900-BUSCAR-POSICION-FIN.

           IF WS-HALLADA-NO
              DISPLAY "POSICION INEXISTENTE"
              GO TO 3350-REABRIR-POSICION-FIN
           END-IF.

           IF PM-ESTADO-ABIERTA
              DISPLAY "LA POSICION YA ESTA ABIERTA"
              GO TO 3350-REABRIR-POSICION-FIN
           END-IF.

           SET PM-ESTADO-ABIERTA            TO TRUE.

           PERFORM 2940-REGRABAR-POSICION
              THRU 2940-REGRABAR-POSICION-FIN.

           IF WS-FS-POS NOT = "00"
              GO TO 3350-REABRIR-POSICION-FIN
           END-IF.

           MOVE "PM-ESTADO"                 TO WS-AUD-CAMPO.
           MOVE SPACES                      TO WS-AUD-VALOR.
           STRING "REAPERTURA " WS-POS-ENTRADA
              DELIMITED BY SIZE INTO WS-AUD-VALOR.
           PERFORM 2930-AUDITAR-EDICION
              THRU 2930-AUDITAR-EDICION-FIN.

           DISPLAY "POSICION REABIERTA".

       3350-REABRIR-POSICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA TODO EL MAESTRO EN ORDEN DE POSICION                     *
      *----------------------------------------------------------------*
       3400-LISTAR-POSICIONES.

           MOVE 0                           TO WS-LISTADAS.
           SET WS-FIN-POS-NO                TO TRUE.

           MOVE 0                           TO PM-INDICE.
           START POS-MASTER KEY > PM-INDICE
               INVALID KEY
                   SET WS-FIN-POS-SI        TO TRUE
           END-START.

           PERFORM 3410-LISTAR-POSICION
              THRU 3410-LISTAR-POSICION-FIN
             UNTIL WS-FIN-POS-SI.

           DISPLAY "POSICIONES LISTADAS: " WS-LISTADAS.

       3400-LISTAR-POSICIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3410-LISTAR-POSICION.

           READ POS-MASTER NEXT RECORD
               AT END
                   SET WS-FIN-POS-SI        TO TRUE
               NOT AT END
                   ADD 1                    TO WS-LISTADAS
                   ADD 1                    TO WS-RUN-LEIDOS
                   DISPLAY PM-INDICE " "
                           PM-DESCRIPCION " "
                           PM-MESA " "
                           PM-MONEDA " "
                           PM-ESTADO " "
                           PM-FECHA-APERTURA
           END-READ.

       3410-LISTAR-POSICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3500-CONSULTAR-POSICION.

           PERFORM 2900-BUSCAR-POSICION
              THRU 2900-BUSCAR-POSICION-FIN.

           IF WS-HALLADA-NO
              DISPLAY "POSICION INEXISTENTE"
              GO TO 3500-CONSULTAR-POSICION-FIN
           END-IF.

           DISPLAY "POSICION   : " PM-INDICE.
           DISPLAY "DESCRIPCION: " PM-DESCRIPCION.
           DISPLAY "MESA       : " PM-MESA.
           DISPLAY "MONEDA     : " PM-MONEDA.
           DISPLAY "ESTADO     : " PM-ESTADO.
           DISPLAY "APERTURA   : " PM-FECHA-APERTURA.

       3500-CONSULTAR-POSICION-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL17PSMNT.

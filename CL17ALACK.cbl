      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: RECONOCIMIENTO DE ALERTAS DE OPERACIONES. EL OPERADOR
      *          DE GUARDIA SE FIRMA CON SIGNON, LISTA LAS ALERTAS DE
      *          ALERTAS TODAVIA SIN RECONOCER (PENDIENTES O YA
      *          ENVIADAS AL PAGING POR CL17ALEXT) Y RECONOCE CADA UNA
      *          POR SU NUMERO EN LA LISTA CON UNA NOTA DE LO QUE HIZO.
      *          LA ALERTA QUEDA RECONOCIDA (ESTADO R) CON EL OPERADOR,
      *          LA FECHA, LA HORA Y LA NOTA, Y YA NO SE REENVIA. CADA
      *          RECONOCIMIENTO SE REGISTRA EN EL LOG DE AUDITORIA CON
      *          EL OPERADOR FIRMADO.
      * Tectonics: cobc
      * Modification History:
      *  15/10/2026 GR  Original version.
      *  15/10/2026 GR  El reconocimiento deja en AUDITLOG tambien el
      *                 programa y la posicion de la alerta, para que
      *                 la pista identifique la alerta completa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17ALACK.
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

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD  ALERT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
           COPY ALRTREG.

       WORKING-STORAGE SECTION.

       77  WS-FS-ALR                        PIC X(02).

       77  WS-SW-EOF                        PIC X(01) VALUE "N".
           88  WS-EOF-SI                    VALUE "S".
           88  WS-EOF-NO                    VALUE "N".

      *----------------------------------------------------------------*
      * ULTIMA LISTA MOSTRADA: CLAVE DE CADA ALERTA SIN RECONOCER, EN  *
      * EL ORDEN EN QUE SE LISTO. EL OPERADOR RECONOCE POR NUMERO DE   *
      * LISTA; LA ALERTA SE RELEE POR CLAVE ANTES DE GRABAR.           *
      *----------------------------------------------------------------*
       01  WS-LISTA.
           05  WS-LST-COUNT                 PIC 9(03) VALUE 0.
           05  WS-LST-ENTRADA OCCURS 100 TIMES.
               10  WS-LST-CLAVE             PIC X(45).

       77  WS-LST-MAXIMO                    PIC 9(03) VALUE 100.
       77  WS-SW-LST-TRUNCA                 PIC X(01) VALUE "N".
           88  WS-LST-TRUNCA-SI             VALUE "S".
           88  WS-LST-TRUNCA-NO             VALUE "N".

       77  WS-FUNCION                       PIC X(01).
           88  WS-FUNCION-LISTAR            VALUE "L" "l".
           88  WS-FUNCION-RECONOCER         VALUE "R" "r".
           88  WS-FUNCION-SALIR             VALUE "X" "x".

       77  WS-NUMERO-ENTRADA                PIC 9(03).
       77  WS-NOTA-ENTRADA                  PIC X(30).
       77  WS-RECONOCIDAS                   PIC 9(05) VALUE 0.

       01  WS-HORA-AUX                      PIC 9(08).
       01  WS-HORA-AUX-R REDEFINES WS-HORA-AUX.
           05  WS-HX-HHMMSS                 PIC 9(06).
           05  WS-HX-CENT                   PIC 9(02).

       01  WS-LINEA-ALERTA.
           05  LAL-NUMERO                   PIC ZZ9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LAL-FECHA                    PIC 9999/99/99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LAL-HORA                     PIC 99B99B99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LAL-PROGRAMA                 PIC X(09).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LAL-CODIGO                   PIC 9(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LAL-SEVERIDAD                PIC X(05).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LAL-ESTADO                   PIC X(01).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LAL-TEXTO                    PIC X(20).

       01  WS-LINEA-DETALLE.
           05  FILLER                       PIC X(04) VALUE SPACES.
           05  LDE-POSICION                 PIC ZZZZ9 BLANK WHEN ZERO.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LDE-OPERADOR                 PIC X(12).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LDE-DETALLE                  PIC X(30).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LDE-ENVIOS                   PIC ZZ9 BLANK WHEN ZERO.

       77  WS-SIGNON-MODO                   PIC X(01) VALUE "C".
       77  WS-OPERADOR-FIRMADO              PIC X(12) VALUE SPACES.
       77  WS-NIVEL-OPERADOR                PIC 9(01) VALUE 0.
           88  WS-NIVEL-ACTUALIZA           VALUE 2 THRU 9.
       77  WS-RC-SIGNON                     PIC 9(02) VALUE 0.
           88  WS-SIGNON-OK                 VALUE 0.

       77  WS-AUD-CAMPO-ESTADO              PIC X(15) VALUE
               "AT-ESTADO".
       77  WS-AUD-CAMPO-POSICION            PIC X(15) VALUE
               "AT-POSICION".
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

           CALL "RUNLOG" USING "CL17ALACK" WS-RUN-ACCION-INICIO
                                WS-RUN-LEIDOS WS-RUN-ESCRITOS
                                WS-RUN-RECHAZADOS WS-RUN-RC.

           CALL "SIGNON" USING "CL17ALACK" WS-SIGNON-MODO
                                WS-OPERADOR-FIRMADO WS-NIVEL-OPERADOR
                                WS-RC-SIGNON.

           IF NOT WS-SIGNON-OK
              DISPLAY "SIN FIRMA DE OPERADOR - FIN ANORMAL"
              MOVE 8                        TO RETURN-CODE
              GO TO 9999-FIN-PROGRAMA
           END-IF.

           IF NOT WS-NIVEL-ACTUALIZA
              DISPLAY "NIVEL INSUFICIENTE PARA RECONOCER ALERTAS"
              MOVE 8                        TO RETURN-CODE
              GO TO 9999-FIN-PROGRAMA
           END-IF.

           OPEN I-O ALERT-FILE.

           IF WS-FS-ALR = "35"
              DISPLAY "ALERTAS NO EXISTE - NO HAY ALERTAS"
              GO TO 9999-FIN-PROGRAMA
           END-IF.

           IF WS-FS-ALR NOT = "00"
              DISPLAY "NO SE PUDO ABRIR ALERTAS - STATUS " WS-FS-ALR
              MOVE 8                        TO RETURN-CODE
              GO TO 9999-FIN-PROGRAMA
           END-IF.

           PERFORM 2000-LISTAR-ALERTAS
              THRU 2000-LISTAR-ALERTAS-FIN.

           PERFORM 3000-MENU-PRINCIPAL
              THRU 3000-MENU-PRINCIPAL-FIN
             UNTIL WS-FUNCION-SALIR.

           CLOSE ALERT-FILE.

       9999-FIN-PROGRAMA.

           MOVE WS-RECONOCIDAS              TO WS-RUN-ESCRITOS.
           MOVE RETURN-CODE                 TO WS-RUN-RC.

           CALL "RUNLOG" USING "CL17ALACK" WS-RUN-ACCION-FIN
                                WS-RUN-LEIDOS WS-RUN-ESCRITOS
                                WS-RUN-RECHAZADOS WS-RUN-RC.

           STOP RUN.
      *----------------------------------------------------------------*
      * RECORRE ALERTAS DESDE EL PRINCIPIO Y LISTA LAS ALERTAS SIN     *
      * RECONOCER, GUARDANDO SU CLAVE EN LA TABLA DE LA LISTA          *
      *----------------------------------------------------------------*
       2000-LISTAR-ALERTAS.

           MOVE 0                           TO WS-LST-COUNT.
           SET WS-LST-TRUNCA-NO             TO TRUE.
           SET WS-EOF-NO                    TO TRUE.

           MOVE LOW-VALUES                  TO AT-CLAVE.
           START ALERT-FILE KEY IS NOT LESS THAN AT-CLAVE
               INVALID KEY
                   SET WS-EOF-SI            TO TRUE
           END-START.

           PERFORM 2100-LISTAR-ALERTA
              THRU 2100-LISTAR-ALERTA-FIN
             UNTIL WS-EOF-SI.

           IF WS-LST-COUNT = 0
              DISPLAY "NO HAY ALERTAS SIN RECONOCER"
           END-IF.

           IF WS-LST-TRUNCA-SI
              DISPLAY "HAY MAS ALERTAS SIN RECONOCER - RECONOZCA LAS"
                       " LISTADAS Y VUELVA A LISTAR"
           END-IF.

       2000-LISTAR-ALERTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-LISTAR-ALERTA.

           READ ALERT-FILE NEXT RECORD
               AT END
                   SET WS-EOF-SI            TO TRUE
                   GO TO 2100-LISTAR-ALERTA-FIN
           END-READ.

           ADD 1                            TO WS-RUN-LEIDOS.

           IF AT-RECONOCIDA
              GO TO 2100-LISTAR-ALERTA-FIN
           END-IF.

           IF WS-LST-COUNT >= WS-LST-MAXIMO
              SET WS-LST-TRUNCA-SI          TO TRUE
              SET WS-EOF-SI                 TO TRUE
              GO TO 2100-LISTAR-ALERTA-FIN
           END-IF.

           ADD 1                            TO WS-LST-COUNT.
           MOVE AT-CLAVE                    TO
                WS-LST-CLAVE(WS-LST-COUNT).

           MOVE WS-LST-COUNT                TO LAL-NUMERO.
           MOVE AT-FECHA                    TO LAL-FECHA.
           MOVE AT-HORA                     TO WS-HORA-AUX.
           MOVE WS-HX-HHMMSS                TO LAL-HORA.
           MOVE AT-PROGRAMA                 TO LAL-PROGRAMA.
           MOVE AT-CODIGO                   TO LAL-CODIGO.
           MOVE AT-SEVERIDAD                TO LAL-SEVERIDAD.
           MOVE AT-ESTADO                   TO LAL-ESTADO.
           MOVE AT-TEXTO                    TO LAL-TEXTO.

           MOVE AT-POSICION                 TO LDE-POSICION.
           MOVE AT-OPERADOR                 TO LDE-OPERADOR.
           MOVE AT-DETALLE                  TO LDE-DETALLE.
           MOVE AT-ENVIOS                   TO LDE-ENVIOS.

           DISPLAY WS-LINEA-ALERTA.
           DISPLAY WS-LINEA-DETALLE.

       2100-LISTAR-ALERTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * MENU: LISTAR Y RECONOCER ALERTAS                               *
      *----------------------------------------------------------------*
       3000-MENU-PRINCIPAL.

           DISPLAY "--------------------------------------------------".
           DISPLAY "L-LISTAR  R-RECONOCER  X-SALIR".
           DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING.
           ACCEPT WS-FUNCION.

           EVALUATE TRUE
              WHEN WS-FUNCION-LISTAR
                 PERFORM 2000-LISTAR-ALERTAS
                    THRU 2000-LISTAR-ALERTAS-FIN
              WHEN WS-FUNCION-RECONOCER
                 PERFORM 3100-RECONOCER-ALERTA
                    THRU 3100-RECONOCER-ALERTA-FIN
              WHEN WS-FUNCION-SALIR
                 CONTINUE
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       3000-MENU-PRINCIPAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RECONOCE UNA ALERTA DE LA ULTIMA LISTA. LA NOTA ES             *
      * OBLIGATORIA: EL RECONOCIMIENTO DEBE DECIR QUE SE HIZO CON LA   *
      * ALERTA. SI OTRO OPERADOR LA RECONOCIO DESPUES DE LISTAR, NO SE *
      * PISA SU RECONOCIMIENTO. LA PISTA DE AUDITORIA LLEVA DOS        *
      * ENTRADAS: CODIGO, FECHA Y HORA DE LA ALERTA, Y SU PROGRAMA CON *
      * LA POSICION.                                                   *
      *----------------------------------------------------------------*
       3100-RECONOCER-ALERTA.

           IF WS-LST-COUNT = 0
              DISPLAY "NO HAY ALERTAS LISTADAS - USE LISTAR"
              GO TO 3100-RECONOCER-ALERTA-FIN
           END-IF.

           DISPLAY "INGRESE NUMERO EN LA LISTA: " WITH NO ADVANCING.
           ACCEPT WS-NUMERO-ENTRADA.

           IF WS-NUMERO-ENTRADA = 0
              OR WS-NUMERO-ENTRADA > WS-LST-COUNT
              DISPLAY "NUMERO FUERA DE LA LISTA"
              GO TO 3100-RECONOCER-ALERTA-FIN
           END-IF.

           MOVE WS-LST-CLAVE(WS-NUMERO-ENTRADA) TO AT-CLAVE.

           READ ALERT-FILE
               INVALID KEY
                   DISPLAY "ALERTA INEXISTENTE - VUELVA A LISTAR"
                   GO TO 3100-RECONOCER-ALERTA-FIN
           END-READ.

           IF AT-RECONOCIDA
              DISPLAY "ALERTA YA RECONOCIDA POR " AT-ACK-OPERADOR
              GO TO 3100-RECONOCER-ALERTA-FIN
           END-IF.

           DISPLAY "INGRESE NOTA (30): " WITH NO ADVANCING.
           ACCEPT WS-NOTA-ENTRADA.

           IF WS-NOTA-ENTRADA = SPACES
              DISPLAY "NOTA OBLIGATORIA - RECONOCIMIENTO CANCELADO"
              GO TO 3100-RECONOCER-ALERTA-FIN
           END-IF.

           SET AT-RECONOCIDA                TO TRUE.
           MOVE WS-OPERADOR-FIRMADO         TO AT-ACK-OPERADOR.
           ACCEPT AT-ACK-FECHA              FROM DATE YYYYMMDD.
           ACCEPT AT-ACK-HORA               FROM TIME.
           MOVE WS-NOTA-ENTRADA             TO AT-ACK-NOTA.

           REWRITE AT-REGISTRO
               INVALID KEY
                   CONTINUE
           END-REWRITE.

           IF WS-FS-ALR NOT = "00"
              DISPLAY "ERROR GRABANDO ALERTAS - STATUS " WS-FS-ALR
              ADD 1                         TO WS-RUN-RECHAZADOS
              MOVE 8                        TO RETURN-CODE
              GO TO 3100-RECONOCER-ALERTA-FIN
           END-IF.

           ADD 1                            TO WS-RECONOCIDAS.

           MOVE AT-HORA                     TO WS-HORA-AUX.
           MOVE SPACES                      TO WS-AUD-VALOR.
           STRING AT-CODIGO " " AT-FECHA " " WS-HX-HHMMSS
                  DELIMITED BY SIZE
              INTO WS-AUD-VALOR.

           CALL "AUDITLOG" USING "CL17ALACK" WS-AUD-CAMPO-ESTADO
                                  WS-AUD-VALOR WS-AUD-ACCION-ESCRIB
                                  WS-OPERADOR-FIRMADO.

           MOVE SPACES                      TO WS-AUD-VALOR.
           STRING AT-PROGRAMA " " AT-POSICION
                  DELIMITED BY SIZE
              INTO WS-AUD-VALOR.

           CALL "AUDITLOG" USING "CL17ALACK" WS-AUD-CAMPO-POSICION
                                  WS-AUD-VALOR WS-AUD-ACCION-ESCRIB
                                  WS-OPERADOR-FIRMADO.
           CALL "AUDITLOG" USING "CL17ALACK" WS-AUD-CAMPO-POSICION
                                  WS-AUD-VALOR WS-AUD-ACCION-CERRAR
                                  WS-OPERADOR-FIRMADO.

           DISPLAY "ALERTA RECONOCIDA".

       3100-RECONOCER-ALERTA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL17ALACK.

      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: RUTINA COMPARTIDA DE ALERTAS DE OPERACIONES. CADA
      *          PROGRAMA DE LA CADENA QUE DETECTA UNA EXCEPCION
      *          (INCUMPLIMIENTO DE SLA, VARIACION MARCADA, VALOR
      *          SOSPECHOSO, CONCILIACION FALLIDA, PENDIENTE SIN
      *          APROBAR, OPERADOR OBSERVADO, CORRIDA CON RC 8) LA
      *          LLAMA CON EL CODIGO DE ALERTA, LA FECHA Y HORA DEL
      *          EVENTO (CERO = AHORA), LA POSICION Y/O EL OPERADOR
      *          INVOLUCRADO Y UN DETALLE LIBRE. EL TEXTO Y LA
      *          SEVERIDAD SALEN DEL MAESTRO MSGMAST (A FALTA DEL
      *          CODIGO EN EL MAESTRO, DE LA TABLA COMPILADA ALRTMSG).
      *          LA ALERTA SE GRABA PENDIENTE EN ALERTAS; UNA ALERTA
      *          CON LA MISMA CLAVE YA GRABADA NO SE REPITE. ALERTAS
      *          QUEDA ABIERTO ENTRE LLAMADAS DEL MISMO RUN, COMO
      *          AUDITLOG; EL LLAMADOR LO CIERRA CON "CERRAR". SI NO
      *          SE PUEDE ABRIR, EL RUN SIGUE: UNA ALERTA NUNCA
      *          DETIENE UN JOB.
      * Tectonics: cobc
      * Modification History:
      *  15/10/2026 GR  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTLOG.
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

           SELECT MESSAGE-MASTER            ASSIGN TO "MSGMAST"
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS WS-FS-MSG.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD  ALERT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
           COPY ALRTREG.

       FD  MESSAGE-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  MM-REGISTRO.
           05  MM-NUMERO                    PIC 9(03).
           05  MM-TEXTO                     PIC X(20).
           05  MM-SEVERIDAD                 PIC X(05).
           05  MM-ESTADO                    PIC X(01).
               88  MM-ESTADO-ACTIVO         VALUE "A".
               88  MM-ESTADO-INACTIVO       VALUE "I".
           05  FILLER                       PIC X(01).

       WORKING-STORAGE SECTION.

       77  WS-FS-ALR                        PIC X(02).
       77  WS-FS-MSG                        PIC X(02).

       77  WS-SW-ESTADO                     PIC X(01) VALUE "N".
           88  WS-ESTADO-NO-ABIERTO         VALUE "N".
           88  WS-ESTADO-ABIERTO            VALUE "S".
           88  WS-ESTADO-SIN-ARCHIVO        VALUE "X".

       77  WS-SW-MSG-EOF                    PIC X(01) VALUE "N".
           88  WS-MSG-EOF-SI                VALUE "S".
           88  WS-MSG-EOF-NO                VALUE "N".

       77  WS-SW-MSG-CARGADO                PIC X(01) VALUE "N".
           88  WS-MSG-CARGADO-SI            VALUE "S".
           88  WS-MSG-CARGADO-NO            VALUE "N".

       COPY ALRTMSG.

      *----------------------------------------------------------------*
      * MENSAJES ACTIVOS DE MSGMAST, CARGADOS EN LA PRIMERA ALERTA DEL *
      * RUN (MISMO LIMITE DE 50 QUE CL17EJEM1 Y CL17MSGMT).            *
      *----------------------------------------------------------------*
       01  WS-MENSAJES.
           05  WS-MSG-COUNT                 PIC 9(03) VALUE 0.
           05  WS-MSG-ENTRADA OCCURS 1 TO 50 TIMES
                               DEPENDING ON WS-MSG-COUNT
                               INDEXED BY WS-MSG-IDX.
               10  WS-MSG-NUMERO            PIC 9(03).
               10  WS-MSG-TEXTO             PIC X(20).
               10  WS-MSG-SEVERIDAD         PIC X(05).

       77  WS-SW-HALLADO                    PIC X(01).
           88  WS-HALLADO-SI                VALUE "S".
           88  WS-HALLADO-NO                VALUE "N".

       LINKAGE SECTION.

       01  LS-PROGRAMA                      PIC X(09).
       01  LS-CODIGO                        PIC 9(03).
       01  LS-FECHA                         PIC 9(08).
       01  LS-HORA                          PIC 9(08).
       01  LS-POSICION                      PIC 9(05).
       01  LS-OPERADOR                      PIC X(12).
       01  LS-DETALLE                       PIC X(30).
       01  LS-ACCION                        PIC X(06).
           88  LS-ACCION-ESCRIB             VALUE "ESCRIB".
           88  LS-ACCION-CERRAR             VALUE "CERRAR".

      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING LS-PROGRAMA LS-CODIGO LS-FECHA
                                 LS-HORA LS-POSICION LS-OPERADOR
                                 LS-DETALLE LS-ACCION.

           IF LS-ACCION-CERRAR
              PERFORM 3000-CERRAR-ALERTAS
                 THRU 3000-CERRAR-ALERTAS-FIN
              GOBACK
           END-IF.

           IF NOT LS-ACCION-ESCRIB
              DISPLAY "ALERTLOG - ACCION INVALIDA: " LS-ACCION
                       " DE " LS-PROGRAMA
              GOBACK
           END-IF.

           PERFORM 1000-ABRIR-ALERTAS
              THRU 1000-ABRIR-ALERTAS-FIN.

           IF NOT WS-ESTADO-ABIERTO
              GOBACK
           END-IF.

           PERFORM 2000-GRABAR-ALERTA
              THRU 2000-GRABAR-ALERTA-FIN.

           GOBACK.
      *----------------------------------------------------------------*
      * ABRE (O CREA) ALERTAS EN LA PRIMERA LLAMADA DEL RUN Y CARGA    *
      * LOS MENSAJES ACTIVOS DE MSGMAST UNA SOLA VEZ.                  *
      *----------------------------------------------------------------*
       1000-ABRIR-ALERTAS.

           IF WS-MSG-CARGADO-NO
              PERFORM 1100-CARGAR-MENSAJES
                 THRU 1100-CARGAR-MENSAJES-FIN
           END-IF.

           IF NOT WS-ESTADO-NO-ABIERTO
              GO TO 1000-ABRIR-ALERTAS-FIN
           END-IF.

           OPEN I-O ALERT-FILE.

           IF WS-FS-ALR = "35"
              OPEN OUTPUT ALERT-FILE
              CLOSE ALERT-FILE
              OPEN I-O ALERT-FILE
           END-IF.

           IF WS-FS-ALR = "00"
              SET WS-ESTADO-ABIERTO         TO TRUE
           ELSE
              DISPLAY "ALERTAS NO DISPONIBLE - STATUS " WS-FS-ALR
                       " - ALERTA DE " LS-PROGRAMA " NO GRABADA"
              SET WS-ESTADO-SIN-ARCHIVO     TO TRUE
           END-IF.

       1000-ABRIR-ALERTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-MENSAJES.

           SET WS-MSG-CARGADO-SI            TO TRUE.
           MOVE 0                           TO WS-MSG-COUNT.

           OPEN INPUT MESSAGE-MASTER.

           IF WS-FS-MSG NOT = "00"
              GO TO 1100-CARGAR-MENSAJES-FIN
           END-IF.

           PERFORM 1110-LEER-MENSAJE
              THRU 1110-LEER-MENSAJE-FIN
             UNTIL WS-MSG-EOF-SI
                OR WS-MSG-COUNT >= 50.

           CLOSE MESSAGE-MASTER.

       1100-CARGAR-MENSAJES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-MENSAJE.

           READ MESSAGE-MASTER
               AT END
                   SET WS-MSG-EOF-SI        TO TRUE
               NOT AT END
                   IF MM-ESTADO-ACTIVO
                      ADD 1                 TO WS-MSG-COUNT
                      MOVE MM-NUMERO        TO
                           WS-MSG-NUMERO(WS-MSG-COUNT)
                      MOVE MM-TEXTO         TO
                           WS-MSG-TEXTO(WS-MSG-COUNT)
                      MOVE MM-SEVERIDAD     TO
                           WS-MSG-SEVERIDAD(WS-MSG-COUNT)
                   END-IF
           END-READ.

       1110-LEER-MENSAJE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ARMA LA ALERTA Y LA GRABA PENDIENTE. SI LA CLAVE YA EXISTE ES  *
      * EL MISMO EVENTO VISTO EN UNA CORRIDA ANTERIOR: SE DEJA COMO    *
      * ESTA (CON SU ESTADO DE ENVIO Y RECONOCIMIENTO).                *
      *----------------------------------------------------------------*
       2000-GRABAR-ALERTA.

           MOVE SPACES                      TO AT-REGISTRO.

           ACCEPT AT-FECHA-ALTA             FROM DATE YYYYMMDD.
           ACCEPT AT-HORA-ALTA              FROM TIME.

           IF LS-FECHA = 0
              MOVE AT-FECHA-ALTA            TO AT-FECHA
              MOVE AT-HORA-ALTA             TO AT-HORA
           ELSE
              MOVE LS-FECHA                 TO AT-FECHA
              MOVE LS-HORA                  TO AT-HORA
           END-IF.

           MOVE LS-PROGRAMA                 TO AT-PROGRAMA.
           MOVE LS-CODIGO                   TO AT-CODIGO.
           MOVE LS-POSICION                 TO AT-POSICION.
           MOVE LS-OPERADOR                 TO AT-OPERADOR.
           MOVE LS-DETALLE                  TO AT-DETALLE.

           PERFORM 2100-BUSCAR-MENSAJE
              THRU 2100-BUSCAR-MENSAJE-FIN.

           SET AT-PENDIENTE                 TO TRUE.
           MOVE 0                           TO AT-FECHA-ENVIO.
           MOVE 0                           TO AT-HORA-ENVIO.
           MOVE 0                           TO AT-ENVIOS.
           MOVE 0                           TO AT-ACK-FECHA.
           MOVE 0                           TO AT-ACK-HORA.

           WRITE AT-REGISTRO
               INVALID KEY
                   CONTINUE
           END-WRITE.

           IF WS-FS-ALR NOT = "00" AND WS-FS-ALR NOT = "22"
              DISPLAY "ERROR GRABANDO ALERTAS - STATUS " WS-FS-ALR
                       " - ALERTA " LS-CODIGO " DE " LS-PROGRAMA
           END-IF.

       2000-GRABAR-ALERTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * TEXTO Y SEVERIDAD DEL CODIGO: MSGMAST, LUEGO LA TABLA          *
      * COMPILADA ALRTMSG, Y SI NO ESTA EN NINGUNA SE GRABA COMO       *
      * ERROR PARA QUE NO PASE DESAPERCIBIDA.                          *
      *----------------------------------------------------------------*
       2100-BUSCAR-MENSAJE.

           SET WS-HALLADO-NO                TO TRUE.

           IF WS-MSG-COUNT > 0
              SET WS-MSG-IDX                TO 1
              SEARCH WS-MSG-ENTRADA
                 AT END
                    CONTINUE
                 WHEN WS-MSG-NUMERO(WS-MSG-IDX) = LS-CODIGO
                    MOVE WS-MSG-TEXTO(WS-MSG-IDX)     TO AT-TEXTO
                    MOVE WS-MSG-SEVERIDAD(WS-MSG-IDX) TO AT-SEVERIDAD
                    SET WS-HALLADO-SI       TO TRUE
              END-SEARCH
           END-IF.

           IF WS-HALLADO-SI
              GO TO 2100-BUSCAR-MENSAJE-FIN
           END-IF.

           SET ALRTMSG-IDX                  TO 1.
           SEARCH ALRTMSG-ENTRADA
              AT END
                 MOVE "MENSAJE DESCONOCIDO"  TO AT-TEXTO
                 MOVE "ERROR"                TO AT-SEVERIDAD
              WHEN ALRTMSG-NUMERO(ALRTMSG-IDX) = LS-CODIGO
                 MOVE ALRTMSG-TEXTO(ALRTMSG-IDX)     TO AT-TEXTO
                 MOVE ALRTMSG-SEVERIDAD(ALRTMSG-IDX) TO AT-SEVERIDAD
           END-SEARCH.

       2100-BUSCAR-MENSAJE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CIERRA ALERTAS SI UNA LLAMADA ANTERIOR LO DEJO ABIERTO         *
      *----------------------------------------------------------------*
       3000-CERRAR-ALERTAS.

           IF WS-ESTADO-ABIERTO
              CLOSE ALERT-FILE
           END-IF.

           SET WS-ESTADO-NO-ABIERTO         TO TRUE.

       3000-CERRAR-ALERTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM ALERTLOG.

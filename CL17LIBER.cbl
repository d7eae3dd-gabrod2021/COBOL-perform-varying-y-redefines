      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: LIBERACION DE FIN DE DIA ANTES DE CONTABILIZAR. LA
      *          HOJA DE CONTROL CL17EODRP DEJA SU VEREDICTO
      *          (LIBERADO/RETENIDO) PARA LA GENERACION DEL DIA EN EL
      *          CONTROL DE LIBERACION LIBCTRL (LAYOUT LIBREG), Y UN
      *          SUPERVISOR FIRMADO CON SIGNON LA APRUEBA O LA
      *          RECHAZA AQUI. APROBAR UNA GENERACION RETENIDA EXIGE
      *          UN MOTIVO DE EXCEPCION, Y RECHAZAR EXIGE EL MOTIVO
      *          DEL RECHAZO. CADA DECISION QUEDA EN LIBCTRL CON EL
      *          OPERADOR, LA FECHA Y LA HORA, Y EN EL LOG DE
      *          AUDITORIA. CL17GLPST NO ARMA LA INTERFAZ AL MAYOR DE
      *          UNA GENERACION SIN LIBERACION APROBADA.
      * Tectonics: cobc
      * Modification History:
      *  15/10/2026 GR  Original version.
      *  15/10/2026 GR  Una liberacion cuya generacion CL17GLPST ya
      *                 envio al mayor (registrada en GLCTRL o en su
      *                 historico GLCHIST) no se puede rechazar: el
      *                 lote ya salio y se corrige por reversion.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17LIBER.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT RELEASE-CONTROL           ASSIGN TO "LIBCTRL"
                                             ORGANIZATION IS INDEXED
                                             ACCESS MODE IS DYNAMIC
                                             RECORD KEY IS LB-GENERACION
                                             FILE STATUS IS WS-FS-LIB.

           SELECT GL-CONTROL                ASSIGN TO "GLCTRL"
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS WS-FS-GLC.

           SELECT GL-HISTORY                ASSIGN TO "GLCHIST"
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS WS-FS-GLH.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD  RELEASE-CONTROL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY LIBREG.

      *----------------------------------------------------------------*
      * CONTROL DE CONTABILIZACIONES Y SU HISTORICO, LEIDOS SOBRE EL   *
      * LAYOUT GLCREG DE TRABAJO                                       *
      *----------------------------------------------------------------*
       FD  GL-CONTROL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  GLC-LINEA                        PIC X(80).

       FD  GL-HISTORY
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  GLH-LINEA                        PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-FS-LIB                        PIC X(02).
       77  WS-FS-GLC                        PIC X(02).
       77  WS-FS-GLH                        PIC X(02).

           COPY GLCREG.

       77  WS-SW-FIN-GLC                    PIC X(01) VALUE "N".
           88  WS-FIN-GLC-SI                VALUE "S".
           88  WS-FIN-GLC-NO                VALUE "N".

       77  WS-SW-CONTABILIZADA              PIC X(01) VALUE "N".
           88  WS-CONTABILIZADA-SI          VALUE "S".
           88  WS-CONTABILIZADA-NO          VALUE "N".
           88  WS-CONTABILIZADA-SIN-DATO    VALUE "X".

       77  WS-SW-FIN-LIB                    PIC X(01) VALUE "N".
           88  WS-FIN-LIB-SI                VALUE "S".
           88  WS-FIN-LIB-NO                VALUE "N".

       77  WS-SW-HALLADO                    PIC X(01) VALUE "N".
           88  WS-HALLADO-SI                VALUE "S".
           88  WS-HALLADO-NO                VALUE "N".

       77  WS-SW-FILTRO                     PIC X(01) VALUE "P".
           88  WS-FILTRO-PENDIENTES         VALUE "P".
           88  WS-FILTRO-TODAS              VALUE "T".

       77  WS-FUNCION                       PIC X(01).
           88  WS-FUNCION-APROBAR           VALUE "A" "a".
           88  WS-FUNCION-RECHAZAR          VALUE "R" "r".
           88  WS-FUNCION-CONSULTA          VALUE "I" "i".
           88  WS-FUNCION-LISTAR            VALUE "L" "l".
           88  WS-FUNCION-SALIR             VALUE "X" "x".

       77  WS-CONFIRMA                      PIC X(01).
           88  WS-CONFIRMA-SI               VALUE "S" "s".

       77  WS-GEN-ENTRADA                   PIC 9(04).
       77  WS-MOTIVO-ENTRADA                PIC X(30).
       77  WS-LISTADOS                      PIC 9(05) VALUE 0.
       77  WS-DECISIONES                    PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      * RENGLON DE LISTADO Y CONSULTA DE UNA LIBERACION                *
      *----------------------------------------------------------------*
       01  WS-LINEA-LIBERACION.
           05  LLB-GENERACION               PIC 9(04).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LLB-FECHA                    PIC 9999/99/99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LLB-CANTIDAD                 PIC ZZZZ9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LLB-TOTAL                    PIC -(9)9,99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LLB-VEREDICTO                PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LLB-ESTADO                   PIC X(09).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LLB-OPERADOR                 PIC X(12).

       77  WS-SIGNON-MODO                   PIC X(01) VALUE "C".
       77  WS-OPERADOR-FIRMADO              PIC X(12) VALUE SPACES.
       77  WS-NIVEL-OPERADOR                PIC 9(01) VALUE 0.
           88  WS-NIVEL-SUPERVISOR          VALUE 3 THRU 9.
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

           CALL "RUNLOG" USING "CL17LIBER" WS-RUN-ACCION-INICIO
                                WS-RUN-LEIDOS WS-RUN-ESCRITOS
                                WS-RUN-RECHAZADOS WS-RUN-RC.

           CALL "SIGNON" USING "CL17LIBER" WS-SIGNON-MODO
                                WS-OPERADOR-FIRMADO WS-NIVEL-OPERADOR
                                WS-RC-SIGNON.

           IF NOT WS-SIGNON-OK
              DISPLAY "SIN FIRMA DE OPERADOR - FIN ANORMAL"
              MOVE 8                        TO RETURN-CODE
              GO TO 9999-FIN-PROGRAMA
           END-IF.

           IF NOT WS-NIVEL-SUPERVISOR
              DISPLAY "NIVEL INSUFICIENTE PARA LIBERAR LA CADENA"
              MOVE 8                        TO RETURN-CODE
              GO TO 9999-FIN-PROGRAMA
           END-IF.

           OPEN I-O RELEASE-CONTROL.

           IF WS-FS-LIB = "35"
              DISPLAY "LIBCTRL NO EXISTE - NO HAY HOJAS DE CONTROL "
                      "REGISTRADAS"
              GO TO 9999-FIN-PROGRAMA
           END-IF.

           IF WS-FS-LIB NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LIBCTRL - STATUS " WS-FS-LIB
              MOVE 8                        TO RETURN-CODE
              GO TO 9999-FIN-PROGRAMA
           END-IF.

           SET WS-FILTRO-PENDIENTES         TO TRUE.
           PERFORM 3400-LISTAR-LIBERACIONES
              THRU 3400-LISTAR-LIBERACIONES-FIN.

           PERFORM 3000-MENU-PRINCIPAL
              THRU 3000-MENU-PRINCIPAL-FIN
             UNTIL WS-FUNCION-SALIR.

           CLOSE RELEASE-CONTROL.

       9999-FIN-PROGRAMA.

           MOVE WS-DECISIONES               TO WS-RUN-ESCRITOS.
           MOVE RETURN-CODE                 TO WS-RUN-RC.

           CALL "RUNLOG" USING "CL17LIBER" WS-RUN-ACCION-FIN
                                WS-RUN-LEIDOS WS-RUN-ESCRITOS
                                WS-RUN-RECHAZADOS WS-RUN-RC.

           STOP RUN.
      *----------------------------------------------------------------*
      * MENU: APROBACION, RECHAZO, CONSULTA Y LISTADO                  *
      *----------------------------------------------------------------*
       3000-MENU-PRINCIPAL.

           DISPLAY "--------------------------------------------------".
           DISPLAY "A-APROBAR  R-RECHAZAR  I-CONSULTA  L-LISTAR  "
                   "X-SALIR".
           DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING.
           ACCEPT WS-FUNCION.

           EVALUATE TRUE
              WHEN WS-FUNCION-APROBAR
                 PERFORM 3100-APROBAR-LIBERACION
                    THRU 3100-APROBAR-LIBERACION-FIN
              WHEN WS-FUNCION-RECHAZAR
                 PERFORM 3200-RECHAZAR-LIBERACION
                    THRU 3200-RECHAZAR-LIBERACION-FIN
              WHEN WS-FUNCION-CONSULTA
                 PERFORM 3500-CONSULTAR-LIBERACION
                    THRU 3500-CONSULTAR-LIBERACION-FIN
              WHEN WS-FUNCION-LISTAR
                 SET WS-FILTRO-TODAS        TO TRUE
                 PERFORM 3400-LISTAR-LIBERACIONES
                    THRU 3400-LISTAR-LIBERACIONES-FIN
              WHEN WS-FUNCION-SALIR
                 CONTINUE
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       3000-MENU-PRINCIPAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PIDE UN NUMERO DE GENERACION Y LO BUSCA EN LIBCTRL             *
      *----------------------------------------------------------------*
       2900-BUSCAR-GENERACION.

           SET WS-HALLADO-NO                TO TRUE.

           DISPLAY "INGRESE GENERACION: " WITH NO ADVANCING.
           ACCEPT WS-GEN-ENTRADA.

           IF WS-GEN-ENTRADA = 0
              GO TO 2900-BUSCAR-GENERACION-FIN
           END-IF.

           MOVE WS-GEN-ENTRADA              TO LB-GENERACION.

           READ RELEASE-CONTROL
               INVALID KEY
                   SET WS-HALLADO-NO        TO TRUE
               NOT INVALID KEY
                   SET WS-HALLADO-SI        TO TRUE
                   ADD 1                    TO WS-RUN-LEIDOS
           END-READ.

       2900-BUSCAR-GENERACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2930-AUDITAR-EDICION.

           CALL "AUDITLOG" USING "CL17LIBER" WS-AUD-CAMPO
                                  WS-AUD-VALOR WS-AUD-ACCION-ESCRIB
                                  WS-OPERADOR-FIRMADO.
           CALL "AUDITLOG" USING "CL17LIBER" WS-AUD-CAMPO
                                  WS-AUD-VALOR WS-AUD-ACCION-CERRAR
                                  WS-OPERADOR-FIRMADO.

       2930-AUDITAR-EDICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * REGRABA LA LIBERACION CON LA DECISION YA CARGADA, EL           *
      * SUPERVISOR FIRMADO Y LA FECHA Y HORA DE LA DECISION            *
      *----------------------------------------------------------------*
       2940-GRABAR-DECISION.

           MOVE WS-OPERADOR-FIRMADO         TO LB-OPERADOR.
           ACCEPT LB-FECHA-DECISION         FROM DATE YYYYMMDD.
           ACCEPT LB-HORA-DECISION          FROM TIME.
           MOVE WS-MOTIVO-ENTRADA           TO LB-MOTIVO.

           REWRITE LB-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR GRABANDO LIBCTRL - STATUS "
                            WS-FS-LIB
           END-REWRITE.

           IF WS-FS-LIB = "00"
              ADD 1                         TO WS-DECISIONES
           ELSE
              ADD 1                         TO WS-RUN-RECHAZADOS
              MOVE 8                        TO RETURN-CODE
           END-IF.

       2940-GRABAR-DECISION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ARMA Y MUESTRA EL RENGLON DE LA LIBERACION LEIDA               *
      *----------------------------------------------------------------*
       2950-MOSTRAR-LIBERACION.

           MOVE LB-GENERACION               TO LLB-GENERACION.
           MOVE LB-FECHA-GENERACION         TO LLB-FECHA.
           MOVE LB-CANTIDAD                 TO LLB-CANTIDAD.
           MOVE LB-TOTAL                    TO LLB-TOTAL.
           MOVE LB-OPERADOR                 TO LLB-OPERADOR.

           IF LB-VEREDICTO-LIBERADO
              MOVE "LIBERADO"               TO LLB-VEREDICTO
           ELSE
              MOVE "RETENIDO"               TO LLB-VEREDICTO
           END-IF.

           EVALUATE TRUE
              WHEN LB-ESTADO-APROBADO
                 MOVE "APROBADA"            TO LLB-ESTADO
              WHEN LB-ESTADO-RECHAZADO
                 MOVE "RECHAZADA"           TO LLB-ESTADO
              WHEN OTHER
                 MOVE "PENDIENTE"           TO LLB-ESTADO
           END-EVALUATE.

           DISPLAY WS-LINEA-LIBERACION.

       2950-MOSTRAR-LIBERACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCA LA GENERACION EN EL CONTROL DE CONTABILIZACIONES GLCTRL  *
      * Y EN SU HISTORICO GLCHIST: CUALQUIER LOTE CON ESA GENERACION   *
      * QUIERE DECIR QUE CL17GLPST YA LA ENVIO AL MAYOR. UN ARCHIVO    *
      * QUE NO EXISTE NO TIENE LOTES; UNO QUE NO SE PUEDE LEER DEJA LA *
      * CONSULTA SIN DATO.                                             *
      *----------------------------------------------------------------*
       2960-BUSCAR-CONTABILIZADA.

           SET WS-CONTABILIZADA-NO          TO TRUE.

           OPEN INPUT GL-CONTROL.

           IF WS-FS-GLC = "00"
              SET WS-FIN-GLC-NO             TO TRUE
              PERFORM 2970-LEER-CONTROL
                 THRU 2970-LEER-CONTROL-FIN
                UNTIL WS-FIN-GLC-SI
              CLOSE GL-CONTROL
           ELSE
              IF WS-FS-GLC NOT = "35"
                 DISPLAY "NO SE PUDO ABRIR GLCTRL - STATUS " WS-FS-GLC
                 SET WS-CONTABILIZADA-SIN-DATO TO TRUE
              END-IF
           END-IF.

           IF NOT WS-CONTABILIZADA-NO
              GO TO 2960-BUSCAR-CONTABILIZADA-FIN
           END-IF.

           OPEN INPUT GL-HISTORY.

           IF WS-FS-GLH = "00"
              SET WS-FIN-GLC-NO             TO TRUE
              PERFORM 2980-LEER-HISTORICO
                 THRU 2980-LEER-HISTORICO-FIN
                UNTIL WS-FIN-GLC-SI
              CLOSE GL-HISTORY
           ELSE
              IF WS-FS-GLH NOT = "35"
                 DISPLAY "NO SE PUDO ABRIR GLCHIST - STATUS " WS-FS-GLH
                 SET WS-CONTABILIZADA-SIN-DATO TO TRUE
              END-IF
           END-IF.

       2960-BUSCAR-CONTABILIZADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2970-LEER-CONTROL.

           READ GL-CONTROL INTO GC-REGISTRO
               AT END
                   SET WS-FIN-GLC-SI        TO TRUE
               NOT AT END
                   IF GC-GENERACION = WS-GEN-ENTRADA
                      SET WS-CONTABILIZADA-SI TO TRUE
                      SET WS-FIN-GLC-SI     TO TRUE
                   END-IF
           END-READ.

       2970-LEER-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2980-LEER-HISTORICO.

           READ GL-HISTORY INTO GC-REGISTRO
               AT END
                   SET WS-FIN-GLC-SI        TO TRUE
               NOT AT END
                   IF GC-GENERACION = WS-GEN-ENTRADA
                      SET WS-CONTABILIZADA-SI TO TRUE
                      SET WS-FIN-GLC-SI     TO TRUE
                   END-IF
           END-READ.

       2980-LEER-HISTORICO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * APROBACION: DEJA LA GENERACION LIBERADA PARA CL17GLPST. SI LA  *
      * HOJA DE CONTROL LA RETUVO, EL SUPERVISOR DEBE DAR EL MOTIVO DE *
      * LA EXCEPCION, QUE QUEDA EN LIBCTRL Y EN EL LOG DE AUDITORIA.   *
      *----------------------------------------------------------------*
       3100-APROBAR-LIBERACION.

           PERFORM 2900-BUSCAR-GENERACION
              THRU 2900-BUSCAR-GENERACION-FIN.

           IF WS-GEN-ENTRADA = 0
              DISPLAY "GENERACION INVALIDA - APROBACION CANCELADA"
              GO TO 3100-APROBAR-LIBERACION-FIN
           END-IF.

           IF WS-HALLADO-NO
              DISPLAY "GENERACION SIN HOJA DE CONTROL - CORRA "
                      "CL17EODRP"
              GO TO 3100-APROBAR-LIBERACION-FIN
           END-IF.

           IF LB-ESTADO-APROBADO
              DISPLAY "LA LIBERACION YA ESTA APROBADA POR "
                      LB-OPERADOR
              GO TO 3100-APROBAR-LIBERACION-FIN
           END-IF.

           PERFORM 2950-MOSTRAR-LIBERACION
              THRU 2950-MOSTRAR-LIBERACION-FIN.

           MOVE SPACES                      TO WS-MOTIVO-ENTRADA.

           IF LB-VEREDICTO-RETENIDO
              DISPLAY "HOJA DE CONTROL RETENIDA - LA APROBACION "
                      "REQUIERE MOTIVO DE EXCEPCION"
              DISPLAY "INGRESE MOTIVO (30): " WITH NO ADVANCING
              ACCEPT WS-MOTIVO-ENTRADA
              IF WS-MOTIVO-ENTRADA = SPACES
                 DISPLAY "MOTIVO OBLIGATORIO - APROBACION CANCELADA"
                 GO TO 3100-APROBAR-LIBERACION-FIN
              END-IF
           END-IF.

           DISPLAY "CONFIRMA APROBACION DE " WS-GEN-ENTRADA " (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.

           IF NOT WS-CONFIRMA-SI
              DISPLAY "APROBACION CANCELADA"
              GO TO 3100-APROBAR-LIBERACION-FIN
           END-IF.

           SET LB-ESTADO-APROBADO           TO TRUE.

           PERFORM 2940-GRABAR-DECISION
              THRU 2940-GRABAR-DECISION-FIN.

           IF WS-FS-LIB NOT = "00"
              GO TO 3100-APROBAR-LIBERACION-FIN
           END-IF.

           MOVE "LB-ESTADO"                 TO WS-AUD-CAMPO.
           MOVE SPACES                      TO WS-AUD-VALOR.
           IF LB-VEREDICTO-RETENIDO
              STRING "EXCEPCION " WS-GEN-ENTRADA
                 DELIMITED BY SIZE INTO WS-AUD-VALOR
           ELSE
              STRING "APROBADA " WS-GEN-ENTRADA
                 DELIMITED BY SIZE INTO WS-AUD-VALOR
           END-IF.
           PERFORM 2930-AUDITAR-EDICION
              THRU 2930-AUDITAR-EDICION-FIN.

           IF LB-VEREDICTO-RETENIDO
              MOVE "LB-MOTIVO"              TO WS-AUD-CAMPO
              MOVE WS-MOTIVO-ENTRADA        TO WS-AUD-VALOR
              PERFORM 2930-AUDITAR-EDICION
                 THRU 2930-AUDITAR-EDICION-FIN
           END-IF.

           DISPLAY "GENERACION " WS-GEN-ENTRADA
                   " LIBERADA PARA CONTABILIZAR".

       3100-APROBAR-LIBERACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RECHAZO: LA GENERACION NO SE CONTABILIZA. TAMBIEN RETIRA UNA   *
      * APROBACION ANTERIOR MIENTRAS CL17GLPST NO LA HAYA ENVIADO AL   *
      * MAYOR (SIN LOTE EN GLCTRL NI EN GLCHIST); ENVIADA, SE CORRIGE  *
      * POR REVERSION Y EL RECHAZO NO SE ACEPTA. EL MOTIVO ES          *
      * OBLIGATORIO.                                                   *
      *----------------------------------------------------------------*
       3200-RECHAZAR-LIBERACION.

           PERFORM 2900-BUSCAR-GENERACION
              THRU 2900-BUSCAR-GENERACION-FIN.

           IF WS-GEN-ENTRADA = 0
              DISPLAY "GENERACION INVALIDA - RECHAZO CANCELADO"
              GO TO 3200-RECHAZAR-LIBERACION-FIN
           END-IF.

           IF WS-HALLADO-NO
              DISPLAY "GENERACION SIN HOJA DE CONTROL - CORRA "
                      "CL17EODRP"
              GO TO 3200-RECHAZAR-LIBERACION-FIN
           END-IF.

           IF LB-ESTADO-RECHAZADO
              DISPLAY "LA LIBERACION YA ESTA RECHAZADA POR "
                      LB-OPERADOR
              GO TO 3200-RECHAZAR-LIBERACION-FIN
           END-IF.

           PERFORM 2960-BUSCAR-CONTABILIZADA
              THRU 2960-BUSCAR-CONTABILIZADA-FIN.

           IF WS-CONTABILIZADA-SI
              DISPLAY "GENERACION " WS-GEN-ENTRADA
                      " YA ENVIADA AL MAYOR POR CL17GLPST - RECHAZO "
                      "CANCELADO"
              GO TO 3200-RECHAZAR-LIBERACION-FIN
           END-IF.

           IF WS-CONTABILIZADA-SIN-DATO
              DISPLAY "NO SE PUEDE VERIFICAR LA CONTABILIZACION - "
                      "RECHAZO CANCELADO"
              GO TO 3200-RECHAZAR-LIBERACION-FIN
           END-IF.

           PERFORM 2950-MOSTRAR-LIBERACION
              THRU 2950-MOSTRAR-LIBERACION-FIN.

           DISPLAY "INGRESE MOTIVO DEL RECHAZO (30): "
                   WITH NO ADVANCING.
           ACCEPT WS-MOTIVO-ENTRADA.

           IF WS-MOTIVO-ENTRADA = SPACES
              DISPLAY "MOTIVO OBLIGATORIO - RECHAZO CANCELADO"
              GO TO 3200-RECHAZAR-LIBERACION-FIN
           END-IF.

           DISPLAY "CONFIRMA RECHAZO DE " WS-GEN-ENTRADA " (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.

           IF NOT WS-CONFIRMA-SI
              DISPLAY "RECHAZO CANCELADO"
              GO TO 3200-RECHAZAR-LIBERACION-FIN
           END-IF.

           SET LB-ESTADO-RECHAZADO          TO TRUE.

           PERFORM 2940-GRABAR-DECISION
              THRU 2940-GRABAR-DECISION-FIN.

           IF WS-FS-LIB NOT = "00"
              GO TO 3200-RECHAZAR-LIBERACION-FIN
           END-IF.

           MOVE "LB-ESTADO"                 TO WS-AUD-CAMPO.
           MOVE SPACES                      TO WS-AUD-VALOR.
           STRING "RECHAZADA " WS-GEN-ENTRADA
              DELIMITED BY SIZE INTO WS-AUD-VALOR.
           PERFORM 2930-AUDITAR-EDICION
              THRU 2930-AUDITAR-EDICION-FIN.

           MOVE "LB-MOTIVO"                 TO WS-AUD-CAMPO.
           MOVE WS-MOTIVO-ENTRADA           TO WS-AUD-VALOR.
           PERFORM 2930-AUDITAR-EDICION
              THRU 2930-AUDITAR-EDICION-FIN.

           DISPLAY "GENERACION " WS-GEN-ENTRADA
                   " RECHAZADA - NO SE CONTABILIZA".

       3200-RECHAZAR-LIBERACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA LAS LIBERACIONES EN ORDEN DE GENERACION: SOLO LAS        *
      * PENDIENTES AL ENTRAR, TODAS DESDE EL MENU                      *
      *----------------------------------------------------------------*
       3400-LISTAR-LIBERACIONES.

           MOVE 0                           TO WS-LISTADOS.
           SET WS-FIN-LIB-NO                TO TRUE.

           MOVE 0                           TO LB-GENERACION.
           START RELEASE-CONTROL KEY > LB-GENERACION
               INVALID KEY
                   SET WS-FIN-LIB-SI        TO TRUE
           END-START.

           PERFORM 3410-LISTAR-LIBERACION
              THRU 3410-LISTAR-LIBERACION-FIN
             UNTIL WS-FIN-LIB-SI.

           IF WS-FILTRO-PENDIENTES
              DISPLAY "LIBERACIONES PENDIENTES: " WS-LISTADOS
           ELSE
              DISPLAY "LIBERACIONES LISTADAS: " WS-LISTADOS
           END-IF.

       3400-LISTAR-LIBERACIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3410-LISTAR-LIBERACION.

           READ RELEASE-CONTROL NEXT RECORD
               AT END
                   SET WS-FIN-LIB-SI        TO TRUE
                   GO TO 3410-LISTAR-LIBERACION-FIN
           END-READ.

           ADD 1                            TO WS-RUN-LEIDOS.

           IF WS-FILTRO-PENDIENTES AND NOT LB-ESTADO-PENDIENTE
              GO TO 3410-LISTAR-LIBERACION-FIN
           END-IF.

           ADD 1                            TO WS-LISTADOS.

           PERFORM 2950-MOSTRAR-LIBERACION
              THRU 2950-MOSTRAR-LIBERACION-FIN.

       3410-LISTAR-LIBERACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3500-CONSULTAR-LIBERACION.

           PERFORM 2900-BUSCAR-GENERACION
              THRU 2900-BUSCAR-GENERACION-FIN.

           IF WS-GEN-ENTRADA = 0
              DISPLAY "GENERACION INVALIDA"
              GO TO 3500-CONSULTAR-LIBERACION-FIN
           END-IF.

           IF WS-HALLADO-NO
              DISPLAY "GENERACION " WS-GEN-ENTRADA
                      " SIN HOJA DE CONTROL REGISTRADA"
              GO TO 3500-CONSULTAR-LIBERACION-FIN
           END-IF.

           PERFORM 2950-MOSTRAR-LIBERACION
              THRU 2950-MOSTRAR-LIBERACION-FIN.

           DISPLAY "HOJA       : " LB-FECHA-HOJA " " LB-HORA-HOJA.
           DISPLAY "DECISION   : " LB-FECHA-DECISION " "
                   LB-HORA-DECISION " " LB-OPERADOR.
           DISPLAY "MOTIVO     : " LB-MOTIVO.

       3500-CONSULTAR-LIBERACION-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL17LIBER.

      * Tectonics: cobc
      * Modification History:
      *  02/09/2026 GR  Original version.
      *  15/10/2026 GR  VALREJ pasa a 62 bytes (codigo de proveedor).
      *  15/10/2026 GR  Partidas abiertas: proveedores del programa de
      *                 entregas que no llegaron, leidos de ENTFALT
      *                 (CL17DVCON). Un obligatorio sin autorizacion
      *                 retiene la cadena; la carga parcial autorizada
      *                 se lista con el supervisor y el motivo.
      *  15/10/2026 GR  El veredicto de la hoja se registra para la
      *                 generacion del dia en el control de liberacion
      *                 LIBCTRL (copybook LIBREG), pendiente de la
      *                 aprobacion del supervisor en CL17LIBER; el
      *                 renglon de firma pasa a mostrar el estado de la
      *                 liberacion. CL17GLPST no contabiliza sin ella.
      *  15/10/2026 GR  Solo los pasos de la cadena anteriores a esta
      *                 hoja segun CADDEF retienen el dia por su RC;
      *                 consolas, utilitarios y CL17GLPST (que corre
      *                 despues y espera la liberacion) se listan sin
      *                 juzgar. Sin CADDEF la cadena queda retenida.
      *                 Tabla de programas de 50 entradas; un RUNLOG
      *                 con mas programas retiene la cadena.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17EODRP.

           SELECT VALUE-REJECTS             ASSIGN TO "VALREJ"
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS WS-FS-VALREJ.

           SELECT EXTRACT-CATALOG           ASSIGN TO "EXTCAT"
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS WS-FS-CAT.

           SELECT MISSING-DELIVERIES        ASSIGN TO "ENTFALT"
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS WS-FS-FALT.

           SELECT CHAIN-DEFINITION          ASSIGN TO "CADDEF"
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS WS-FS-DEF.

           SELECT RELEASE-CONTROL           ASSIGN TO "LIBCTRL"
                                             ORGANIZATION IS INDEXED
                                             ACCESS MODE IS RANDOM
                                             RECORD KEY IS LB-GENERACION
                                             FILE STATUS IS WS-FS-LIB.

           SELECT PRT-FILE                  ASSIGN TO "CTLRPT"
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS WS-FS-PRT.

       FD  VALUE-REJECTS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 62 CHARACTERS.
       01  VR-REGISTRO                      PIC X(62).

       FD  EXTRACT-CATALOG
           LABEL RECORDS ARE STANDARD
               88  EC-ESTADO-RETIRADA       VALUE "R".
           05  FILLER                       PIC X(04).

       FD  MISSING-DELIVERIES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY ENTFREG.

      *----------------------------------------------------------------*
      * DEFINICION DE LA CADENA DE CL17CADEN: SOLO INTERESAN EL PASO   *
      * Y SU PROGRAMA.                                                 *
      *----------------------------------------------------------------*
       FD  CHAIN-DEFINITION
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CD-REGISTRO.
           05  CD-PASO                      PIC 9(02).
           05  CD-PROGRAMA                  PIC X(09).
           05  FILLER                       PIC X(69).

       FD  RELEASE-CONTROL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY LIBREG.

       FD  PRT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       77  WS-FS-SUSP                       PIC X(02).
       77  WS-FS-VALREJ                     PIC X(02).
       77  WS-FS-CAT                        PIC X(02).
       77  WS-FS-FALT                       PIC X(02).
       77  WS-FS-DEF                        PIC X(02).
       77  WS-FS-LIB                        PIC X(02).
       77  WS-FS-PRT                        PIC X(02).
       77  WS-RC-ARCHIVO                    PIC 9(02).
           88  WS-RC-ARCHIVO-FATAL          VALUE 8.
      *----------------------------------------------------------------*
      * ULTIMO FIN REGISTRADO EN RUNLOG POR PROGRAMA                   *
      *----------------------------------------------------------------*
       77  WS-PROG-MAX                      PIC 9(02) VALUE 50.
       77  WS-PROG-COUNT                    PIC 9(02) VALUE 0.
       77  WS-PROG-IDX                      PIC 9(02).
       77  WS-PROG-HALLADO                  PIC 9(02).

       77  WS-SW-PROG-EXCEDE                PIC X(01) VALUE "N".
           88  WS-PROG-EXCEDE-SI            VALUE "S".
           88  WS-PROG-EXCEDE-NO            VALUE "N".

       01  WS-PROGRAMAS.
           05  WS-PROG-ENTRADA OCCURS 50 TIMES.
               10  PROG-NOMBRE              PIC X(09).
               10  PROG-FECHA               PIC 9(08).
               10  PROG-HORA                PIC 9(08).
               10  PROG-RECHAZADOS          PIC 9(07).
               10  PROG-RC                  PIC 9(02).

      *----------------------------------------------------------------*
      * PROGRAMAS DE LOS PASOS DE CADDEF ANTERIORES A ESTA HOJA: SOLO  *
      * SU RC RETIENE LA CADENA                                        *
      *----------------------------------------------------------------*
       77  WS-PAS-MAX                       PIC 9(02) VALUE 20.
       77  WS-PAS-COUNT                     PIC 9(02) VALUE 0.
       77  WS-PAS-IDX                       PIC 9(02).
       77  WS-PAS-HALLADO                   PIC 9(02).

       77  WS-SW-FIN-DEF                    PIC X(01) VALUE "N".
           88  WS-FIN-DEF-SI                VALUE "S".
           88  WS-FIN-DEF-NO                VALUE "N".

       01  WS-PASOS.
           05  WS-PAS-ENTRADA OCCURS 20 TIMES.
               10  PAS-PROGRAMA             PIC X(09).

      *----------------------------------------------------------------*
      * VEREDICTO DEL CUADRE, LEIDO DE LAS LINEAS RESULTADO:/DETALLE:  *
      * DEL REPORTE QUE ESCRIBE CL17RECON                              *
           88  WS-CADENA-LIBERADA           VALUE "S".
           88  WS-CADENA-RETENIDA           VALUE "N".

      *----------------------------------------------------------------*
      * CONTROL DE LIBERACION DE LA GENERACION DEL DIA (LIBCTRL)       *
      *----------------------------------------------------------------*
       77  WS-LIB-VEREDICTO                 PIC X(01).
       77  WS-SW-LIB                        PIC X(01).
           88  WS-LIB-NUEVA                 VALUE "N".
           88  WS-LIB-EXISTE                VALUE "E".
       77  WS-LIB-MOTIVO                    PIC X(30) VALUE SPACES.

       77  WS-FALTANTES                     PIC 9(02) VALUE 0.

       77  WS-EJEM2-CARGADOS                PIC 9(07) VALUE 0.
       77  WS-EJEM2-RECHAZADOS              PIC 9(07) VALUE 0.

           05  LPR-RC                       PIC 99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LPR-FLAG                     PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LPR-NOTA                     PIC X(15).

       01  WS-LINEA-CONTEOS.
           05  FILLER                       PIC X(26) VALUE
           05  FILLER                       PIC X(08) VALUE " TOTAL: ".
           05  LGE-TOTAL                    PIC -(9)9,99.

       01  WS-LINEA-FALTANTE.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  FILLER                       PIC X(05) VALUE "PROVF".
           05  LFA-PROVEEDOR                PIC 99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LFA-NOMBRE                   PIC X(20).
           05  FILLER                       PIC X(07) VALUE " CORTE ".
           05  LFA-CORTE-HH                 PIC 99.
           05  FILLER                       PIC X(01) VALUE ":".
           05  LFA-CORTE-MM                 PIC 99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LFA-ESTADO                   PIC X(22).
           05  LFA-OPERADOR                 PIC X(12).

       01  WS-LINEA-FALTANTE-MOTIVO.
           05  FILLER                       PIC X(12) VALUE
               "    MOTIVO: ".
           05  LFM-MOTIVO                   PIC X(30).

       01  WS-LINEA-LIBERACION.
           05  FILLER                       PIC X(16) VALUE
               "LIBERACION GEN. ".
           05  LLI-GENERACION               PIC 9(04).
           05  FILLER                       PIC X(02) VALUE ": ".
           05  LLI-ESTADO                   PIC X(36).
           05  LLI-OPERADOR                 PIC X(12).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 2000-LEER-BITACORA
              THRU 2000-LEER-BITACORA-FIN.

           PERFORM 2200-CARGAR-PASOS
              THRU 2200-CARGAR-PASOS-FIN.

           PERFORM 3000-LEER-CUADRE
              THRU 3000-LEER-CUADRE-FIN.


           IF WS-PROG-HALLADO = 0
              IF WS-PROG-COUNT >= WS-PROG-MAX
                 PERFORM 2120-EXCEDE-TABLA
                    THRU 2120-EXCEDE-TABLA-FIN
                 GO TO 2100-GUARDAR-FIN-FIN
              END-IF
              ADD 1                         TO WS-PROG-COUNT
       2110-BUSCAR-PROG-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN PROGRAMA QUE NO ENTRA EN LA TABLA NO SE PUEDE JUZGAR: LA    *
      * CADENA QUEDA RETENIDA (SE AVISA UNA SOLA VEZ).                 *
      *----------------------------------------------------------------*
       2120-EXCEDE-TABLA.

           SET WS-CADENA-RETENIDA           TO TRUE.

           IF WS-PROG-EXCEDE-NO
              SET WS-PROG-EXCEDE-SI         TO TRUE
              DISPLAY "RUNLOG EXCEDE " WS-PROG-MAX
                       " PROGRAMAS - CADENA RETENIDA"
           END-IF.

       2120-EXCEDE-TABLA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CARGA LOS PROGRAMAS DE LOS PASOS DE CADDEF HASTA EL DE ESTA    *
      * HOJA: LOS PASOS POSTERIORES (CL17GLPST ESPERA LA LIBERACION),  *
      * LAS CONSOLAS Y LOS UTILITARIOS NO SE JUZGAN. SIN CADDEF NO SE  *
      * SABE QUE ES CADENA Y EL DIA QUEDA RETENIDO.                    *
      *----------------------------------------------------------------*
       2200-CARGAR-PASOS.

           OPEN INPUT CHAIN-DEFINITION.

           IF WS-FS-DEF NOT = "00"
              DISPLAY "CADDEF NO DISPONIBLE - CADENA RETENIDA"
              SET WS-CADENA-RETENIDA        TO TRUE
              GO TO 2200-CARGAR-PASOS-FIN
           END-IF.

           PERFORM 2210-LEER-PASO
              THRU 2210-LEER-PASO-FIN
             UNTIL WS-FIN-DEF-SI.

           CLOSE CHAIN-DEFINITION.

       2200-CARGAR-PASOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-LEER-PASO.

           READ CHAIN-DEFINITION
               AT END
                   SET WS-FIN-DEF-SI        TO TRUE
                   GO TO 2210-LEER-PASO-FIN
           END-READ.

           IF CD-PROGRAMA = "CL17EODRP"
              SET WS-FIN-DEF-SI             TO TRUE
              GO TO 2210-LEER-PASO-FIN
           END-IF.

           IF WS-PAS-COUNT >= WS-PAS-MAX
              DISPLAY "CADDEF EXCEDE " WS-PAS-MAX
                       " PASOS - CADENA RETENIDA"
              SET WS-CADENA-RETENIDA        TO TRUE
              SET WS-FIN-DEF-SI             TO TRUE
              GO TO 2210-LEER-PASO-FIN
           END-IF.

           ADD 1                            TO WS-PAS-COUNT.
           MOVE CD-PROGRAMA                 TO
                PAS-PROGRAMA(WS-PAS-COUNT).

       2210-LEER-PASO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCA EL VEREDICTO EN EL REPORTE DEL CUADRE: LA ULTIMA LINEA   *
      * RESULTADO:/DETALLE: LEIDA MANDA. SIN REPORTE, SIN DATO.        *
      *----------------------------------------------------------------*
           EXIT.
      *----------------------------------------------------------------*
      * ARMA LA HOJA: ESTADO POR PROGRAMA, CONTEOS, CUADRE,            *
      * GENERACION Y LA LINEA LIBERADO/RETENIDO CON EL ESTADO DE LA    *
      * LIBERACION REGISTRADA EN LIBCTRL                               *
      *----------------------------------------------------------------*
       7000-ARMAR-HOJA.

           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

           PERFORM 7200-PARTIDAS-ABIERTAS
              THRU 7200-PARTIDAS-ABIERTAS-FIN.

           MOVE SPACES                      TO PRT-LINEA.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

           PERFORM 7300-REGISTRAR-LIBERACION
              THRU 7300-REGISTRAR-LIBERACION-FIN.

           MOVE SPACES                      TO PRT-LINEA.
           MOVE WS-LINEA-LIBERACION         TO PRT-LINEA.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

           IF WS-LIB-MOTIVO NOT = SPACES
              MOVE WS-LIB-MOTIVO            TO LFM-MOTIVO
              MOVE SPACES                   TO PRT-LINEA
              MOVE WS-LINEA-FALTANTE-MOTIVO TO PRT-LINEA
              PERFORM 8000-IMPRIMIR-LINEA
                 THRU 8000-IMPRIMIR-LINEA-FIN
           END-IF.

       7000-ARMAR-HOJA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN RC DISTINTO DE CERO RETIENE LA CADENA SOLO SI EL PROGRAMA   *
      * ES UN PASO DE CADDEF ANTERIOR A ESTA HOJA; EL RESTO SE LISTA   *
      * COMO FUERA DE CADENA.                                          *
      *----------------------------------------------------------------*
       7100-LINEA-PROGRAMA.

           MOVE 0                           TO WS-PAS-HALLADO.

           PERFORM 7110-BUSCAR-PASO
              THRU 7110-BUSCAR-PASO-FIN
             VARYING WS-PAS-IDX FROM 1 BY 1
              UNTIL WS-PAS-IDX > WS-PAS-COUNT
                 OR WS-PAS-HALLADO > 0.

           MOVE PROG-NOMBRE(WS-PROG-IDX)    TO LPR-PROGRAMA.
           MOVE PROG-LEIDOS(WS-PROG-IDX)    TO LPR-LEIDOS.
           MOVE PROG-ESCRITOS(WS-PROG-IDX)  TO LPR-ESCRITOS.
           MOVE PROG-RECHAZADOS(WS-PROG-IDX) TO LPR-RECHAZADOS.
           MOVE PROG-RC(WS-PROG-IDX)        TO LPR-RC.

           MOVE SPACES                      TO LPR-FLAG.
           MOVE SPACES                      TO LPR-NOTA.

           IF WS-PAS-HALLADO = 0
              MOVE "FUERA DE CADENA"        TO LPR-NOTA
           ELSE
              IF PROG-RC(WS-PROG-IDX) NOT = 0
                 MOVE "***"                 TO LPR-FLAG
                 SET WS-CADENA-RETENIDA     TO TRUE
              END-IF
           END-IF.

           MOVE SPACES                      TO PRT-LINEA.

       7100-LINEA-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       7110-BUSCAR-PASO.

           IF PAS-PROGRAMA(WS-PAS-IDX) = PROG-NOMBRE(WS-PROG-IDX)
              MOVE WS-PAS-IDX               TO WS-PAS-HALLADO
           END-IF.

       7110-BUSCAR-PASO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PARTIDAS ABIERTAS: ENTREGAS DE PROVEEDOR QUE NO LLEGARON SEGUN *
      * ENTFALT. SIN ENTFALT NO HAY PROGRAMA DE ENTREGAS Y NO SE LISTA *
      * NADA.                                                          *
      *----------------------------------------------------------------*
       7200-PARTIDAS-ABIERTAS.

           OPEN INPUT MISSING-DELIVERIES.

           IF WS-FS-FALT NOT = "00"
              GO TO 7200-PARTIDAS-ABIERTAS-FIN
           END-IF.

           MOVE SPACES                      TO PRT-LINEA.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

           MOVE "PARTIDAS ABIERTAS (ENTREGAS DE PROVEEDOR NO RECIBIDAS)"
                                             TO PRT-LINEA.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

           SET WS-EOF-NO                    TO TRUE.

           PERFORM 7210-LINEA-FALTANTE
              THRU 7210-LINEA-FALTANTE-FIN
             UNTIL WS-EOF-SI.

           CLOSE MISSING-DELIVERIES.

           IF WS-FALTANTES = 0
              MOVE "  SIN PARTIDAS ABIERTAS" TO PRT-LINEA
              PERFORM 8000-IMPRIMIR-LINEA
                 THRU 8000-IMPRIMIR-LINEA-FIN
           END-IF.

       7200-PARTIDAS-ABIERTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       7210-LINEA-FALTANTE.

           READ MISSING-DELIVERIES
               AT END
                   SET WS-EOF-SI            TO TRUE
                   GO TO 7210-LINEA-FALTANTE-FIN
           END-READ.

           ADD 1                            TO WS-FALTANTES.

           MOVE EF-PROVEEDOR                TO LFA-PROVEEDOR.
           MOVE EF-NOMBRE                   TO LFA-NOMBRE.
           MOVE EF-CORTE-HH                 TO LFA-CORTE-HH.
           MOVE EF-CORTE-MM                 TO LFA-CORTE-MM.
           MOVE SPACES                      TO LFA-OPERADOR.

           EVALUATE TRUE
              WHEN EF-ESTADO-AUTORIZADO
                 MOVE "CARGA PARCIAL AUT.POR" TO LFA-ESTADO
                 MOVE EF-OPERADOR           TO LFA-OPERADOR
              WHEN EF-ESTADO-PENDIENTE
                 MOVE "NO RECIBIDO - SIN AUT." TO LFA-ESTADO
                 SET WS-CADENA-RETENIDA     TO TRUE
              WHEN OTHER
                 MOVE "OPCIONAL NO RECIBIDO" TO LFA-ESTADO
           END-EVALUATE.

           MOVE SPACES                      TO PRT-LINEA.
           MOVE WS-LINEA-FALTANTE           TO PRT-LINEA.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

           IF EF-ESTADO-AUTORIZADO
              MOVE EF-MOTIVO                TO LFM-MOTIVO
              MOVE SPACES                   TO PRT-LINEA
              MOVE WS-LINEA-FALTANTE-MOTIVO TO PRT-LINEA
              PERFORM 8000-IMPRIMIR-LINEA
                 THRU 8000-IMPRIMIR-LINEA-FIN
           END-IF.

       7210-LINEA-FALTANTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DEJA EL VEREDICTO DE LA HOJA EN EL CONTROL DE LIBERACION       *
      * LIBCTRL PARA LA GENERACION DEL DIA, PENDIENTE HASTA QUE UN     *
      * SUPERVISOR LA APRUEBE O RECHACE EN CL17LIBER. UNA HOJA         *
      * REPETIDA CON EL MISMO VEREDICTO CONSERVA LA DECISION; CON OTRO *
      * VEREDICTO LA LIBERACION VUELVE A PENDIENTE. SIN GENERACION NO  *
      * HAY NADA QUE LIBERAR.                                          *
      *----------------------------------------------------------------*
       7300-REGISTRAR-LIBERACION.

           MOVE WS-GEN-ULTIMA               TO LLI-GENERACION.
           MOVE SPACES                      TO LLI-OPERADOR.
           MOVE SPACES                      TO WS-LIB-MOTIVO.

           IF WS-GEN-ULTIMA = 0
              MOVE "SIN GENERACION - NO SE CONTABILIZA"
                                             TO LLI-ESTADO
              GO TO 7300-REGISTRAR-LIBERACION-FIN
           END-IF.

           OPEN I-O RELEASE-CONTROL.

           IF WS-FS-LIB = "35"
              OPEN OUTPUT RELEASE-CONTROL
              CLOSE RELEASE-CONTROL
              OPEN I-O RELEASE-CONTROL
           END-IF.

           IF WS-FS-LIB NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LIBCTRL - STATUS " WS-FS-LIB
              MOVE "SIN REGISTRO EN LIBCTRL"  TO LLI-ESTADO
              MOVE 8                        TO RETURN-CODE
              GO TO 7300-REGISTRAR-LIBERACION-FIN
           END-IF.

           IF WS-CADENA-LIBERADA
              MOVE "L"                      TO WS-LIB-VEREDICTO
           ELSE
              MOVE "R"                      TO WS-LIB-VEREDICTO
           END-IF.

           MOVE WS-GEN-ULTIMA               TO LB-GENERACION.

           READ RELEASE-CONTROL
               INVALID KEY
                   SET WS-LIB-NUEVA         TO TRUE
               NOT INVALID KEY
                   SET WS-LIB-EXISTE        TO TRUE
           END-READ.

           IF WS-LIB-NUEVA
              OR LB-VEREDICTO NOT = WS-LIB-VEREDICTO
              OR LB-ESTADO-PENDIENTE
              PERFORM 7310-GRABAR-LIBERACION
                 THRU 7310-GRABAR-LIBERACION-FIN
           END-IF.

           IF WS-FS-LIB = "00"
              PERFORM 7320-DESCRIBIR-LIBERACION
                 THRU 7320-DESCRIBIR-LIBERACION-FIN
           ELSE
              MOVE "SIN REGISTRO EN LIBCTRL"  TO LLI-ESTADO
           END-IF.

           CLOSE RELEASE-CONTROL.

           DISPLAY WS-LINEA-LIBERACION.

       7300-REGISTRAR-LIBERACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * GRABA LA LIBERACION PENDIENTE CON EL VEREDICTO Y LOS DATOS DE  *
      * LA GENERACION; UNA DECISION ANTERIOR SOBRE OTRO VEREDICTO SE   *
      * DESCARTA.                                                      *
      *----------------------------------------------------------------*
       7310-GRABAR-LIBERACION.

           IF WS-LIB-NUEVA
              MOVE SPACES                   TO LB-REGISTRO
              MOVE WS-GEN-ULTIMA            TO LB-GENERACION
           ELSE
              IF NOT LB-ESTADO-PENDIENTE
                 DISPLAY "VEREDICTO DISTINTO AL DECIDIDO - LIBERACION "
                         "VUELVE A PENDIENTE"
              END-IF
           END-IF.

           MOVE WS-GEN-FECHA                TO LB-FECHA-GENERACION.
           MOVE WS-GEN-CANTIDAD             TO LB-CANTIDAD.
           MOVE WS-GEN-TOTAL                TO LB-TOTAL.
           MOVE WS-LIB-VEREDICTO            TO LB-VEREDICTO.
           MOVE WS-FECHA-SISTEMA            TO LB-FECHA-HOJA.
           MOVE WS-HORA-SISTEMA             TO LB-HORA-HOJA.
           SET LB-ESTADO-PENDIENTE          TO TRUE.
           MOVE SPACES                      TO LB-OPERADOR.
           MOVE 0                           TO LB-FECHA-DECISION.
           MOVE 0                           TO LB-HORA-DECISION.
           MOVE SPACES                      TO LB-MOTIVO.

           IF WS-LIB-NUEVA
              WRITE LB-REGISTRO
                  INVALID KEY
                      DISPLAY "ERROR GRABANDO LIBCTRL - STATUS "
                               WS-FS-LIB
              END-WRITE
           ELSE
              REWRITE LB-REGISTRO
                  INVALID KEY
                      DISPLAY "ERROR GRABANDO LIBCTRL - STATUS "
                               WS-FS-LIB
              END-REWRITE
           END-IF.

           IF WS-FS-LIB NOT = "00"
              MOVE 8                        TO RETURN-CODE
           END-IF.

       7310-GRABAR-LIBERACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ARMA EL RENGLON DE LIBERACION DE LA HOJA SEGUN LA DECISION     *
      * REGISTRADA                                                     *
      *----------------------------------------------------------------*
       7320-DESCRIBIR-LIBERACION.

           EVALUATE TRUE
              WHEN LB-ESTADO-APROBADO AND LB-VEREDICTO-RETENIDO
                 MOVE "APROBADA CON EXCEPCION POR" TO LLI-ESTADO
                 MOVE LB-OPERADOR           TO LLI-OPERADOR
                 MOVE LB-MOTIVO             TO WS-LIB-MOTIVO
              WHEN LB-ESTADO-APROBADO
                 MOVE "APROBADA POR"        TO LLI-ESTADO
                 MOVE LB-OPERADOR           TO LLI-OPERADOR
              WHEN LB-ESTADO-RECHAZADO
                 MOVE "RECHAZADA POR"       TO LLI-ESTADO
                 MOVE LB-OPERADOR           TO LLI-OPERADOR
                 MOVE LB-MOTIVO             TO WS-LIB-MOTIVO
              WHEN OTHER
                 MOVE "PENDIENTE DE APROBACION (CL17LIBER)"
                                             TO LLI-ESTADO
           END-EVALUATE.

       7320-DESCRIBIR-LIBERACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ESCRIBE LA LINEA YA CARGADA EN PRT-LINEA, CONTROLANDO SALTO    *
      * DE PAGINA                                                      *

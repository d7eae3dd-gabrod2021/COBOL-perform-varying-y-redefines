      * Tectonics: cobc
      * Modification History:
      *  02/09/2026 GR  Original version.
      *  15/10/2026 GR  La cabecera del lote lleva el numero de
      *                 generacion EXTCAT (layouts GLIF pasados al
      *                 copybook GLIFREG). Cada lote emitido se guarda
      *                 ademas como GLIGNNNN y se registra como
      *                 emitido en el control de contabilizaciones
      *                 GLCTRL, donde CL17GLACK anota el acuse del
      *                 mayor y las reversiones.
      *  15/10/2026 GR  Layout GLMAP pasado al copybook GLMPREG. Los
      *                 registros de rango cero con tipo (cuentas de
      *                 diferencia de cambio de CL17FXREV) no se toman
      *                 como cuenta puente.
      *  15/10/2026 GR  La generacion EXTCAT a contabilizar (numero,
      *                 fecha, cantidad y total del catalogo) se
      *                 controla contra el registro de entradas
      *                 procesadas PROCREG: una generacion ya enviada
      *                 al mayor termina con RC 8 sin armar GLIF, salvo
      *                 tarjeta REPROC de un supervisor, que queda en
      *                 AUDITLOG. La generacion se registra al emitir
      *                 la interfaz.
      *  15/10/2026 GR  Sin liberacion aprobada en LIBCTRL (hoja de
      *                 control CL17EODRP y aprobacion del supervisor
      *                 en CL17LIBER) la generacion no se contabiliza:
      *                 pendiente, rechazada, sin registro o sin
      *                 generacion activa terminan con RC 8 sin armar
      *                 GLIF.
      *  15/10/2026 GR  Quitado el tratamiento de generacion cero en
      *                 reproceso, copia y control del lote: sin
      *                 generacion activa el control de liberacion ya
      *                 termina sin interfaz.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17GLPST.
       FILE-CONTROL.
           SELECT EXTRACT-FILE             ASSIGN TO "EXTRACTO"
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS WS-FS-EXTRACT.

           SELECT GL-MAP                   ASSIGN TO "GLMAP"
                                            ORGANIZATION IS SEQUENTIAL
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-GLIF.

           SELECT GL-ARCHIVE               ASSIGN TO DYNAMIC
                                                     WS-ARCH-ARCHIVO
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-ARCH.

           SELECT GL-CONTROL               ASSIGN TO "GLCTRL"
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-GLC.

           SELECT RELEASE-CONTROL          ASSIGN TO "LIBCTRL"
                                            ORGANIZATION IS INDEXED
                                            ACCESS MODE IS RANDOM
                                            RECORD KEY IS LB-GENERACION
                                            FILE STATUS IS WS-FS-LIB.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FD  GL-MAP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
           COPY GLMPREG.

       FD  EXTRACT-CATALOG
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  GL-REGISTRO                      PIC X(60).

      *----------------------------------------------------------------*
      * COPIA DEL LOTE EMITIDO POR GENERACION (GLIGNNNN), QUE LA       *
      * REVERSION DE CL17GLACK RELEE SI LA GENERACION ES REEMPLAZADA.  *
      *----------------------------------------------------------------*
       FD  GL-ARCHIVE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  GA-REGISTRO                      PIC X(60).

       FD  GL-CONTROL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLCREG.

      *----------------------------------------------------------------*
      * CONTROL DE LIBERACION DE FIN DE DIA: VEREDICTO DE LA HOJA DE   *
      * CONTROL Y DECISION DEL SUPERVISOR POR GENERACION               *
      *----------------------------------------------------------------*
       FD  RELEASE-CONTROL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY LIBREG.

       WORKING-STORAGE SECTION.

       77  WS-FS-EXTRACT                    PIC X(02).
       77  WS-FS-CAT                        PIC X(02).
       77  WS-FS-WORK                       PIC X(02).
       77  WS-FS-GLIF                       PIC X(02).
       77  WS-FS-ARCH                       PIC X(02).
       77  WS-FS-GLC                        PIC X(02).
       77  WS-FS-LIB                        PIC X(02).
       77  WS-RC-ARCHIVO                    PIC 9(02).
           88  WS-RC-ARCHIVO-FATAL          VALUE 8.


       77  WS-FECHA-VALOR                   PIC 9(08) VALUE 0.
       77  WS-GEN-ULTIMA                    PIC 9(04) VALUE 0.
       77  WS-GEN-NUM-ED                    PIC 9(04).
       77  WS-ARCH-ARCHIVO                  PIC X(09).

       77  WS-IMPORTE-ABS                   PIC 9(9)V99.
       77  WS-TOTAL-DEBE                    PIC 9(11)V99 VALUE 0.
       77  WS-ASIENTOS                      PIC 9(07) VALUE 0.
       77  WS-SIN-MAPEO                     PIC 9(07) VALUE 0.

      *----------------------------------------------------------------*
      * REGISTRO DE ENTRADAS PROCESADAS (RUTINA PROCREG): IDENTIDAD DE *
      * LA GENERACION EXTCAT QUE SE CONTABILIZA                        *
      *----------------------------------------------------------------*
       77  WS-PRC-MODO                      PIC X(01) VALUE "B".
       77  WS-PRC-PROVEEDOR                 PIC X(02) VALUE SPACES.
       77  WS-PRC-CANTIDAD                  PIC 9(07) VALUE 0.
       77  WS-PRC-TOTAL                     PIC S9(11)V99 VALUE 0.
       77  WS-PRC-OPERADOR                  PIC X(12) VALUE SPACES.
       77  WS-PRC-ACCION                    PIC X(06).
       77  WS-PRC-STATUS                    PIC 9(02) VALUE 0.
           88  WS-PRC-NUEVA                 VALUE 0.
           88  WS-PRC-REPETIDA              VALUE 1.
           88  WS-PRC-AUTORIZADA            VALUE 2.
           88  WS-PRC-SIN-REGISTRO          VALUE 9.

       01  WS-FECHA-SISTEMA                 PIC 9(08).

           COPY GLIFREG.

       77  WS-RUN-ACCION-INICIO             PIC X(06) VALUE "INICIO".
       77  WS-RUN-ACCION-FIN                PIC X(06) VALUE "FIN".
           PERFORM 1030-BUSCAR-FECHA-VALOR
              THRU 1030-BUSCAR-FECHA-VALOR-FIN.

           PERFORM 1045-CONTROLAR-LIBERACION
              THRU 1045-CONTROLAR-LIBERACION-FIN.

           IF WS-RC-ARCHIVO-FATAL
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           PERFORM 1050-CONTROLAR-REPROCESO
              THRU 1050-CONTROLAR-REPROCESO-FIN.

           IF WS-RC-ARCHIVO-FATAL
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           OPEN INPUT EXTRACT-FILE.

           MOVE "EXTRACTO"                  TO WS-FILERR-ARCHIVO.
                   SET WS-FIN-MAP-SI        TO TRUE
               NOT AT END
                   IF GM-DESDE = 0 AND GM-HASTA = 0
                      IF GM-TIPO-PUENTE
                         MOVE GM-CUENTA     TO WS-CUENTA-PUENTE
                      END-IF
                   ELSE
                      ADD 1                 TO WS-MAP-COUNT
                      MOVE GM-DESDE         TO
           EXIT.
      *----------------------------------------------------------------*
      * LA FECHA DE VALOR DEL LOTE ES LA FECHA DE LA ULTIMA GENERACION *
      * ACTIVA REGISTRADA EN EXTCAT. SIN CATALOGO NO HAY GENERACION Y  *
      * EL CONTROL DE LIBERACION TERMINA SIN INTERFAZ.                 *
      *----------------------------------------------------------------*
       1030-BUSCAR-FECHA-VALOR.

           OPEN INPUT EXTRACT-CATALOG.

           IF WS-FS-CAT NOT = "00"
                      AND EC-GENERACION > WS-GEN-ULTIMA
                      MOVE EC-GENERACION    TO WS-GEN-ULTIMA
                      MOVE EC-FECHA         TO WS-FECHA-VALOR
                      MOVE EC-CANTIDAD      TO WS-PRC-CANTIDAD
                      MOVE EC-TOTAL         TO WS-PRC-TOTAL
                   END-IF
           END-READ.

       1040-LEER-CATALOGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA GENERACION SOLO SE CONTABILIZA CON LIBERACION APROBADA EN   *
      * LIBCTRL: LA HOJA DE CONTROL CL17EODRP REGISTRA EL VEREDICTO Y  *
      * UN SUPERVISOR LO APRUEBA EN CL17LIBER. PENDIENTE, RECHAZADA,   *
      * SIN REGISTRO O SIN GENERACION ACTIVA TERMINAN CON RC 8 SIN     *
      * INTERFAZ.                                                      *
      *----------------------------------------------------------------*
       1045-CONTROLAR-LIBERACION.

           IF WS-GEN-ULTIMA = 0
              DISPLAY "SIN GENERACION ACTIVA EN EXTCAT - SIN LIBERACION"
                       " - INTERFAZ NO EMITIDA"
              MOVE 8                        TO WS-RC-ARCHIVO
              MOVE 8                        TO RETURN-CODE
              GO TO 1045-CONTROLAR-LIBERACION-FIN
           END-IF.

           OPEN INPUT RELEASE-CONTROL.

           IF WS-FS-LIB NOT = "00"
              DISPLAY "SIN CONTROL DE LIBERACION LIBCTRL - STATUS "
                       WS-FS-LIB " - INTERFAZ NO EMITIDA"
              MOVE 8                        TO WS-RC-ARCHIVO
              MOVE 8                        TO RETURN-CODE
              GO TO 1045-CONTROLAR-LIBERACION-FIN
           END-IF.

           MOVE WS-GEN-ULTIMA               TO LB-GENERACION.

           READ RELEASE-CONTROL
               INVALID KEY
                   MOVE SPACES              TO LB-ESTADO
           END-READ.

           CLOSE RELEASE-CONTROL.

           EVALUATE TRUE
              WHEN LB-ESTADO-APROBADO AND LB-VEREDICTO-RETENIDO
                 DISPLAY "GENERACION " WS-GEN-ULTIMA
                          " LIBERADA CON EXCEPCION POR " LB-OPERADOR
              WHEN LB-ESTADO-APROBADO
                 DISPLAY "GENERACION " WS-GEN-ULTIMA
                          " LIBERADA POR " LB-OPERADOR
              WHEN LB-ESTADO-PENDIENTE
                 DISPLAY "GENERACION " WS-GEN-ULTIMA
                          " PENDIENTE DE LIBERACION (CL17LIBER)"
                          " - INTERFAZ NO EMITIDA"
              WHEN LB-ESTADO-RECHAZADO
                 DISPLAY "GENERACION " WS-GEN-ULTIMA
                          " RECHAZADA POR " LB-OPERADOR
                          " - INTERFAZ NO EMITIDA"
              WHEN OTHER
                 DISPLAY "GENERACION " WS-GEN-ULTIMA
                          " SIN HOJA DE CONTROL EN LIBCTRL"
                          " - INTERFAZ NO EMITIDA"
           END-EVALUATE.

           IF NOT LB-ESTADO-APROBADO
              MOVE 8                        TO WS-RC-ARCHIVO
              MOVE 8                        TO RETURN-CODE
           END-IF.

       1045-CONTROLAR-LIBERACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CONTROLA LA GENERACION CONTRA PROCREG: UNA GENERACION YA       *
      * ENVIADA AL MAYOR NO SE VUELVE A CONTABILIZAR SIN TARJETA       *
      * REPROC DE UN SUPERVISOR.                                       *
      *----------------------------------------------------------------*
       1050-CONTROLAR-REPROCESO.

           MOVE "VERIFI"                    TO WS-PRC-ACCION.
           CALL "PROCREG" USING "CL17GLPST" WS-PRC-MODO
                                 WS-PRC-PROVEEDOR WS-FECHA-VALOR
                                 WS-GEN-ULTIMA WS-PRC-CANTIDAD
                                 WS-PRC-TOTAL WS-PRC-OPERADOR
                                 WS-PRC-ACCION WS-PRC-STATUS.

           IF WS-PRC-NUEVA OR WS-PRC-AUTORIZADA
              GO TO 1050-CONTROLAR-REPROCESO-FIN
           END-IF.

           IF WS-PRC-REPETIDA
              DISPLAY "GENERACION " WS-GEN-ULTIMA
                       " YA CONTABILIZADA - INTERFAZ NO EMITIDA"
           ELSE
              DISPLAY "SIN CONTROL DE REPROCESO - INTERFAZ NO EMITIDA"
           END-IF.

           MOVE "CERRAR"                    TO WS-PRC-ACCION.
           CALL "PROCREG" USING "CL17GLPST" WS-PRC-MODO
                                 WS-PRC-PROVEEDOR WS-FECHA-VALOR
                                 WS-GEN-ULTIMA WS-PRC-CANTIDAD
                                 WS-PRC-TOTAL WS-PRC-OPERADOR
                                 WS-PRC-ACCION WS-PRC-STATUS.

           MOVE 8                           TO WS-RC-ARCHIVO.
           MOVE 8                           TO RETURN-CODE.

       1050-CONTROLAR-REPROCESO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ARMA EL PAR DEBE/HABER DE LA PROXIMA POSICION DEL EXTRACTO EN  *
      * EL ARCHIVO DE TRABAJO                                          *
      *----------------------------------------------------------------*
      * CON LOS ASIENTOS COMPLETOS Y CUADRADOS, COPIA EL ARCHIVO DE    *
      * TRABAJO A LA INTERFAZ GLIF ENTRE CABECERA Y TRAILER DE LOTE.   *
      * DESBALANCE O POSICIONES SIN MAPEO DEJAN LA INTERFAZ SIN        *
      * ESCRIBIR Y EL JOB EN RC 8. SIN COPIA GLIGNNNN DEL LOTE LA      *
      * GENERACION NO SE PODRIA REVERTIR SI LUEGO SE REEMPLAZA, ASI    *
      * QUE TAMPOCO SE EMITE LA INTERFAZ.                              *
      *----------------------------------------------------------------*
       3000-EMITIR-INTERFAZ.

              GO TO 3000-EMITIR-INTERFAZ-FIN
           END-IF.

           MOVE WS-GEN-ULTIMA               TO WS-GEN-NUM-ED.
           MOVE SPACES                      TO WS-ARCH-ARCHIVO.
           STRING "GLIG" WS-GEN-NUM-ED DELIMITED BY SIZE
              INTO WS-ARCH-ARCHIVO.
           OPEN OUTPUT GL-ARCHIVE.

           MOVE WS-ARCH-ARCHIVO             TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17GLPST" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-ARCH WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR " WS-ARCH-ARCHIVO
                       " - INTERFAZ NO EMITIDA"
              GO TO 3000-EMITIR-INTERFAZ-FIN
           END-IF.

           OPEN OUTPUT GL-INTERFACE.

           MOVE "GLIF"                      TO WS-FILERR-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR GLIF - FIN ANORMAL"
              CLOSE GL-ARCHIVE
              GO TO 3000-EMITIR-INTERFAZ-FIN
           END-IF.

              DISPLAY "NO SE PUDO RELEER GLWORK - STATUS " WS-FS-WORK
              MOVE 8                        TO RETURN-CODE
              CLOSE GL-INTERFACE
              CLOSE GL-ARCHIVE
              GO TO 3000-EMITIR-INTERFAZ-FIN
           END-IF.

           MOVE WS-FECHA-VALOR              TO GLH-LOTE-FECHA.
           MOVE WS-FECHA-SISTEMA            TO GLH-FECHA-PROCESO.
           MOVE WS-GEN-ULTIMA               TO GLH-GENERACION.
           MOVE WS-GL-CABECERA              TO GL-REGISTRO.
           PERFORM 3020-GRABAR-INTERFAZ
              THRU 3020-GRABAR-INTERFAZ-FIN.

           MOVE "N"                         TO WS-SW-EOF.

           MOVE WS-TOTAL-DEBE               TO GLT-TOTAL-DEBE.
           MOVE WS-TOTAL-HABER              TO GLT-TOTAL-HABER.
           MOVE WS-GL-TRAILER               TO GL-REGISTRO.
           PERFORM 3020-GRABAR-INTERFAZ
              THRU 3020-GRABAR-INTERFAZ-FIN.

           CLOSE WORK-FILE.
           CLOSE GL-INTERFACE.
           DISPLAY "INTERFAZ GLIF EMITIDA: " WS-ASIENTOS
                    " ASIENTOS".

           CLOSE GL-ARCHIVE.

           PERFORM 3100-REGISTRAR-CONTROL
              THRU 3100-REGISTRAR-CONTROL-FIN.

           PERFORM 3200-REGISTRAR-PROCESO
              THRU 3200-REGISTRAR-PROCESO-FIN.

       3000-EMITIR-INTERFAZ-FIN.
           EXIT.
      *----------------------------------------------------------------*
                   SET WS-EOF-SI            TO TRUE
               NOT AT END
                   MOVE WK-REGISTRO         TO GL-REGISTRO
                   PERFORM 3020-GRABAR-INTERFAZ
                      THRU 3020-GRABAR-INTERFAZ-FIN
           END-READ.

       3010-COPIAR-ASIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * GRABA UN REGISTRO EN GLIF Y EN SU COPIA GLIGNNNN               *
      *----------------------------------------------------------------*
       3020-GRABAR-INTERFAZ.

           WRITE GL-REGISTRO.

           MOVE GL-REGISTRO                 TO GA-REGISTRO.
           WRITE GA-REGISTRO.

       3020-GRABAR-INTERFAZ-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * AGREGA EL LOTE EMITIDO AL CONTROL DE CONTABILIZACIONES GLCTRL, *
      * PENDIENTE DEL ACUSE DEL MAYOR.                                 *
      *----------------------------------------------------------------*
       3100-REGISTRAR-CONTROL.

           OPEN EXTEND GL-CONTROL.

           IF WS-FS-GLC NOT = "00" AND WS-FS-GLC NOT = "05"
              OPEN OUTPUT GL-CONTROL
           END-IF.

           IF WS-FS-GLC NOT = "00" AND WS-FS-GLC NOT = "05"
              DISPLAY "NO SE PUDO GRABAR GLCTRL - STATUS " WS-FS-GLC
              IF RETURN-CODE = 0
                 MOVE 4                     TO RETURN-CODE
              END-IF
              GO TO 3100-REGISTRAR-CONTROL-FIN
           END-IF.

           MOVE SPACES                      TO GC-REGISTRO.
           MOVE WS-GEN-ULTIMA               TO GC-GENERACION.
           MOVE GLH-LOTE                    TO GC-LOTE.
           MOVE WS-FECHA-VALOR              TO GC-FECHA-VALOR.
           MOVE WS-FECHA-SISTEMA            TO GC-FECHA-EMISION.
           MOVE WS-ASIENTOS                 TO GC-CANTIDAD.
           MOVE WS-TOTAL-DEBE               TO GC-TOTAL.
           SET GC-ESTADO-EMITIDO            TO TRUE.
           MOVE 0                           TO GC-FECHA-ACUSE.
           MOVE 0                           TO GC-LINEAS-RECH.
           MOVE 0                           TO GC-GEN-REEMPLAZO.

           WRITE GC-REGISTRO.

           CLOSE GL-CONTROL.

       3100-REGISTRAR-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DEJA LA GENERACION EMITIDA COMO PROCESADA EN PROCREG, CON EL   *
      * SUPERVISOR SI FUE UN REENVIO AUTORIZADO                        *
      *----------------------------------------------------------------*
       3200-REGISTRAR-PROCESO.

           MOVE "REGIST"                    TO WS-PRC-ACCION.
           CALL "PROCREG" USING "CL17GLPST" WS-PRC-MODO
                                 WS-PRC-PROVEEDOR WS-FECHA-VALOR
                                 WS-GEN-ULTIMA WS-PRC-CANTIDAD
                                 WS-PRC-TOTAL WS-PRC-OPERADOR
                                 WS-PRC-ACCION WS-PRC-STATUS.

           IF WS-PRC-SIN-REGISTRO
              DISPLAY "GENERACION NO REGISTRADA EN PROCREG"
              IF RETURN-CODE = 0
                 MOVE 4                     TO RETURN-CODE
              END-IF
           END-IF.

       3200-REGISTRAR-PROCESO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       9000-FINALIZAR.

           CLOSE EXTRACT-FILE.

           MOVE "CERRAR"                    TO WS-PRC-ACCION.
           CALL "PROCREG" USING "CL17GLPST" WS-PRC-MODO
                                 WS-PRC-PROVEEDOR WS-FECHA-VALOR
                                 WS-GEN-ULTIMA WS-PRC-CANTIDAD
                                 WS-PRC-TOTAL WS-PRC-OPERADOR
                                 WS-PRC-ACCION WS-PRC-STATUS.

           DISPLAY "EXTRACTO LEIDO   : " WS-REG-LEIDOS.
           DISPLAY "ASIENTOS ARMADOS : " WS-ASIENTOS.
           DISPLAY "TOTAL DEBE       : " WS-TOTAL-DEBE.

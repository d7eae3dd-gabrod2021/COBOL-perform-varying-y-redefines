      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: REGISTRO COMPARTIDO DE ENTRADAS PROCESADAS. CADA
      *          PROGRAMA QUE CONSUME UN ARCHIVO (CL17DVCON LOS
      *          PROVFnn, CL17EJEM2 EL DAILYVAL, CL17GLPST LA
      *          GENERACION DE EXTCAT) LO IDENTIFICA POR PROVEEDOR,
      *          FECHA VALOR, NUMERO DE GENERACION Y CANTIDAD Y TOTAL
      *          DE CONTROL DEL TRAILER, Y LLAMA A ESTA RUTINA ANTES
      *          DE PROCESARLO ("VERIFI") Y AL TERMINARLO ("REGIST").
      *          UNA ENTRADA YA REGISTRADA PARA EL MISMO PROGRAMA
      *          DEVUELVE STATUS 01 (REPETIDA) Y EL LLAMADOR TERMINA
      *          CON RC 8, SALVO QUE UN SUPERVISOR AUTORICE LA
      *          RECARGA: EN MODO CONSOLA ("C") FIRMANDOSE CON SIGNON;
      *          EN MODO BATCH ("B") CON UNA TARJETA REPROC DEL DIA
      *          PARA EL PROGRAMA, VALIDADA CON SIGNON. LA RECARGA
      *          AUTORIZADA DEVUELVE STATUS 02 CON EL OPERADOR Y QUEDA
      *          EN AUDITLOG. "VERDIA" ES "VERIFI" PERO ACEPTA COMO
      *          NUEVA UNA ENTRADA QUE EL MISMO PROGRAMA REGISTRO HOY
      *          (UNA CONSOLIDACION QUE SE REPITE EN EL DIA REARMA SU
      *          SALIDA Y NO DUPLICA NADA). SIN REGISTRO DISPONIBLE
      *          DEVUELVE STATUS 09: NO SE PUEDE GARANTIZAR QUE LA
      *          ENTRADA NO SE PROCESO. PROCREG QUEDA ABIERTO ENTRE
      *          LLAMADAS DEL MISMO RUN, COMO AUDITLOG; EL LLAMADOR LO
      *          CIERRA CON "CERRAR".
      * Tectonics: cobc
      * Modification History:
      *  15/10/2026 GR  Original version.
      *  15/10/2026 GR  Prefijo del layout PRCREG pasado a RG- para no
      *                 repetir el PC- de PERCREG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCREG.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PROCESSED-REGISTRY       ASSIGN TO "PROCREG"
                                            ORGANIZATION IS INDEXED
                                            ACCESS MODE IS DYNAMIC
                                            RECORD KEY IS RG-CLAVE
                                            FILE STATUS IS WS-FS-REG.

           SELECT REPROCESS-CARD           ASSIGN TO "REPROC"
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-RP.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD  PROCESSED-REGISTRY
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY PRCREG.

      *----------------------------------------------------------------*
      * AUTORIZACION DE RECARGA EN BATCH: PROGRAMA, FECHA DEL DIA      *
      * (AAAA-MM-DD), OPERADOR SUPERVISOR QUE LA FIRMA, PROVEEDOR (EN  *
      * BLANCO = CUALQUIER ENTRADA DEL PROGRAMA) Y MOTIVO.             *
      *----------------------------------------------------------------*
       FD  REPROCESS-CARD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  RP-REGISTRO.
           05  RP-PROGRAMA                  PIC X(09).
           05  RP-FECHA                     PIC X(10).
           05  RP-OPERADOR                  PIC X(12).
           05  RP-PROVEEDOR                 PIC X(02).
           05  RP-MOTIVO                    PIC X(27).

       WORKING-STORAGE SECTION.

       77  WS-FS-REG                        PIC X(02).
       77  WS-FS-RP                         PIC X(02).

       77  WS-SW-ESTADO                     PIC X(01) VALUE "N".
           88  WS-ESTADO-NO-ABIERTO         VALUE "N".
           88  WS-ESTADO-ABIERTO            VALUE "S".
           88  WS-ESTADO-SIN-ARCHIVO        VALUE "X".

       77  WS-SW-EOF                        PIC X(01).
           88  WS-EOF-SI                    VALUE "S".
           88  WS-EOF-NO                    VALUE "N".

       77  WS-SW-AUTORIZADO                 PIC X(01).
           88  WS-AUTORIZADO-SI             VALUE "S".
           88  WS-AUTORIZADO-NO             VALUE "N".

       77  WS-FECHA-HOY                     PIC 9(08).
       77  WS-HORA-HOY                      PIC 9(08).
       77  WS-RESPUESTA                     PIC X(01).
       77  WS-MOTIVO                        PIC X(30) VALUE SPACES.

           COPY FDFECHA.

      *----------------------------------------------------------------*
      * FIRMA DEL SUPERVISOR QUE AUTORIZA LA RECARGA Y AUDITORIA       *
      *----------------------------------------------------------------*
       77  WS-SIGNON-MODO                   PIC X(01).
       77  WS-OPERADOR-FIRMADO              PIC X(12) VALUE SPACES.
       77  WS-NIVEL-OPERADOR                PIC 9(01) VALUE 0.
           88  WS-NIVEL-SUPERVISOR          VALUE 3 THRU 9.
       77  WS-RC-SIGNON                     PIC 9(02) VALUE 0.
           88  WS-SIGNON-OK                 VALUE 0.

       77  WS-AUD-CAMPO                     PIC X(15) VALUE
               "REPROCESO".
       77  WS-AUD-ACCION-ESCRIB             PIC X(06) VALUE "ESCRIB".
       77  WS-AUD-ACCION-CERRAR             PIC X(06) VALUE "CERRAR".

       01  WS-AUD-VALOR.
           05  WS-AUD-PROVEEDOR             PIC X(02).
           05  FILLER                       PIC X(01) VALUE "/".
           05  WS-AUD-FECHA                 PIC 9(08).
           05  FILLER                       PIC X(01) VALUE "/".
           05  WS-AUD-GENERACION            PIC 9(04).
           05  FILLER                       PIC X(04) VALUE SPACES.

       LINKAGE SECTION.

       01  LS-PROGRAMA                      PIC X(09).
       01  LS-MODO                          PIC X(01).
           88  LS-MODO-CONSOLA              VALUE "C".
           88  LS-MODO-BATCH                VALUE "B".
       01  LS-PROVEEDOR                     PIC X(02).
       01  LS-FECHA-VALOR                   PIC 9(08).
       01  LS-GENERACION                    PIC 9(04).
       01  LS-CANTIDAD                      PIC 9(07).
       01  LS-TOTAL                         PIC S9(11)V99.
       01  LS-OPERADOR                      PIC X(12).
       01  LS-ACCION                        PIC X(06).
           88  LS-ACCION-VERIFI             VALUE "VERIFI".
           88  LS-ACCION-VERDIA             VALUE "VERDIA".
           88  LS-ACCION-REGIST             VALUE "REGIST".
           88  LS-ACCION-CERRAR             VALUE "CERRAR".
       01  LS-STATUS                        PIC 9(02).
           88  LS-STATUS-NUEVA              VALUE 0.
           88  LS-STATUS-REPETIDA           VALUE 1.
           88  LS-STATUS-AUTORIZADA         VALUE 2.
           88  LS-STATUS-SIN-REGISTRO       VALUE 9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING LS-PROGRAMA LS-MODO LS-PROVEEDOR
                                 LS-FECHA-VALOR LS-GENERACION
                                 LS-CANTIDAD LS-TOTAL LS-OPERADOR
                                 LS-ACCION LS-STATUS.

           SET LS-STATUS-NUEVA              TO TRUE.

           IF LS-ACCION-CERRAR
              PERFORM 4000-CERRAR-REGISTRO
                 THRU 4000-CERRAR-REGISTRO-FIN
              GOBACK
           END-IF.

           ACCEPT WS-FECHA-HOY              FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY               FROM TIME.

           PERFORM 1000-ABRIR-REGISTRO
              THRU 1000-ABRIR-REGISTRO-FIN.

           IF NOT WS-ESTADO-ABIERTO
              SET LS-STATUS-SIN-REGISTRO    TO TRUE
              GOBACK
           END-IF.

           EVALUATE TRUE
              WHEN LS-ACCION-VERIFI OR LS-ACCION-VERDIA
                 PERFORM 2000-VERIFICAR-ENTRADA
                    THRU 2000-VERIFICAR-ENTRADA-FIN
              WHEN LS-ACCION-REGIST
                 PERFORM 3000-REGISTRAR-ENTRADA
                    THRU 3000-REGISTRAR-ENTRADA-FIN
              WHEN OTHER
                 DISPLAY "PROCREG - ACCION INVALIDA: " LS-ACCION
                          " DE " LS-PROGRAMA
                 SET LS-STATUS-SIN-REGISTRO TO TRUE
           END-EVALUATE.

           GOBACK.
      *----------------------------------------------------------------*
      * ABRE (O CREA) PROCREG EN LA PRIMERA LLAMADA DEL RUN            *
      *----------------------------------------------------------------*
       1000-ABRIR-REGISTRO.

           IF NOT WS-ESTADO-NO-ABIERTO
              GO TO 1000-ABRIR-REGISTRO-FIN
           END-IF.

           OPEN I-O PROCESSED-REGISTRY.

           IF WS-FS-REG = "35"
              OPEN OUTPUT PROCESSED-REGISTRY
              CLOSE PROCESSED-REGISTRY
              OPEN I-O PROCESSED-REGISTRY
           END-IF.

           IF WS-FS-REG = "00"
              SET WS-ESTADO-ABIERTO         TO TRUE
           ELSE
              DISPLAY "PROCREG NO DISPONIBLE - STATUS " WS-FS-REG
                       " - NO SE PUEDE CONTROLAR REPROCESO"
              SET WS-ESTADO-SIN-ARCHIVO     TO TRUE
           END-IF.

       1000-ABRIR-REGISTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ARMA LA CLAVE DE LA ENTRADA: PROGRAMA E IDENTIDAD DEL ARCHIVO  *
      *----------------------------------------------------------------*
       1100-ARMAR-CLAVE.

           MOVE LS-PROGRAMA                 TO RG-PROGRAMA.
           MOVE LS-PROVEEDOR                TO RG-PROVEEDOR.
           MOVE LS-FECHA-VALOR              TO RG-FECHA-VALOR.
           MOVE LS-GENERACION               TO RG-GENERACION.
           MOVE LS-CANTIDAD                 TO RG-CANTIDAD.
           MOVE LS-TOTAL                    TO RG-TOTAL.

       1100-ARMAR-CLAVE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCA LA ENTRADA. SI YA FUE PROCESADA POR EL PROGRAMA SOLO     *
      * SIGUE CON LA AUTORIZACION DE UN SUPERVISOR.                    *
      *----------------------------------------------------------------*
       2000-VERIFICAR-ENTRADA.

           MOVE SPACES                      TO LS-OPERADOR.
           MOVE SPACES                      TO WS-MOTIVO.

           PERFORM 1100-ARMAR-CLAVE
              THRU 1100-ARMAR-CLAVE-FIN.

           READ PROCESSED-REGISTRY
               INVALID KEY
                   GO TO 2000-VERIFICAR-ENTRADA-FIN
           END-READ.

           IF LS-ACCION-VERDIA
              AND RG-FECHA-PROCESO = WS-FECHA-HOY
              DISPLAY "PROCREG: " LS-PROGRAMA " YA PROCESO HOY LA "
                       "ENTRADA DE " LS-PROVEEDOR
                       " - SE REPITE LA CORRIDA DEL DIA"
              GO TO 2000-VERIFICAR-ENTRADA-FIN
           END-IF.

           DISPLAY "PROCREG: ENTRADA YA PROCESADA POR " LS-PROGRAMA
                    " EL " RG-FECHA-PROCESO " (" RG-VECES " VECES)".
           DISPLAY "  PROVEEDOR: " LS-PROVEEDOR
                    " FECHA VALOR: " LS-FECHA-VALOR
                    " GENERACION: " LS-GENERACION.
           DISPLAY "  CANTIDAD: " LS-CANTIDAD
                    " TOTAL: " LS-TOTAL.

           SET WS-AUTORIZADO-NO             TO TRUE.

           IF LS-MODO-CONSOLA
              PERFORM 2100-AUTORIZAR-CONSOLA
                 THRU 2100-AUTORIZAR-CONSOLA-FIN
           ELSE
              PERFORM 2200-AUTORIZAR-TARJETA
                 THRU 2200-AUTORIZAR-TARJETA-FIN
           END-IF.

           IF WS-AUTORIZADO-NO
              DISPLAY "PROCREG: RECARGA NO AUTORIZADA - ENTRADA "
                       "RECHAZADA"
              SET LS-STATUS-REPETIDA        TO TRUE
              GO TO 2000-VERIFICAR-ENTRADA-FIN
           END-IF.

           SET LS-STATUS-AUTORIZADA         TO TRUE.
           MOVE WS-OPERADOR-FIRMADO         TO LS-OPERADOR.

           DISPLAY "PROCREG: RECARGA AUTORIZADA POR "
                    WS-OPERADOR-FIRMADO.
           DISPLAY "  MOTIVO: " WS-MOTIVO.

           MOVE LS-PROVEEDOR                TO WS-AUD-PROVEEDOR.
           MOVE LS-FECHA-VALOR              TO WS-AUD-FECHA.
           MOVE LS-GENERACION               TO WS-AUD-GENERACION.

           CALL "AUDITLOG" USING LS-PROGRAMA WS-AUD-CAMPO
                                  WS-AUD-VALOR WS-AUD-ACCION-ESCRIB
                                  WS-OPERADOR-FIRMADO.
           CALL "AUDITLOG" USING LS-PROGRAMA WS-AUD-CAMPO
                                  WS-AUD-VALOR WS-AUD-ACCION-CERRAR
                                  WS-OPERADOR-FIRMADO.

       2000-VERIFICAR-ENTRADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SESION DE CONSOLA: CONFIRMACION, FIRMA DE UN SUPERVISOR Y      *
      * MOTIVO DE LA RECARGA                                           *
      *----------------------------------------------------------------*
       2100-AUTORIZAR-CONSOLA.

           DISPLAY "RECARGAR LA ENTRADA REQUIERE FIRMA DE SUPERVISOR".
           DISPLAY "CONFIRMA LA RECARGA (S/N): " WITH NO ADVANCING.
           ACCEPT WS-RESPUESTA.

           IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
              GO TO 2100-AUTORIZAR-CONSOLA-FIN
           END-IF.

           MOVE "C"                         TO WS-SIGNON-MODO.
           MOVE SPACES                      TO WS-OPERADOR-FIRMADO.

           CALL "SIGNON" USING LS-PROGRAMA WS-SIGNON-MODO
                                WS-OPERADOR-FIRMADO WS-NIVEL-OPERADOR
                                WS-RC-SIGNON.

           IF NOT WS-SIGNON-OK
              GO TO 2100-AUTORIZAR-CONSOLA-FIN
           END-IF.

           IF NOT WS-NIVEL-SUPERVISOR
              DISPLAY "OPERADOR " WS-OPERADOR-FIRMADO
                       " SIN NIVEL DE SUPERVISOR"
              GO TO 2100-AUTORIZAR-CONSOLA-FIN
           END-IF.

           DISPLAY "MOTIVO DE LA RECARGA: " WITH NO ADVANCING.
           ACCEPT WS-MOTIVO.

           SET WS-AUTORIZADO-SI             TO TRUE.

       2100-AUTORIZAR-CONSOLA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * BATCH: BUSCA EN REPROC UNA TARJETA DEL DIA PARA EL PROGRAMA Y  *
      * EL PROVEEDOR, FIRMADA POR UN SUPERVISOR                        *
      *----------------------------------------------------------------*
       2200-AUTORIZAR-TARJETA.

           OPEN INPUT REPROCESS-CARD.

           IF WS-FS-RP NOT = "00"
              DISPLAY "SIN TARJETA DE AUTORIZACION REPROC"
              GO TO 2200-AUTORIZAR-TARJETA-FIN
           END-IF.

           MOVE WS-FECHA-HOY (1:4)          TO FD-ANIO.
           MOVE "-"                         TO FD-SEPARADOR-1.
           MOVE WS-FECHA-HOY (5:2)          TO FD-MES.
           MOVE "-"                         TO FD-SEPARADOR-2.
           MOVE WS-FECHA-HOY (7:2)          TO FD-DIA.

           SET WS-EOF-NO                    TO TRUE.

           PERFORM 2210-LEER-TARJETA
              THRU 2210-LEER-TARJETA-FIN
             UNTIL WS-EOF-SI
                OR WS-AUTORIZADO-SI.

           CLOSE REPROCESS-CARD.

       2200-AUTORIZAR-TARJETA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-LEER-TARJETA.

           READ REPROCESS-CARD
               AT END
                   SET WS-EOF-SI            TO TRUE
                   GO TO 2210-LEER-TARJETA-FIN
           END-READ.

           IF RP-PROGRAMA NOT = LS-PROGRAMA
              GO TO 2210-LEER-TARJETA-FIN
           END-IF.

           IF RP-PROVEEDOR NOT = SPACES
              AND RP-PROVEEDOR NOT = LS-PROVEEDOR
              GO TO 2210-LEER-TARJETA-FIN
           END-IF.

           IF RP-FECHA NOT = FD-FECHA-TXT
              DISPLAY "REPROC: FECHA " RP-FECHA " NO ES LA DEL DIA"
                       " - TARJETA IGNORADA"
              GO TO 2210-LEER-TARJETA-FIN
           END-IF.

           MOVE "B"                         TO WS-SIGNON-MODO.
           MOVE RP-OPERADOR                 TO WS-OPERADOR-FIRMADO.

           CALL "SIGNON" USING LS-PROGRAMA WS-SIGNON-MODO
                                WS-OPERADOR-FIRMADO WS-NIVEL-OPERADOR
                                WS-RC-SIGNON.

           IF NOT WS-SIGNON-OK
              DISPLAY "REPROC: OPERADOR " RP-OPERADOR
                       " NO AUTORIZADO - TARJETA IGNORADA"
              GO TO 2210-LEER-TARJETA-FIN
           END-IF.

           IF NOT WS-NIVEL-SUPERVISOR
              DISPLAY "REPROC: OPERADOR " RP-OPERADOR
                       " SIN NIVEL DE SUPERVISOR - TARJETA IGNORADA"
              GO TO 2210-LEER-TARJETA-FIN
           END-IF.

           MOVE RP-MOTIVO                   TO WS-MOTIVO.
           SET WS-AUTORIZADO-SI             TO TRUE.

       2210-LEER-TARJETA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DEJA LA ENTRADA COMO PROCESADA. UNA RECARGA AUTORIZADA SUMA    *
      * UNA VEZ Y GUARDA EL OPERADOR Y EL MOTIVO DE LA AUTORIZACION.   *
      *----------------------------------------------------------------*
       3000-REGISTRAR-ENTRADA.

           PERFORM 1100-ARMAR-CLAVE
              THRU 1100-ARMAR-CLAVE-FIN.

           READ PROCESSED-REGISTRY
               INVALID KEY
                   MOVE 0                   TO RG-VECES
           END-READ.

           ADD 1                            TO RG-VECES.
           MOVE WS-FECHA-HOY                TO RG-FECHA-PROCESO.
           MOVE WS-HORA-HOY                 TO RG-HORA-PROCESO.
           MOVE LS-OPERADOR                 TO RG-OPERADOR.

           IF LS-OPERADOR = SPACES
              MOVE SPACES                   TO RG-MOTIVO
           ELSE
              MOVE WS-MOTIVO                TO RG-MOTIVO
           END-IF.

           WRITE RG-REGISTRO
               INVALID KEY
                   REWRITE RG-REGISTRO
           END-WRITE.

           IF WS-FS-REG NOT = "00"
              DISPLAY "ERROR GRABANDO PROCREG - STATUS " WS-FS-REG
              SET LS-STATUS-SIN-REGISTRO    TO TRUE
           END-IF.

       3000-REGISTRAR-ENTRADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CIERRA PROCREG SI UNA LLAMADA ANTERIOR LO DEJO ABIERTO         *
      *----------------------------------------------------------------*
       4000-CERRAR-REGISTRO.

           IF WS-ESTADO-ABIERTO
              CLOSE PROCESSED-REGISTRY
           END-IF.

           SET WS-ESTADO-NO-ABIERTO         TO TRUE.

       4000-CERRAR-REGISTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM PROCREG.

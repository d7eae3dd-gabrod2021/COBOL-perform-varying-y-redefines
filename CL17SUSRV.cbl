      *                 el ALTA/BAJA de CL17EJEM2 - la consulta de
      *                 tendencia ya no sigue mostrando el valor
      *                 sospechoso que la revision piso.
      *  15/10/2026 GR  VALHREG lleva el origen del valor (registros
      *                 de 44 bytes); la historia se graba con "C".
      *  15/10/2026 GR  Cierre contable: con el mes en curso cerrado
      *                 en PERCTRL (control via PERCHK) las decisiones
      *                 de corregir o excluir se rechazan con motivo
      *                 PERIODO CONTABLE CERRADO y el sospechoso sale
      *                 en la disposicion como PER. CERRADO (sigue sin
      *                 decision y retiene el extracto).
      *  15/10/2026 GR  Una correccion o exclusion deja el proveedor
      *                 en blanco en VALMAST y en VALHIST (VALHREG de
      *                 46 bytes), igual que el ALTA/BAJA.
      *  15/10/2026 GR  SUSPFILE trae el proveedor del valor; cada
      *                 correccion o exclusion aplicada se cuenta a
      *                 ese proveedor en PRVSTAT para el scorecard
      *                 CL17PVSCR.
      *  15/10/2026 GR  El CERRAR de PERCHK usa su propio status: al
      *                 limpiar el del VERIFI el mes cerrado no
      *                 rechazaba ninguna decision.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17SUSRV.

      *----------------------------------------------------------------*
      * SOSPECHOSOS DE LA CARGA, MISMO LAYOUT QUE ESCRIBE CL17EJEM2:   *
      * POSICION, VALOR EDITADO, LA REGLA QUE DISPARO Y EL PROVEEDOR.  *
      *----------------------------------------------------------------*
       FD  SUSPECT-FILE
           LABEL RECORDS ARE STANDARD
           05  SU-VALOR                     PIC X(11).
           05  FILLER                       PIC X(01).
           05  SU-REGLA                     PIC X(20).
           05  SU-PROVEEDOR                 PIC X(02).

      *----------------------------------------------------------------*
      * DECISIONES DE LA REVISION, UNA POR POSICION SOSPECHOSA:        *

       FD  VALUES-HISTORY
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 46 CHARACTERS.
           COPY VALHREG.

       FD  PRT-FILE
               10  SOSP-INDICE              PIC 9(05).
               10  SOSP-VALOR               PIC X(11).
               10  SOSP-REGLA               PIC X(20).
               10  SOSP-PROVEEDOR           PIC X(02).
               10  SOSP-DECISION            PIC X(01).
                   88  SOSP-SIN-DECISION    VALUE SPACE.


       77  WS-MOTIVO-RECHAZO                PIC X(30).

       77  WS-PER-ACCION-VERIFI             PIC X(06) VALUE "VERIFI".
       77  WS-PER-ACCION-CERRAR             PIC X(06) VALUE "CERRAR".
       77  WS-PER-STATUS                    PIC 9(02) VALUE 0.
           88  WS-PERIODO-CERRADO           VALUE 1.
       77  WS-PER-STATUS-CIERRE             PIC 9(02) VALUE 0.

       77  WS-MONEDA-BASE                   PIC X(03) VALUE "ARS".

       77  WS-FS-HIST                       PIC X(02).
           05  FILLER                       PIC X(01) VALUE "/".
           05  PIE-SIN-DECISION             PIC ZZZZ9.

      *----------------------------------------------------------------*
      * ESTADISTICA DE CALIDAD POR PROVEEDOR (RUTINA PRVSTAT)          *
      *----------------------------------------------------------------*
       77  WS-EST-PROVEEDOR                 PIC X(02).
       77  WS-EST-TIPO                      PIC X(02) VALUE "CS".
       77  WS-EST-CODIGO                    PIC X(02).
       77  WS-EST-CANTIDAD                  PIC 9(07) VALUE 1.
       77  WS-EST-ACCION                    PIC X(06).

       77  WS-RUN-ACCION-INICIO             PIC X(06) VALUE "INICIO".
       77  WS-RUN-ACCION-FIN                PIC X(06) VALUE "FIN".
       77  WS-RUN-LEIDOS                    PIC 9(07) VALUE 0.
           PERFORM 1030-ABRIR-HISTORIA
              THRU 1030-ABRIR-HISTORIA-FIN.

           CALL "PERCHK" USING WS-FECHA-SISTEMA WS-PER-ACCION-VERIFI
                                WS-PER-STATUS.
           CALL "PERCHK" USING WS-FECHA-SISTEMA WS-PER-ACCION-CERRAR
                                WS-PER-STATUS-CIERRE.

           IF WS-PERIODO-CERRADO
              DISPLAY "PERIODO CONTABLE CERRADO - SOLO SE ACEPTAN "
                      "SOSPECHOSOS COMO ESTAN"
           END-IF.

           PERFORM 8100-IMPRIMIR-ENCABEZADO
              THRU 8100-IMPRIMIR-ENCABEZADO-FIN.

                        SOSP-VALOR(WS-SUSP-COUNT)
                   MOVE SU-REGLA            TO
                        SOSP-REGLA(WS-SUSP-COUNT)
                   MOVE SU-PROVEEDOR        TO
                        SOSP-PROVEEDOR(WS-SUSP-COUNT)
                   MOVE SPACE               TO
                        SOSP-DECISION(WS-SUSP-COUNT)
           END-READ.
           MOVE SPACES                      TO WS-MOTIVO-RECHAZO.

           SET WS-HALLADO-NO                TO TRUE.
           MOVE SPACES                      TO WS-EST-PROVEEDOR.

           PERFORM 2110-MARCAR-SOSPECHOSO
              THRU 2110-MARCAR-SOSPECHOSO-FIN
                                             TO WS-MOTIVO-RECHAZO
              WHEN SD-DECISION-ACEPTAR
                 CONTINUE
              WHEN WS-PERIODO-CERRADO
                   AND (SD-DECISION-CORREGIR OR SD-DECISION-EXCLUIR)
                 SET WS-DEC-RECHAZADA       TO TRUE
                 MOVE "PERIODO CONTABLE CERRADO"
                                             TO WS-MOTIVO-RECHAZO
                 PERFORM 2130-MARCAR-PERIODO
                    THRU 2130-MARCAR-PERIODO-FIN
                   VARYING WS-SUSP-IDX FROM 1 BY 1
                    UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
              WHEN SD-DECISION-CORREGIR
                 IF WS-MAESTRO-CERRADO
                    SET WS-DEC-RECHAZADA    TO TRUE
                    SET MA-ORIGEN-CORREGIDO TO TRUE
                    MOVE WS-MONEDA-BASE     TO MA-MONEDA
                    MOVE SD-VALOR-NUEVO     TO MA-VALOR-ORIG
                    MOVE SPACES             TO MA-PROVEEDOR
                    PERFORM 2200-GRABAR-MAESTRO
                       THRU 2200-GRABAR-MAESTRO-FIN
                 END-IF
                       SET MA-ORIGEN-CORREGIDO TO TRUE
                       MOVE WS-MONEDA-BASE  TO MA-MONEDA
                       MOVE 0               TO MA-VALOR-ORIG
                       MOVE SPACES          TO MA-PROVEEDOR
                       PERFORM 2200-GRABAR-MAESTRO
                          THRU 2200-GRABAR-MAESTRO-FIN
                    END-IF
                 THRU 2120-CONFIRMAR-DECISION-FIN
                VARYING WS-SUSP-IDX FROM 1 BY 1
                 UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
              IF SD-DECISION-CORREGIR OR SD-DECISION-EXCLUIR
                 PERFORM 2140-CONTAR-CORRECCION
                    THRU 2140-CONTAR-CORRECCION-FIN
              END-IF
           ELSE
              ADD 1                         TO WS-DEC-RECHAZADAS
              DISPLAY "DECISION RECHAZADA POS " SD-INDICE

           IF SOSP-INDICE(WS-SUSP-IDX) = SD-INDICE
              SET WS-HALLADO-SI             TO TRUE
              IF WS-EST-PROVEEDOR = SPACES
                 MOVE SOSP-PROVEEDOR(WS-SUSP-IDX)
                                             TO WS-EST-PROVEEDOR
              END-IF
           END-IF.

       2110-MARCAR-SOSPECHOSO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CUENTA EN PRVSTAT EL VALOR CORREGIDO O EXCLUIDO AL PROVEEDOR   *
      * QUE LO ENVIO (CODIGO = LA DECISION C/E)                        *
      *----------------------------------------------------------------*
       2140-CONTAR-CORRECCION.

           MOVE SD-DECISION                 TO WS-EST-CODIGO.
           MOVE "SUMAR"                     TO WS-EST-ACCION.

           CALL "PRVSTAT" USING "CL17SUSRV" WS-FECHA-SISTEMA
                                 WS-EST-PROVEEDOR WS-EST-TIPO
                                 WS-EST-CODIGO WS-EST-CANTIDAD
                                 WS-EST-ACCION.

       2140-CONTAR-CORRECCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA DECISION APLICADA CUBRE TODAS LAS ENTRADAS DEL SOSPECHOSO  *
      * EN ESA POSICION (UNA POSICION PUEDE DISPARAR VARIAS REGLAS).   *
      *----------------------------------------------------------------*
       2120-CONFIRMAR-DECISION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA CORRECCION O EXCLUSION RECHAZADA POR PERIODO CERRADO DEJA  *
      * LA MARCA "P" EN EL SOSPECHOSO PARA EL REPORTE DE DISPOSICION,  *
      * SALVO QUE OTRA DECISION YA LO HAYA RESUELTO                    *
      *----------------------------------------------------------------*
       2130-MARCAR-PERIODO.

           IF SOSP-INDICE(WS-SUSP-IDX) = SD-INDICE
              AND SOSP-SIN-DECISION(WS-SUSP-IDX)
              MOVE "P"                      TO
                   SOSP-DECISION(WS-SUSP-IDX)
           END-IF.

       2130-MARCAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ESCRIBE (O REESCRIBE) LA POSICION EN VALMAST, MISMO CAMINO     *
      * QUE EL ALTA/BAJA DE CL17EJEM2.                                 *
      *----------------------------------------------------------------*
           MOVE WS-MONEDA-BASE              TO VH-MONEDA.
           MOVE MA-VALOR                    TO VH-VALOR-ORIG.
           MOVE 1                           TO VH-TASA.
           MOVE "C"                         TO VH-ORIGEN.
           MOVE SPACES                      TO VH-PROVEEDOR.

           WRITE VH-REGISTRO
               INVALID KEY
                 MOVE "CORREGIDO"           TO DET-DISPOSICION
              WHEN "E"
                 MOVE "EXCLUIDO"            TO DET-DISPOSICION
              WHEN "P"
                 ADD 1                      TO WS-SIN-DECISION
                 MOVE "PER. CERRADO"        TO DET-DISPOSICION
                 MOVE SPACES                TO DET-OPERADOR
              WHEN OTHER
                 ADD 1                      TO WS-SIN-DECISION
                 MOVE "SIN DECISION"        TO DET-DISPOSICION
              SET WS-HIST-CERRADO           TO TRUE
           END-IF.

           MOVE "CERRAR"                    TO WS-EST-ACCION.
           CALL "PRVSTAT" USING "CL17SUSRV" WS-FECHA-SISTEMA
                                 WS-EST-PROVEEDOR WS-EST-TIPO
                                 WS-EST-CODIGO WS-EST-CANTIDAD
                                 WS-EST-ACCION.

       9000-FINALIZAR-FIN.
           EXIT.
      *----------------------------------------------------------------*

      *                 12) - es justamente la vuelta para cuando la
      *                 tasa llega. VALMREG y VALHREG llevan moneda,
      *                 importe original y tasa.
      *  15/10/2026 GR  VALHREG lleva el origen del valor (registros
      *                 de 44 bytes); la historia se graba con "C".
      *  15/10/2026 GR  Cierre contable: una fecha corregida dentro de
      *                 un mes cerrado en PERCTRL no se aplica y vuelve
      *                 a VALREJ con motivo 17 (control via PERCHK).
      *  15/10/2026 GR  VALHREG de 46 bytes: el valor reprocesado se
      *                 graba con proveedor en blanco (VALREJ no lo
      *                 trae).
      *  15/10/2026 GR  VALREJ (62 bytes) y CORRREJ (72 bytes) llevan
      *                 el codigo de proveedor: el valor reprocesado
      *                 lo conserva en VALMAST/VALHIST y vuelve con el
      *                 a VALREJ si sigue rechazado. Cada reprocesado
      *                 se cuenta a su proveedor en PRVSTAT para el
      *                 scorecard CL17PVSCR.
      *  15/10/2026 GR  La posicion que tomaria el reprocesado se
      *                 valida contra POSMAST igual que en la carga:
      *                 inexistente (14), cerrada (15) o moneda
      *                 distinta de la esperada (16) vuelven a VALREJ;
      *                 sin POSMAST no se validan posiciones.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17VREPR.
                                            ORGANIZATION IS INDEXED
                                            ACCESS MODE IS DYNAMIC
                                            RECORD KEY IS MA-INDICE
                                            FILE STATUS WS-FS-MAESTRO.

           SELECT RATES-FILE               ASSIGN TO "CAMBIOS"
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS WS-FS-CAMBIOS.

           SELECT VALUES-HISTORY           ASSIGN TO "VALHIST"
                                            ORGANIZATION IS INDEXED
                                            RECORD KEY IS VH-CLAVE
                                            FILE STATUS IS WS-FS-HIST.

           SELECT POS-MASTER               ASSIGN TO "POSMAST"
                                            ORGANIZATION IS INDEXED
                                            ACCESS MODE IS RANDOM
                                            RECORD KEY IS PM-INDICE
                                            FILE STATUS IS WS-FS-POS.

           SELECT PRT-FILE                 ASSIGN TO "RESUBRPT"
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-PRT.
      *----------------------------------------------------------------*
       FD  CORRECTED-REJECTS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 72 CHARACTERS.
       01  CR-REGISTRO.
           05  CR-FECHA-ORIG                PIC X(10).
           05  FILLER                       PIC X(01).
           05  CR-RAZON-DESC                PIC X(30).
           05  CR-FECHA-NUEVA               PIC X(10).
           05  CR-MONEDA                    PIC X(03).
           05  CR-ORIGEN                    PIC X(02).
           05  FILLER                       PIC X(01).

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       FD  VALUE-REJECTS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 62 CHARACTERS.
       01  VR-REGISTRO.
           05  VR-FECHA-TXT                 PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  VR-RAZON-DESC                PIC X(30).
           05  VR-MONEDA                    PIC X(03).
           05  VR-ORIGEN                    PIC X(02).
           05  FILLER                       PIC X(01).

       FD  VALUES-MASTER

       FD  VALUES-HISTORY
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 46 CHARACTERS.
           COPY VALHREG.

       FD  POS-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS.
           COPY POSMREG.

       FD  PRT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       77  WS-DTV-OPCION-CAL                PIC X(01) VALUE "C".
       77  WS-RAZON-FECHA                   PIC X(30).

       77  WS-PER-ACCION-VERIFI             PIC X(06) VALUE "VERIFI".
       77  WS-PER-ACCION-CERRAR             PIC X(06) VALUE "CERRAR".
       77  WS-PER-STATUS                    PIC 9(02) VALUE 0.
           88  WS-PERIODO-CERRADO           VALUE 1.

       77  WS-VALOR-NUM                     PIC S9(7)V99.
       77  WS-FECHA-NUM                     PIC 9(08).
       77  WS-PROX-INDICE                   PIC 9(05) VALUE 0.
           88  WS-HIST-ABIERTO              VALUE "S".
           88  WS-HIST-CERRADO              VALUE "N".

       77  WS-FS-POS                        PIC X(02).
       77  WS-SW-POS                        PIC X(01) VALUE "N".
           88  WS-POS-ABIERTO               VALUE "S".
           88  WS-POS-CERRADO               VALUE "N".
       77  WS-MONEDA-ESPERADA               PIC X(03).

       01  WS-DETALLE.
           05  DET-FECHA-ORIG               PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  FILLER                       PIC X(01) VALUE "/".
           05  PIE-RECHAZADOS               PIC ZZZZ9.

      *----------------------------------------------------------------*
      * ESTADISTICA DE CALIDAD POR PROVEEDOR (RUTINA PRVSTAT)          *
      *----------------------------------------------------------------*
       77  WS-EST-FECHA                     PIC 9(08).
       77  WS-EST-TIPO                      PIC X(02) VALUE "CV".
       77  WS-EST-CODIGO                    PIC X(02).
       77  WS-EST-CANTIDAD                  PIC 9(07) VALUE 1.
       77  WS-EST-ACCION                    PIC X(06).

       77  WS-RUN-ACCION-INICIO             PIC X(06) VALUE "INICIO".
       77  WS-RUN-ACCION-FIN                PIC X(06) VALUE "FIN".
       77  WS-RUN-LEIDOS                    PIC 9(07) VALUE 0.
      *----------------------------------------------------------------*
       1000-INICIALIZAR.

           ACCEPT WS-EST-FECHA              FROM DATE YYYYMMDD.

           OPEN INPUT CORRECTED-REJECTS.

           MOVE "CORRREJ"                   TO WS-FILERR-ARCHIVO.
           PERFORM 1040-CARGAR-CAMBIOS
              THRU 1040-CARGAR-CAMBIOS-FIN.

           PERFORM 1060-ABRIR-POSICIONES
              THRU 1060-ABRIR-POSICIONES-FIN.

       1000-INICIALIZAR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1050-LEER-TASA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE EL MAESTRO DE POSICIONES. SIN POSMAST EL REPROCESO SIGUE  *
      * SIN VALIDAR POSICIONES, IGUAL QUE LA CARGA.                    *
      *----------------------------------------------------------------*
       1060-ABRIR-POSICIONES.

           OPEN INPUT POS-MASTER.

           IF WS-FS-POS NOT = "00"
              DISPLAY "SIN POSMAST - SIN VALIDACION DE POSICIONES"
              SET WS-POS-CERRADO            TO TRUE
           ELSE
              SET WS-POS-ABIERTO            TO TRUE
           END-IF.

       1060-ABRIR-POSICIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * REVALIDA LA FECHA CORREGIDA DEL PROXIMO RECHAZO Y LO APLICA O  *
      * LO VUELVE A RECHAZAR                                           *
      *----------------------------------------------------------------*
                      PERFORM 2150-CONVERTIR-MONEDA
                         THRU 2150-CONVERTIR-MONEDA-FIN
                   END-IF
                   IF WS-STATUS-FECHA = 00
                      PERFORM 2170-VALIDAR-POSICION
                         THRU 2170-VALIDAR-POSICION-FIN
                   END-IF
                   IF WS-STATUS-FECHA = 00
                      PERFORM 2200-APLICAR-VALOR
                         THRU 2200-APLICAR-VALOR-FIN
           EXIT.
      *----------------------------------------------------------------*
      * MISMA VALIDACION DTVALID Y MISMOS MOTIVOS QUE LA CARGA DE      *
      * CL17EJEM2, INCLUIDO EL CONTROL DE PERIODO CERRADO (17)         *
      *----------------------------------------------------------------*
       2100-REVALIDAR-FECHA.

                                             TO WS-RAZON-FECHA
           END-EVALUATE.

           IF WS-STATUS-FECHA NOT = 00
              GO TO 2100-REVALIDAR-FECHA-FIN
           END-IF.

           COMPUTE WS-FECHA-NUM = FD-ANIO * 10000
                                 + FD-MES * 100
                                 + FD-DIA.

           CALL "PERCHK" USING WS-FECHA-NUM WS-PER-ACCION-VERIFI
                                WS-PER-STATUS.

           IF WS-PERIODO-CERRADO
              MOVE 17                       TO WS-STATUS-FECHA
              MOVE "PERIODO CONTABLE CERRADO"
                                             TO WS-RAZON-FECHA
           END-IF.

       2100-REVALIDAR-FECHA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2160-BUSCAR-TASA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA CONTRA POSMAST LA POSICION PROXIMA QUE TOMARIA EL VALOR,*
      * CON LOS MOTIVOS DE LA CARGA: INEXISTENTE (14), CERRADA (15) O  *
      * MONEDA DISTINTA DE LA ESPERADA (16). BLANCO EN CUALQUIERA DE   *
      * LAS DOS MONEDAS ES LA MONEDA BASE.                             *
      *----------------------------------------------------------------*
       2170-VALIDAR-POSICION.

           IF WS-POS-CERRADO
              GO TO 2170-VALIDAR-POSICION-FIN
           END-IF.

           MOVE WS-PROX-INDICE              TO PM-INDICE.

           READ POS-MASTER
               INVALID KEY
                   MOVE 14                  TO WS-STATUS-FECHA
                   MOVE "POSICION INEXISTENTE"
                                             TO WS-RAZON-FECHA
                   GO TO 2170-VALIDAR-POSICION-FIN
           END-READ.

           IF PM-ESTADO-CERRADA
              MOVE 15                       TO WS-STATUS-FECHA
              MOVE "POSICION CERRADA"       TO WS-RAZON-FECHA
              GO TO 2170-VALIDAR-POSICION-FIN
           END-IF.

           MOVE PM-MONEDA                   TO WS-MONEDA-ESPERADA.

           IF WS-MONEDA-ESPERADA = SPACES
              MOVE WS-MONEDA-BASE           TO WS-MONEDA-ESPERADA
           END-IF.

           IF WS-MONEDA-REG NOT = WS-MONEDA-ESPERADA
              MOVE 16                       TO WS-STATUS-FECHA
              MOVE "MONEDA DISTINTA A LA ESPERADA"
                                             TO WS-RAZON-FECHA
           END-IF.

       2170-VALIDAR-POSICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * APLICA EL VALOR REPROCESADO (YA EN MONEDA BASE) A VALMAST EN   *
      * LA POSICION PROXIMA Y A LA HISTORIA CON SU FECHA CORREGIDA     *
      *----------------------------------------------------------------*
           SET MA-ORIGEN-CORREGIDO          TO TRUE.
           MOVE WS-MONEDA-REG               TO MA-MONEDA.
           MOVE WS-VALOR-ORIG-REG           TO MA-VALOR-ORIG.
           MOVE CR-ORIGEN                   TO MA-PROVEEDOR.

           WRITE MA-REGISTRO
               INVALID KEY

           ADD 1                            TO WS-REG-REPROCESADOS.

           MOVE CR-RAZON-COD                TO WS-EST-CODIGO.
           MOVE "SUMAR"                     TO WS-EST-ACCION.
           CALL "PRVSTAT" USING "CL17VREPR" WS-EST-FECHA
                                 CR-ORIGEN WS-EST-TIPO
                                 WS-EST-CODIGO WS-EST-CANTIDAD
                                 WS-EST-ACCION.

           IF WS-HIST-ABIERTO
              COMPUTE WS-FECHA-NUM = FD-ANIO * 10000
                                    + FD-MES * 100
              MOVE WS-MONEDA-REG            TO VH-MONEDA
              MOVE WS-VALOR-ORIG-REG        TO VH-VALOR-ORIG
              MOVE WS-TASA-REG              TO VH-TASA
              MOVE "C"                      TO VH-ORIGEN
              MOVE CR-ORIGEN                TO VH-PROVEEDOR
              WRITE VH-REGISTRO
                  INVALID KEY
                      REWRITE VH-REGISTRO
           MOVE WS-STATUS-FECHA             TO VR-RAZON-COD.
           MOVE WS-RAZON-FECHA              TO VR-RAZON-DESC.
           MOVE CR-MONEDA                   TO VR-MONEDA.
           MOVE CR-ORIGEN                   TO VR-ORIGEN.

           WRITE VR-REGISTRO.

           MOVE WS-PIE-CONTROL              TO PRT-LINEA.
           WRITE PRT-LINEA.

           CALL "PERCHK" USING WS-FECHA-NUM WS-PER-ACCION-CERRAR
                                WS-PER-STATUS.

           MOVE "CERRAR"                    TO WS-EST-ACCION.
           CALL "PRVSTAT" USING "CL17VREPR" WS-EST-FECHA
                                 CR-ORIGEN WS-EST-TIPO
                                 WS-EST-CODIGO WS-EST-CANTIDAD
                                 WS-EST-ACCION.

           CLOSE CORRECTED-REJECTS.
           CLOSE VALUE-REJECTS.
           CLOSE VALUES-MASTER.
              SET WS-HIST-CERRADO           TO TRUE
           END-IF.

           IF WS-POS-ABIERTO
              CLOSE POS-MASTER
              SET WS-POS-CERRADO            TO TRUE
           END-IF.

           DISPLAY "REPROCESO - LEIDOS: " WS-REG-LEIDOS
                    " REPROCESADOS: " WS-REG-REPROCESADOS
                    " RECHAZADOS: " WS-REG-RECHAZADOS.

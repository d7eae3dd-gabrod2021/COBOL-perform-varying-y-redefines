      *                 digitos (el techo de 999 posiciones se
      *                 levanto): registros de 14 bytes y campos de
      *                 posicion de trabajo mas anchos.
      *  15/10/2026 GR  Una corrida que no cuadra (totales o detalle)
      *                 levanta la alerta 104 en ALERTAS (rutina
      *                 ALERTLOG) para la guardia de operaciones.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17RECON.
           05  FILLER                       PIC X(01) VALUE "/".
           05  WS-LDT-FUERA-SEC             PIC ZZZZ9.

       77  WS-ALR-CODIGO                    PIC 9(03) VALUE 104.
       77  WS-ALR-FECHA                     PIC 9(08) VALUE 0.
       77  WS-ALR-HORA                      PIC 9(08) VALUE 0.
       77  WS-ALR-POSICION                  PIC 9(05) VALUE 0.
       77  WS-ALR-OPERADOR                  PIC X(12) VALUE SPACES.
       77  WS-ALR-DETALLE                   PIC X(30).
       77  WS-ALR-ACCION-ESCRIB             PIC X(06) VALUE "ESCRIB".
       77  WS-ALR-ACCION-CERRAR             PIC X(06) VALUE "CERRAR".

       77  WS-DET-NO-CUADRA                 PIC 9(05) VALUE 0.

       77  WS-RUN-ACCION-INICIO             PIC X(06) VALUE "INICIO".
       77  WS-RUN-ACCION-FIN                PIC X(06) VALUE "FIN".
       77  WS-RUN-LEIDOS                    PIC 9(07) VALUE 0.
           CLOSE CHECKPOINT-FILE.
           CLOSE RECON-REPORT.

           COMPUTE WS-DET-NO-CUADRA = WS-DET-DIFER + WS-DET-FALTA-CK
                                    + WS-DET-FALTA-EX
                                    + WS-DET-FUERA-SEC.

           IF WS-CUADRA-NO OR WS-DET-NO-CUADRA > 0
              PERFORM 9100-ALERTAR-DESCUADRE
                 THRU 9100-ALERTAR-DESCUADRE-FIN
           END-IF.

       9000-FINALIZAR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA ALERTA POR CORRIDA QUE NO CUADRA: LAS DIFERENCIAS DE       *
      * CANTIDAD E IMPORTE SI NO CUADRAN LOS TOTALES, SI NO LA         *
      * CANTIDAD DE POSICIONES LISTADAS EN EL DETALLE                  *
      *----------------------------------------------------------------*
       9100-ALERTAR-DESCUADRE.

           MOVE SPACES                      TO WS-ALR-DETALLE.

           IF WS-CUADRA-NO
              STRING "CANT" WS-LC-DIFERENCIA " IMPORTE"
                     WS-LT-DIFERENCIA DELIMITED BY SIZE
                 INTO WS-ALR-DETALLE
           ELSE
              STRING "POSICIONES NO CUADRAN " WS-DET-NO-CUADRA
                     DELIMITED BY SIZE
                 INTO WS-ALR-DETALLE
           END-IF.

           CALL "ALERTLOG" USING "CL17RECON" WS-ALR-CODIGO
                                  WS-ALR-FECHA WS-ALR-HORA
                                  WS-ALR-POSICION WS-ALR-OPERADOR
                                  WS-ALR-DETALLE WS-ALR-ACCION-ESCRIB.
           CALL "ALERTLOG" USING "CL17RECON" WS-ALR-CODIGO
                                  WS-ALR-FECHA WS-ALR-HORA
                                  WS-ALR-POSICION WS-ALR-OPERADOR
                                  WS-ALR-DETALLE WS-ALR-ACCION-CERRAR.

       9100-ALERTAR-DESCUADRE-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL17RECON.

      * Tectonics: cobc
      * Modification History:
      *  02/09/2026 GR  Original version.
      *  15/10/2026 GR  Registro AUDITLOG de 100 bytes (secuencia y
      *                 control de la cadena de auditoria).
      *  15/10/2026 GR  Cada operador marcado (desconocido o
      *                 desactivado) levanta la alerta 106 en ALERTAS
      *                 (rutina ALERTLOG), fechada con su ultima
      *                 actividad en el log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17AUDRV.

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY AUDREG.

       FD  OPER-MASTER
           88  WS-OP-TRUNCO-SI              VALUE "S".
           88  WS-OP-TRUNCO-NO              VALUE "N".

      *----------------------------------------------------------------*
      * ALERTA 106 POR OPERADOR MARCADO. LA FECHA Y HORA SON LAS DE SU *
      * ULTIMA ACTIVIDAD: UNA NUEVA REVISION SOBRE EL MISMO LOG NO     *
      * REPITE LA ALERTA HASTA QUE EL OPERADOR VUELVA A APARECER.      *
      *----------------------------------------------------------------*
       77  WS-ALR-CODIGO                    PIC 9(03) VALUE 106.
       77  WS-ALR-FECHA                     PIC 9(08) VALUE 0.
       77  WS-ALR-HORA                      PIC 9(08) VALUE 0.
       77  WS-ALR-POSICION                  PIC 9(05) VALUE 0.
       77  WS-ALR-OPERADOR                  PIC X(12) VALUE SPACES.
       77  WS-ALR-DETALLE                   PIC X(30).
       77  WS-ALR-ACCION-ESCRIB             PIC X(06) VALUE "ESCRIB".
       77  WS-ALR-ACCION-CERRAR             PIC X(06) VALUE "CERRAR".

       77  WS-LINEAS-POR-PAGINA             PIC 9(02) VALUE 20.
       77  WS-LINEAS-EN-PAGINA              PIC 9(02) VALUE 0.
       77  WS-NUMERO-PAGINA                 PIC 9(04) VALUE 0.
                 MOVE SPACES                TO WS-MARCA-OPER
           END-EVALUATE.

           IF WS-MARCA-OPER NOT = SPACES
              PERFORM 3050-ALERTAR-OPERADOR
                 THRU 3050-ALERTAR-OPERADOR-FIN
           END-IF.

           MOVE SPACES                      TO PRT-LINEA.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.
       3010-COTEJAR-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ALERTA 106: OPERADOR DESCONOCIDO O DESACTIVADO CON ACTIVIDAD   *
      *----------------------------------------------------------------*
       3050-ALERTAR-OPERADOR.

           MOVE OP-ULT-FECHA(WS-OP-IDX)     TO WS-ALR-FECHA.
           MOVE OP-ULT-HORA(WS-OP-IDX)      TO WS-ALR-HORA.
           MOVE 0                           TO WS-ALR-POSICION.
           MOVE OP-OPERADOR(WS-OP-IDX)      TO WS-ALR-OPERADOR.

           MOVE SPACES                      TO WS-ALR-DETALLE.
           STRING WS-MARCA-OPER             DELIMITED BY SPACE
                  " ENTRADAS "              DELIMITED BY SIZE
                  OP-ENTRADAS(WS-OP-IDX)    DELIMITED BY SIZE
                  INTO WS-ALR-DETALLE
           END-STRING.

           CALL "ALERTLOG" USING "CL17AUDRV" WS-ALR-CODIGO
                                  WS-ALR-FECHA WS-ALR-HORA
                                  WS-ALR-POSICION WS-ALR-OPERADOR
                                  WS-ALR-DETALLE WS-ALR-ACCION-ESCRIB.

       3050-ALERTAR-OPERADOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA HASTA SEIS PROGRAMAS POR LINEA                           *
      *----------------------------------------------------------------*
       3100-LINEA-PROGRAMAS.
           CLOSE AUDIT-FILE.
           CLOSE PRT-FILE.

           CALL "ALERTLOG" USING "CL17AUDRV" WS-ALR-CODIGO
                                  WS-ALR-FECHA WS-ALR-HORA
                                  WS-ALR-POSICION WS-ALR-OPERADOR
                                  WS-ALR-DETALLE WS-ALR-ACCION-CERRAR.

           DISPLAY "REVISION - ENTRADAS: " WS-REG-LEIDOS
                    " OPERADORES: " WS-OP-COUNT.


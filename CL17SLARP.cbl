      * Tectonics: cobc
      * Modification History:
      *  02/09/2026 GR  Original version.
      *  15/10/2026 GR  Cada corrida que incumple su umbral levanta la
      *                 alerta 101 en ALERTAS (rutina ALERTLOG), con la
      *                 fecha/hora de fin de la corrida: como la
      *                 bitacora se relee entera cada vez, un
      *                 incumplimiento ya alertado no se repite.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17SLARP.
       77  WS-PROM-2                        PIC 9(07).
       77  WS-TEND-UMBRAL                   PIC 9(07).

       77  WS-ALR-CODIGO                    PIC 9(03) VALUE 101.
       77  WS-ALR-FECHA                     PIC 9(08) VALUE 0.
       77  WS-ALR-HORA                      PIC 9(08) VALUE 0.
       77  WS-ALR-POSICION                  PIC 9(05) VALUE 0.
       77  WS-ALR-OPERADOR                  PIC X(12) VALUE SPACES.
       77  WS-ALR-DETALLE                   PIC X(30).
       77  WS-ALR-ACCION-ESCRIB             PIC X(06) VALUE "ESCRIB".
       77  WS-ALR-ACCION-CERRAR             PIC X(06) VALUE "CERRAR".

       77  WS-SEG-ALERTA                    PIC 9(07).

       77  WS-LINEAS-POR-PAGINA             PIC 9(02) VALUE 20.
       77  WS-LINEAS-EN-PAGINA              PIC 9(02) VALUE 0.
       77  WS-NUMERO-PAGINA                 PIC 9(04) VALUE 0.
           PERFORM 2300-EVALUAR-UMBRALES
              THRU 2300-EVALUAR-UMBRALES-FIN.

           IF WS-MARCAS NOT = SPACES
              PERFORM 2500-ALERTAR-INCUMPLIMIENTO
                 THRU 2500-ALERTAR-INCUMPLIMIENTO-FIN
           END-IF.

           PERFORM 2400-GUARDAR-CORRIDA
              THRU 2400-GUARDAR-CORRIDA-FIN.

       2420-CORRER-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ALERTA DE INCUMPLIMIENTO, FECHADA CON EL FIN DE LA CORRIDA:    *
      * PROGRAMA, MARCAS Y DURACION EN SEGUNDOS                        *
      *----------------------------------------------------------------*
       2500-ALERTAR-INCUMPLIMIENTO.

           MOVE RL-FECHA                    TO WS-ALR-FECHA.
           MOVE RL-HORA                     TO WS-ALR-HORA.
           MOVE WS-SEG-TRANSC               TO WS-SEG-ALERTA.

           MOVE SPACES                      TO WS-ALR-DETALLE.
           STRING RL-PROGRAMA " " WS-MARCAS " SEG " WS-SEG-ALERTA
                  DELIMITED BY SIZE
              INTO WS-ALR-DETALLE.

           CALL "ALERTLOG" USING "CL17SLARP" WS-ALR-CODIGO
                                  WS-ALR-FECHA WS-ALR-HORA
                                  WS-ALR-POSICION WS-ALR-OPERADOR
                                  WS-ALR-DETALLE WS-ALR-ACCION-ESCRIB.

       2500-ALERTAR-INCUMPLIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SECCION DEL REPORTE DE UN PROGRAMA: SUS UMBRALES, CADA         *
      * CORRIDA CON SUS MARCAS Y LA TENDENCIA DE DURACION              *
      *----------------------------------------------------------------*
           CLOSE RUN-FILE.
           CLOSE PRT-FILE.

           CALL "ALERTLOG" USING "CL17SLARP" WS-ALR-CODIGO
                                  WS-ALR-FECHA WS-ALR-HORA
                                  WS-ALR-POSICION WS-ALR-OPERADOR
                                  WS-ALR-DETALLE WS-ALR-ACCION-CERRAR.

           DISPLAY "SLA - CORRIDAS: " WS-TOT-CORRIDAS
                    " INCUMPLIMIENTOS: " WS-TOT-INCUMPLE.


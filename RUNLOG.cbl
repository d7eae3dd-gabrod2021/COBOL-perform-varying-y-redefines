      *                 llamada de FIN dejaba todos los jobs
      *                 terminando en cero aunque hubieran fijado 4
      *                 u 8.
      *  15/10/2026 GR  Una corrida que termina con RC 8 o mayor
      *                 levanta la alerta 107 en ALERTAS (rutina
      *                 ALERTLOG) para la guardia de operaciones.
      *  15/10/2026 GR  La fecha y hora de la corrida se toman en
      *                 trabajo y se copian al registro y a la alerta:
      *                 el area del registro no es confiable despues
      *                 del WRITE y el CLOSE.
      *  15/10/2026 GR  Los registros de CL17CADEN y de sus pasos
      *                 CADPASONN no levantan la alerta 107: el
      *                 programa del paso ya la levanta y CL17CADEN
      *                 emite una sola alerta de cadena.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNLOG.

       77  WS-FS-RUN                        PIC X(02).

       77  WS-FECHA-CORRIDA                 PIC 9(08) VALUE 0.
       77  WS-HORA-CORRIDA                  PIC 9(08) VALUE 0.

       77  WS-ALR-CODIGO                    PIC 9(03) VALUE 107.
       77  WS-ALR-FECHA                     PIC 9(08) VALUE 0.
       77  WS-ALR-HORA                      PIC 9(08) VALUE 0.
       77  WS-ALR-POSICION                  PIC 9(05) VALUE 0.
       77  WS-ALR-OPERADOR                  PIC X(12) VALUE SPACES.
       77  WS-ALR-DETALLE                   PIC X(30).
       77  WS-ALR-ACCION-ESCRIB             PIC X(06) VALUE "ESCRIB".
       77  WS-ALR-ACCION-CERRAR             PIC X(06) VALUE "CERRAR".

       LINKAGE SECTION.

       01  LS-PROGRAMA                      PIC X(09).
       01  LS-ACCION                        PIC X(06).
           88  LS-ACCION-FIN                VALUE "FIN".
       01  LS-LEIDOS                        PIC 9(07).
       01  LS-ESCRITOS                      PIC 9(07).
       01  LS-RECHAZADOS                    PIC 9(07).
           PERFORM 1000-ESCRIBIR-CORRIDA
              THRU 1000-ESCRIBIR-CORRIDA-FIN.

           IF LS-ACCION-FIN AND LS-RC-JOB >= 8
              AND LS-PROGRAMA(1:7) NOT = "CADPASO"
              AND LS-PROGRAMA NOT = "CL17CADEN"
              PERFORM 2000-ALERTAR-CORRIDA
                 THRU 2000-ALERTAR-CORRIDA-FIN
           END-IF.

           MOVE LS-RC-JOB                   TO RETURN-CODE.

           GOBACK.
      *----------------------------------------------------------------*
       1000-ESCRIBIR-CORRIDA.

           ACCEPT WS-FECHA-CORRIDA          FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-CORRIDA           FROM TIME.

           MOVE WS-FECHA-CORRIDA            TO RL-FECHA.
           MOVE WS-HORA-CORRIDA             TO RL-HORA.
           MOVE LS-PROGRAMA                 TO RL-PROGRAMA.
           MOVE LS-ACCION                   TO RL-ACCION.
           MOVE LS-LEIDOS                   TO RL-LEIDOS.
       1000-ESCRIBIR-CORRIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ALERTA DE CORRIDA CON RC 8 O MAYOR, CON LA MISMA FECHA/HORA    *
      * QUE EL REGISTRO DE FIN EN RUNLOG                               *
      *----------------------------------------------------------------*
       2000-ALERTAR-CORRIDA.

           MOVE WS-FECHA-CORRIDA            TO WS-ALR-FECHA.
           MOVE WS-HORA-CORRIDA             TO WS-ALR-HORA.

           MOVE SPACES                      TO WS-ALR-DETALLE.
           STRING "RC " LS-RC-JOB " LEI " LS-LEIDOS
                  " REC " LS-RECHAZADOS DELIMITED BY SIZE
              INTO WS-ALR-DETALLE.

           CALL "ALERTLOG" USING LS-PROGRAMA WS-ALR-CODIGO
                                  WS-ALR-FECHA WS-ALR-HORA
                                  WS-ALR-POSICION WS-ALR-OPERADOR
                                  WS-ALR-DETALLE WS-ALR-ACCION-ESCRIB.
           CALL "ALERTLOG" USING LS-PROGRAMA WS-ALR-CODIGO
                                  WS-ALR-FECHA WS-ALR-HORA
                                  WS-ALR-POSICION WS-ALR-OPERADOR
                                  WS-ALR-DETALLE WS-ALR-ACCION-CERRAR.

       2000-ALERTAR-CORRIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM RUNLOG.

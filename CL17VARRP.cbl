      *  02/09/2026 GR  Original version.
      *  02/09/2026 GR  RV-INDICE de REGVALOR paso de 3 a 5 digitos:
      *                 registros de 14 bytes y posiciones mas anchas.
      *  15/10/2026 GR  Cada linea lleva la descripcion de la posicion
      *                 segun el maestro de posiciones POSMAST (en
      *                 blanco si no hay maestro o la posicion no esta
      *                 en el).
      *  15/10/2026 GR  Cada posicion marcada (variacion fuera de
      *                 tolerancia, nueva o eliminada) levanta la
      *                 alerta 102 en ALERTAS (rutina ALERTLOG), una
      *                 por posicion y dia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17VARRP.
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-PRT.

           SELECT POS-MASTER               ASSIGN TO "POSMAST"
                                            ORGANIZATION IS INDEXED
                                            ACCESS MODE IS RANDOM
                                            RECORD KEY IS PM-INDICE
                                            FILE STATUS IS WS-FS-POS.

      *----------------------------------------------------------------*
       DATA DIVISION.

           RECORD CONTAINS 80 CHARACTERS.
       01  PRT-LINEA                        PIC X(80).

      *----------------------------------------------------------------*
      * MAESTRO DE POSICIONES (CL17PSMNT), SOLO PARA LA DESCRIPCION    *
      *----------------------------------------------------------------*
       FD  POS-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS.
           COPY POSMREG.

       WORKING-STORAGE SECTION.

       77  WS-FS-EXTRACT                    PIC X(02).
       77  WS-FS-GEN                        PIC X(02).
       77  WS-FS-PARM                       PIC X(02).
       77  WS-FS-PRT                        PIC X(02).
       77  WS-FS-POS                        PIC X(02).
       77  WS-RC-ARCHIVO                    PIC 9(02).
           88  WS-RC-ARCHIVO-FATAL          VALUE 8.


       77  WS-GEN-ARCHIVO                   PIC X(09).

       77  WS-SW-POS                        PIC X(01) VALUE "N".
           88  WS-POS-ABIERTO               VALUE "S".
           88  WS-POS-CERRADO               VALUE "N".
       77  WS-POS-DESCRIBIR                 PIC 9(05).

       77  WS-SW-FIN-CAT                    PIC X(01).
           88  WS-FIN-CAT-SI                VALUE "S".
           88  WS-FIN-CAT-NO                VALUE "N".
       77  WS-POS-NUEVAS                    PIC 9(05) VALUE 0.
       77  WS-POS-ELIMINADAS                PIC 9(05) VALUE 0.

       77  WS-ALR-CODIGO                    PIC 9(03) VALUE 102.
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
           05  FILLER                       PIC X(01) VALUE "%".
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-FLAG                     PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-DESCRIPCION              PIC X(19).

       77  WS-VALOR-ED                      PIC -(7)9,99.

              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           OPEN INPUT POS-MASTER.

           IF WS-FS-POS = "00"
              SET WS-POS-ABIERTO            TO TRUE
           ELSE
              DISPLAY "SIN POSMAST - SIN DESCRIPCION DE POSICIONES"
           END-IF.

           PERFORM 8100-IMPRIMIR-ENCABEZADO
              THRU 8100-IMPRIMIR-ENCABEZADO-FIN.

           MOVE 0                           TO DET-PCT.
           MOVE "***"                       TO DET-FLAG.

           MOVE WS-EX-INDICE                TO WS-POS-DESCRIBIR.
           PERFORM 2500-DESCRIBIR-POSICION
              THRU 2500-DESCRIBIR-POSICION-FIN.

           PERFORM 2600-ALERTAR-VARIACION
              THRU 2600-ALERTAR-VARIACION-FIN.

           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

           MOVE 0                           TO DET-PCT.
           MOVE "***"                       TO DET-FLAG.

           MOVE WS-GN-INDICE                TO WS-POS-DESCRIBIR.
           PERFORM 2500-DESCRIBIR-POSICION
              THRU 2500-DESCRIBIR-POSICION-FIN.

           PERFORM 2600-ALERTAR-VARIACION
              THRU 2600-ALERTAR-VARIACION-FIN.

           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

              MOVE SPACES                   TO DET-FLAG
           END-IF.

           MOVE WS-EX-INDICE                TO WS-POS-DESCRIBIR.
           PERFORM 2500-DESCRIBIR-POSICION
              THRU 2500-DESCRIBIR-POSICION-FIN.

           IF WS-MARCADA-SI
              PERFORM 2600-ALERTAR-VARIACION
                 THRU 2600-ALERTAR-VARIACION-FIN
           END-IF.

           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

       2400-CALCULAR-VARIACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DESCRIPCION DE LA POSICION SEGUN POSMAST (BLANCO SI NO HAY     *
      * MAESTRO DE POSICIONES O LA POSICION NO ESTA EN EL)             *
      *----------------------------------------------------------------*
       2500-DESCRIBIR-POSICION.

           MOVE SPACES                      TO DET-DESCRIPCION.

           IF WS-POS-CERRADO
              GO TO 2500-DESCRIBIR-POSICION-FIN
           END-IF.

           MOVE WS-POS-DESCRIBIR            TO PM-INDICE.

           READ POS-MASTER
               INVALID KEY
                   GO TO 2500-DESCRIBIR-POSICION-FIN
           END-READ.

           MOVE PM-DESCRIPCION              TO DET-DESCRIPCION.

       2500-DESCRIBIR-POSICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ALERTA DE LA POSICION MARCADA, CON EL VALOR ANTERIOR Y EL      *
      * ACTUAL TAL COMO SALEN EN EL REPORTE (UNA POR POSICION Y DIA)   *
      *----------------------------------------------------------------*
       2600-ALERTAR-VARIACION.

           MOVE WS-FECHA-SISTEMA            TO WS-ALR-FECHA.
           MOVE 0                           TO WS-ALR-HORA.
           MOVE WS-POS-DESCRIBIR            TO WS-ALR-POSICION.

           MOVE SPACES                      TO WS-ALR-DETALLE.
           STRING DET-ANTERIOR " > " DET-ACTUAL
                  DELIMITED BY SIZE
              INTO WS-ALR-DETALLE.

           CALL "ALERTLOG" USING "CL17VARRP" WS-ALR-CODIGO
                                  WS-ALR-FECHA WS-ALR-HORA
                                  WS-ALR-POSICION WS-ALR-OPERADOR
                                  WS-ALR-DETALLE WS-ALR-ACCION-ESCRIB.

       2600-ALERTAR-VARIACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ESCRIBE UNA LINEA DE DETALLE, CONTROLANDO SALTO DE PAGINA      *
      *----------------------------------------------------------------*
       8000-IMPRIMIR-LINEA.
           CLOSE GENER-FILE.
           CLOSE PRT-FILE.

           IF WS-POS-ABIERTO
              CLOSE POS-MASTER
           END-IF.

           CALL "ALERTLOG" USING "CL17VARRP" WS-ALR-CODIGO
                                  WS-ALR-FECHA WS-ALR-HORA
                                  WS-ALR-POSICION WS-ALR-OPERADOR
                                  WS-ALR-DETALLE WS-ALR-ACCION-CERRAR.

           DISPLAY "VARIACION - COMPARADAS: " WS-POS-COMPARADAS
                    " MARCADAS: " WS-POS-MARCADAS.


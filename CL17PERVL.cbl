      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: ESTADO DE VALORES POR PERIODO DE FACTURACION. TOMA
      *          CADA PERIODO ACEPTADO POR CL17EJEM4 EN PERRES (ID,
      *          FECHA DESDE Y HASTA) Y RESUME LA HISTORIA VALHIST DE
      *          CADA POSICION DENTRO DE EL: VALOR DE APERTURA Y DE
      *          CIERRE, MAXIMO, MINIMO, PROMEDIO Y CANTIDAD DE DIAS
      *          HABILES CON VALOR. LOS DIAS HABILES DEL PERIODO
      *          (AMBAS PUNTAS INCLUIDAS) SALEN DE DATECALC, CON LOS
      *          FINES DE SEMANA Y EL CALENDARIO FERIADOS. UNA
      *          POSICION A LA QUE LE FALTA VALOR EN ALGUN DIA HABIL
      *          SE MARCA INCOMPLETA Y NO SE LE CALCULA PROMEDIO (NO SE
      *          PROMEDIA SOBRE MENOS DIAS). SALIDAS: EL ARCHIVO DE
      *          ANCHO FIJO PERVAL PARA FACTURACION Y EL REPORTE
      *          PAGINADO PERVRPT. RC 4 SI ALGUN PERIODO QUEDA
      *          MARCADO.
      * Tectonics: cobc
      * Modification History:
      *  15/10/2026 GR  Original version.
      *  15/10/2026 GR  El valor revaluado (origen "R") entra en
      *                 apertura, cierre, maximo y minimo pero no es
      *                 dia con valor ni promedia; la fila de baja "B"
      *                 del maestro no se toma.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17PERVL.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PERIOD-RESULTS           ASSIGN TO "PERRES"
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-RES.

           SELECT VALUES-HISTORY           ASSIGN TO "VALHIST"
                                            ORGANIZATION IS INDEXED
                                            ACCESS MODE IS DYNAMIC
                                            RECORD KEY IS VH-CLAVE
                                            FILE STATUS IS WS-FS-HIST.

           SELECT STATEMENT-FILE           ASSIGN TO "PERVAL"
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-EST.

           SELECT PRT-FILE                 ASSIGN TO "PERVRPT"
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-PRT.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *----------------------------------------------------------------*
      * PERIODOS ACEPTADOS POR CL17EJEM4 (MISMO LAYOUT QUE GRABA)      *
      *----------------------------------------------------------------*
       FD  PERIOD-RESULTS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  PR-REGISTRO.
           05  PR-ID                        PIC X(10).
           05  PR-FECHA-DESDE               PIC X(10).
           05  PR-FECHA-HASTA               PIC X(10).
           05  PR-DIAS-CORRIDOS             PIC 9(05).
           05  PR-DIAS-HABILES              PIC 9(05).

       FD  VALUES-HISTORY
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 46 CHARACTERS.
           COPY VALHREG.

      *----------------------------------------------------------------*
      * ESTADO PARA FACTURACION: UN REGISTRO POR PERIODO Y POSICION    *
      * CON VALORES EN EL PERIODO. IMPORTES EN MONEDA BASE. ESTADO "C" *
      * COMPLETO, "I" INCOMPLETO (PROMEDIO EN CERO, NO CALCULADO).     *
      *----------------------------------------------------------------*
       FD  STATEMENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  ST-REGISTRO.
           05  ST-PERIODO-ID                PIC X(10).
           05  ST-FECHA-DESDE               PIC 9(08).
           05  ST-FECHA-HASTA               PIC 9(08).
           05  ST-INDICE                    PIC 9(05).
           05  ST-VALOR-APERTURA            PIC S9(7)V99.
           05  ST-VALOR-CIERRE              PIC S9(7)V99.
           05  ST-VALOR-MAXIMO              PIC S9(7)V99.
           05  ST-VALOR-MINIMO              PIC S9(7)V99.
           05  ST-VALOR-PROMEDIO            PIC S9(7)V99.
           05  ST-DIAS-HABILES              PIC 9(03).
           05  ST-DIAS-CON-VALOR            PIC 9(03).
           05  ST-ESTADO                    PIC X(01).
               88  ST-ESTADO-COMPLETO       VALUE "C".
               88  ST-ESTADO-INCOMPLETO     VALUE "I".
           05  FILLER                       PIC X(17).

       FD  PRT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PRT-LINEA                        PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-FS-RES                        PIC X(02).
       77  WS-FS-HIST                       PIC X(02).
       77  WS-FS-EST                        PIC X(02).
       77  WS-FS-PRT                        PIC X(02).
       77  WS-RC-ARCHIVO                    PIC 9(02) VALUE 0.
           88  WS-RC-ARCHIVO-FATAL          VALUE 8.

       77  WS-FILERR-ARCHIVO                PIC X(09).
       77  WS-FILERR-OPERACION              PIC X(08) VALUE "OPEN".

           COPY FDFECHA.

           COPY FDFECHA
               REPLACING ==FD-FECHA-TXT== BY ==FDR-FECHA-TXT==,
                  ==FD-FECHA-NUM== BY ==FDR-FECHA-NUM==,
                  ==FD-ANIO== BY ==FDR-ANIO==,
                  ==FD-SEPARADOR-1== BY ==FDR-SEPARADOR-1==,
                  ==FD-MES== BY ==FDR-MES==,
                  ==FD-SEPARADOR-2== BY ==FDR-SEPARADOR-2==,
                  ==FD-DIA== BY ==FDR-DIA==.

       77  WS-STATUS-FECHA                  PIC 9(02).
       77  WS-DTV-OPCION-CAL                PIC X(01) VALUE "C".

       77  WS-DC-OPCION-RESTAR              PIC X(01) VALUE "S".
       77  WS-DC-OPCION-HABIL               PIC X(01) VALUE "H".
       77  WS-DC-DIAS                       PIC S9(07) VALUE 0.
       77  WS-DC-STATUS                     PIC 9(02) VALUE 0.

       77  WS-SW-FIN-PER                    PIC X(01) VALUE "N".
           88  WS-FIN-PER-SI                VALUE "S".
           88  WS-FIN-PER-NO                VALUE "N".

       77  WS-SW-FIN-HIST                   PIC X(01) VALUE "N".
           88  WS-FIN-HIST-SI               VALUE "S".
           88  WS-FIN-HIST-NO               VALUE "N".

       77  WS-SW-FIN-HABILES                PIC X(01) VALUE "N".
           88  WS-FIN-HABILES-SI            VALUE "S".
           88  WS-FIN-HABILES-NO            VALUE "N".

       77  WS-SW-PERIODO                    PIC X(01) VALUE "S".
           88  WS-PERIODO-OK                VALUE "S".
           88  WS-PERIODO-OMITIDO           VALUE "N".

      *----------------------------------------------------------------*
      * PERIODO EN CURSO Y SUS DIAS HABILES EN ORDEN ASCENDENTE        *
      *----------------------------------------------------------------*
       77  WS-PER-DESDE                     PIC 9(08) VALUE 0.
       77  WS-PER-HASTA                     PIC 9(08) VALUE 0.

       77  WS-HAB-MAX                       PIC 9(03) VALUE 400.
       77  WS-HAB-COUNT                     PIC 9(03) VALUE 0.
       77  WS-HAB-PTR                       PIC 9(03) VALUE 0.
       77  WS-HAB-FECHA-AUX                 PIC 9(08) VALUE 0.

       01  WS-HABILES.
           05  HAB-FECHA                    PIC 9(08)
                                             OCCURS 400 TIMES.

      *----------------------------------------------------------------*
      * ACUMULADOS DE LA POSICION EN CURSO DENTRO DEL PERIODO          *
      *----------------------------------------------------------------*
       77  WS-POS-ACTUAL                    PIC 9(05) VALUE 0.
       77  WS-POS-VALORES                   PIC 9(05) VALUE 0.
       77  WS-POS-DIAS                      PIC 9(03) VALUE 0.
       77  WS-POS-APERTURA                  PIC S9(7)V99 VALUE 0.
       77  WS-POS-CIERRE                    PIC S9(7)V99 VALUE 0.
       77  WS-POS-MAXIMO                    PIC S9(7)V99 VALUE 0.
       77  WS-POS-MINIMO                    PIC S9(7)V99 VALUE 0.
       77  WS-POS-SUMA                      PIC S9(11)V99 VALUE 0.
       77  WS-POS-PROMEDIO                  PIC S9(7)V99 VALUE 0.

      *----------------------------------------------------------------*
      * CONTADORES DEL PERIODO Y DE LA CORRIDA                         *
      *----------------------------------------------------------------*
       77  WS-PER-POSICIONES                PIC 9(05) VALUE 0.
       77  WS-PER-COMPLETAS                 PIC 9(05) VALUE 0.
       77  WS-PER-INCOMPLETAS               PIC 9(05) VALUE 0.

       77  WS-PER-LEIDOS                    PIC 9(07) VALUE 0.
       77  WS-PER-OMITIDOS                  PIC 9(07) VALUE 0.
       77  WS-PER-MARCADOS                  PIC 9(07) VALUE 0.
       77  WS-EST-GRABADOS                  PIC 9(07) VALUE 0.
       77  WS-HIST-LEIDOS                   PIC 9(07) VALUE 0.

       77  WS-LINEAS-POR-PAGINA             PIC 9(02) VALUE 20.
       77  WS-LINEAS-EN-PAGINA              PIC 9(02) VALUE 0.
       77  WS-NUMERO-PAGINA                 PIC 9(04) VALUE 0.
       77  WS-TOTAL-LINEAS                  PIC 9(05) VALUE 0.

       77  WS-LINEA-AUX                     PIC X(80).

       01  WS-FECHA-SISTEMA                 PIC 9(08).

       01  WS-HORA-SISTEMA                  PIC 9(08).
       01  WS-HORA-SISTEMA-R REDEFINES WS-HORA-SISTEMA.
           05  WS-HS-HORA                   PIC 9(02).
           05  WS-HS-MIN                    PIC 9(02).
           05  WS-HS-SEG                    PIC 9(02).
           05  WS-HS-CENT                   PIC 9(02).

       01  WS-ENCABEZADO-1.
           05  FILLER                       PIC X(20) VALUE
               "SISTEMA CL17PERVL".
           05  FILLER                       PIC X(10) VALUE SPACES.
           05  FILLER                       PIC X(08) VALUE "FECHA: ".
           05  ENC-FECHA                    PIC 9999/99/99.
           05  FILLER                       PIC X(05) VALUE SPACES.
           05  FILLER                       PIC X(06) VALUE "HORA: ".
           05  ENC-HORA.
               10  ENC-HORA-HH              PIC 99.
               10  FILLER                   PIC X(01) VALUE ":".
               10  ENC-HORA-MM              PIC 99.
               10  FILLER                   PIC X(01) VALUE ":".
               10  ENC-HORA-SS              PIC 99.

       01  WS-ENCABEZADO-2.
           05  FILLER                       PIC X(33) VALUE
               "ESTADO DE VALORES POR PERIODO".
           05  FILLER                       PIC X(07) VALUE SPACES.
           05  FILLER                       PIC X(08) VALUE "PAGINA: ".
           05  ENC-PAGINA                   PIC ZZZ9.

       01  WS-LINEA-PERIODO.
           05  FILLER                       PIC X(09) VALUE
               "PERIODO: ".
           05  LPE-ID                       PIC X(10).
           05  FILLER                       PIC X(09) VALUE
               "  DESDE: ".
           05  LPE-DESDE                    PIC 9999/99/99.
           05  FILLER                       PIC X(09) VALUE
               "  HASTA: ".
           05  LPE-HASTA                    PIC 9999/99/99.
           05  FILLER                       PIC X(11) VALUE
               "  HABILES: ".
           05  LPE-HABILES                  PIC ZZ9.

       01  WS-DETALLE-TITULO.
           05  FILLER                       PIC X(41) VALUE
               "POSIC    APERTURA      CIERRE      MAXIMO".
           05  FILLER                       PIC X(32) VALUE
               "      MINIMO    PROMEDIO DIA EST".

      *----------------------------------------------------------------*
      * LINEA POR POSICION. SIN PROMEDIO SI LE FALTAN DIAS HABILES.    *
      *----------------------------------------------------------------*
       01  WS-DETALLE.
           05  DET-INDICE                   PIC ZZZZ9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-APERTURA                 PIC -(7)9,99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-CIERRE                   PIC -(7)9,99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-MAXIMO                   PIC -(7)9,99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-MINIMO                   PIC -(7)9,99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-PROMEDIO                 PIC -(7)9,99.
           05  DET-PROMEDIO-X REDEFINES DET-PROMEDIO
                                            PIC X(11).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-DIAS                     PIC ZZ9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-ESTADO                   PIC X(03).

       01  WS-PIE-PERIODO.
           05  FILLER                       PIC X(12) VALUE
               "POSICIONES: ".
           05  PPE-POSICIONES               PIC ZZZZ9.
           05  FILLER                       PIC X(13) VALUE
               "  COMPLETAS: ".
           05  PPE-COMPLETAS                PIC ZZZZ9.
           05  FILLER                       PIC X(15) VALUE
               "  INCOMPLETAS: ".
           05  PPE-INCOMPLETAS              PIC ZZZZ9.

       01  WS-PIE-CONTROL.
           05  FILLER                       PIC X(36) VALUE
               "PERIODOS LEIDOS/OMITIDOS/MARCADOS: ".
           05  PIE-LEIDOS                   PIC ZZZZZZ9.
           05  FILLER                       PIC X(01) VALUE "/".
           05  PIE-OMITIDOS                 PIC ZZZZZZ9.
           05  FILLER                       PIC X(01) VALUE "/".
           05  PIE-MARCADOS                 PIC ZZZZZZ9.

       01  WS-PIE-ESTADOS.
           05  FILLER                       PIC X(36) VALUE
               "ESTADOS GRABADOS EN PERVAL:        ".
           05  PIE-GRABADOS                 PIC ZZZZZZ9.

       77  WS-RUN-ACCION-INICIO             PIC X(06) VALUE "INICIO".
       77  WS-RUN-ACCION-FIN                PIC X(06) VALUE "FIN".
       77  WS-RUN-LEIDOS                    PIC 9(07) VALUE 0.
       77  WS-RUN-ESCRITOS                  PIC 9(07) VALUE 0.
       77  WS-RUN-RECHAZADOS                PIC 9(07) VALUE 0.
       77  WS-RUN-RC                        PIC 9(02) VALUE 0.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           CALL "RUNLOG" USING "CL17PERVL" WS-RUN-ACCION-INICIO
                                WS-RUN-LEIDOS WS-RUN-ESCRITOS
                                WS-RUN-RECHAZADOS WS-RUN-RC.

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-FIN.

           IF WS-RC-ARCHIVO-FATAL
              GO TO 9999-FIN-PROGRAMA
           END-IF.

           PERFORM 2000-PROCESAR-PERIODO
              THRU 2000-PROCESAR-PERIODO-FIN
             UNTIL WS-FIN-PER-SI.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIN.

           IF WS-PER-MARCADOS > 0 AND RETURN-CODE = 0
              MOVE 4                        TO RETURN-CODE
           END-IF.

       9999-FIN-PROGRAMA.

           MOVE WS-PER-LEIDOS               TO WS-RUN-LEIDOS.
           MOVE WS-EST-GRABADOS             TO WS-RUN-ESCRITOS.
           MOVE WS-PER-OMITIDOS             TO WS-RUN-RECHAZADOS.
           MOVE RETURN-CODE                 TO WS-RUN-RC.

           CALL "RUNLOG" USING "CL17PERVL" WS-RUN-ACCION-FIN
                                WS-RUN-LEIDOS WS-RUN-ESCRITOS
                                WS-RUN-RECHAZADOS WS-RUN-RC.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIALIZAR.

           ACCEPT WS-FECHA-SISTEMA          FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA           FROM TIME.

           OPEN INPUT PERIOD-RESULTS.

           IF WS-FS-RES NOT = "00"
              DISPLAY "SIN PERIODOS PERRES - SIN ESTADOS"
              MOVE 8                        TO WS-RC-ARCHIVO
              MOVE 8                        TO RETURN-CODE
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           OPEN INPUT VALUES-HISTORY.

           MOVE "VALHIST"                   TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17PERVL" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-HIST WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR VALHIST - FIN ANORMAL"
              CLOSE PERIOD-RESULTS
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           OPEN OUTPUT STATEMENT-FILE.

           MOVE "PERVAL"                    TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17PERVL" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-EST WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR PERVAL - FIN ANORMAL"
              CLOSE PERIOD-RESULTS
              CLOSE VALUES-HISTORY
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           OPEN OUTPUT PRT-FILE.

           MOVE "PERVRPT"                   TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17PERVL" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-PRT WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR PERVRPT - FIN ANORMAL"
              CLOSE PERIOD-RESULTS
              CLOSE VALUES-HISTORY
              CLOSE STATEMENT-FILE
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           PERFORM 8100-IMPRIMIR-ENCABEZADO
              THRU 8100-IMPRIMIR-ENCABEZADO-FIN.

       1000-INICIALIZAR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN PERIODO DE PERRES: VALIDA SUS FECHAS, ARMA LA TABLA DE DIAS *
      * HABILES Y RECORRE TODA LA HISTORIA RESUMIENDO CADA POSICION    *
      * CON VALORES DENTRO DEL PERIODO                                 *
      *----------------------------------------------------------------*
       2000-PROCESAR-PERIODO.

           READ PERIOD-RESULTS
               AT END
                   SET WS-FIN-PER-SI        TO TRUE
                   GO TO 2000-PROCESAR-PERIODO-FIN
           END-READ.

           ADD 1                            TO WS-PER-LEIDOS.
           SET WS-PERIODO-OK                TO TRUE.

           PERFORM 2010-VALIDAR-PERIODO
              THRU 2010-VALIDAR-PERIODO-FIN.

           IF WS-PERIODO-OK
              PERFORM 2100-ARMAR-HABILES
                 THRU 2100-ARMAR-HABILES-FIN
           END-IF.

           IF WS-PERIODO-OMITIDO
              ADD 1                         TO WS-PER-OMITIDOS
              GO TO 2000-PROCESAR-PERIODO-FIN
           END-IF.

           MOVE 0                           TO WS-PER-POSICIONES.
           MOVE 0                           TO WS-PER-COMPLETAS.
           MOVE 0                           TO WS-PER-INCOMPLETAS.
           MOVE 0                           TO WS-POS-ACTUAL.
           MOVE 0                           TO WS-POS-VALORES.

           MOVE SPACES                      TO WS-LINEA-AUX.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

           MOVE PR-ID                       TO LPE-ID.
           MOVE WS-PER-DESDE                TO LPE-DESDE.
           MOVE WS-PER-HASTA                TO LPE-HASTA.
           MOVE WS-HAB-COUNT                TO LPE-HABILES.
           MOVE WS-LINEA-PERIODO            TO WS-LINEA-AUX.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

           MOVE WS-DETALLE-TITULO           TO WS-LINEA-AUX.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

           SET WS-FIN-HIST-NO               TO TRUE.
           MOVE 0                           TO VH-INDICE.
           MOVE 0                           TO VH-FECHA.

           START VALUES-HISTORY KEY >= VH-CLAVE
               INVALID KEY
                   SET WS-FIN-HIST-SI       TO TRUE
           END-START.

           PERFORM 2200-LEER-HISTORIA
              THRU 2200-LEER-HISTORIA-FIN
             UNTIL WS-FIN-HIST-SI.

           PERFORM 2300-CERRAR-POSICION
              THRU 2300-CERRAR-POSICION-FIN.

           PERFORM 2400-PIE-PERIODO
              THRU 2400-PIE-PERIODO-FIN.

       2000-PROCESAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CL17EJEM4 YA VALIDO LAS FECHAS; SE VUELVEN A CONTROLAR POR SI  *
      * PERRES SE ARMO A MANO                                          *
      *----------------------------------------------------------------*
       2010-VALIDAR-PERIODO.

           MOVE PR-FECHA-DESDE              TO FD-FECHA-TXT.
           CALL "DTVALID" USING FD-FECHA-TXT
                    WS-DTV-OPCION-CAL WS-STATUS-FECHA.

           IF WS-STATUS-FECHA NOT = 00
              DISPLAY "PERIODO " PR-ID " FECHA DESDE INVALIDA - "
                       "CODIGO " WS-STATUS-FECHA " - OMITIDO"
              SET WS-PERIODO-OMITIDO        TO TRUE
              GO TO 2010-VALIDAR-PERIODO-FIN
           END-IF.

           COMPUTE WS-PER-DESDE = FD-ANIO * 10000
                                 + FD-MES * 100
                                 + FD-DIA.

           MOVE PR-FECHA-HASTA              TO FD-FECHA-TXT.
           CALL "DTVALID" USING FD-FECHA-TXT
                    WS-DTV-OPCION-CAL WS-STATUS-FECHA.

           IF WS-STATUS-FECHA NOT = 00
              DISPLAY "PERIODO " PR-ID " FECHA HASTA INVALIDA - "
                       "CODIGO " WS-STATUS-FECHA " - OMITIDO"
              SET WS-PERIODO-OMITIDO        TO TRUE
              GO TO 2010-VALIDAR-PERIODO-FIN
           END-IF.

           COMPUTE WS-PER-HASTA = FD-ANIO * 10000
                                 + FD-MES * 100
                                 + FD-DIA.

           IF WS-PER-HASTA < WS-PER-DESDE
              DISPLAY "PERIODO " PR-ID " CON FECHAS INVERTIDAS - "
                       "OMITIDO"
              SET WS-PERIODO-OMITIDO        TO TRUE
           END-IF.

       2010-VALIDAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DIAS HABILES DEL PERIODO: EL PROXIMO HABIL DESDE EL DIA        *
      * ANTERIOR A LA FECHA DESDE, Y ASI HASTA PASAR LA FECHA HASTA    *
      * (DATECALC OPCIONES "S" Y "H")                                  *
      *----------------------------------------------------------------*
       2100-ARMAR-HABILES.

           MOVE 0                           TO WS-HAB-COUNT.
           SET WS-FIN-HABILES-NO            TO TRUE.

           MOVE PR-FECHA-DESDE              TO FD-FECHA-TXT.
           MOVE 1                           TO WS-DC-DIAS.

           CALL "DATECALC" USING WS-DC-OPCION-RESTAR FD-FECHA-TXT
                                  FDR-FECHA-TXT WS-DC-DIAS
                                  WS-DC-STATUS.

           IF WS-DC-STATUS NOT = 00
              DISPLAY "DATECALC ERROR - ESTADO " WS-DC-STATUS
                       " - PERIODO " PR-ID " OMITIDO"
              SET WS-PERIODO-OMITIDO        TO TRUE
              GO TO 2100-ARMAR-HABILES-FIN
           END-IF.

           MOVE FDR-FECHA-TXT               TO FD-FECHA-TXT.

           PERFORM 2110-SIGUIENTE-HABIL
              THRU 2110-SIGUIENTE-HABIL-FIN
             UNTIL WS-FIN-HABILES-SI.

       2100-ARMAR-HABILES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-SIGUIENTE-HABIL.

           CALL "DATECALC" USING WS-DC-OPCION-HABIL FD-FECHA-TXT
                                  FDR-FECHA-TXT WS-DC-DIAS
                                  WS-DC-STATUS.

           IF WS-DC-STATUS NOT = 00
              DISPLAY "DATECALC ERROR - ESTADO " WS-DC-STATUS
                       " - PERIODO " PR-ID " OMITIDO"
              SET WS-PERIODO-OMITIDO        TO TRUE
              SET WS-FIN-HABILES-SI         TO TRUE
              GO TO 2110-SIGUIENTE-HABIL-FIN
           END-IF.

           COMPUTE WS-HAB-FECHA-AUX = FDR-ANIO * 10000
                                     + FDR-MES * 100
                                     + FDR-DIA.

           IF WS-HAB-FECHA-AUX > WS-PER-HASTA
              SET WS-FIN-HABILES-SI         TO TRUE
              GO TO 2110-SIGUIENTE-HABIL-FIN
           END-IF.

           IF WS-HAB-COUNT >= WS-HAB-MAX
              DISPLAY "PERIODO " PR-ID " CON MAS DE " WS-HAB-MAX
                       " DIAS HABILES - OMITIDO"
              SET WS-PERIODO-OMITIDO        TO TRUE
              SET WS-FIN-HABILES-SI         TO TRUE
              GO TO 2110-SIGUIENTE-HABIL-FIN
           END-IF.

           ADD 1                            TO WS-HAB-COUNT.
           MOVE WS-HAB-FECHA-AUX            TO HAB-FECHA(WS-HAB-COUNT).
           MOVE FDR-FECHA-TXT               TO FD-FECHA-TXT.

       2110-SIGUIENTE-HABIL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA HISTORIA VIENE EN ORDEN DE POSICION Y FECHA. APERTURA,      *
      * CIERRE, MAXIMO Y MINIMO TOMAN TODO VALOR DENTRO DEL PERIODO;   *
      * EL PROMEDIO Y LOS DIAS CON VALOR, SOLO LOS CARGADOS EN DIAS    *
      * HABILES (UNA REVALUACION "R" NO ES CARGA). LA FILA DE BAJA "B" *
      * NO ES UN VALOR Y SE SALTEA.                                    *
      *----------------------------------------------------------------*
       2200-LEER-HISTORIA.

           READ VALUES-HISTORY NEXT RECORD
               AT END
                   SET WS-FIN-HIST-SI       TO TRUE
                   GO TO 2200-LEER-HISTORIA-FIN
           END-READ.

           ADD 1                            TO WS-HIST-LEIDOS.

           IF VH-INDICE NOT = WS-POS-ACTUAL
              PERFORM 2300-CERRAR-POSICION
                 THRU 2300-CERRAR-POSICION-FIN
              MOVE VH-INDICE                TO WS-POS-ACTUAL
           END-IF.

           IF VH-FECHA < WS-PER-DESDE
              OR VH-FECHA > WS-PER-HASTA
              GO TO 2200-LEER-HISTORIA-FIN
           END-IF.

           IF VH-ORIGEN-BAJA
              GO TO 2200-LEER-HISTORIA-FIN
           END-IF.

           IF WS-POS-VALORES = 0
              MOVE VH-VALOR                 TO WS-POS-APERTURA
              MOVE VH-VALOR                 TO WS-POS-MAXIMO
              MOVE VH-VALOR                 TO WS-POS-MINIMO
              MOVE 0                        TO WS-POS-DIAS
              MOVE 0                        TO WS-POS-SUMA
              MOVE 1                        TO WS-HAB-PTR
           END-IF.

           ADD 1                            TO WS-POS-VALORES.
           MOVE VH-VALOR                    TO WS-POS-CIERRE.

           IF VH-VALOR > WS-POS-MAXIMO
              MOVE VH-VALOR                 TO WS-POS-MAXIMO
           END-IF.

           IF VH-VALOR < WS-POS-MINIMO
              MOVE VH-VALOR                 TO WS-POS-MINIMO
           END-IF.

           IF VH-ORIGEN-REVALUADO
              GO TO 2200-LEER-HISTORIA-FIN
           END-IF.

           PERFORM 2210-AVANZAR-HABIL
              THRU 2210-AVANZAR-HABIL-FIN
             UNTIL WS-HAB-PTR > WS-HAB-COUNT
                OR HAB-FECHA(WS-HAB-PTR) >= VH-FECHA.

           IF WS-HAB-PTR > WS-HAB-COUNT
              GO TO 2200-LEER-HISTORIA-FIN
           END-IF.

           IF HAB-FECHA(WS-HAB-PTR) = VH-FECHA
              ADD 1                         TO WS-POS-DIAS
              ADD VH-VALOR                  TO WS-POS-SUMA
           END-IF.

       2200-LEER-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-AVANZAR-HABIL.

           ADD 1                            TO WS-HAB-PTR.

       2210-AVANZAR-HABIL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CIERRA LA POSICION QUE TERMINA: SI TUVO VALORES EN EL PERIODO  *
      * GRABA SU ESTADO EN PERVAL Y SU LINEA EN EL REPORTE             *
      *----------------------------------------------------------------*
       2300-CERRAR-POSICION.

           IF WS-POS-VALORES = 0
              GO TO 2300-CERRAR-POSICION-FIN
           END-IF.

           ADD 1                            TO WS-PER-POSICIONES.

           MOVE SPACES                      TO ST-REGISTRO.
           MOVE PR-ID                       TO ST-PERIODO-ID.
           MOVE WS-PER-DESDE                TO ST-FECHA-DESDE.
           MOVE WS-PER-HASTA                TO ST-FECHA-HASTA.
           MOVE WS-POS-ACTUAL               TO ST-INDICE.
           MOVE WS-POS-APERTURA             TO ST-VALOR-APERTURA.
           MOVE WS-POS-CIERRE               TO ST-VALOR-CIERRE.
           MOVE WS-POS-MAXIMO               TO ST-VALOR-MAXIMO.
           MOVE WS-POS-MINIMO               TO ST-VALOR-MINIMO.
           MOVE WS-HAB-COUNT                TO ST-DIAS-HABILES.
           MOVE WS-POS-DIAS                 TO ST-DIAS-CON-VALOR.

           MOVE WS-POS-ACTUAL               TO DET-INDICE.
           MOVE WS-POS-APERTURA             TO DET-APERTURA.
           MOVE WS-POS-CIERRE               TO DET-CIERRE.
           MOVE WS-POS-MAXIMO               TO DET-MAXIMO.
           MOVE WS-POS-MINIMO               TO DET-MINIMO.
           MOVE WS-POS-DIAS                 TO DET-DIAS.

           IF WS-POS-DIAS < WS-HAB-COUNT
              ADD 1                         TO WS-PER-INCOMPLETAS
              MOVE 0                        TO ST-VALOR-PROMEDIO
              SET ST-ESTADO-INCOMPLETO      TO TRUE
              MOVE " NO CALCUL."            TO DET-PROMEDIO-X
              MOVE "INC"                    TO DET-ESTADO
           ELSE
              ADD 1                         TO WS-PER-COMPLETAS
              MOVE 0                        TO WS-POS-PROMEDIO
              IF WS-POS-DIAS > 0
                 COMPUTE WS-POS-PROMEDIO ROUNDED =
                         WS-POS-SUMA / WS-POS-DIAS
              END-IF
              MOVE WS-POS-PROMEDIO          TO ST-VALOR-PROMEDIO
              SET ST-ESTADO-COMPLETO        TO TRUE
              MOVE WS-POS-PROMEDIO          TO DET-PROMEDIO
              MOVE SPACES                   TO DET-ESTADO
           END-IF.

           WRITE ST-REGISTRO.

           IF WS-FS-EST NOT = "00"
              DISPLAY "ERROR GRABANDO PERVAL - STATUS " WS-FS-EST
              MOVE 8                        TO RETURN-CODE
           ELSE
              ADD 1                         TO WS-EST-GRABADOS
           END-IF.

           MOVE WS-DETALLE                  TO WS-LINEA-AUX.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

           MOVE 0                           TO WS-POS-VALORES.

       2300-CERRAR-POSICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PIE DEL PERIODO. UN PERIODO CON ALGUNA POSICION INCOMPLETA     *
      * QUEDA MARCADO.                                                 *
      *----------------------------------------------------------------*
       2400-PIE-PERIODO.

           IF WS-PER-POSICIONES = 0
              MOVE "  SIN VALORES EN EL PERIODO" TO WS-LINEA-AUX
              PERFORM 8000-IMPRIMIR-LINEA
                 THRU 8000-IMPRIMIR-LINEA-FIN
              GO TO 2400-PIE-PERIODO-FIN
           END-IF.

           MOVE WS-PER-POSICIONES           TO PPE-POSICIONES.
           MOVE WS-PER-COMPLETAS            TO PPE-COMPLETAS.
           MOVE WS-PER-INCOMPLETAS          TO PPE-INCOMPLETAS.
           MOVE WS-PIE-PERIODO              TO WS-LINEA-AUX.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

           IF WS-PER-INCOMPLETAS > 0
              ADD 1                         TO WS-PER-MARCADOS
              MOVE "*** PERIODO MARCADO: FALTAN VALORES EN DIAS HABILES"
                                             TO WS-LINEA-AUX
              PERFORM 8000-IMPRIMIR-LINEA
                 THRU 8000-IMPRIMIR-LINEA-FIN
              DISPLAY "PERIODO " PR-ID " MARCADO - POSICIONES "
                       "INCOMPLETAS: " WS-PER-INCOMPLETAS
           END-IF.

       2400-PIE-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ESCRIBE LA LINEA ARMADA EN WS-LINEA-AUX, CONTROLANDO SALTO DE  *
      * PAGINA                                                         *
      *----------------------------------------------------------------*
       8000-IMPRIMIR-LINEA.

           IF WS-LINEAS-EN-PAGINA >= WS-LINEAS-POR-PAGINA
              PERFORM 8100-IMPRIMIR-ENCABEZADO
                 THRU 8100-IMPRIMIR-ENCABEZADO-FIN
           END-IF.

           MOVE SPACES                      TO PRT-LINEA.
           MOVE WS-LINEA-AUX                TO PRT-LINEA.
           WRITE PRT-LINEA.

           ADD 1                            TO WS-LINEAS-EN-PAGINA.
           ADD 1                            TO WS-TOTAL-LINEAS.

       8000-IMPRIMIR-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ESCRIBE EL ENCABEZADO DE PAGINA (FECHA/HORA Y NUMERO DE PAGINA)*
      *----------------------------------------------------------------*
       8100-IMPRIMIR-ENCABEZADO.

           ADD 1                            TO WS-NUMERO-PAGINA.
           MOVE 0                           TO WS-LINEAS-EN-PAGINA.

           MOVE WS-FECHA-SISTEMA            TO ENC-FECHA.
           MOVE WS-HS-HORA                  TO ENC-HORA-HH.
           MOVE WS-HS-MIN                   TO ENC-HORA-MM.
           MOVE WS-HS-SEG                   TO ENC-HORA-SS.
           MOVE WS-NUMERO-PAGINA            TO ENC-PAGINA.

           MOVE SPACES                      TO PRT-LINEA.
           MOVE WS-ENCABEZADO-1             TO PRT-LINEA.
           WRITE PRT-LINEA.

           MOVE SPACES                      TO PRT-LINEA.
           MOVE WS-ENCABEZADO-2             TO PRT-LINEA.
           WRITE PRT-LINEA.

           MOVE SPACES                      TO PRT-LINEA.
           WRITE PRT-LINEA.

       8100-IMPRIMIR-ENCABEZADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PIE DE CONTROL                                                 *
      *----------------------------------------------------------------*
       9000-FINALIZAR.

           MOVE WS-PER-LEIDOS               TO PIE-LEIDOS.
           MOVE WS-PER-OMITIDOS             TO PIE-OMITIDOS.
           MOVE WS-PER-MARCADOS             TO PIE-MARCADOS.
           MOVE WS-EST-GRABADOS             TO PIE-GRABADOS.

           MOVE SPACES                      TO PRT-LINEA.
           WRITE PRT-LINEA.

           MOVE SPACES                      TO PRT-LINEA.
           MOVE WS-PIE-CONTROL              TO PRT-LINEA.
           WRITE PRT-LINEA.

           MOVE SPACES                      TO PRT-LINEA.
           MOVE WS-PIE-ESTADOS              TO PRT-LINEA.
           WRITE PRT-LINEA.

           CLOSE PERIOD-RESULTS.
           CLOSE VALUES-HISTORY.
           CLOSE STATEMENT-FILE.
           CLOSE PRT-FILE.

           DISPLAY "PERIODOS PROCESADOS: " WS-PER-LEIDOS
                    " - ESTADOS GRABADOS: " WS-EST-GRABADOS.

           IF WS-PER-OMITIDOS > 0
              DISPLAY "PERIODOS OMITIDOS: " WS-PER-OMITIDOS
              IF RETURN-CODE = 0
                 MOVE 4                     TO RETURN-CODE
              END-IF
           END-IF.

           IF WS-PER-MARCADOS > 0
              DISPLAY "PERIODOS CON VALORES FALTANTES: "
                       WS-PER-MARCADOS " - VER PERVRPT"
           END-IF.

       9000-FINALIZAR-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL17PERVL.

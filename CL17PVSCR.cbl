      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: SCORECARD MENSUAL DE CALIDAD POR PROVEEDOR. LEE LA
      *          ESTADISTICA PRVSTAT QUE DEJAN CL17DVCON, CL17EJEM2,
      *          CL17SUSRV Y CL17VREPR Y, PARA EL MES DE LA TARJETA
      *          PVSPARM (AAAAMM; EN BLANCO = MES EN CURSO) Y LOS
      *          CINCO ANTERIORES, ACUMULA POR PROVEEDOR (DV-ORIGEN):
      *          DIAS CON ENTREGA, DETALLES ENVIADOS, RECHAZOS POR
      *          MOTIVO, RECHAZOS SIN TASA (12), SOSPECHOSOS POR
      *          REGLA, TRAILERS QUE NO CUADRAN Y VALORES CORREGIDOS
      *          DESPUES EN CL17SUSRV O REPROCESADOS EN CL17VREPR. EL
      *          REPORTE PVSRPT DA UN BLOQUE POR PROVEEDOR CON EL MES
      *          CONTRA EL ANTERIOR (DIFERENCIA Y TENDENCIA) Y UN
      *          CUADRO FINAL CON LA TASA DE ERROR DE LOS SEIS MESES.
      *          TASA DE ERROR = (RECHAZOS + SOSPECHOSOS) * 100 /
      *          DETALLES ENVIADOS.
      * Tectonics: cobc
      * Modification History:
      *  15/10/2026 GR  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17PVSCR.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PARM-FILE                ASSIGN TO "PVSPARM"
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-PARM.

           SELECT PROVIDER-STATS           ASSIGN TO "PRVSTAT"
                                            ORGANIZATION IS INDEXED
                                            ACCESS MODE IS DYNAMIC
                                            RECORD KEY IS PS-CLAVE
                                            FILE STATUS IS WS-FS-STAT.

           SELECT PRT-FILE                 ASSIGN TO "PVSRPT"
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-PRT.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *----------------------------------------------------------------*
      * TARJETA DEL SCORECARD: MES A INFORMAR AAAAMM (EN BLANCO = MES  *
      * EN CURSO).                                                     *
      *----------------------------------------------------------------*
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS.
       01  PP-REGISTRO.
           05  PP-PERIODO                   PIC X(06).
           05  PP-PERIODO-R REDEFINES PP-PERIODO.
               10  PP-ANIO                  PIC 9(04).
               10  PP-MES                   PIC 9(02).
           05  FILLER                       PIC X(14).

       FD  PROVIDER-STATS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY PRVSREG.

       FD  PRT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PRT-LINEA                        PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-FS-PARM                       PIC X(02).
       77  WS-FS-STAT                       PIC X(02).
       77  WS-FS-PRT                        PIC X(02).
       77  WS-RC-ARCHIVO                    PIC 9(02) VALUE 0.
           88  WS-RC-ARCHIVO-FATAL          VALUE 8.

       77  WS-FILERR-ARCHIVO                PIC X(09).
       77  WS-FILERR-OPERACION              PIC X(08) VALUE "OPEN".

       77  WS-SW-FIN-STAT                   PIC X(01) VALUE "N".
           88  WS-FIN-STAT-SI               VALUE "S".
           88  WS-FIN-STAT-NO               VALUE "N".

      *----------------------------------------------------------------*
      * VENTANA DE SEIS MESES: MES-PERIODO(6) ES EL MES INFORMADO Y    *
      * MES-PERIODO(5) EL ANTERIOR.                                    *
      *----------------------------------------------------------------*
       77  WS-PERIODO-INFORME               PIC 9(06) VALUE 0.
       77  WS-PERIODO-DESDE                 PIC 9(06) VALUE 0.

       01  WS-PERIODO-TRABAJO               PIC 9(06).
       01  WS-PERIODO-TRABAJO-R REDEFINES WS-PERIODO-TRABAJO.
           05  WS-PT-ANIO                   PIC 9(04).
           05  WS-PT-MES                    PIC 9(02).

       77  WS-MES-MAX                       PIC 9(01) VALUE 6.
       77  WS-MES-IDX                       PIC 9(01).
       77  WS-MES-ACTUAL                    PIC 9(01) VALUE 6.
       77  WS-MES-ANTERIOR                  PIC 9(01) VALUE 5.
       77  WS-MES-BASE                      PIC 9(06).
       77  WS-MES-NUMERO                    PIC S9(06).

       01  WS-MESES.
           05  MES-PERIODO                  PIC 9(06) OCCURS 6 TIMES.

      *----------------------------------------------------------------*
      * ACUMULADOS POR PROVEEDOR (CODIGO 01-99) Y MES DE LA VENTANA.   *
      * LOS RECHAZOS SE GUARDAN POR MOTIVO 01-19; CUALQUIER OTRO       *
      * CODIGO (99 TIPO DE REGISTRO INVALIDO) VA AL CASILLERO 20.      *
      *----------------------------------------------------------------*
       77  WS-PRV-MAX                       PIC 9(02) VALUE 99.
       77  WS-PRV-IDX                       PIC 9(03).
       77  WS-MOT-MAX                       PIC 9(02) VALUE 20.
       77  WS-MOT-IDX                       PIC 9(02).
       77  WS-MOT-SIN-TASA                  PIC 9(02) VALUE 12.

       01  WS-PROVEEDORES.
           05  WS-PRV-ENTRADA OCCURS 99 TIMES.
               10  PRV-SW-USADO             PIC X(01).
                   88  PRV-USADO            VALUE "S".
               10  PRV-MES OCCURS 6 TIMES.
                   15  MES-DIAS             PIC 9(03).
                   15  MES-DETALLES         PIC 9(09).
                   15  MES-RECHAZOS         PIC 9(07).
                   15  MES-RECH-MOTIVO      PIC 9(07) OCCURS 20 TIMES.
                   15  MES-SOSP-TECHO       PIC 9(07).
                   15  MES-SOSP-PCT         PIC 9(07).
                   15  MES-SOSP-REPETIDO    PIC 9(07).
                   15  MES-TRAILERS         PIC 9(05).
                   15  MES-CORR-SUSRV       PIC 9(07).
                   15  MES-CORR-VREPR       PIC 9(07).

      *----------------------------------------------------------------*
      * DESCRIPCION CORTA DE LOS MOTIVOS DE RECHAZO DE LA CARGA        *
      *----------------------------------------------------------------*
       01  WS-MOTIVOS-VALORES.
           05  FILLER                       PIC X(20) VALUE
               "ANIO NO NUMERICO".
           05  FILLER                       PIC X(20) VALUE
               "SEPARADOR 1".
           05  FILLER                       PIC X(20) VALUE
               "MES NO NUMERICO".
           05  FILLER                       PIC X(20) VALUE
               "MES FUERA DE RANGO".
           05  FILLER                       PIC X(20) VALUE
               "SEPARADOR 2".
           05  FILLER                       PIC X(20) VALUE
               "DIA NO NUMERICO".
           05  FILLER                       PIC X(20) VALUE
               "DIA NO EXISTE".
           05  FILLER                       PIC X(20) VALUE
               "FECHA POSTERIOR".
           05  FILLER                       PIC X(20) VALUE
               "ANTERIOR A MINIMA".
           05  FILLER                       PIC X(20) VALUE
               "FECHA INVALIDA".
           05  FILLER                       PIC X(20) VALUE
               "FECHA INVALIDA".
           05  FILLER                       PIC X(20) VALUE
               "SIN TASA".
           05  FILLER                       PIC X(20) VALUE
               "CONVERSION DESBORDA".
           05  FILLER                       PIC X(20) VALUE
               "POSICION INEXISTENTE".
           05  FILLER                       PIC X(20) VALUE
               "POSICION CERRADA".
           05  FILLER                       PIC X(20) VALUE
               "MONEDA DISTINTA".
           05  FILLER                       PIC X(20) VALUE
               "PERIODO CERRADO".
           05  FILLER                       PIC X(20) VALUE
               "OTRO MOTIVO".
           05  FILLER                       PIC X(20) VALUE
               "OTRO MOTIVO".
           05  FILLER                       PIC X(20) VALUE
               "OTROS MOTIVOS".
       01  WS-MOTIVOS REDEFINES WS-MOTIVOS-VALORES.
           05  MOT-DESC                     PIC X(20) OCCURS 20 TIMES.

       77  WS-CODIGO-NUM                    PIC 9(02).

      *----------------------------------------------------------------*
      * FILA EN CURSO DEL BLOQUE DE PROVEEDOR: MES INFORMADO CONTRA EL *
      * ANTERIOR                                                       *
      *----------------------------------------------------------------*
       77  WS-FILA-ACTUAL                   PIC 9(09).
       77  WS-FILA-ANTERIOR                 PIC 9(09).
       77  WS-FILA-DIFERENCIA               PIC S9(09).
       77  WS-FILA-DESC                     PIC X(32).

       77  WS-ERRORES                       PIC 9(09).
       77  WS-TASA                          PIC 9(03)V99.
       77  WS-TASA-ACTUAL                   PIC 9(03)V99.
       77  WS-TASA-ANTERIOR                 PIC 9(03)V99.
       77  WS-TASA-DIFERENCIA               PIC S9(03)V99.

       77  WS-TENDENCIA                     PIC X(05).

       77  WS-STAT-LEIDOS                   PIC 9(07) VALUE 0.
       77  WS-STAT-OMITIDOS                 PIC 9(07) VALUE 0.
       77  WS-PRV-INFORMADOS                PIC 9(03) VALUE 0.

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
               "SISTEMA CL17PVSCR".
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
           05  FILLER                       PIC X(36) VALUE
               "SCORECARD DE CALIDAD DE PROVEEDORES".
           05  FILLER                       PIC X(04) VALUE SPACES.
           05  FILLER                       PIC X(08) VALUE "PAGINA: ".
           05  ENC-PAGINA                   PIC ZZZ9.

       01  WS-LINEA-PARAMETROS.
           05  FILLER                       PIC X(09) VALUE
               "PERIODO: ".
           05  LP-PERIODO                   PIC 9999/99.
           05  FILLER                       PIC X(03) VALUE SPACES.
           05  FILLER                       PIC X(17) VALUE
               "VENTANA DESDE:   ".
           05  LP-DESDE                     PIC 9999/99.

       01  WS-BLQ-TITULO.
           05  FILLER                       PIC X(10) VALUE
               "PROVEEDOR ".
           05  BLQ-PROVEEDOR                PIC 9(02).
           05  FILLER                       PIC X(20) VALUE SPACES.
           05  FILLER                       PIC X(11) VALUE
               "   MES ACT.".
           05  FILLER                       PIC X(11) VALUE
               "   MES ANT.".
           05  FILLER                       PIC X(11) VALUE
               "      DIFER".
           05  FILLER                       PIC X(06) VALUE
               " TEND.".

      *----------------------------------------------------------------*
      * FILA DE CANTIDADES Y FILA DE TASA DEL BLOQUE DE PROVEEDOR      *
      *----------------------------------------------------------------*
       01  WS-BLQ-FILA.
           05  FIL-DESC                     PIC X(32).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  FIL-ACTUAL                   PIC Z(9)9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  FIL-ANTERIOR                 PIC Z(9)9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  FIL-DIFERENCIA               PIC -(9)9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  FIL-TENDENCIA                PIC X(05).

       01  WS-BLQ-FILA-TASA.
           05  FTA-DESC                     PIC X(32).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  FTA-ACTUAL                   PIC Z(6)9,99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  FTA-ANTERIOR                 PIC Z(6)9,99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  FTA-DIFERENCIA               PIC -(6)9,99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  FTA-TENDENCIA                PIC X(05).

       01  WS-FILA-MOTIVO.
           05  FILLER                       PIC X(08) VALUE
               "  RECH. ".
           05  FMO-CODIGO                   PIC 9(02).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  FMO-DESC                     PIC X(20).

      *----------------------------------------------------------------*
      * CUADRO FINAL: TASA DE ERROR DE CADA PROVEEDOR EN LOS SEIS MESES*
      *----------------------------------------------------------------*
       01  WS-TEN-TITULO.
           05  FILLER                       PIC X(40) VALUE
               "TASA DE ERROR (%) - ULTIMOS SEIS MESES".

       01  WS-TEN-MESES.
           05  FILLER                       PIC X(06) VALUE "PROV.".
           05  TEN-MES-COL OCCURS 6 TIMES.
               10  FILLER                   PIC X(03) VALUE SPACES.
               10  TEN-MES                  PIC 9999/99.
           05  FILLER                       PIC X(06) VALUE " TEND.".

       01  WS-TEN-FILA.
           05  TEN-PROVEEDOR                PIC 9(02).
           05  FILLER                       PIC X(04) VALUE SPACES.
           05  TEN-TASA-COL OCCURS 6 TIMES.
               10  FILLER                   PIC X(04) VALUE SPACES.
               10  TEN-TASA                 PIC ZZ9,99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  TEN-TENDENCIA                PIC X(05).

       01  WS-PIE-CONTROL.
           05  FILLER                       PIC X(30) VALUE
               "PRVSTAT LEIDOS/OMITIDOS:      ".
           05  PIE-LEIDOS                   PIC ZZZZZZ9.
           05  FILLER                       PIC X(01) VALUE "/".
           05  PIE-OMITIDOS                 PIC ZZZZZZ9.

       01  WS-PIE-PROVEEDORES.
           05  FILLER                       PIC X(30) VALUE
               "PROVEEDORES INFORMADOS:       ".
           05  PIE-PROVEEDORES              PIC ZZZZZZ9.

       77  WS-RUN-ACCION-INICIO             PIC X(06) VALUE "INICIO".
       77  WS-RUN-ACCION-FIN                PIC X(06) VALUE "FIN".
       77  WS-RUN-LEIDOS                    PIC 9(07) VALUE 0.
       77  WS-RUN-ESCRITOS                  PIC 9(07) VALUE 0.
       77  WS-RUN-RECHAZADOS                PIC 9(07) VALUE 0.
       77  WS-RUN-RC                        PIC 9(02) VALUE 0.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           CALL "RUNLOG" USING "CL17PVSCR" WS-RUN-ACCION-INICIO
                                WS-RUN-LEIDOS WS-RUN-ESCRITOS
                                WS-RUN-RECHAZADOS WS-RUN-RC.

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-FIN.

           IF WS-RC-ARCHIVO-FATAL
              GO TO 9999-FIN-PROGRAMA
           END-IF.

           PERFORM 2000-LEER-ESTADISTICA
              THRU 2000-LEER-ESTADISTICA-FIN
             UNTIL WS-FIN-STAT-SI.

           PERFORM 3000-IMPRIMIR-PROVEEDOR
              THRU 3000-IMPRIMIR-PROVEEDOR-FIN
             VARYING WS-PRV-IDX FROM 1 BY 1
              UNTIL WS-PRV-IDX > WS-PRV-MAX.

           PERFORM 4000-IMPRIMIR-TENDENCIA
              THRU 4000-IMPRIMIR-TENDENCIA-FIN.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIN.

       9999-FIN-PROGRAMA.

           MOVE WS-STAT-LEIDOS              TO WS-RUN-LEIDOS.
           MOVE WS-PRV-INFORMADOS           TO WS-RUN-ESCRITOS.
           MOVE WS-STAT-OMITIDOS            TO WS-RUN-RECHAZADOS.
           MOVE RETURN-CODE                 TO WS-RUN-RC.

           CALL "RUNLOG" USING "CL17PVSCR" WS-RUN-ACCION-FIN
                                WS-RUN-LEIDOS WS-RUN-ESCRITOS
                                WS-RUN-RECHAZADOS WS-RUN-RC.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIALIZAR.

           ACCEPT WS-FECHA-SISTEMA          FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA           FROM TIME.

           PERFORM 1010-LEER-PARAMETROS
              THRU 1010-LEER-PARAMETROS-FIN.

           IF WS-RC-ARCHIVO-FATAL
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           PERFORM 1100-ARMAR-VENTANA
              THRU 1100-ARMAR-VENTANA-FIN.

           INITIALIZE WS-PROVEEDORES.

           OPEN INPUT PROVIDER-STATS.

           MOVE "PRVSTAT"                   TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17PVSCR" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-STAT WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR PRVSTAT - FIN ANORMAL"
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           OPEN OUTPUT PRT-FILE.

           MOVE "PVSRPT"                    TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17PVSCR" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-PRT WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR PVSRPT - FIN ANORMAL"
              CLOSE PROVIDER-STATS
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           COMPUTE PS-FECHA = WS-PERIODO-DESDE * 100 + 1.
           MOVE LOW-VALUES                  TO PS-PROVEEDOR.
           MOVE LOW-VALUES                  TO PS-TIPO.
           MOVE LOW-VALUES                  TO PS-CODIGO.

           START PROVIDER-STATS KEY >= PS-CLAVE
               INVALID KEY
                   SET WS-FIN-STAT-SI       TO TRUE
           END-START.

           PERFORM 8100-IMPRIMIR-ENCABEZADO
              THRU 8100-IMPRIMIR-ENCABEZADO-FIN.

           MOVE WS-PERIODO-INFORME          TO LP-PERIODO.
           MOVE WS-PERIODO-DESDE            TO LP-DESDE.
           MOVE WS-LINEA-PARAMETROS         TO WS-LINEA-AUX.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

       1000-INICIALIZAR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LEE LA TARJETA PVSPARM. SIN TARJETA VALIDA NO HAY SCORECARD.   *
      *----------------------------------------------------------------*
       1010-LEER-PARAMETROS.

           OPEN INPUT PARM-FILE.

           IF WS-FS-PARM NOT = "00"
              DISPLAY "SIN TARJETA PVSPARM - SIN SCORECARD"
              MOVE 8                        TO WS-RC-ARCHIVO
              MOVE 8                        TO RETURN-CODE
              GO TO 1010-LEER-PARAMETROS-FIN
           END-IF.

           READ PARM-FILE
               AT END
                   DISPLAY "PVSPARM VACIA - SIN SCORECARD"
                   MOVE 8                   TO WS-RC-ARCHIVO
                   MOVE 8                   TO RETURN-CODE
               NOT AT END
                   PERFORM 1020-VALIDAR-PARAMETROS
                      THRU 1020-VALIDAR-PARAMETROS-FIN
           END-READ.

           CLOSE PARM-FILE.

       1010-LEER-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1020-VALIDAR-PARAMETROS.

           IF PP-PERIODO = SPACES
              MOVE WS-FECHA-SISTEMA(1:6)    TO WS-PERIODO-INFORME
              GO TO 1020-VALIDAR-PARAMETROS-FIN
           END-IF.

           IF PP-PERIODO IS NOT NUMERIC
              OR PP-ANIO < 1900
              OR PP-MES < 1
              OR PP-MES > 12
              DISPLAY "PVSPARM - PERIODO INVALIDO: " PP-PERIODO
              MOVE 8                        TO WS-RC-ARCHIVO
              MOVE 8                        TO RETURN-CODE
              GO TO 1020-VALIDAR-PARAMETROS-FIN
           END-IF.

           MOVE PP-PERIODO                  TO WS-PERIODO-INFORME.

       1020-VALIDAR-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ARMA LOS SEIS MESES DE LA VENTANA: EL INFORMADO Y LOS CINCO    *
      * ANTERIORES, DEL MAS VIEJO AL MAS NUEVO                         *
      *----------------------------------------------------------------*
       1100-ARMAR-VENTANA.

           MOVE WS-PERIODO-INFORME          TO WS-PERIODO-TRABAJO.

           IF WS-PT-MES > 5
              SUBTRACT 5                    FROM WS-PT-MES
           ELSE
              ADD 7                         TO WS-PT-MES
              SUBTRACT 1                    FROM WS-PT-ANIO
           END-IF.

           MOVE WS-PERIODO-TRABAJO          TO WS-PERIODO-DESDE.
           COMPUTE WS-MES-BASE = WS-PT-ANIO * 12 + WS-PT-MES.

           PERFORM 1110-ARMAR-MES
              THRU 1110-ARMAR-MES-FIN
             VARYING WS-MES-IDX FROM 1 BY 1
              UNTIL WS-MES-IDX > WS-MES-MAX.

       1100-ARMAR-VENTANA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-ARMAR-MES.

           MOVE WS-PERIODO-TRABAJO          TO MES-PERIODO(WS-MES-IDX).

           IF WS-PT-MES = 12
              MOVE 1                        TO WS-PT-MES
              ADD 1                         TO WS-PT-ANIO
           ELSE
              ADD 1                         TO WS-PT-MES
           END-IF.

       1110-ARMAR-MES-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LEE PRVSTAT EN ORDEN DE FECHA HASTA PASAR EL MES INFORMADO Y   *
      * ACUMULA CADA CONTADOR EN SU PROVEEDOR Y MES                    *
      *----------------------------------------------------------------*
       2000-LEER-ESTADISTICA.

           READ PROVIDER-STATS NEXT RECORD
               AT END
                   SET WS-FIN-STAT-SI       TO TRUE
                   GO TO 2000-LEER-ESTADISTICA-FIN
           END-READ.

           IF PS-PERIODO > WS-PERIODO-INFORME
              SET WS-FIN-STAT-SI            TO TRUE
              GO TO 2000-LEER-ESTADISTICA-FIN
           END-IF.

           ADD 1                            TO WS-STAT-LEIDOS.

           IF PS-PROVEEDOR IS NOT NUMERIC
              OR PS-PROVEEDOR = "00"
              ADD 1                         TO WS-STAT-OMITIDOS
              GO TO 2000-LEER-ESTADISTICA-FIN
           END-IF.

           MOVE PS-PROVEEDOR                TO WS-PRV-IDX.

           MOVE PS-PERIODO                  TO WS-PERIODO-TRABAJO.
           COMPUTE WS-MES-NUMERO = WS-PT-ANIO * 12 + WS-PT-MES
                                  - WS-MES-BASE + 1.

           IF WS-MES-NUMERO < 1 OR WS-MES-NUMERO > WS-MES-MAX
              ADD 1                         TO WS-STAT-OMITIDOS
              GO TO 2000-LEER-ESTADISTICA-FIN
           END-IF.

           MOVE WS-MES-NUMERO               TO WS-MES-IDX.

           SET PRV-USADO(WS-PRV-IDX)        TO TRUE.

           PERFORM 2100-ACUMULAR
              THRU 2100-ACUMULAR-FIN.

       2000-LEER-ESTADISTICA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SUMA EL CONTADOR SEGUN EL TIPO DE EVENTO (VER PRVSREG)         *
      *----------------------------------------------------------------*
       2100-ACUMULAR.

           EVALUATE TRUE
              WHEN PS-TIPO-ENTREGA
                 ADD 1 TO MES-DIAS(WS-PRV-IDX, WS-MES-IDX)
                 ADD PS-CANTIDAD
                     TO MES-DETALLES(WS-PRV-IDX, WS-MES-IDX)
              WHEN PS-TIPO-TRAILER
                 ADD PS-CANTIDAD
                     TO MES-TRAILERS(WS-PRV-IDX, WS-MES-IDX)
              WHEN PS-TIPO-RECHAZO
                 PERFORM 2110-ACUMULAR-RECHAZO
                    THRU 2110-ACUMULAR-RECHAZO-FIN
              WHEN PS-TIPO-SOSPECHOSO AND PS-CODIGO = "TA"
                 ADD PS-CANTIDAD
                     TO MES-SOSP-TECHO(WS-PRV-IDX, WS-MES-IDX)
              WHEN PS-TIPO-SOSPECHOSO AND PS-CODIGO = "PP"
                 ADD PS-CANTIDAD
                     TO MES-SOSP-PCT(WS-PRV-IDX, WS-MES-IDX)
              WHEN PS-TIPO-SOSPECHOSO
                 ADD PS-CANTIDAD
                     TO MES-SOSP-REPETIDO(WS-PRV-IDX, WS-MES-IDX)
              WHEN PS-TIPO-CORR-SUSRV
                 ADD PS-CANTIDAD
                     TO MES-CORR-SUSRV(WS-PRV-IDX, WS-MES-IDX)
              WHEN PS-TIPO-CORR-VREPR
                 ADD PS-CANTIDAD
                     TO MES-CORR-VREPR(WS-PRV-IDX, WS-MES-IDX)
              WHEN OTHER
                 ADD 1                      TO WS-STAT-OMITIDOS
           END-EVALUATE.

       2100-ACUMULAR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-ACUMULAR-RECHAZO.

           MOVE WS-MOT-MAX                  TO WS-MOT-IDX.

           IF PS-CODIGO IS NUMERIC
              MOVE PS-CODIGO                TO WS-CODIGO-NUM
              IF WS-CODIGO-NUM > 0 AND WS-CODIGO-NUM < WS-MOT-MAX
                 MOVE WS-CODIGO-NUM         TO WS-MOT-IDX
              END-IF
           END-IF.

           ADD PS-CANTIDAD
               TO MES-RECHAZOS(WS-PRV-IDX, WS-MES-IDX).
           ADD PS-CANTIDAD
               TO MES-RECH-MOTIVO(WS-PRV-IDX, WS-MES-IDX, WS-MOT-IDX).

       2110-ACUMULAR-RECHAZO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * BLOQUE DE UN PROVEEDOR CON ACTIVIDAD EN LA VENTANA: CADA       *
      * INDICADOR DEL MES INFORMADO CONTRA EL MES ANTERIOR             *
      *----------------------------------------------------------------*
       3000-IMPRIMIR-PROVEEDOR.

           IF NOT PRV-USADO(WS-PRV-IDX)
              GO TO 3000-IMPRIMIR-PROVEEDOR-FIN
           END-IF.

           ADD 1                            TO WS-PRV-INFORMADOS.

           MOVE SPACES                      TO WS-LINEA-AUX.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

           MOVE WS-PRV-IDX                  TO BLQ-PROVEEDOR.
           MOVE WS-BLQ-TITULO               TO WS-LINEA-AUX.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

           MOVE "  DIAS CON ENTREGA"        TO WS-FILA-DESC.
           MOVE MES-DIAS(WS-PRV-IDX, WS-MES-ACTUAL)
                                             TO WS-FILA-ACTUAL.
           MOVE MES-DIAS(WS-PRV-IDX, WS-MES-ANTERIOR)
                                             TO WS-FILA-ANTERIOR.
           PERFORM 3100-IMPRIMIR-FILA
              THRU 3100-IMPRIMIR-FILA-FIN.

           MOVE "  DETALLES ENVIADOS"       TO WS-FILA-DESC.
           MOVE MES-DETALLES(WS-PRV-IDX, WS-MES-ACTUAL)
                                             TO WS-FILA-ACTUAL.
           MOVE MES-DETALLES(WS-PRV-IDX, WS-MES-ANTERIOR)
                                             TO WS-FILA-ANTERIOR.
           PERFORM 3100-IMPRIMIR-FILA
              THRU 3100-IMPRIMIR-FILA-FIN.

           MOVE "  TRAILERS QUE NO CUADRAN" TO WS-FILA-DESC.
           MOVE MES-TRAILERS(WS-PRV-IDX, WS-MES-ACTUAL)
                                             TO WS-FILA-ACTUAL.
           MOVE MES-TRAILERS(WS-PRV-IDX, WS-MES-ANTERIOR)
                                             TO WS-FILA-ANTERIOR.
           PERFORM 3100-IMPRIMIR-FILA
              THRU 3100-IMPRIMIR-FILA-FIN.

           COMPUTE WS-FILA-ACTUAL
                 = MES-RECHAZOS(WS-PRV-IDX, WS-MES-ACTUAL)
                 - MES-RECH-MOTIVO(WS-PRV-IDX, WS-MES-ACTUAL,
                                   WS-MOT-SIN-TASA).
           COMPUTE WS-FILA-ANTERIOR
                 = MES-RECHAZOS(WS-PRV-IDX, WS-MES-ANTERIOR)
                 - MES-RECH-MOTIVO(WS-PRV-IDX, WS-MES-ANTERIOR,
                                   WS-MOT-SIN-TASA).
           MOVE "  RECHAZOS DE LA CARGA"    TO WS-FILA-DESC.
           PERFORM 3100-IMPRIMIR-FILA
              THRU 3100-IMPRIMIR-FILA-FIN.

           PERFORM 3200-IMPRIMIR-MOTIVO
              THRU 3200-IMPRIMIR-MOTIVO-FIN
             VARYING WS-MOT-IDX FROM 1 BY 1
              UNTIL WS-MOT-IDX > WS-MOT-MAX.

           MOVE "  RECHAZOS SIN TASA (12)"  TO WS-FILA-DESC.
           MOVE MES-RECH-MOTIVO(WS-PRV-IDX, WS-MES-ACTUAL,
                                WS-MOT-SIN-TASA)
                                             TO WS-FILA-ACTUAL.
           MOVE MES-RECH-MOTIVO(WS-PRV-IDX, WS-MES-ANTERIOR,
                                WS-MOT-SIN-TASA)
                                             TO WS-FILA-ANTERIOR.
           PERFORM 3100-IMPRIMIR-FILA
              THRU 3100-IMPRIMIR-FILA-FIN.

           MOVE "  SOSPECHOSOS TECHO ABSOLUTO"
                                             TO WS-FILA-DESC.
           MOVE MES-SOSP-TECHO(WS-PRV-IDX, WS-MES-ACTUAL)
                                             TO WS-FILA-ACTUAL.
           MOVE MES-SOSP-TECHO(WS-PRV-IDX, WS-MES-ANTERIOR)
                                             TO WS-FILA-ANTERIOR.
           PERFORM 3100-IMPRIMIR-FILA
              THRU 3100-IMPRIMIR-FILA-FIN.

           MOVE "  SOSPECHOSOS PCT DEL PROMEDIO"
                                             TO WS-FILA-DESC.
           MOVE MES-SOSP-PCT(WS-PRV-IDX, WS-MES-ACTUAL)
                                             TO WS-FILA-ACTUAL.
           MOVE MES-SOSP-PCT(WS-PRV-IDX, WS-MES-ANTERIOR)
                                             TO WS-FILA-ANTERIOR.
           PERFORM 3100-IMPRIMIR-FILA
              THRU 3100-IMPRIMIR-FILA-FIN.

           MOVE "  SOSPECHOSOS VALOR REPETIDO"
                                             TO WS-FILA-DESC.
           MOVE MES-SOSP-REPETIDO(WS-PRV-IDX, WS-MES-ACTUAL)
                                             TO WS-FILA-ACTUAL.
           MOVE MES-SOSP-REPETIDO(WS-PRV-IDX, WS-MES-ANTERIOR)
                                             TO WS-FILA-ANTERIOR.
           PERFORM 3100-IMPRIMIR-FILA
              THRU 3100-IMPRIMIR-FILA-FIN.

           MOVE "  CORREGIDOS EN CL17SUSRV" TO WS-FILA-DESC.
           MOVE MES-CORR-SUSRV(WS-PRV-IDX, WS-MES-ACTUAL)
                                             TO WS-FILA-ACTUAL.
           MOVE MES-CORR-SUSRV(WS-PRV-IDX, WS-MES-ANTERIOR)
                                             TO WS-FILA-ANTERIOR.
           PERFORM 3100-IMPRIMIR-FILA
              THRU 3100-IMPRIMIR-FILA-FIN.

           MOVE "  REPROCESADOS EN CL17VREPR"
                                             TO WS-FILA-DESC.
           MOVE MES-CORR-VREPR(WS-PRV-IDX, WS-MES-ACTUAL)
                                             TO WS-FILA-ACTUAL.
           MOVE MES-CORR-VREPR(WS-PRV-IDX, WS-MES-ANTERIOR)
                                             TO WS-FILA-ANTERIOR.
           PERFORM 3100-IMPRIMIR-FILA
              THRU 3100-IMPRIMIR-FILA-FIN.

           MOVE WS-MES-ACTUAL               TO WS-MES-IDX.
           PERFORM 3500-CALCULAR-TASA
              THRU 3500-CALCULAR-TASA-FIN.
           MOVE WS-TASA                     TO WS-TASA-ACTUAL.

           MOVE WS-MES-ANTERIOR             TO WS-MES-IDX.
           PERFORM 3500-CALCULAR-TASA
              THRU 3500-CALCULAR-TASA-FIN.
           MOVE WS-TASA                     TO WS-TASA-ANTERIOR.

           COMPUTE WS-TASA-DIFERENCIA = WS-TASA-ACTUAL
                                       - WS-TASA-ANTERIOR.

           EVALUATE TRUE
              WHEN WS-TASA-DIFERENCIA > 0
                 MOVE "SUBE"                TO WS-TENDENCIA
              WHEN WS-TASA-DIFERENCIA < 0
                 MOVE "BAJA"                TO WS-TENDENCIA
              WHEN OTHER
                 MOVE "IGUAL"               TO WS-TENDENCIA
           END-EVALUATE.

           MOVE "  TASA DE ERROR (%)"       TO FTA-DESC.
           MOVE WS-TASA-ACTUAL              TO FTA-ACTUAL.
           MOVE WS-TASA-ANTERIOR            TO FTA-ANTERIOR.
           MOVE WS-TASA-DIFERENCIA          TO FTA-DIFERENCIA.
           MOVE WS-TENDENCIA                TO FTA-TENDENCIA.
           MOVE WS-BLQ-FILA-TASA            TO WS-LINEA-AUX.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

       3000-IMPRIMIR-PROVEEDOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME UNA FILA DEL BLOQUE CON SU DIFERENCIA Y TENDENCIA      *
      *----------------------------------------------------------------*
       3100-IMPRIMIR-FILA.

           COMPUTE WS-FILA-DIFERENCIA = WS-FILA-ACTUAL
                                       - WS-FILA-ANTERIOR.

           EVALUATE TRUE
              WHEN WS-FILA-DIFERENCIA > 0
                 MOVE "SUBE"                TO WS-TENDENCIA
              WHEN WS-FILA-DIFERENCIA < 0
                 MOVE "BAJA"                TO WS-TENDENCIA
              WHEN OTHER
                 MOVE "IGUAL"               TO WS-TENDENCIA
           END-EVALUATE.

           MOVE WS-FILA-DESC                TO FIL-DESC.
           MOVE WS-FILA-ACTUAL              TO FIL-ACTUAL.
           MOVE WS-FILA-ANTERIOR            TO FIL-ANTERIOR.
           MOVE WS-FILA-DIFERENCIA          TO FIL-DIFERENCIA.
           MOVE WS-TENDENCIA                TO FIL-TENDENCIA.
           MOVE WS-BLQ-FILA                 TO WS-LINEA-AUX.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

       3100-IMPRIMIR-FILA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DESGLOSE DE LOS RECHAZOS POR MOTIVO: SOLO LOS MOTIVOS CON      *
      * RECHAZOS EN ALGUNO DE LOS DOS MESES. EL 12 (SIN TASA) TIENE    *
      * FILA PROPIA.                                                   *
      *----------------------------------------------------------------*
       3200-IMPRIMIR-MOTIVO.

           IF WS-MOT-IDX = WS-MOT-SIN-TASA
              GO TO 3200-IMPRIMIR-MOTIVO-FIN
           END-IF.

           MOVE MES-RECH-MOTIVO(WS-PRV-IDX, WS-MES-ACTUAL, WS-MOT-IDX)
                                             TO WS-FILA-ACTUAL.
           MOVE MES-RECH-MOTIVO(WS-PRV-IDX, WS-MES-ANTERIOR,
                                WS-MOT-IDX)  TO WS-FILA-ANTERIOR.

           IF WS-FILA-ACTUAL = 0 AND WS-FILA-ANTERIOR = 0
              GO TO 3200-IMPRIMIR-MOTIVO-FIN
           END-IF.

           MOVE WS-MOT-IDX                  TO FMO-CODIGO.
           MOVE MOT-DESC(WS-MOT-IDX)        TO FMO-DESC.
           MOVE WS-FILA-MOTIVO              TO WS-FILA-DESC.

           PERFORM 3100-IMPRIMIR-FILA
              THRU 3100-IMPRIMIR-FILA-FIN.

       3200-IMPRIMIR-MOTIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * TASA DE ERROR DEL PROVEEDOR WS-PRV-IDX EN EL MES WS-MES-IDX:   *
      * RECHAZOS MAS SOSPECHOSOS SOBRE DETALLES ENVIADOS, EN PORCIENTO *
      *----------------------------------------------------------------*
       3500-CALCULAR-TASA.

           MOVE 0                           TO WS-TASA.

           IF MES-DETALLES(WS-PRV-IDX, WS-MES-IDX) = 0
              GO TO 3500-CALCULAR-TASA-FIN
           END-IF.

           COMPUTE WS-ERRORES
                 = MES-RECHAZOS(WS-PRV-IDX, WS-MES-IDX)
                 + MES-SOSP-TECHO(WS-PRV-IDX, WS-MES-IDX)
                 + MES-SOSP-PCT(WS-PRV-IDX, WS-MES-IDX)
                 + MES-SOSP-REPETIDO(WS-PRV-IDX, WS-MES-IDX).

           COMPUTE WS-TASA ROUNDED
                 = WS-ERRORES * 100
                 / MES-DETALLES(WS-PRV-IDX, WS-MES-IDX)
               ON SIZE ERROR
                  MOVE 999,99               TO WS-TASA
           END-COMPUTE.

       3500-CALCULAR-TASA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CUADRO FINAL DE TENDENCIA: TASA DE ERROR POR PROVEEDOR EN LOS  *
      * SEIS MESES Y LA DIRECCION DEL ULTIMO CAMBIO                    *
      *----------------------------------------------------------------*
       4000-IMPRIMIR-TENDENCIA.

           IF WS-PRV-INFORMADOS = 0
              MOVE SPACES                   TO WS-LINEA-AUX
              PERFORM 8000-IMPRIMIR-LINEA
                 THRU 8000-IMPRIMIR-LINEA-FIN
              MOVE "SIN ESTADISTICA DE PROVEEDORES EN LA VENTANA"
                                             TO WS-LINEA-AUX
              PERFORM 8000-IMPRIMIR-LINEA
                 THRU 8000-IMPRIMIR-LINEA-FIN
              GO TO 4000-IMPRIMIR-TENDENCIA-FIN
           END-IF.

           PERFORM 8100-IMPRIMIR-ENCABEZADO
              THRU 8100-IMPRIMIR-ENCABEZADO-FIN.

           MOVE WS-TEN-TITULO               TO WS-LINEA-AUX.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

           MOVE SPACES                      TO WS-LINEA-AUX.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

           PERFORM 4010-ROTULAR-MES
              THRU 4010-ROTULAR-MES-FIN
             VARYING WS-MES-IDX FROM 1 BY 1
              UNTIL WS-MES-IDX > WS-MES-MAX.

           MOVE WS-TEN-MESES                TO WS-LINEA-AUX.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

           PERFORM 4100-IMPRIMIR-FILA-TENDENCIA
              THRU 4100-IMPRIMIR-FILA-TENDENCIA-FIN
             VARYING WS-PRV-IDX FROM 1 BY 1
              UNTIL WS-PRV-IDX > WS-PRV-MAX.

       4000-IMPRIMIR-TENDENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       4010-ROTULAR-MES.

           MOVE MES-PERIODO(WS-MES-IDX)     TO TEN-MES(WS-MES-IDX).

       4010-ROTULAR-MES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       4100-IMPRIMIR-FILA-TENDENCIA.

           IF NOT PRV-USADO(WS-PRV-IDX)
              GO TO 4100-IMPRIMIR-FILA-TENDENCIA-FIN
           END-IF.

           MOVE WS-PRV-IDX                  TO TEN-PROVEEDOR.

           PERFORM 4110-TASA-MES
              THRU 4110-TASA-MES-FIN
             VARYING WS-MES-IDX FROM 1 BY 1
              UNTIL WS-MES-IDX > WS-MES-MAX.

           MOVE WS-TENDENCIA                TO TEN-TENDENCIA.
           MOVE WS-TEN-FILA                 TO WS-LINEA-AUX.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

       4100-IMPRIMIR-FILA-TENDENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * TASA DE UN MES; AL LLEGAR AL MES INFORMADO LA COMPARA CON LA   *
      * DEL ANTERIOR PARA LA COLUMNA DE TENDENCIA                      *
      *----------------------------------------------------------------*
       4110-TASA-MES.

           PERFORM 3500-CALCULAR-TASA
              THRU 3500-CALCULAR-TASA-FIN.

           MOVE WS-TASA                     TO TEN-TASA(WS-MES-IDX).

           IF WS-MES-IDX = WS-MES-ANTERIOR
              MOVE WS-TASA                  TO WS-TASA-ANTERIOR
           END-IF.

           IF WS-MES-IDX = WS-MES-ACTUAL
              EVALUATE TRUE
                 WHEN WS-TASA > WS-TASA-ANTERIOR
                    MOVE "SUBE"             TO WS-TENDENCIA
                 WHEN WS-TASA < WS-TASA-ANTERIOR
                    MOVE "BAJA"             TO WS-TENDENCIA
                 WHEN OTHER
                    MOVE "IGUAL"            TO WS-TENDENCIA
              END-EVALUATE
           END-IF.

       4110-TASA-MES-FIN.
           EXIT.
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
      * PIE DE CONTROL Y CIERRE DE ARCHIVOS                            *
      *----------------------------------------------------------------*
       9000-FINALIZAR.

           MOVE WS-STAT-LEIDOS              TO PIE-LEIDOS.
           MOVE WS-STAT-OMITIDOS            TO PIE-OMITIDOS.
           MOVE WS-PRV-INFORMADOS           TO PIE-PROVEEDORES.

           MOVE SPACES                      TO PRT-LINEA.
           WRITE PRT-LINEA.

           MOVE SPACES                      TO PRT-LINEA.
           MOVE WS-PIE-CONTROL              TO PRT-LINEA.
           WRITE PRT-LINEA.

           MOVE SPACES                      TO PRT-LINEA.
           MOVE WS-PIE-PROVEEDORES          TO PRT-LINEA.
           WRITE PRT-LINEA.

           CLOSE PROVIDER-STATS.
           CLOSE PRT-FILE.

           DISPLAY "SCORECARD DE PROVEEDORES " WS-PERIODO-INFORME
                    " - PROVEEDORES: " WS-PRV-INFORMADOS
                    " - VER PVSRPT".

       9000-FINALIZAR-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL17PVSCR.

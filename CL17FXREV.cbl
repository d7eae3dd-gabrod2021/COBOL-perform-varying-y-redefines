      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: REVALUACION CAMBIARIA DIARIA DE LAS POSICIONES EN
      *          MONEDA EXTRANJERA. RECORRE EL MAESTRO VALMAST Y, PARA
      *          CADA POSICION CUYA MONEDA NO ES LA BASE, RECONVIERTE
      *          EL IMPORTE ORIGINAL MA-VALOR-ORIG CON LA TASA DEL DIA
      *          DEL ARCHIVO CAMBIOS. LA DIFERENCIA EN MONEDA BASE
      *          CONTRA EL MA-VALOR VIGENTE ES RESULTADO NO REALIZADO:
      *          GANANCIA (DEBE EN LA CUENTA MAPEADA DE LA POSICION,
      *          HABER EN LA CUENTA DE GANANCIA) O PERDIDA (DEBE EN LA
      *          CUENTA DE PERDIDA, HABER EN LA CUENTA MAPEADA), CON
      *          LAS CUENTAS DEL MISMO ARCHIVO GLMAP QUE USA
      *          CL17GLPST. LOS ASIENTOS SALEN COMO LOTE "FX" EN
      *          FORMATO GLIF EN GLFXREV, SOLO SI CUADRAN Y NO HAY
      *          POSICIONES SIN MAPEO (SI NO, RC 8). EMITIDO EL LOTE,
      *          EL MAESTRO QUEDA VALUADO A LA TASA DEL DIA, ASI LA
      *          REVALUACION DE MANIANA SOLO ASIENTA LA VARIACION
      *          NUEVA. REPORTE FXRPT CON EL DETALLE POR POSICION Y
      *          EL RESUMEN POR MONEDA. LAS POSICIONES CUYA MONEDA NO
      *          TIENE TASA DEL DIA SE LISTAN Y DEJAN EL JOB EN RC 4.
      * Tectonics: cobc
      * Modification History:
      *  15/10/2026 GR  Original version.
      *  15/10/2026 GR  Cada posicion revaluada se agrega tambien a la
      *                 historia VALHIST con la fecha y la tasa del
      *                 dia, para que maestro e historia sigan
      *                 contando lo mismo.
      *  15/10/2026 GR  Cierre contable: con el mes en curso cerrado
      *                 en PERCTRL (control via PERCHK) no hay
      *                 revaluacion - RC 8 sin lote ni cambios al
      *                 maestro.
      *  15/10/2026 GR  La historia lleva el proveedor del maestro
      *                 (VALHREG de 46 bytes).
      *  15/10/2026 GR  La historia de una posicion revaluada sin carga
      *                 del dia se graba con origen "R", que no cuenta
      *                 como dia cargado; si la carga ya grabo el dia,
      *                 se regraba el valor conservando su origen.
      *  15/10/2026 GR  PERCHK se cierra despues de consultar el estado
      *                 del periodo: el CERRAR limpiaba el status y el
      *                 mes cerrado nunca detenia la revaluacion.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17FXREV.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT VALUES-MASTER            ASSIGN TO "VALMAST"
                                            ORGANIZATION IS INDEXED
                                            ACCESS MODE IS DYNAMIC
                                            RECORD KEY IS MA-INDICE
                                            FILE STATUS WS-FS-MAESTRO.

           SELECT VALUES-HISTORY           ASSIGN TO "VALHIST"
                                            ORGANIZATION IS INDEXED
                                            ACCESS MODE IS DYNAMIC
                                            RECORD KEY IS VH-CLAVE
                                            FILE STATUS IS WS-FS-HIST.

           SELECT RATES-FILE               ASSIGN TO "CAMBIOS"
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS WS-FS-CAMBIOS.

           SELECT GL-MAP                   ASSIGN TO "GLMAP"
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-MAP.

           SELECT WORK-FILE                ASSIGN TO "FXWORK"
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-WORK.

           SELECT GL-INTERFACE             ASSIGN TO "GLFXREV"
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-GLIF.

           SELECT PRT-FILE                 ASSIGN TO "FXRPT"
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-PRT.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD  VALUES-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
           COPY VALMREG.

       FD  VALUES-HISTORY
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 46 CHARACTERS.
           COPY VALHREG.

      *----------------------------------------------------------------*
      * TASAS DE CAMBIO, MISMO LAYOUT QUE LEE LA CARGA DE CL17EJEM2    *
      *----------------------------------------------------------------*
       FD  RATES-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  TC-REGISTRO.
           05  TC-MONEDA                    PIC X(03).
           05  TC-FECHA                     PIC X(10).
           05  TC-TASA                      PIC 9(3)V9(6).
           05  FILLER                       PIC X(08).

       FD  GL-MAP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
           COPY GLMPREG.

       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  WK-REGISTRO                      PIC X(60).

       FD  GL-INTERFACE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  GL-REGISTRO                      PIC X(60).

       FD  PRT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PRT-LINEA                        PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-FS-MAESTRO                    PIC X(02).
       77  WS-FS-HIST                       PIC X(02).
       77  WS-FS-CAMBIOS                    PIC X(02).
       77  WS-FS-MAP                        PIC X(02).
       77  WS-FS-WORK                       PIC X(02).
       77  WS-FS-GLIF                       PIC X(02).
       77  WS-FS-PRT                        PIC X(02).
       77  WS-RC-ARCHIVO                    PIC 9(02).
           88  WS-RC-ARCHIVO-FATAL          VALUE 8.

       77  WS-FILERR-ARCHIVO                PIC X(09).
       77  WS-FILERR-OPERACION              PIC X(08) VALUE "OPEN".

       77  WS-PER-ACCION-VERIFI             PIC X(06) VALUE "VERIFI".
       77  WS-PER-ACCION-CERRAR             PIC X(06) VALUE "CERRAR".
       77  WS-PER-STATUS                    PIC 9(02) VALUE 0.
           88  WS-PERIODO-CERRADO           VALUE 1.

       77  WS-SW-EOF                        PIC X(01) VALUE "N".
           88  WS-EOF-SI                    VALUE "S".
           88  WS-EOF-NO                    VALUE "N".

       77  WS-SW-FIN-MAP                    PIC X(01) VALUE "N".
           88  WS-FIN-MAP-SI                VALUE "S".
           88  WS-FIN-MAP-NO                VALUE "N".

       77  WS-SW-FIN-TAS                    PIC X(01) VALUE "N".
           88  WS-FIN-TAS-SI                VALUE "S".
           88  WS-FIN-TAS-NO                VALUE "N".

       77  WS-SW-EMITIDA                    PIC X(01) VALUE "N".
           88  WS-EMITIDA-SI                VALUE "S".
           88  WS-EMITIDA-NO                VALUE "N".

      *----------------------------------------------------------------*
      * MAPEO DE CUENTAS (MISMO QUE CL17GLPST) Y CUENTAS DE GANANCIA   *
      * Y PERDIDA POR DIFERENCIA DE CAMBIO NO REALIZADA                *
      *----------------------------------------------------------------*
       77  WS-MAP-MAX                       PIC 9(03) VALUE 100.
       77  WS-MAP-COUNT                     PIC 9(03) VALUE 0.
       77  WS-MAP-IDX                       PIC 9(03).
       77  WS-MAP-HALLADO                   PIC 9(03).

       01  WS-MAPEO.
           05  WS-MAP-ENTRADA OCCURS 100 TIMES.
               10  MAP-DESDE                PIC 9(05).
               10  MAP-HASTA                PIC 9(05).
               10  MAP-CUENTA               PIC X(10).

       77  WS-CUENTA-GANANCIA               PIC X(10) VALUE SPACES.
       77  WS-CUENTA-PERDIDA                PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      * TASAS DEL DIA (SOLO LAS DE LA FECHA DE HOY DEL ARCHIVO         *
      * CAMBIOS)                                                       *
      *----------------------------------------------------------------*
       77  WS-MONEDA-BASE                   PIC X(03) VALUE "ARS".

       77  WS-TAS-MAX                       PIC 9(03) VALUE 200.
       77  WS-TAS-COUNT                     PIC 9(03) VALUE 0.
       77  WS-TAS-IDX                       PIC 9(03).
       77  WS-TAS-HALLADO                   PIC 9(03).

       01  WS-TASAS.
           05  WS-TAS-ENTRADA OCCURS 200 TIMES.
               10  TAS-MONEDA               PIC X(03).
               10  TAS-TASA                 PIC 9(3)V9(6).

      *----------------------------------------------------------------*
      * RESUMEN POR MONEDA                                             *
      *----------------------------------------------------------------*
       77  WS-MON-MAX                       PIC 9(02) VALUE 20.
       77  WS-MON-COUNT                     PIC 9(02) VALUE 0.
       77  WS-MON-IDX                       PIC 9(02).
       77  WS-MON-HALLADO                   PIC 9(02).

       01  WS-MONEDAS.
           05  WS-MON-ENTRADA OCCURS 20 TIMES.
               10  MON-CODIGO               PIC X(03).
               10  MON-TASA                 PIC 9(3)V9(6).
               10  MON-CONTEO               PIC 9(05).
               10  MON-SIN-TASA             PIC 9(05).
               10  MON-GANANCIA             PIC S9(9)V99.
               10  MON-PERDIDA              PIC S9(9)V99.

       77  WS-TASA-DIA                      PIC 9(3)V9(6).
       77  WS-VALOR-NUEVO                   PIC S9(7)V99.
       77  WS-DIFERENCIA                    PIC S9(7)V99.
       77  WS-IMPORTE-ABS                   PIC 9(9)V99.
       77  WS-TOTAL-DEBE                    PIC 9(11)V99 VALUE 0.
       77  WS-TOTAL-HABER                   PIC 9(11)V99 VALUE 0.

       77  WS-SW-REVALUA                    PIC X(01).
           88  WS-REVALUA-SI                VALUE "S".
           88  WS-REVALUA-NO                VALUE "N".

       77  WS-POS-LEIDAS                    PIC 9(07) VALUE 0.
       77  WS-POS-EXTRANJERAS               PIC 9(07) VALUE 0.
       77  WS-POS-REVALUADAS                PIC 9(07) VALUE 0.
       77  WS-POS-SIN-TASA                  PIC 9(07) VALUE 0.
       77  WS-POS-DESBORDE                  PIC 9(07) VALUE 0.
       77  WS-SIN-MAPEO                     PIC 9(07) VALUE 0.
       77  WS-ASIENTOS                      PIC 9(07) VALUE 0.
       77  WS-ACTUALIZADAS                  PIC 9(07) VALUE 0.

       77  WS-SW-HIST                       PIC X(01) VALUE "N".
           88  WS-HIST-ABIERTO              VALUE "S".
           88  WS-HIST-CERRADO              VALUE "N".

       01  WS-FECHA-SISTEMA                 PIC 9(08).
       01  WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
           05  WS-FS-ANIO                   PIC 9(04).
           05  WS-FS-MES                    PIC 9(02).
           05  WS-FS-DIA                    PIC 9(02).

       01  WS-FECHA-HOY-TXT.
           05  WS-FH-ANIO                   PIC 9(04).
           05  FILLER                       PIC X(01) VALUE "-".
           05  WS-FH-MES                    PIC 9(02).
           05  FILLER                       PIC X(01) VALUE "-".
           05  WS-FH-DIA                    PIC 9(02).

       01  WS-HORA-SISTEMA                  PIC 9(08).
       01  WS-HORA-SISTEMA-R REDEFINES WS-HORA-SISTEMA.
           05  WS-HS-HORA                   PIC 9(02).
           05  WS-HS-MIN                    PIC 9(02).
           05  WS-HS-SEG                    PIC 9(02).
           05  WS-HS-CENT                   PIC 9(02).

           COPY GLIFREG.

       77  WS-LINEAS-POR-PAGINA             PIC 9(02) VALUE 20.
       77  WS-LINEAS-EN-PAGINA              PIC 9(02) VALUE 0.
       77  WS-NUMERO-PAGINA                 PIC 9(04) VALUE 0.

       01  WS-ENCABEZADO-1.
           05  FILLER                       PIC X(20) VALUE
               "SISTEMA CL17FXREV".
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
           05  FILLER                       PIC X(40) VALUE
               "REVALUACION CAMBIARIA - POSICIONES M/E".
           05  FILLER                       PIC X(08) VALUE "PAGINA: ".
           05  ENC-PAGINA                   PIC ZZZ9.

       01  WS-ENCABEZADO-3.
           05  FILLER                       PIC X(10) VALUE
               "POS.  MON ".
           05  FILLER                       PIC X(12) VALUE
               "  IMP. ORIG.".
           05  FILLER                       PIC X(12) VALUE
               " VALOR ANT. ".
           05  FILLER                       PIC X(12) VALUE
               " VALOR NUEVO".
           05  FILLER                       PIC X(12) VALUE
               "  DIFERENCIA".
           05  FILLER                       PIC X(12) VALUE
               " OBSERVACION".

       01  WS-DETALLE.
           05  DET-POSICION                 PIC ZZZZ9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-MONEDA                   PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-VALOR-ORIG               PIC -(7)9,99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-VALOR-ANT                PIC -(7)9,99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-VALOR-NUEVO              PIC -(7)9,99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-DIFERENCIA               PIC -(7)9,99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-OBSERVACION              PIC X(12).

       01  WS-RESUMEN-TITULO.
           05  FILLER                       PIC X(27) VALUE
               "MON       TASA  POS.   S/T ".
           05  FILLER                       PIC X(41) VALUE
               "     GANANCIA       PERDIDA          NETO".

       01  WS-RESUMEN.
           05  RES-MONEDA                   PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  RES-TASA                     PIC ZZ9,999999.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  RES-POSICIONES               PIC ZZZZ9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  RES-SIN-TASA                 PIC ZZZZ9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  RES-GANANCIA                 PIC -(9)9,99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  RES-PERDIDA                  PIC -(9)9,99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  RES-NETO                     PIC -(9)9,99.

       77  WS-NETO-MONEDA                   PIC S9(9)V99.

       01  WS-PIE-CONTROL.
           05  FILLER                       PIC X(32) VALUE
               "M/E / REVAL. / SIN TASA / ASIEN:".
           05  PIE-EXTRANJERAS              PIC ZZZZZZ9.
           05  FILLER                       PIC X(01) VALUE "/".
           05  PIE-REVALUADAS               PIC ZZZZZZ9.
           05  FILLER                       PIC X(01) VALUE "/".
           05  PIE-SIN-TASA                 PIC ZZZZZZ9.
           05  FILLER                       PIC X(01) VALUE "/".
           05  PIE-ASIENTOS                 PIC ZZZZZZ9.

       77  WS-RUN-ACCION-INICIO             PIC X(06) VALUE "INICIO".
       77  WS-RUN-ACCION-FIN                PIC X(06) VALUE "FIN".
       77  WS-RUN-LEIDOS                    PIC 9(07) VALUE 0.
       77  WS-RUN-ESCRITOS                  PIC 9(07) VALUE 0.
       77  WS-RUN-RECHAZADOS                PIC 9(07) VALUE 0.
       77  WS-RUN-RC                        PIC 9(02) VALUE 0.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           CALL "RUNLOG" USING "CL17FXREV" WS-RUN-ACCION-INICIO
                                WS-RUN-LEIDOS WS-RUN-ESCRITOS
                                WS-RUN-RECHAZADOS WS-RUN-RC.

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-FIN.

           IF NOT WS-RC-ARCHIVO-FATAL
              PERFORM 2000-REVALUAR-MAESTRO
                 THRU 2000-REVALUAR-MAESTRO-FIN
                UNTIL WS-EOF-SI

              PERFORM 3000-EMITIR-INTERFAZ
                 THRU 3000-EMITIR-INTERFAZ-FIN

              IF WS-EMITIDA-SI
                 PERFORM 4000-ACTUALIZAR-MAESTRO
                    THRU 4000-ACTUALIZAR-MAESTRO-FIN
              END-IF

              PERFORM 9000-FINALIZAR
                 THRU 9000-FINALIZAR-FIN
           END-IF.

           IF RETURN-CODE = 0
              AND (WS-POS-SIN-TASA > 0 OR WS-POS-DESBORDE > 0)
              MOVE 4                        TO RETURN-CODE
           END-IF.

           MOVE WS-POS-LEIDAS               TO WS-RUN-LEIDOS.
           MOVE WS-ACTUALIZADAS             TO WS-RUN-ESCRITOS.
           COMPUTE WS-RUN-RECHAZADOS = WS-POS-SIN-TASA
                                      + WS-POS-DESBORDE
                                      + WS-SIN-MAPEO.
           MOVE RETURN-CODE                 TO WS-RUN-RC.

           CALL "RUNLOG" USING "CL17FXREV" WS-RUN-ACCION-FIN
                                WS-RUN-LEIDOS WS-RUN-ESCRITOS
                                WS-RUN-RECHAZADOS WS-RUN-RC.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIALIZAR.

           ACCEPT WS-FECHA-SISTEMA          FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA           FROM TIME.

           MOVE WS-FS-ANIO                  TO WS-FH-ANIO.
           MOVE WS-FS-MES                   TO WS-FH-MES.
           MOVE WS-FS-DIA                   TO WS-FH-DIA.

           CALL "PERCHK" USING WS-FECHA-SISTEMA WS-PER-ACCION-VERIFI
                                WS-PER-STATUS.

           IF WS-PERIODO-CERRADO
              DISPLAY "PERIODO CONTABLE CERRADO - SIN REVALUACION"
              CALL "PERCHK" USING WS-FECHA-SISTEMA
                                   WS-PER-ACCION-CERRAR WS-PER-STATUS
              MOVE 8                        TO WS-RC-ARCHIVO
              MOVE 8                        TO RETURN-CODE
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           CALL "PERCHK" USING WS-FECHA-SISTEMA WS-PER-ACCION-CERRAR
                                WS-PER-STATUS.

           PERFORM 1010-CARGAR-MAPEO
              THRU 1010-CARGAR-MAPEO-FIN.

           IF WS-RC-ARCHIVO-FATAL
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           PERFORM 1030-CARGAR-CAMBIOS
              THRU 1030-CARGAR-CAMBIOS-FIN.

           OPEN I-O VALUES-MASTER.

           MOVE "VALMAST"                   TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17FXREV" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-MAESTRO WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR VALMAST - FIN ANORMAL"
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           MOVE 0                           TO MA-INDICE.
           START VALUES-MASTER KEY > MA-INDICE
               INVALID KEY
                   SET WS-EOF-SI            TO TRUE
           END-START.

           OPEN OUTPUT WORK-FILE.

           MOVE "FXWORK"                    TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17FXREV" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-WORK WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR FXWORK - FIN ANORMAL"
              CLOSE VALUES-MASTER
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           OPEN OUTPUT PRT-FILE.

           MOVE "FXRPT"                     TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17FXREV" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-PRT WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR FXRPT - FIN ANORMAL"
              CLOSE VALUES-MASTER
              CLOSE WORK-FILE
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           PERFORM 8100-IMPRIMIR-ENCABEZADO
              THRU 8100-IMPRIMIR-ENCABEZADO-FIN.

       1000-INICIALIZAR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CARGA EL MAPEO DE CUENTAS. SIN MAPEO, O SIN LAS CUENTAS DE     *
      * GANANCIA Y PERDIDA (RANGO 0-0 TIPO "G" Y "P"), NO HAY          *
      * REVALUACION.                                                   *
      *----------------------------------------------------------------*
       1010-CARGAR-MAPEO.

           OPEN INPUT GL-MAP.

           IF WS-FS-MAP NOT = "00"
              DISPLAY "SIN ARCHIVO DE MAPEO GLMAP - SIN REVALUACION"
              MOVE 8                        TO WS-RC-ARCHIVO
              MOVE 8                        TO RETURN-CODE
              GO TO 1010-CARGAR-MAPEO-FIN
           END-IF.

           PERFORM 1020-LEER-MAPEO
              THRU 1020-LEER-MAPEO-FIN
             UNTIL WS-FIN-MAP-SI
                OR WS-MAP-COUNT >= WS-MAP-MAX.

           IF WS-FIN-MAP-NO AND WS-MAP-COUNT >= WS-MAP-MAX
              DISPLAY "GLMAP EXCEDE " WS-MAP-MAX
                       " RANGOS - SIN REVALUACION"
              MOVE 8                        TO WS-RC-ARCHIVO
              MOVE 8                        TO RETURN-CODE
           END-IF.

           CLOSE GL-MAP.

           IF WS-CUENTA-GANANCIA = SPACES
              OR WS-CUENTA-PERDIDA = SPACES
              DISPLAY "GLMAP SIN CUENTAS DE DIFERENCIA DE CAMBIO"
                       " (RANGO 0-0 TIPO G/P) - SIN REVALUACION"
              MOVE 8                        TO WS-RC-ARCHIVO
              MOVE 8                        TO RETURN-CODE
           END-IF.

       1010-CARGAR-MAPEO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1020-LEER-MAPEO.

           READ GL-MAP
               AT END
                   SET WS-FIN-MAP-SI        TO TRUE
               NOT AT END
                   IF GM-DESDE = 0 AND GM-HASTA = 0
                      IF GM-TIPO-GANANCIA
                         MOVE GM-CUENTA     TO WS-CUENTA-GANANCIA
                      END-IF
                      IF GM-TIPO-PERDIDA
                         MOVE GM-CUENTA     TO WS-CUENTA-PERDIDA
                      END-IF
                   ELSE
                      ADD 1                 TO WS-MAP-COUNT
                      MOVE GM-DESDE         TO
                           MAP-DESDE(WS-MAP-COUNT)
                      MOVE GM-HASTA         TO
                           MAP-HASTA(WS-MAP-COUNT)
                      MOVE GM-CUENTA        TO
                           MAP-CUENTA(WS-MAP-COUNT)
                   END-IF
           END-READ.

       1020-LEER-MAPEO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CARGA LAS TASAS DE HOY DEL ARCHIVO CAMBIOS. SIN ARCHIVO NINGUNA*
      * POSICION EN MONEDA EXTRANJERA SE PUEDE REVALUAR.               *
      *----------------------------------------------------------------*
       1030-CARGAR-CAMBIOS.

           OPEN INPUT RATES-FILE.

           IF WS-FS-CAMBIOS NOT = "00"
              DISPLAY "SIN ARCHIVO CAMBIOS - NINGUNA TASA DEL DIA"
              GO TO 1030-CARGAR-CAMBIOS-FIN
           END-IF.

           PERFORM 1040-LEER-TASA
              THRU 1040-LEER-TASA-FIN
             UNTIL WS-FIN-TAS-SI
                OR WS-TAS-COUNT >= WS-TAS-MAX.

           IF WS-FIN-TAS-NO AND WS-TAS-COUNT >= WS-TAS-MAX
              DISPLAY "CAMBIOS EXCEDE " WS-TAS-MAX
                       " TASAS DEL DIA - RESTO OMITIDO"
           END-IF.

           CLOSE RATES-FILE.

       1030-CARGAR-CAMBIOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1040-LEER-TASA.

           READ RATES-FILE
               AT END
                   SET WS-FIN-TAS-SI        TO TRUE
               NOT AT END
                   IF TC-MONEDA NOT = SPACES
                      AND TC-FECHA = WS-FECHA-HOY-TXT
                      AND TC-TASA IS NUMERIC
                      AND TC-TASA > 0
                      ADD 1                 TO WS-TAS-COUNT
                      MOVE TC-MONEDA        TO
                           TAS-MONEDA(WS-TAS-COUNT)
                      MOVE TC-TASA          TO
                           TAS-TASA(WS-TAS-COUNT)
                   END-IF
           END-READ.

       1040-LEER-TASA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LEE LA PROXIMA POSICION DEL MAESTRO; LAS DE MONEDA BASE NO SE  *
      * REVALUAN                                                       *
      *----------------------------------------------------------------*
       2000-REVALUAR-MAESTRO.

           READ VALUES-MASTER NEXT RECORD
               AT END
                   SET WS-EOF-SI            TO TRUE
                   GO TO 2000-REVALUAR-MAESTRO-FIN
           END-READ.

           ADD 1                            TO WS-POS-LEIDAS.

           IF MA-MONEDA = SPACES OR MA-MONEDA = WS-MONEDA-BASE
              GO TO 2000-REVALUAR-MAESTRO-FIN
           END-IF.

           ADD 1                            TO WS-POS-EXTRANJERAS.

           PERFORM 2100-REVALUAR-POSICION
              THRU 2100-REVALUAR-POSICION-FIN.

       2000-REVALUAR-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RECONVIERTE LA POSICION A LA TASA DEL DIA, LA LISTA Y ARMA EL  *
      * PAR DEBE/HABER DE LA DIFERENCIA EN EL ARCHIVO DE TRABAJO       *
      *----------------------------------------------------------------*
       2100-REVALUAR-POSICION.

           MOVE MA-INDICE                   TO DET-POSICION.
           MOVE MA-MONEDA                   TO DET-MONEDA.
           MOVE MA-VALOR-ORIG               TO DET-VALOR-ORIG.
           MOVE MA-VALOR                    TO DET-VALOR-ANT.
           MOVE 0                           TO DET-VALOR-NUEVO.
           MOVE 0                           TO DET-DIFERENCIA.

           PERFORM 2200-CALCULAR-REVALUACION
              THRU 2200-CALCULAR-REVALUACION-FIN.

           PERFORM 2300-ACUMULAR-MONEDA
              THRU 2300-ACUMULAR-MONEDA-FIN.

           IF WS-REVALUA-NO
              PERFORM 8000-IMPRIMIR-LINEA
                 THRU 8000-IMPRIMIR-LINEA-FIN
              GO TO 2100-REVALUAR-POSICION-FIN
           END-IF.

           ADD 1                            TO WS-POS-REVALUADAS.
           MOVE WS-VALOR-NUEVO              TO DET-VALOR-NUEVO.
           MOVE WS-DIFERENCIA               TO DET-DIFERENCIA.

           IF WS-DIFERENCIA = 0
              MOVE "SIN VARIAC."            TO DET-OBSERVACION
              PERFORM 8000-IMPRIMIR-LINEA
                 THRU 8000-IMPRIMIR-LINEA-FIN
              GO TO 2100-REVALUAR-POSICION-FIN
           END-IF.

           MOVE 0                           TO WS-MAP-HALLADO.

           PERFORM 2110-BUSCAR-RANGO
              THRU 2110-BUSCAR-RANGO-FIN
             VARYING WS-MAP-IDX FROM 1 BY 1
              UNTIL WS-MAP-IDX > WS-MAP-COUNT
                 OR WS-MAP-HALLADO > 0.

           IF WS-MAP-HALLADO = 0
              ADD 1                         TO WS-SIN-MAPEO
              DISPLAY "POSICION SIN MAPEO EN GLMAP: " MA-INDICE
              MOVE "SIN MAPEO"              TO DET-OBSERVACION
              PERFORM 8000-IMPRIMIR-LINEA
                 THRU 8000-IMPRIMIR-LINEA-FIN
              GO TO 2100-REVALUAR-POSICION-FIN
           END-IF.

      *----------------------------------------------------------------*
      * GANANCIA: DEBE EN LA CUENTA MAPEADA, HABER EN LA CUENTA DE     *
      * GANANCIA. PERDIDA: DEBE EN LA CUENTA DE PERDIDA, HABER EN LA   *
      * CUENTA MAPEADA. CADA POSICION QUEDA BALANCEADA.                *
      *----------------------------------------------------------------*
           IF WS-DIFERENCIA > 0
              MOVE WS-DIFERENCIA            TO WS-IMPORTE-ABS
              MOVE "GANANCIA"               TO DET-OBSERVACION
              MOVE MAP-CUENTA(WS-MAP-HALLADO) TO GLD-CUENTA
              MOVE "D"                      TO GLD-DEBE-HABER
              PERFORM 2400-GRABAR-ASIENTO
                 THRU 2400-GRABAR-ASIENTO-FIN
              MOVE WS-CUENTA-GANANCIA       TO GLD-CUENTA
              MOVE "C"                      TO GLD-DEBE-HABER
              PERFORM 2400-GRABAR-ASIENTO
                 THRU 2400-GRABAR-ASIENTO-FIN
           ELSE
              SUBTRACT WS-DIFERENCIA FROM 0 GIVING WS-IMPORTE-ABS
              MOVE "PERDIDA"                TO DET-OBSERVACION
              MOVE WS-CUENTA-PERDIDA        TO GLD-CUENTA
              MOVE "D"                      TO GLD-DEBE-HABER
              PERFORM 2400-GRABAR-ASIENTO
                 THRU 2400-GRABAR-ASIENTO-FIN
              MOVE MAP-CUENTA(WS-MAP-HALLADO) TO GLD-CUENTA
              MOVE "C"                      TO GLD-DEBE-HABER
              PERFORM 2400-GRABAR-ASIENTO
                 THRU 2400-GRABAR-ASIENTO-FIN
           END-IF.

           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

       2100-REVALUAR-POSICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-BUSCAR-RANGO.

           IF MA-INDICE >= MAP-DESDE(WS-MAP-IDX)
              AND MA-INDICE <= MAP-HASTA(WS-MAP-IDX)
              MOVE WS-MAP-IDX               TO WS-MAP-HALLADO
           END-IF.

       2110-BUSCAR-RANGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCA LA TASA DEL DIA DE LA MONEDA DE LA POSICION Y CALCULA EL *
      * VALOR NUEVO Y LA DIFERENCIA. SIN TASA, O SI LA CONVERSION      *
      * DESBORDA, LA POSICION NO SE REVALUA. LO USAN LA PASADA DE      *
      * ASIENTOS Y LA DE ACTUALIZACION DEL MAESTRO.                    *
      *----------------------------------------------------------------*
       2200-CALCULAR-REVALUACION.

           SET WS-REVALUA-SI                TO TRUE.
           MOVE 0                           TO WS-TASA-DIA.
           MOVE 0                           TO WS-TAS-HALLADO.

           PERFORM 2210-BUSCAR-TASA
              THRU 2210-BUSCAR-TASA-FIN
             VARYING WS-TAS-IDX FROM 1 BY 1
              UNTIL WS-TAS-IDX > WS-TAS-COUNT
                 OR WS-TAS-HALLADO > 0.

           IF WS-TAS-HALLADO = 0
              SET WS-REVALUA-NO             TO TRUE
              MOVE "SIN TASA"               TO DET-OBSERVACION
              GO TO 2200-CALCULAR-REVALUACION-FIN
           END-IF.

           MOVE TAS-TASA(WS-TAS-HALLADO)    TO WS-TASA-DIA.

           COMPUTE WS-VALOR-NUEVO ROUNDED
                  = MA-VALOR-ORIG * WS-TASA-DIA
               ON SIZE ERROR
                  SET WS-REVALUA-NO         TO TRUE
                  MOVE "DESBORDA"           TO DET-OBSERVACION
                  GO TO 2200-CALCULAR-REVALUACION-FIN
           END-COMPUTE.

           COMPUTE WS-DIFERENCIA = WS-VALOR-NUEVO - MA-VALOR
               ON SIZE ERROR
                  SET WS-REVALUA-NO         TO TRUE
                  MOVE "DESBORDA"           TO DET-OBSERVACION
           END-COMPUTE.

       2200-CALCULAR-REVALUACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-BUSCAR-TASA.

           IF TAS-MONEDA(WS-TAS-IDX) = MA-MONEDA
              MOVE WS-TAS-IDX               TO WS-TAS-HALLADO
           END-IF.

       2210-BUSCAR-TASA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA LA POSICION EN EL RESUMEN DE SU MONEDA                 *
      *----------------------------------------------------------------*
       2300-ACUMULAR-MONEDA.

           MOVE 0                           TO WS-MON-HALLADO.

           PERFORM 2310-BUSCAR-MONEDA
              THRU 2310-BUSCAR-MONEDA-FIN
             VARYING WS-MON-IDX FROM 1 BY 1
              UNTIL WS-MON-IDX > WS-MON-COUNT
                 OR WS-MON-HALLADO > 0.

           IF WS-MON-HALLADO = 0
              IF WS-MON-COUNT >= WS-MON-MAX
                 GO TO 2300-ACUMULAR-MONEDA-FIN
              END-IF
              ADD 1                         TO WS-MON-COUNT
              MOVE WS-MON-COUNT             TO WS-MON-HALLADO
              MOVE MA-MONEDA                TO
                   MON-CODIGO(WS-MON-HALLADO)
              MOVE WS-TASA-DIA              TO
                   MON-TASA(WS-MON-HALLADO)
              MOVE 0                        TO
                   MON-CONTEO(WS-MON-HALLADO)
              MOVE 0                        TO
                   MON-SIN-TASA(WS-MON-HALLADO)
              MOVE 0                        TO
                   MON-GANANCIA(WS-MON-HALLADO)
              MOVE 0                        TO
                   MON-PERDIDA(WS-MON-HALLADO)
           END-IF.

           ADD 1                       TO MON-CONTEO(WS-MON-HALLADO).

           IF WS-REVALUA-NO
              IF WS-TAS-HALLADO = 0
                 ADD 1                      TO WS-POS-SIN-TASA
                 ADD 1                 TO MON-SIN-TASA(WS-MON-HALLADO)
              ELSE
                 ADD 1                      TO WS-POS-DESBORDE
              END-IF
              GO TO 2300-ACUMULAR-MONEDA-FIN
           END-IF.

           IF WS-DIFERENCIA > 0
              ADD WS-DIFERENCIA        TO MON-GANANCIA(WS-MON-HALLADO)
           ELSE
              ADD WS-DIFERENCIA        TO MON-PERDIDA(WS-MON-HALLADO)
           END-IF.

       2300-ACUMULAR-MONEDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2310-BUSCAR-MONEDA.

           IF MON-CODIGO(WS-MON-IDX) = MA-MONEDA
              MOVE WS-MON-IDX               TO WS-MON-HALLADO
           END-IF.

       2310-BUSCAR-MONEDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2400-GRABAR-ASIENTO.

           MOVE WS-IMPORTE-ABS              TO GLD-IMPORTE.
           MOVE WS-FECHA-SISTEMA            TO GLD-FECHA-VALOR.

           MOVE WS-GL-DETALLE               TO WK-REGISTRO.
           WRITE WK-REGISTRO.

           ADD 1                            TO WS-ASIENTOS.

           IF GLD-DEBE-HABER = "D"
              ADD WS-IMPORTE-ABS            TO WS-TOTAL-DEBE
           ELSE
              ADD WS-IMPORTE-ABS            TO WS-TOTAL-HABER
           END-IF.

       2400-GRABAR-ASIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CON LOS ASIENTOS COMPLETOS Y CUADRADOS, COPIA EL ARCHIVO DE    *
      * TRABAJO AL LOTE "FX" DE GLFXREV ENTRE CABECERA Y TRAILER.      *
      * DESBALANCE O POSICIONES SIN MAPEO DEJAN EL LOTE SIN ESCRIBIR,  *
      * EL MAESTRO SIN TOCAR Y EL JOB EN RC 8.                         *
      *----------------------------------------------------------------*
       3000-EMITIR-INTERFAZ.

           CLOSE WORK-FILE.

           IF WS-SIN-MAPEO > 0
              DISPLAY "POSICIONES SIN MAPEO: " WS-SIN-MAPEO
                       " - REVALUACION NO EMITIDA"
              MOVE 8                        TO RETURN-CODE
              GO TO 3000-EMITIR-INTERFAZ-FIN
           END-IF.

           IF WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
              DISPLAY "DEBITOS Y CREDITOS NO NETEAN A CERO"
              DISPLAY "  DEBE : " WS-TOTAL-DEBE
              DISPLAY "  HABER: " WS-TOTAL-HABER
              DISPLAY "REVALUACION NO EMITIDA"
              MOVE 8                        TO RETURN-CODE
              GO TO 3000-EMITIR-INTERFAZ-FIN
           END-IF.

           IF WS-ASIENTOS = 0
              DISPLAY "SIN DIFERENCIAS DE CAMBIO - SIN LOTE FX"
              GO TO 3000-EMITIR-INTERFAZ-FIN
           END-IF.

           OPEN OUTPUT GL-INTERFACE.

           MOVE "GLFXREV"                   TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17FXREV" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-GLIF WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR GLFXREV - FIN ANORMAL"
              GO TO 3000-EMITIR-INTERFAZ-FIN
           END-IF.

           OPEN INPUT WORK-FILE.

           IF WS-FS-WORK NOT = "00"
              DISPLAY "NO SE PUDO RELEER FXWORK - STATUS " WS-FS-WORK
              MOVE 8                        TO RETURN-CODE
              CLOSE GL-INTERFACE
              GO TO 3000-EMITIR-INTERFAZ-FIN
           END-IF.

           MOVE "FX"                        TO GLH-LOTE-TIPO.
           MOVE WS-FECHA-SISTEMA            TO GLH-LOTE-FECHA.
           MOVE WS-FECHA-SISTEMA            TO GLH-FECHA-PROCESO.
           MOVE 0                           TO GLH-GENERACION.
           MOVE WS-GL-CABECERA              TO GL-REGISTRO.
           WRITE GL-REGISTRO.

           SET WS-EOF-NO                    TO TRUE.

           PERFORM 3010-COPIAR-ASIENTO
              THRU 3010-COPIAR-ASIENTO-FIN
             UNTIL WS-EOF-SI.

           MOVE WS-ASIENTOS                 TO GLT-CANTIDAD.
           MOVE WS-TOTAL-DEBE               TO GLT-TOTAL-DEBE.
           MOVE WS-TOTAL-HABER              TO GLT-TOTAL-HABER.
           MOVE WS-GL-TRAILER               TO GL-REGISTRO.
           WRITE GL-REGISTRO.

           CLOSE WORK-FILE.
           CLOSE GL-INTERFACE.

           SET WS-EMITIDA-SI                TO TRUE.

           DISPLAY "LOTE FX EMITIDO EN GLFXREV: " WS-ASIENTOS
                    " ASIENTOS".

       3000-EMITIR-INTERFAZ-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3010-COPIAR-ASIENTO.

           READ WORK-FILE
               AT END
                   SET WS-EOF-SI            TO TRUE
               NOT AT END
                   MOVE WK-REGISTRO         TO GL-REGISTRO
                   WRITE GL-REGISTRO
           END-READ.

       3010-COPIAR-ASIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EMITIDO EL LOTE, DEJA CADA POSICION REVALUADA EN EL MAESTRO A  *
      * LA TASA DEL DIA (EL ORIGEN NO CAMBIA) Y EN LA HISTORIA VALHIST *
      * CON LA FECHA DE HOY. SIN HISTORIA EL MAESTRO SE ACTUALIZA      *
      * IGUAL.                                                         *
      *----------------------------------------------------------------*
       4000-ACTUALIZAR-MAESTRO.

           OPEN I-O VALUES-HISTORY.

           IF WS-FS-HIST = "35"
              OPEN OUTPUT VALUES-HISTORY
              CLOSE VALUES-HISTORY
              OPEN I-O VALUES-HISTORY
           END-IF.

           IF WS-FS-HIST NOT = "00"
              DISPLAY "VALHIST NO DISPONIBLE - SIN HISTORIA"
              SET WS-HIST-CERRADO           TO TRUE
           ELSE
              SET WS-HIST-ABIERTO           TO TRUE
           END-IF.

           SET WS-EOF-NO                    TO TRUE.

           MOVE 0                           TO MA-INDICE.
           START VALUES-MASTER KEY > MA-INDICE
               INVALID KEY
                   SET WS-EOF-SI            TO TRUE
           END-START.

           PERFORM 4010-ACTUALIZAR-POSICION
              THRU 4010-ACTUALIZAR-POSICION-FIN
             UNTIL WS-EOF-SI.

           DISPLAY "POSICIONES ACTUALIZADAS EN VALMAST: "
                    WS-ACTUALIZADAS.

           IF WS-HIST-ABIERTO
              CLOSE VALUES-HISTORY
              SET WS-HIST-CERRADO           TO TRUE
           END-IF.

       4000-ACTUALIZAR-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       4010-ACTUALIZAR-POSICION.

           READ VALUES-MASTER NEXT RECORD
               AT END
                   SET WS-EOF-SI            TO TRUE
                   GO TO 4010-ACTUALIZAR-POSICION-FIN
           END-READ.

           IF MA-MONEDA = SPACES OR MA-MONEDA = WS-MONEDA-BASE
              GO TO 4010-ACTUALIZAR-POSICION-FIN
           END-IF.

           PERFORM 2200-CALCULAR-REVALUACION
              THRU 2200-CALCULAR-REVALUACION-FIN.

           IF WS-REVALUA-NO OR WS-DIFERENCIA = 0
              GO TO 4010-ACTUALIZAR-POSICION-FIN
           END-IF.

           MOVE WS-VALOR-NUEVO              TO MA-VALOR.

           REWRITE MA-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL REGRABAR POSICION " MA-INDICE
                            " - STATUS " WS-FS-MAESTRO
                   MOVE 8                   TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1                    TO WS-ACTUALIZADAS
                   PERFORM 4020-GRABAR-HISTORIA
                      THRU 4020-GRABAR-HISTORIA-FIN
           END-REWRITE.

       4010-ACTUALIZAR-POSICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL VALOR REVALUADO ENTRA A LA HISTORIA CON ORIGEN "R" (NO ES   *
      * UNA CARGA). UN VALOR YA CARGADO HOY PARA LA POSICION SE        *
      * REGRABA CON EL REVALUADO Y CONSERVA SU ORIGEN.                 *
      *----------------------------------------------------------------*
       4020-GRABAR-HISTORIA.

           IF WS-HIST-CERRADO
              GO TO 4020-GRABAR-HISTORIA-FIN
           END-IF.

           MOVE MA-INDICE                   TO VH-INDICE.
           MOVE WS-FECHA-SISTEMA            TO VH-FECHA.
           MOVE MA-VALOR                    TO VH-VALOR.
           MOVE MA-MONEDA                   TO VH-MONEDA.
           MOVE MA-VALOR-ORIG               TO VH-VALOR-ORIG.
           MOVE WS-TASA-DIA                 TO VH-TASA.
           SET VH-ORIGEN-REVALUADO          TO TRUE.
           MOVE MA-PROVEEDOR                TO VH-PROVEEDOR.

           WRITE VH-REGISTRO
               INVALID KEY
                   PERFORM 4030-REGRABAR-HISTORIA
                      THRU 4030-REGRABAR-HISTORIA-FIN
           END-WRITE.

           IF WS-FS-HIST NOT = "00"
              DISPLAY "ERROR GRABANDO VALHIST - STATUS " WS-FS-HIST
           END-IF.

       4020-GRABAR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA POSICION YA TIENE HISTORIA DE HOY: SE RELEE Y SE REGRABA    *
      * CON EL VALOR REVALUADO, SIN TOCAR SU ORIGEN                    *
      *----------------------------------------------------------------*
       4030-REGRABAR-HISTORIA.

           READ VALUES-HISTORY
               INVALID KEY
                   GO TO 4030-REGRABAR-HISTORIA-FIN
           END-READ.

           MOVE MA-VALOR                    TO VH-VALOR.
           MOVE MA-MONEDA                   TO VH-MONEDA.
           MOVE MA-VALOR-ORIG               TO VH-VALOR-ORIG.
           MOVE WS-TASA-DIA                 TO VH-TASA.
           MOVE MA-PROVEEDOR                TO VH-PROVEEDOR.

           REWRITE VH-REGISTRO.

       4030-REGRABAR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ESCRIBE UNA LINEA DE DETALLE, CONTROLANDO SALTO DE PAGINA      *
      *----------------------------------------------------------------*
       8000-IMPRIMIR-LINEA.

           IF WS-LINEAS-EN-PAGINA >= WS-LINEAS-POR-PAGINA
              PERFORM 8100-IMPRIMIR-ENCABEZADO
                 THRU 8100-IMPRIMIR-ENCABEZADO-FIN
           END-IF.

           MOVE SPACES                      TO PRT-LINEA.
           MOVE WS-DETALLE                  TO PRT-LINEA.
           WRITE PRT-LINEA.

           MOVE SPACES                      TO DET-OBSERVACION.

           ADD 1                            TO WS-LINEAS-EN-PAGINA.

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
           MOVE WS-ENCABEZADO-3             TO PRT-LINEA.
           WRITE PRT-LINEA.

       8100-IMPRIMIR-ENCABEZADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RESUMEN POR MONEDA Y PIE DE CONTROL                            *
      *----------------------------------------------------------------*
       9000-FINALIZAR.

           CLOSE VALUES-MASTER.

           MOVE SPACES                      TO PRT-LINEA.
           WRITE PRT-LINEA.

           MOVE SPACES                      TO PRT-LINEA.
           MOVE "RESUMEN POR MONEDA"        TO PRT-LINEA.
           WRITE PRT-LINEA.

           MOVE SPACES                      TO PRT-LINEA.
           MOVE WS-RESUMEN-TITULO           TO PRT-LINEA.
           WRITE PRT-LINEA.

           PERFORM 9010-IMPRIMIR-MONEDA
              THRU 9010-IMPRIMIR-MONEDA-FIN
             VARYING WS-MON-IDX FROM 1 BY 1
               UNTIL WS-MON-IDX > WS-MON-COUNT.

           MOVE WS-POS-EXTRANJERAS          TO PIE-EXTRANJERAS.
           MOVE WS-POS-REVALUADAS           TO PIE-REVALUADAS.
           MOVE WS-POS-SIN-TASA             TO PIE-SIN-TASA.
           MOVE WS-ASIENTOS                 TO PIE-ASIENTOS.

           MOVE SPACES                      TO PRT-LINEA.
           WRITE PRT-LINEA.

           MOVE SPACES                      TO PRT-LINEA.
           MOVE WS-PIE-CONTROL              TO PRT-LINEA.
           WRITE PRT-LINEA.

           IF WS-EMITIDA-NO AND WS-ASIENTOS > 0
              MOVE SPACES                   TO PRT-LINEA
              MOVE "*** LOTE FX NO EMITIDO - MAESTRO SIN ACTUALIZAR ***"
                                            TO PRT-LINEA
              WRITE PRT-LINEA
           END-IF.

           CLOSE PRT-FILE.

           DISPLAY "POSICIONES LEIDAS    : " WS-POS-LEIDAS.
           DISPLAY "EN MONEDA EXTRANJERA : " WS-POS-EXTRANJERAS.
           DISPLAY "REVALUADAS           : " WS-POS-REVALUADAS.
           DISPLAY "SIN TASA DEL DIA     : " WS-POS-SIN-TASA.

       9000-FINALIZAR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       9010-IMPRIMIR-MONEDA.

           MOVE MON-CODIGO(WS-MON-IDX)      TO RES-MONEDA.
           MOVE MON-TASA(WS-MON-IDX)        TO RES-TASA.
           MOVE MON-CONTEO(WS-MON-IDX)      TO RES-POSICIONES.
           MOVE MON-SIN-TASA(WS-MON-IDX)    TO RES-SIN-TASA.
           MOVE MON-GANANCIA(WS-MON-IDX)    TO RES-GANANCIA.
           MOVE MON-PERDIDA(WS-MON-IDX)     TO RES-PERDIDA.
           COMPUTE WS-NETO-MONEDA = MON-GANANCIA(WS-MON-IDX)
                                  + MON-PERDIDA(WS-MON-IDX).
           MOVE WS-NETO-MONEDA              TO RES-NETO.

           MOVE SPACES                      TO PRT-LINEA.
           MOVE WS-RESUMEN                  TO PRT-LINEA.
           WRITE PRT-LINEA.

       9010-IMPRIMIR-MONEDA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL17FXREV.

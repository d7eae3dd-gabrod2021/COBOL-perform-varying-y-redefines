      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: ACUSE DEL MAYOR Y REVERSION DE LOTES REEMPLAZADOS.
      *          LEE EL ARCHIVO DE ACUSES GLACK QUE DEVUELVE EL MAYOR
      *          (UN REGISTRO "B" POR LOTE, ACEPTADO O RECHAZADO, CON
      *          EL LOTE Y LA GENERACION DE LA CABECERA GLIF, SEGUIDO
      *          DE UN REGISTRO "L" POR CADA LINEA RECHAZADA CON SU
      *          MOTIVO), LO APAREA CON EL LOTE EMITIDO QUE CL17GLPST
      *          REGISTRO EN EL CONTROL GLCTRL Y ANOTA EL ESTADO DE LA
      *          CONTABILIZACION CONTRA LA GENERACION EXTCAT. LUEGO
      *          BUSCA LAS GENERACIONES YA ACEPTADAS POR EL MAYOR QUE
      *          FUERON REEMPLAZADAS POR UNA GENERACION ACTIVA
      *          POSTERIOR DE LA MISMA FECHA DE VALOR Y, PARA CADA
      *          UNA, ARMA DESDE SU COPIA GLIGNNNN UN LOTE DE
      *          REVERSION BALANCEADO (DEBE Y HABER INVERTIDOS) EN
      *          FORMATO GLIF EN GLREV, DE MODO QUE EL MAYOR NUNCA
      *          QUEDE CON DOS CONTABILIZACIONES PARA LA MISMA FECHA
      *          DE VALOR; UN LOTE CON LINEAS RECHAZADAS QUEDA PARA
      *          REVERSION MANUAL. REPORTE PAGINADO GLACKRPT AL ESTILO
      *          DEL QUE CL17EJEM1 ESCRIBE EN PRTFILE. UN LOTE
      *          RECHAZADO, UNA LINEA RECHAZADA O UN ACUSE SIN LOTE
      *          EMITIDO TERMINAN CON ADVERTENCIA 4; UNA REVERSION QUE
      *          NO SE PUEDE ARMAR, CON RC 8.
      * Tectonics: cobc
      * Modification History:
      *  15/10/2026 GR  Original version.
      *  15/10/2026 GR  El lote de reversion RV se registra en GLCTRL
      *                 al emitirse y su acuse se aparea contra el:
      *                 el control pasa a una entrada por generacion
      *                 y lote. Un rechazo de la reversion se informa
      *                 como cualquier lote rechazado.
      *  15/10/2026 GR  Los lotes cerrados (aceptados o revertidos)
      *                 emitidos hace mas de WS-DIAS-VENTANA dias se
      *                 depuran de GLCTRL al historico GLCHIST, para
      *                 que el control no crezca sin limite.
      *  15/10/2026 GR  GLREV se abre EXTEND: un lote de reversion que
      *                 el mayor todavia no levanto no se pierde en la
      *                 corrida siguiente.
      *  15/10/2026 GR  Un lote aceptado con lineas rechazadas no se
      *                 revierte automaticamente (el mayor no asento
      *                 esas lineas): se informa para reversion manual
      *                 con RC 8 la primera vez y con advertencia 4
      *                 mientras siga pendiente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17GLACK.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT ACK-FILE                 ASSIGN TO "GLACK"
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-ACK.

           SELECT GL-CONTROL               ASSIGN TO "GLCTRL"
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-GLC.

           SELECT GL-HISTORY               ASSIGN TO "GLCHIST"
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-GLH.

           SELECT EXTRACT-CATALOG          ASSIGN TO "EXTCAT"
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-CAT.

           SELECT GL-ARCHIVE               ASSIGN TO DYNAMIC
                                                     WS-ARCH-ARCHIVO
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-ARCH.

           SELECT WORK-FILE                ASSIGN TO "GLRWORK"
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-WORK.

           SELECT GL-REVERSAL              ASSIGN TO "GLREV"
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-REV.

           SELECT PRT-FILE                 ASSIGN TO "GLACKRPT"
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-PRT.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *----------------------------------------------------------------*
      * ACUSE DEL MAYOR: "B" POR LOTE (LOTE Y GENERACION TAL COMO      *
      * VINIERON EN LA CABECERA GLIF, RESULTADO A/R, FECHA DEL ACUSE   *
      * Y LINEAS RECHAZADAS) Y "L" POR LINEA RECHAZADA DEL ULTIMO LOTE *
      * (NUMERO DE LINEA, CUENTA Y MOTIVO).                            *
      *----------------------------------------------------------------*
       FD  ACK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  AK-REGISTRO.
           05  AK-TIPO                      PIC X(01).
               88  AK-TIPO-LOTE             VALUE "B".
               88  AK-TIPO-LINEA            VALUE "L".
           05  AK-LOTE                      PIC X(10).
           05  AK-GENERACION                PIC 9(04).
           05  FILLER                       PIC X(65).
       01  AK-REGISTRO-LOTE REDEFINES AK-REGISTRO.
           05  FILLER                       PIC X(15).
           05  AK-RESULTADO                 PIC X(01).
               88  AK-LOTE-ACEPTADO         VALUE "A".
               88  AK-LOTE-RECHAZADO        VALUE "R".
           05  AK-FECHA-ACUSE               PIC 9(08).
           05  AK-LINEAS-RECH               PIC 9(07).
           05  FILLER                       PIC X(49).
       01  AK-REGISTRO-LINEA REDEFINES AK-REGISTRO.
           05  FILLER                       PIC X(15).
           05  AK-LINEA                     PIC 9(07).
           05  AK-CUENTA                    PIC X(10).
           05  AK-MOTIVO-COD                PIC X(04).
           05  AK-MOTIVO-DESC               PIC X(40).
           05  FILLER                       PIC X(04).

       FD  GL-CONTROL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLCREG.

      *----------------------------------------------------------------*
      * HISTORICO DE LOTES CERRADOS DEPURADOS DE GLCTRL (LAYOUT        *
      * GLCREG)                                                        *
      *----------------------------------------------------------------*
       FD  GL-HISTORY
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  GH-REGISTRO                      PIC X(80).

       FD  EXTRACT-CATALOG
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  EC-REGISTRO.
           05  EC-GENERACION                PIC 9(04).
           05  EC-ARCHIVO                   PIC X(09).
           05  EC-FECHA                     PIC 9(08).
           05  EC-HORA                      PIC 9(08).
           05  EC-CANTIDAD                  PIC 9(05).
           05  EC-TOTAL                     PIC S9(9)V99.
           05  EC-ESTADO                    PIC X(01).
               88  EC-ESTADO-ACTIVA         VALUE "A".
               88  EC-ESTADO-RETIRADA       VALUE "R".
           05  FILLER                       PIC X(04).

       FD  GL-ARCHIVE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  GA-REGISTRO.
           05  GA-TIPO                      PIC X(01).
               88  GA-TIPO-CABECERA         VALUE "H".
               88  GA-TIPO-DETALLE          VALUE "D".
               88  GA-TIPO-TRAILER          VALUE "T".
           05  FILLER                       PIC X(59).

       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  WK-REGISTRO                      PIC X(60).

       FD  GL-REVERSAL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  GL-REGISTRO                      PIC X(60).

       FD  PRT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PRT-LINEA                        PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-FS-ACK                        PIC X(02).
       77  WS-FS-GLC                        PIC X(02).
       77  WS-FS-GLH                        PIC X(02).
       77  WS-FS-CAT                        PIC X(02).
       77  WS-FS-ARCH                       PIC X(02).
       77  WS-FS-WORK                       PIC X(02).
       77  WS-FS-REV                        PIC X(02).
       77  WS-FS-PRT                        PIC X(02).
       77  WS-RC-ARCHIVO                    PIC 9(02).
           88  WS-RC-ARCHIVO-FATAL          VALUE 8.

       77  WS-FILERR-ARCHIVO                PIC X(09).
       77  WS-FILERR-OPERACION              PIC X(08) VALUE "OPEN".

       77  WS-ARCH-ARCHIVO                  PIC X(09).
       77  WS-GEN-NUM-ED                    PIC 9(04).

       77  WS-SW-EOF                        PIC X(01) VALUE "N".
           88  WS-EOF-SI                    VALUE "S".
           88  WS-EOF-NO                    VALUE "N".

       77  WS-SW-REV-OK                     PIC X(01).
           88  WS-REV-OK-SI                 VALUE "S".
           88  WS-REV-OK-NO                 VALUE "N".

      *----------------------------------------------------------------*
      * CONTROL DE CONTABILIZACIONES GLCTRL EN MEMORIA, UNA ENTRADA    *
      * POR GENERACION Y LOTE (EMISION VL Y REVERSION RV). UN LOTE     *
      * EMITIDO MAS DE UNA VEZ QUEDA CON SU ULTIMA EMISION.            *
      *----------------------------------------------------------------*
       77  WS-CTL-MAX                       PIC 9(03) VALUE 366.
       77  WS-CTL-COUNT                     PIC 9(03) VALUE 0.
       77  WS-CTL-IDX                       PIC 9(03).
       77  WS-CTL-HALLADO                   PIC 9(03) VALUE 0.
       77  WS-CTL-LOTE-ACTUAL               PIC 9(03) VALUE 0.

       77  WS-SW-CTL-TRUNCO                 PIC X(01) VALUE "N".
           88  WS-CTL-TRUNCO-SI             VALUE "S".
           88  WS-CTL-TRUNCO-NO             VALUE "N".

       01  WS-CONTROL.
           05  WS-CTL-ENTRADA OCCURS 366 TIMES.
               10  CTL-GENERACION           PIC 9(04).
               10  CTL-LOTE.
                   15  CTL-LOTE-TIPO        PIC X(02).
                   15  CTL-LOTE-FECHA       PIC 9(08).
               10  CTL-FECHA-VALOR          PIC 9(08).
               10  CTL-FECHA-EMISION        PIC 9(08).
               10  CTL-CANTIDAD             PIC 9(07).
               10  CTL-TOTAL                PIC 9(11)V99.
               10  CTL-ESTADO               PIC X(01).
               10  CTL-FECHA-ACUSE          PIC 9(08).
               10  CTL-LINEAS-RECH          PIC 9(05).
               10  CTL-GEN-REEMPLAZO        PIC 9(04).

      *----------------------------------------------------------------*
      * DEPURACION: LOTES CERRADOS EMITIDOS ANTES DE LA FECHA DE       *
      * DEPURACION (HOY MENOS WS-DIAS-VENTANA) PASAN A GLCHIST         *
      *----------------------------------------------------------------*
       77  WS-DIAS-VENTANA                  PIC 9(03) VALUE 120.
       77  WS-DEPURADOS                     PIC 9(05) VALUE 0.

       77  WS-SW-HISTORICO                  PIC X(01) VALUE "N".
           88  WS-HISTORICO-ABIERTO         VALUE "S".
           88  WS-HISTORICO-CERRADO         VALUE "N".

       01  WS-FECHA-DEPURACION              PIC 9(08) VALUE 0.
       01  WS-FECHA-DEPURACION-R REDEFINES WS-FECHA-DEPURACION.
           05  WS-FP-ANIO                   PIC 9(04).
           05  WS-FP-MES                    PIC 9(02).
           05  WS-FP-DIA                    PIC 9(02).

           COPY FDFECHA.

           COPY FDFECHA
               REPLACING ==FD-FECHA-TXT== BY ==FDR-FECHA-TXT==,
                  ==FD-FECHA-NUM== BY ==FDR-FECHA-NUM==,
                  ==FD-ANIO== BY ==FDR-ANIO==,
                  ==FD-SEPARADOR-1== BY ==FDR-SEPARADOR-1==,
                  ==FD-MES== BY ==FDR-MES==,
                  ==FD-SEPARADOR-2== BY ==FDR-SEPARADOR-2==,
                  ==FD-DIA== BY ==FDR-DIA==.

       77  WS-DC-OPCION-RESTAR              PIC X(01) VALUE "S".
       77  WS-DC-DIAS                       PIC S9(07) VALUE 0.
       77  WS-DC-STATUS                     PIC 9(02) VALUE 0.

      *----------------------------------------------------------------*
      * GENERACIONES ACTIVAS DEL CATALOGO EXTCAT (NUMERO Y FECHA)      *
      *----------------------------------------------------------------*
       77  WS-CAT-MAX                       PIC 9(03) VALUE 366.
       77  WS-CAT-COUNT                     PIC 9(03) VALUE 0.
       77  WS-CAT-IDX                       PIC 9(03).
       77  WS-GEN-REEMPLAZO                 PIC 9(04).

       01  WS-CATALOGO.
           05  WS-CAT-ENTRADA OCCURS 366 TIMES.
               10  CAT-GENERACION           PIC 9(04).
               10  CAT-FECHA                PIC 9(08).

       77  WS-REV-CANTIDAD                  PIC 9(07).
       77  WS-REV-DEBE                      PIC 9(11)V99.
       77  WS-REV-HABER                     PIC 9(11)V99.
       77  WS-ORIG-DEBE                     PIC 9(11)V99.
       77  WS-ORIG-HABER                    PIC 9(11)V99.

       77  WS-ACUSES-LEIDOS                 PIC 9(05) VALUE 0.
       77  WS-LOTES-ACEPTADOS               PIC 9(05) VALUE 0.
       77  WS-LOTES-RECHAZADOS              PIC 9(05) VALUE 0.
       77  WS-LINEAS-RECHAZADAS             PIC 9(05) VALUE 0.
       77  WS-ACUSES-SIN-LOTE               PIC 9(05) VALUE 0.
       77  WS-REVERSIONES                   PIC 9(05) VALUE 0.
       77  WS-REV-MANUALES                  PIC 9(05) VALUE 0.

       77  WS-LINEAS-POR-PAGINA             PIC 9(02) VALUE 20.
       77  WS-LINEAS-EN-PAGINA              PIC 9(02) VALUE 0.
       77  WS-NUMERO-PAGINA                 PIC 9(04) VALUE 0.
       77  WS-TOTAL-LINEAS                  PIC 9(05) VALUE 0.

       01  WS-FECHA-SISTEMA                 PIC 9(08).

       01  WS-HORA-SISTEMA                  PIC 9(08).
       01  WS-HORA-SISTEMA-R REDEFINES WS-HORA-SISTEMA.
           05  WS-HS-HORA                   PIC 9(02).
           05  WS-HS-MIN                    PIC 9(02).
           05  WS-HS-SEG                    PIC 9(02).
           05  WS-HS-CENT                   PIC 9(02).

           COPY GLIFREG.

       01  WS-ENCABEZADO-1.
           05  FILLER                       PIC X(20) VALUE
               "SISTEMA CL17GLACK".
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
               "ACUSES DEL MAYOR Y REVERSIONES".
           05  FILLER                       PIC X(07) VALUE SPACES.
           05  FILLER                       PIC X(08) VALUE "PAGINA: ".
           05  ENC-PAGINA                   PIC ZZZ9.

       01  WS-DETALLE.
           05  FILLER                       PIC X(04) VALUE "GEN ".
           05  DET-GENERACION               PIC ZZZ9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-LOTE                     PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-EVENTO                   PIC X(12).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-LINEA                    PIC ZZZZZZ9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-CUENTA                   PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-MOTIVO                   PIC X(28).

       01  WS-PIE-CONTROL.
           05  FILLER                       PIC X(30) VALUE
               "ACEP/RECH/LIN/SIN LOTE/REV.: ".
           05  PIE-ACEPTADOS                PIC ZZZZ9.
           05  FILLER                       PIC X(01) VALUE "/".
           05  PIE-RECHAZADOS               PIC ZZZZ9.
           05  FILLER                       PIC X(01) VALUE "/".
           05  PIE-LINEAS                   PIC ZZZZ9.
           05  FILLER                       PIC X(01) VALUE "/".
           05  PIE-SIN-LOTE                 PIC ZZZZ9.
           05  FILLER                       PIC X(01) VALUE "/".
           05  PIE-REVERSIONES              PIC ZZZZ9.

       77  WS-RUN-ACCION-INICIO             PIC X(06) VALUE "INICIO".
       77  WS-RUN-ACCION-FIN                PIC X(06) VALUE "FIN".
       77  WS-RUN-LEIDOS                    PIC 9(07) VALUE 0.
       77  WS-RUN-ESCRITOS                  PIC 9(07) VALUE 0.
       77  WS-RUN-RECHAZADOS                PIC 9(07) VALUE 0.
       77  WS-RUN-RC                        PIC 9(02) VALUE 0.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           CALL "RUNLOG" USING "CL17GLACK" WS-RUN-ACCION-INICIO
                                WS-RUN-LEIDOS WS-RUN-ESCRITOS
                                WS-RUN-RECHAZADOS WS-RUN-RC.

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-FIN.

           IF NOT WS-RC-ARCHIVO-FATAL
              PERFORM 2000-PROCESAR-ACUSES
                 THRU 2000-PROCESAR-ACUSES-FIN

              PERFORM 3000-REVERTIR-REEMPLAZADAS
                 THRU 3000-REVERTIR-REEMPLAZADAS-FIN

              PERFORM 4000-REGRABAR-CONTROL
                 THRU 4000-REGRABAR-CONTROL-FIN

              PERFORM 9000-FINALIZAR
                 THRU 9000-FINALIZAR-FIN
           END-IF.

           IF RETURN-CODE = 0
              AND (WS-LOTES-RECHAZADOS > 0
                   OR WS-LINEAS-RECHAZADAS > 0
                   OR WS-ACUSES-SIN-LOTE > 0
                   OR WS-REV-MANUALES > 0)
              MOVE 4                        TO RETURN-CODE
           END-IF.

           MOVE WS-ACUSES-LEIDOS            TO WS-RUN-LEIDOS.
           MOVE WS-REVERSIONES              TO WS-RUN-ESCRITOS.
           COMPUTE WS-RUN-RECHAZADOS = WS-LOTES-RECHAZADOS
                                      + WS-ACUSES-SIN-LOTE.
           MOVE RETURN-CODE                 TO WS-RUN-RC.

           CALL "RUNLOG" USING "CL17GLACK" WS-RUN-ACCION-FIN
                                WS-RUN-LEIDOS WS-RUN-ESCRITOS
                                WS-RUN-RECHAZADOS WS-RUN-RC.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIALIZAR.

           ACCEPT WS-FECHA-SISTEMA          FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA           FROM TIME.

           PERFORM 1030-CARGAR-CATALOGO
              THRU 1030-CARGAR-CATALOGO-FIN.

           IF WS-RC-ARCHIVO-FATAL
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           OPEN EXTEND GL-REVERSAL.

           IF WS-FS-REV NOT = "00" AND WS-FS-REV NOT = "05"
              OPEN OUTPUT GL-REVERSAL
           END-IF.

           MOVE "GLREV"                     TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17GLACK" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-REV WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR GLREV - FIN ANORMAL"
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           OPEN OUTPUT PRT-FILE.

           MOVE "GLACKRPT"                  TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17GLACK" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-PRT WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR GLACKRPT - FIN ANORMAL"
              CLOSE GL-REVERSAL
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           PERFORM 1010-CARGAR-CONTROL
              THRU 1010-CARGAR-CONTROL-FIN.

           IF WS-RC-ARCHIVO-FATAL
              CLOSE GL-REVERSAL
              CLOSE PRT-FILE
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           PERFORM 8100-IMPRIMIR-ENCABEZADO
              THRU 8100-IMPRIMIR-ENCABEZADO-FIN.

       1000-INICIALIZAR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CARGA EL CONTROL DE CONTABILIZACIONES, DEPURANDO A GLCHIST LOS *
      * LOTES CERRADOS FUERA DE LA VENTANA. SE CARGA DESPUES DE ABRIR  *
      * LAS SALIDAS PARA QUE NINGUN ERROR POSTERIOR DEJE LOTES EN      *
      * GLCHIST SIN REGRABAR GLCTRL. REGRABAR DESDE UNA TABLA TRUNCADA *
      * PERDERIA LOTES EMITIDOS - NO SE PROCESA.                       *
      *----------------------------------------------------------------*
       1010-CARGAR-CONTROL.

           PERFORM 1015-CALCULAR-DEPURACION
              THRU 1015-CALCULAR-DEPURACION-FIN.

           OPEN INPUT GL-CONTROL.

           MOVE "GLCTRL"                    TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17GLACK" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-GLC WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR GLCTRL - FIN ANORMAL"
              GO TO 1010-CARGAR-CONTROL-FIN
           END-IF.

           SET WS-EOF-NO                    TO TRUE.

           PERFORM 1020-LEER-CONTROL
              THRU 1020-LEER-CONTROL-FIN
             UNTIL WS-EOF-SI
                OR WS-CTL-TRUNCO-SI.

           CLOSE GL-CONTROL.

           IF WS-HISTORICO-ABIERTO
              CLOSE GL-HISTORY
           END-IF.

           IF WS-CTL-TRUNCO-SI
              DISPLAY "GLCTRL EXCEDE " WS-CTL-MAX
                       " LOTES ABIERTOS O DENTRO DE LA VENTANA DE "
                       WS-DIAS-VENTANA " DIAS"
              MOVE 8                        TO WS-RC-ARCHIVO
              MOVE 8                        TO RETURN-CODE
           END-IF.

       1010-CARGAR-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * FECHA DE DEPURACION: HOY MENOS WS-DIAS-VENTANA DIAS CORRIDOS,  *
      * CON LA RUTINA COMPARTIDA DATECALC. SIN FECHA O SIN GLCHIST NO  *
      * SE DEPURA NADA.                                                *
      *----------------------------------------------------------------*
       1015-CALCULAR-DEPURACION.

           MOVE WS-FECHA-SISTEMA            TO WS-FECHA-DEPURACION.

           MOVE WS-FP-ANIO                  TO FD-ANIO.
           MOVE "-"                         TO FD-SEPARADOR-1.
           MOVE WS-FP-MES                   TO FD-MES.
           MOVE "-"                         TO FD-SEPARADOR-2.
           MOVE WS-FP-DIA                   TO FD-DIA.
           MOVE WS-DIAS-VENTANA             TO WS-DC-DIAS.

           CALL "DATECALC" USING WS-DC-OPCION-RESTAR FD-FECHA-TXT
                                  FDR-FECHA-TXT WS-DC-DIAS
                                  WS-DC-STATUS.

           IF WS-DC-STATUS NOT = 00
              DISPLAY "DATECALC ERROR - ESTADO " WS-DC-STATUS
                       " - GLCTRL SIN DEPURAR"
              MOVE 0                        TO WS-FECHA-DEPURACION
              GO TO 1015-CALCULAR-DEPURACION-FIN
           END-IF.

           COMPUTE WS-FECHA-DEPURACION = FDR-ANIO * 10000
                                        + FDR-MES * 100
                                        + FDR-DIA.

           OPEN EXTEND GL-HISTORY.

           IF WS-FS-GLH = "35"
              OPEN OUTPUT GL-HISTORY
           END-IF.

           IF WS-FS-GLH = "00"
              SET WS-HISTORICO-ABIERTO      TO TRUE
           ELSE
              DISPLAY "NO SE PUDO ABRIR GLCHIST - STATUS " WS-FS-GLH
                       " - GLCTRL SIN DEPURAR"
              MOVE 0                        TO WS-FECHA-DEPURACION
           END-IF.

       1015-CALCULAR-DEPURACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1020-LEER-CONTROL.

           READ GL-CONTROL
               AT END
                   SET WS-EOF-SI            TO TRUE
                   GO TO 1020-LEER-CONTROL-FIN
           END-READ.

           IF WS-HISTORICO-ABIERTO
              AND (GC-ESTADO-ACEPTADO OR GC-ESTADO-REVERTIDO)
              AND GC-FECHA-EMISION < WS-FECHA-DEPURACION
              MOVE GC-REGISTRO              TO GH-REGISTRO
              WRITE GH-REGISTRO
              IF WS-FS-GLH = "00"
                 ADD 1                      TO WS-DEPURADOS
                 GO TO 1020-LEER-CONTROL-FIN
              END-IF
              DISPLAY "ERROR GRABANDO GLCHIST - STATUS " WS-FS-GLH
                       " - SE SUSPENDE LA DEPURACION"
              CLOSE GL-HISTORY
              SET WS-HISTORICO-CERRADO      TO TRUE
           END-IF.

           PERFORM 1025-BUSCAR-GENERACION
              THRU 1025-BUSCAR-GENERACION-FIN.

           IF WS-CTL-HALLADO = 0
              IF WS-CTL-COUNT >= WS-CTL-MAX
                 SET WS-CTL-TRUNCO-SI       TO TRUE
                 GO TO 1020-LEER-CONTROL-FIN
              END-IF
              ADD 1                         TO WS-CTL-COUNT
              MOVE WS-CTL-COUNT             TO WS-CTL-HALLADO
           END-IF.

           MOVE GC-GENERACION    TO CTL-GENERACION(WS-CTL-HALLADO).
           MOVE GC-LOTE          TO CTL-LOTE(WS-CTL-HALLADO).
           MOVE GC-FECHA-VALOR   TO CTL-FECHA-VALOR(WS-CTL-HALLADO).
           MOVE GC-FECHA-EMISION TO CTL-FECHA-EMISION(WS-CTL-HALLADO).
           MOVE GC-CANTIDAD      TO CTL-CANTIDAD(WS-CTL-HALLADO).
           MOVE GC-TOTAL         TO CTL-TOTAL(WS-CTL-HALLADO).
           MOVE GC-ESTADO        TO CTL-ESTADO(WS-CTL-HALLADO).
           MOVE GC-FECHA-ACUSE   TO CTL-FECHA-ACUSE(WS-CTL-HALLADO).
           MOVE GC-LINEAS-RECH   TO CTL-LINEAS-RECH(WS-CTL-HALLADO).
           MOVE GC-GEN-REEMPLAZO TO CTL-GEN-REEMPLAZO(WS-CTL-HALLADO).

       1020-LEER-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCA GC-GENERACION Y GC-LOTE EN LA TABLA; DEJA LA POSICION EN *
      * WS-CTL-HALLADO (CERO SI NO ESTA).                              *
      *----------------------------------------------------------------*
       1025-BUSCAR-GENERACION.

           MOVE 0                           TO WS-CTL-HALLADO.

           PERFORM 1026-COMPARAR-GENERACION
              THRU 1026-COMPARAR-GENERACION-FIN
             VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > WS-CTL-COUNT
                  OR WS-CTL-HALLADO > 0.

       1025-BUSCAR-GENERACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1026-COMPARAR-GENERACION.

           IF CTL-GENERACION(WS-CTL-IDX) = GC-GENERACION
              AND CTL-LOTE(WS-CTL-IDX) = GC-LOTE
              MOVE WS-CTL-IDX               TO WS-CTL-HALLADO
           END-IF.

       1026-COMPARAR-GENERACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CARGA LAS GENERACIONES ACTIVAS DEL CATALOGO EXTCAT             *
      *----------------------------------------------------------------*
       1030-CARGAR-CATALOGO.

           OPEN INPUT EXTRACT-CATALOG.

           MOVE "EXTCAT"                    TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17GLACK" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-CAT WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR EXTCAT - FIN ANORMAL"
              GO TO 1030-CARGAR-CATALOGO-FIN
           END-IF.

           SET WS-EOF-NO                    TO TRUE.

           PERFORM 1040-LEER-CATALOGO
              THRU 1040-LEER-CATALOGO-FIN
             UNTIL WS-EOF-SI.

           CLOSE EXTRACT-CATALOG.

       1030-CARGAR-CATALOGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1040-LEER-CATALOGO.

           READ EXTRACT-CATALOG
               AT END
                   SET WS-EOF-SI            TO TRUE
               NOT AT END
                   IF EC-ESTADO-ACTIVA
                      AND WS-CAT-COUNT < WS-CAT-MAX
                      ADD 1                 TO WS-CAT-COUNT
                      MOVE EC-GENERACION    TO
                           CAT-GENERACION(WS-CAT-COUNT)
                      MOVE EC-FECHA         TO
                           CAT-FECHA(WS-CAT-COUNT)
                   END-IF
           END-READ.

       1040-LEER-CATALOGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LEE EL ARCHIVO DE ACUSES DEL MAYOR. SIN ACUSES SOLO SE BUSCAN  *
      * GENERACIONES PARA REVERTIR.                                    *
      *----------------------------------------------------------------*
       2000-PROCESAR-ACUSES.

           OPEN INPUT ACK-FILE.

           IF WS-FS-ACK NOT = "00"
              MOVE SPACES                   TO PRT-LINEA
              MOVE "SIN ACUSES DEL MAYOR PARA PROCESAR" TO PRT-LINEA
              WRITE PRT-LINEA
              ADD 1                         TO WS-LINEAS-EN-PAGINA
              GO TO 2000-PROCESAR-ACUSES-FIN
           END-IF.

           SET WS-EOF-NO                    TO TRUE.

           PERFORM 2010-LEER-ACUSE
              THRU 2010-LEER-ACUSE-FIN
             UNTIL WS-EOF-SI.

           CLOSE ACK-FILE.

       2000-PROCESAR-ACUSES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2010-LEER-ACUSE.

           READ ACK-FILE
               AT END
                   SET WS-EOF-SI            TO TRUE
                   GO TO 2010-LEER-ACUSE-FIN
           END-READ.

           ADD 1                            TO WS-ACUSES-LEIDOS.

           EVALUATE TRUE
              WHEN AK-TIPO-LOTE
                 PERFORM 2100-ACUSE-LOTE
                    THRU 2100-ACUSE-LOTE-FIN
              WHEN AK-TIPO-LINEA
                 PERFORM 2200-ACUSE-LINEA
                    THRU 2200-ACUSE-LINEA-FIN
              WHEN OTHER
                 DISPLAY "GLACK - TIPO DE REGISTRO INVALIDO: "
                          AK-TIPO
           END-EVALUATE.

       2010-LEER-ACUSE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * APAREA EL ACUSE DE LOTE CON EL LOTE EMITIDO - CONTABILIZACION  *
      * O REVERSION - POR GENERACION Y LOTE DE LA CABECERA GLIF, Y     *
      * ANOTA EL RESULTADO.                                            *
      *----------------------------------------------------------------*
       2100-ACUSE-LOTE.

           MOVE AK-GENERACION               TO GC-GENERACION.
           MOVE AK-LOTE                     TO GC-LOTE.
           PERFORM 1025-BUSCAR-GENERACION
              THRU 1025-BUSCAR-GENERACION-FIN.

           MOVE AK-GENERACION               TO DET-GENERACION.
           MOVE AK-LOTE                     TO DET-LOTE.
           MOVE 0                           TO DET-LINEA.
           MOVE SPACES                      TO DET-CUENTA.

           MOVE WS-CTL-HALLADO              TO WS-CTL-LOTE-ACTUAL.

           IF WS-CTL-HALLADO = 0
              ADD 1                         TO WS-ACUSES-SIN-LOTE
              MOVE "SIN LOTE"               TO DET-EVENTO
              MOVE "ACUSE SIN LOTE EMITIDO EN GLCTRL" TO DET-MOTIVO
              PERFORM 8000-IMPRIMIR-LINEA
                 THRU 8000-IMPRIMIR-LINEA-FIN
              GO TO 2100-ACUSE-LOTE-FIN
           END-IF.

           IF CTL-ESTADO(WS-CTL-HALLADO) = "V"
              MOVE "YA REVERTIDO"           TO DET-EVENTO
              MOVE "ACUSE IGNORADO - LOTE REVERTIDO" TO DET-MOTIVO
              PERFORM 8000-IMPRIMIR-LINEA
                 THRU 8000-IMPRIMIR-LINEA-FIN
              MOVE 0                        TO WS-CTL-LOTE-ACTUAL
              GO TO 2100-ACUSE-LOTE-FIN
           END-IF.

           MOVE AK-FECHA-ACUSE   TO CTL-FECHA-ACUSE(WS-CTL-HALLADO).
           MOVE 0                TO CTL-LINEAS-RECH(WS-CTL-HALLADO).

           IF AK-LOTE-ACEPTADO
              MOVE "A"              TO CTL-ESTADO(WS-CTL-HALLADO)
              ADD 1                         TO WS-LOTES-ACEPTADOS
              MOVE "ACEPTADO"               TO DET-EVENTO
              MOVE SPACES                   TO DET-MOTIVO
           ELSE
              MOVE "R"              TO CTL-ESTADO(WS-CTL-HALLADO)
              ADD 1                         TO WS-LOTES-RECHAZADOS
              MOVE "RECHAZADO"              TO DET-EVENTO
              MOVE "LOTE RECHAZADO POR EL MAYOR" TO DET-MOTIVO
           END-IF.

           IF AK-LINEAS-RECH IS NUMERIC AND AK-LINEAS-RECH > 0
              MOVE AK-LINEAS-RECH           TO DET-LINEA
           END-IF.

           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

       2100-ACUSE-LOTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LINEA RECHAZADA DEL ULTIMO LOTE ACUSADO: SE CUENTA CONTRA LA   *
      * GENERACION Y SE LISTA CON SU MOTIVO.                           *
      *----------------------------------------------------------------*
       2200-ACUSE-LINEA.

           ADD 1                            TO WS-LINEAS-RECHAZADAS.

           IF WS-CTL-LOTE-ACTUAL > 0
              AND CTL-GENERACION(WS-CTL-LOTE-ACTUAL) = AK-GENERACION
              ADD 1     TO CTL-LINEAS-RECH(WS-CTL-LOTE-ACTUAL)
           END-IF.

           MOVE AK-GENERACION               TO DET-GENERACION.
           MOVE AK-LOTE                     TO DET-LOTE.
           MOVE "LINEA RECH."               TO DET-EVENTO.
           MOVE AK-LINEA                    TO DET-LINEA.
           MOVE AK-CUENTA                   TO DET-CUENTA.
           MOVE SPACES                      TO DET-MOTIVO.
           STRING AK-MOTIVO-COD " " AK-MOTIVO-DESC
                  DELIMITED BY SIZE INTO DET-MOTIVO.

           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

       2200-ACUSE-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA GENERACION ACEPTADA POR EL MAYOR QUE TIENE UNA GENERACION  *
      * ACTIVA POSTERIOR CON LA MISMA FECHA DE VALOR FUE REEMPLAZADA:  *
      * SE REVIERTE SU LOTE. LOS LOTES DE REVERSION NO SE REVIERTEN.   *
      * UN LOTE ACEPTADO CON LINEAS RECHAZADAS NO SE REVIERTE ENTERO:  *
      * ESAS LINEAS NO SE ASENTARON Y LA REVERSION SE HACE A MANO.     *
      *----------------------------------------------------------------*
       3000-REVERTIR-REEMPLAZADAS.

           PERFORM 3010-EVALUAR-GENERACION
              THRU 3010-EVALUAR-GENERACION-FIN
             VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > WS-CTL-COUNT.

       3000-REVERTIR-REEMPLAZADAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3010-EVALUAR-GENERACION.

           IF CTL-ESTADO(WS-CTL-IDX) NOT = "A"
              OR CTL-LOTE-TIPO(WS-CTL-IDX) = "RV"
              GO TO 3010-EVALUAR-GENERACION-FIN
           END-IF.

           MOVE 0                           TO WS-GEN-REEMPLAZO.

           PERFORM 3020-BUSCAR-REEMPLAZO
              THRU 3020-BUSCAR-REEMPLAZO-FIN
             VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT.

           IF WS-GEN-REEMPLAZO = 0
              GO TO 3010-EVALUAR-GENERACION-FIN
           END-IF.

           IF CTL-LINEAS-RECH(WS-CTL-IDX) > 0
              PERFORM 3050-REVERSION-MANUAL
                 THRU 3050-REVERSION-MANUAL-FIN
              GO TO 3010-EVALUAR-GENERACION-FIN
           END-IF.

           PERFORM 3100-ARMAR-REVERSION
              THRU 3100-ARMAR-REVERSION-FIN.

       3010-EVALUAR-GENERACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3020-BUSCAR-REEMPLAZO.

           IF CAT-GENERACION(WS-CAT-IDX) > CTL-GENERACION(WS-CTL-IDX)
              AND CAT-FECHA(WS-CAT-IDX) = CTL-FECHA-VALOR(WS-CTL-IDX)
              AND CAT-GENERACION(WS-CAT-IDX) > WS-GEN-REEMPLAZO
              MOVE CAT-GENERACION(WS-CAT-IDX) TO WS-GEN-REEMPLAZO
           END-IF.

       3020-BUSCAR-REEMPLAZO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LOTE REEMPLAZADO CON LINEAS RECHAZADAS: SE LISTA PARA          *
      * REVERSION MANUAL. LA PRIMERA VEZ PARA ESTE REEMPLAZO DA RC 8 Y *
      * QUEDA ANOTADO EN EL CONTROL; LUEGO SOLO ADVIERTE.              *
      *----------------------------------------------------------------*
       3050-REVERSION-MANUAL.

           ADD 1                            TO WS-REV-MANUALES.

           MOVE CTL-GENERACION(WS-CTL-IDX)  TO DET-GENERACION.
           MOVE CTL-LOTE(WS-CTL-IDX)        TO DET-LOTE.
           MOVE CTL-LINEAS-RECH(WS-CTL-IDX) TO DET-LINEA.
           MOVE SPACES                      TO DET-CUENTA.
           MOVE "REV. MANUAL"               TO DET-EVENTO.
           MOVE SPACES                      TO DET-MOTIVO.
           MOVE WS-GEN-REEMPLAZO            TO WS-GEN-NUM-ED.
           STRING "LINEAS RECH. - GEN " WS-GEN-NUM-ED
                  DELIMITED BY SIZE INTO DET-MOTIVO.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

           IF CTL-GEN-REEMPLAZO(WS-CTL-IDX) = WS-GEN-REEMPLAZO
              GO TO 3050-REVERSION-MANUAL-FIN
           END-IF.

           MOVE WS-GEN-REEMPLAZO    TO CTL-GEN-REEMPLAZO(WS-CTL-IDX).
           DISPLAY "GENERACION " CTL-GENERACION(WS-CTL-IDX)
                    " LOTE " CTL-LOTE(WS-CTL-IDX)
                    " CON LINEAS RECHAZADAS - REVERTIR A MANO".
           MOVE 8                           TO RETURN-CODE.

       3050-REVERSION-MANUAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RELEE LA COPIA GLIGNNNN DEL LOTE ORIGINAL, INVIERTE DEBE Y     *
      * HABER DE CADA DETALLE EN EL ARCHIVO DE TRABAJO Y, SI LOS       *
      * TOTALES INVERTIDOS CUADRAN CON EL TRAILER ORIGINAL, AGREGA EL  *
      * LOTE DE REVERSION A GLREV, LO REGISTRA EN EL CONTROL Y MARCA   *
      * LA GENERACION COMO REVERTIDA. SIN LUGAR EN EL CONTROL PARA EL  *
      * LOTE RV NO SE REVIERTE.                                        *
      *----------------------------------------------------------------*
       3100-ARMAR-REVERSION.

           IF WS-CTL-COUNT >= WS-CTL-MAX
              MOVE CTL-GENERACION(WS-CTL-IDX) TO DET-GENERACION
              MOVE CTL-LOTE(WS-CTL-IDX)     TO DET-LOTE
              MOVE 0                        TO DET-LINEA
              MOVE SPACES                   TO DET-CUENTA
              MOVE "SIN REVERSION"          TO DET-EVENTO
              MOVE "GLCTRL SIN LUGAR PARA LOTE RV" TO DET-MOTIVO
              PERFORM 8000-IMPRIMIR-LINEA
                 THRU 8000-IMPRIMIR-LINEA-FIN
              DISPLAY "GLCTRL EXCEDE " WS-CTL-MAX
                       " LOTES - GENERACION SIN REVERTIR"
              MOVE 8                        TO RETURN-CODE
              GO TO 3100-ARMAR-REVERSION-FIN
           END-IF.

           MOVE CTL-GENERACION(WS-CTL-IDX)  TO DET-GENERACION.
           MOVE CTL-LOTE(WS-CTL-IDX)        TO DET-LOTE.
           MOVE 0                           TO DET-LINEA.
           MOVE SPACES                      TO DET-CUENTA.

           MOVE CTL-GENERACION(WS-CTL-IDX)  TO WS-GEN-NUM-ED.
           MOVE SPACES                      TO WS-ARCH-ARCHIVO.
           STRING "GLIG" WS-GEN-NUM-ED DELIMITED BY SIZE
              INTO WS-ARCH-ARCHIVO.

           OPEN INPUT GL-ARCHIVE.

           IF WS-FS-ARCH NOT = "00"
              MOVE "SIN REVERSION"          TO DET-EVENTO
              MOVE SPACES                   TO DET-MOTIVO
              STRING "FALTA COPIA " WS-ARCH-ARCHIVO
                     DELIMITED BY SIZE INTO DET-MOTIVO
              PERFORM 8000-IMPRIMIR-LINEA
                 THRU 8000-IMPRIMIR-LINEA-FIN
              DISPLAY "NO SE PUDO ABRIR " WS-ARCH-ARCHIVO
                       " - GENERACION SIN REVERTIR"
              MOVE 8                        TO RETURN-CODE
              GO TO 3100-ARMAR-REVERSION-FIN
           END-IF.

           OPEN OUTPUT WORK-FILE.

           IF WS-FS-WORK NOT = "00"
              DISPLAY "NO SE PUDO ABRIR GLRWORK - STATUS " WS-FS-WORK
              MOVE 8                        TO RETURN-CODE
              CLOSE GL-ARCHIVE
              GO TO 3100-ARMAR-REVERSION-FIN
           END-IF.

           MOVE 0                           TO WS-REV-CANTIDAD
                                               WS-REV-DEBE
                                               WS-REV-HABER
                                               WS-ORIG-DEBE
                                               WS-ORIG-HABER.
           MOVE SPACES                      TO GLH-LOTE.

           SET WS-EOF-NO                    TO TRUE.

           PERFORM 3110-INVERTIR-ASIENTO
              THRU 3110-INVERTIR-ASIENTO-FIN
             UNTIL WS-EOF-SI.

           CLOSE GL-ARCHIVE.
           CLOSE WORK-FILE.

           SET WS-REV-OK-SI                 TO TRUE.

           IF WS-REV-DEBE NOT = WS-REV-HABER
              OR WS-REV-DEBE NOT = WS-ORIG-HABER
              OR WS-REV-HABER NOT = WS-ORIG-DEBE
              OR WS-REV-CANTIDAD = 0
              SET WS-REV-OK-NO              TO TRUE
           END-IF.

           IF WS-REV-OK-NO
              MOVE "SIN REVERSION"          TO DET-EVENTO
              MOVE SPACES                   TO DET-MOTIVO
              STRING WS-ARCH-ARCHIVO " NO CUADRA"
                     DELIMITED BY SIZE INTO DET-MOTIVO
              PERFORM 8000-IMPRIMIR-LINEA
                 THRU 8000-IMPRIMIR-LINEA-FIN
              DISPLAY "COPIA " WS-ARCH-ARCHIVO
                       " NO CUADRA - GENERACION SIN REVERTIR"
              MOVE 8                        TO RETURN-CODE
              GO TO 3100-ARMAR-REVERSION-FIN
           END-IF.

           PERFORM 3200-EMITIR-REVERSION
              THRU 3200-EMITIR-REVERSION-FIN.

           PERFORM 3300-REGISTRAR-REVERSION
              THRU 3300-REGISTRAR-REVERSION-FIN.

           MOVE "V"                 TO CTL-ESTADO(WS-CTL-IDX).
           MOVE WS-GEN-REEMPLAZO    TO CTL-GEN-REEMPLAZO(WS-CTL-IDX).
           ADD 1                            TO WS-REVERSIONES.

           MOVE "REVERTIDO"                 TO DET-EVENTO.
           MOVE WS-REV-CANTIDAD             TO DET-LINEA.
           MOVE SPACES                      TO DET-MOTIVO.
           MOVE WS-GEN-REEMPLAZO            TO WS-GEN-NUM-ED.
           STRING "REEMPLAZADA POR GEN " WS-GEN-NUM-ED
                  DELIMITED BY SIZE INTO DET-MOTIVO.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

       3100-ARMAR-REVERSION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3110-INVERTIR-ASIENTO.

           READ GL-ARCHIVE
               AT END
                   SET WS-EOF-SI            TO TRUE
                   GO TO 3110-INVERTIR-ASIENTO-FIN
           END-READ.

           EVALUATE TRUE
              WHEN GA-TIPO-CABECERA
                 MOVE GA-REGISTRO           TO WS-GL-CABECERA
              WHEN GA-TIPO-TRAILER
                 MOVE GA-REGISTRO           TO WS-GL-TRAILER
                 MOVE GLT-TOTAL-DEBE        TO WS-ORIG-DEBE
                 MOVE GLT-TOTAL-HABER       TO WS-ORIG-HABER
              WHEN GA-TIPO-DETALLE
                 MOVE GA-REGISTRO           TO WS-GL-DETALLE
                 IF GLD-DEBE-HABER = "D"
                    MOVE "C"                TO GLD-DEBE-HABER
                    ADD GLD-IMPORTE         TO WS-REV-HABER
                 ELSE
                    MOVE "D"                TO GLD-DEBE-HABER
                    ADD GLD-IMPORTE         TO WS-REV-DEBE
                 END-IF
                 ADD 1                      TO WS-REV-CANTIDAD
                 MOVE WS-GL-DETALLE         TO WK-REGISTRO
                 WRITE WK-REGISTRO
           END-EVALUATE.

       3110-INVERTIR-ASIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * COPIA LOS DETALLES INVERTIDOS A GLREV ENTRE CABECERA "RV" Y    *
      * TRAILER, CON LA FECHA DE VALOR Y LA GENERACION ORIGINALES.     *
      *----------------------------------------------------------------*
       3200-EMITIR-REVERSION.

           MOVE "RV"                        TO GLH-LOTE-TIPO.
           MOVE CTL-FECHA-VALOR(WS-CTL-IDX) TO GLH-LOTE-FECHA.
           MOVE WS-FECHA-SISTEMA            TO GLH-FECHA-PROCESO.
           MOVE CTL-GENERACION(WS-CTL-IDX)  TO GLH-GENERACION.
           MOVE WS-GL-CABECERA              TO GL-REGISTRO.
           WRITE GL-REGISTRO.

           OPEN INPUT WORK-FILE.

           SET WS-EOF-NO                    TO TRUE.

           PERFORM 3210-COPIAR-ASIENTO
              THRU 3210-COPIAR-ASIENTO-FIN
             UNTIL WS-EOF-SI.

           CLOSE WORK-FILE.

           MOVE WS-REV-CANTIDAD             TO GLT-CANTIDAD.
           MOVE WS-REV-DEBE                 TO GLT-TOTAL-DEBE.
           MOVE WS-REV-HABER                TO GLT-TOTAL-HABER.
           MOVE WS-GL-TRAILER               TO GL-REGISTRO.
           WRITE GL-REGISTRO.

       3200-EMITIR-REVERSION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3210-COPIAR-ASIENTO.

           READ WORK-FILE
               AT END
                   SET WS-EOF-SI            TO TRUE
               NOT AT END
                   MOVE WK-REGISTRO         TO GL-REGISTRO
                   WRITE GL-REGISTRO
           END-READ.

       3210-COPIAR-ASIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * AGREGA AL CONTROL EL LOTE DE REVERSION EMITIDO, PENDIENTE DEL  *
      * ACUSE DEL MAYOR, CON LA GENERACION QUE REEMPLAZO A LA ORIGINAL *
      *----------------------------------------------------------------*
       3300-REGISTRAR-REVERSION.

           ADD 1                            TO WS-CTL-COUNT.
           MOVE WS-CTL-COUNT                TO WS-CTL-HALLADO.

           MOVE CTL-GENERACION(WS-CTL-IDX)  TO
                CTL-GENERACION(WS-CTL-HALLADO).
           MOVE GLH-LOTE         TO CTL-LOTE(WS-CTL-HALLADO).
           MOVE CTL-FECHA-VALOR(WS-CTL-IDX) TO
                CTL-FECHA-VALOR(WS-CTL-HALLADO).
           MOVE WS-FECHA-SISTEMA TO CTL-FECHA-EMISION(WS-CTL-HALLADO).
           MOVE WS-REV-CANTIDAD  TO CTL-CANTIDAD(WS-CTL-HALLADO).
           MOVE WS-REV-DEBE      TO CTL-TOTAL(WS-CTL-HALLADO).
           MOVE "E"              TO CTL-ESTADO(WS-CTL-HALLADO).
           MOVE 0                TO CTL-FECHA-ACUSE(WS-CTL-HALLADO).
           MOVE 0                TO CTL-LINEAS-RECH(WS-CTL-HALLADO).
           MOVE WS-GEN-REEMPLAZO TO CTL-GEN-REEMPLAZO(WS-CTL-HALLADO).

       3300-REGISTRAR-REVERSION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * REGRABA EL CONTROL DE CONTABILIZACIONES CON LOS ESTADOS        *
      * ACTUALIZADOS, UNA ENTRADA POR GENERACION Y LOTE.               *
      *----------------------------------------------------------------*
       4000-REGRABAR-CONTROL.

           OPEN OUTPUT GL-CONTROL.

           IF WS-FS-GLC NOT = "00"
              DISPLAY "NO SE PUDO REGRABAR GLCTRL - STATUS " WS-FS-GLC
              MOVE 8                        TO RETURN-CODE
              GO TO 4000-REGRABAR-CONTROL-FIN
           END-IF.

           PERFORM 4010-GRABAR-CONTROL
              THRU 4010-GRABAR-CONTROL-FIN
             VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > WS-CTL-COUNT.

           CLOSE GL-CONTROL.

       4000-REGRABAR-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       4010-GRABAR-CONTROL.

           MOVE SPACES                      TO GC-REGISTRO.
           MOVE CTL-GENERACION(WS-CTL-IDX)    TO GC-GENERACION.
           MOVE CTL-LOTE(WS-CTL-IDX)          TO GC-LOTE.
           MOVE CTL-FECHA-VALOR(WS-CTL-IDX)   TO GC-FECHA-VALOR.
           MOVE CTL-FECHA-EMISION(WS-CTL-IDX) TO GC-FECHA-EMISION.
           MOVE CTL-CANTIDAD(WS-CTL-IDX)      TO GC-CANTIDAD.
           MOVE CTL-TOTAL(WS-CTL-IDX)         TO GC-TOTAL.
           MOVE CTL-ESTADO(WS-CTL-IDX)        TO GC-ESTADO.
           MOVE CTL-FECHA-ACUSE(WS-CTL-IDX)   TO GC-FECHA-ACUSE.
           MOVE CTL-LINEAS-RECH(WS-CTL-IDX)   TO GC-LINEAS-RECH.
           MOVE CTL-GEN-REEMPLAZO(WS-CTL-IDX) TO GC-GEN-REEMPLAZO.

           WRITE GC-REGISTRO.

       4010-GRABAR-CONTROL-FIN.
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
       9000-FINALIZAR.

           MOVE WS-LOTES-ACEPTADOS          TO PIE-ACEPTADOS.
           MOVE WS-LOTES-RECHAZADOS         TO PIE-RECHAZADOS.
           MOVE WS-LINEAS-RECHAZADAS        TO PIE-LINEAS.
           MOVE WS-ACUSES-SIN-LOTE          TO PIE-SIN-LOTE.
           MOVE WS-REVERSIONES              TO PIE-REVERSIONES.

           MOVE SPACES                      TO PRT-LINEA.
           WRITE PRT-LINEA.

           MOVE SPACES                      TO PRT-LINEA.
           MOVE WS-PIE-CONTROL              TO PRT-LINEA.
           WRITE PRT-LINEA.

           CLOSE GL-REVERSAL.
           CLOSE PRT-FILE.

           DISPLAY "ACUSES - ACEPTADOS: " WS-LOTES-ACEPTADOS
                    " RECHAZADOS: " WS-LOTES-RECHAZADOS
                    " REVERSIONES: " WS-REVERSIONES.

           IF WS-REVERSIONES > 0
              DISPLAY "LOTES DE REVERSION EMITIDOS EN GLREV"
           END-IF.

           IF WS-DEPURADOS > 0
              DISPLAY "LOTES CERRADOS DEPURADOS A GLCHIST: "
                       WS-DEPURADOS
           END-IF.

       9000-FINALIZAR-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL17GLACK.

      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: CONTROL DE VALORES SIN MOVIMIENTO Y POSICIONES
      *          AUSENTES. LEE LA HISTORIA VALHIST EN ORDEN DE CLAVE
      *          Y, PARA CADA POSICION, BUSCA DESDE QUE FECHA EL
      *          IMPORTE QUE MANDA EL PROVEEDOR NO CAMBIA. UNA
      *          POSICION VIGENTE EN VALMAST CUYO VALOR NO SE MOVIO EN
      *          N DIAS HABILES (TARJETA VSTPARM; DIAS HABILES SEGUN
      *          DATECALC Y EL CALENDARIO FERIADOS) SE LISTA COMO SIN
      *          MOVIMIENTO; UNA POSICION CON VALOR EL DIA HABIL
      *          ANTERIOR Y SIN VALOR EN LA FECHA DE PROCESO SE LISTA
      *          COMO AUSENTE. EL REPORTE VSTRPT DA LA ULTIMA FECHA DE
      *          VALOR, LOS DIAS HABILES SIN CAMBIO Y EL PROVEEDOR DE
      *          ORIGEN. CUALQUIER POSICION LISTADA TERMINA EN RC 4.
      * Tectonics: cobc
      * Modification History:
      *  15/10/2026 GR  Original version.
      *  15/10/2026 GR  Las filas de historia que no son carga (origen
      *                 "R" de la revaluacion y "B" de baja del
      *                 maestro) no cuentan como valor del dia.
      *  15/10/2026 GR  Una baja "B" descarta la posicion pendiente:
      *                 la quito CL17EJEM2 y no es una ausente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17VSTAL.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PARM-FILE                ASSIGN TO "VSTPARM"
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-PARM.

           SELECT VALUES-HISTORY           ASSIGN TO "VALHIST"
                                            ORGANIZATION IS INDEXED
                                            ACCESS MODE IS DYNAMIC
                                            RECORD KEY IS VH-CLAVE
                                            FILE STATUS IS WS-FS-HIST.

           SELECT VALUES-MASTER            ASSIGN TO "VALMAST"
                                            ORGANIZATION IS INDEXED
                                            ACCESS MODE IS RANDOM
                                            RECORD KEY IS MA-INDICE
                                            FILE STATUS WS-FS-MAESTRO.

           SELECT POS-MASTER               ASSIGN TO "POSMAST"
                                            ORGANIZATION IS INDEXED
                                            ACCESS MODE IS RANDOM
                                            RECORD KEY IS PM-INDICE
                                            FILE STATUS IS WS-FS-POS.

           SELECT PRT-FILE                 ASSIGN TO "VSTRPT"
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-PRT.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *----------------------------------------------------------------*
      * TARJETA DEL CONTROL: DIAS HABILES SIN MOVIMIENTO QUE DISPARAN  *
      * LA MARCA (1 A 250) Y FECHA DE PROCESO AAAA-MM-DD (EN BLANCO =  *
      * FECHA DEL SISTEMA, PARA PODER REPETIR UN DIA ANTERIOR).        *
      *----------------------------------------------------------------*
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS.
       01  VP-REGISTRO.
           05  VP-DIAS                      PIC 9(03).
           05  VP-FECHA                     PIC X(10).
           05  FILLER                       PIC X(07).

       FD  VALUES-HISTORY
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 46 CHARACTERS.
           COPY VALHREG.

       FD  VALUES-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
           COPY VALMREG.

      *----------------------------------------------------------------*
      * MAESTRO DE POSICIONES (CL17PSMNT): DESCRIPCION, Y UNA POSICION *
      * CERRADA NO SE CONTROLA (DEJAR DE TENER VALOR ES LO ESPERADO)   *
      *----------------------------------------------------------------*
       FD  POS-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS.
           COPY POSMREG.

       FD  PRT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PRT-LINEA                        PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-FS-PARM                       PIC X(02).
       77  WS-FS-HIST                       PIC X(02).
       77  WS-FS-MAESTRO                    PIC X(02).
       77  WS-FS-POS                        PIC X(02).
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

       77  WS-DC-OPCION-ANTERIOR            PIC X(01) VALUE "P".
       77  WS-DC-DIAS                       PIC S9(07) VALUE 0.
       77  WS-DC-STATUS                     PIC 9(02) VALUE 0.

       77  WS-DIAS-LIMITE                   PIC 9(03) VALUE 0.
       77  WS-DIAS-MAXIMO                   PIC 9(03) VALUE 250.
       77  WS-FECHA-PROCESO                 PIC 9(08) VALUE 0.
       77  WS-FECHA-ANTERIOR                PIC 9(08) VALUE 0.

      *----------------------------------------------------------------*
      * DIAS HABILES ANTERIORES A LA FECHA DE PROCESO, DEL MAS RECIENTE*
      * AL MAS VIEJO: HAB-FECHA(1) ES EL DIA HABIL ANTERIOR. LA TABLA  *
      * CUBRE ALGO MAS QUE EL LIMITE MAXIMO DE LA TARJETA.             *
      *----------------------------------------------------------------*
       77  WS-HAB-MAX                       PIC 9(03) VALUE 260.
       77  WS-HAB-COUNT                     PIC 9(03) VALUE 0.
       77  WS-HAB-IDX                       PIC 9(03).
       77  WS-HAB-HALLADO                   PIC 9(03).

       01  WS-HABILES.
           05  HAB-FECHA                    PIC 9(08) OCCURS 260 TIMES.

       77  WS-SW-FIN-HIST                   PIC X(01) VALUE "N".
           88  WS-FIN-HIST-SI               VALUE "S".
           88  WS-FIN-HIST-NO               VALUE "N".

       77  WS-SW-POS                        PIC X(01) VALUE "N".
           88  WS-POS-ABIERTO               VALUE "S".
           88  WS-POS-CERRADO               VALUE "N".

      *----------------------------------------------------------------*
      * POSICION EN CURSO DE LA HISTORIA: ULTIMO VALOR HASTA LA FECHA  *
      * DE PROCESO, FECHA DESDE LA QUE ESE IMPORTE NO CAMBIA Y SI HUBO *
      * VALOR EL DIA HABIL ANTERIOR Y EL DIA DE PROCESO                *
      *----------------------------------------------------------------*
       77  WS-POS-ACTUAL                    PIC 9(05) VALUE 0.

       77  WS-SW-CANDIDATO                  PIC X(01) VALUE "N".
           88  WS-CANDIDATO-SI              VALUE "S".
           88  WS-CANDIDATO-NO              VALUE "N".

       01  WS-CANDIDATO.
           05  CAN-INDICE                   PIC 9(05).
           05  CAN-FECHA                    PIC 9(08).
           05  CAN-FECHA-INICIO             PIC 9(08).
           05  CAN-VALOR                    PIC S9(7)V99.
           05  CAN-MONEDA                   PIC X(03).
           05  CAN-VALOR-ORIG               PIC S9(7)V99.
           05  CAN-ORIGEN                   PIC X(01).
           05  CAN-PROVEEDOR                PIC X(02).
           05  CAN-SW-ANTERIOR              PIC X(01).
               88  CAN-CON-ANTERIOR         VALUE "S".
           05  CAN-SW-HOY                   PIC X(01).
               88  CAN-CON-HOY              VALUE "S".

       77  WS-DIAS-SIN-MOV                  PIC 9(03).
       77  WS-DIAS-ED                       PIC ZZ9.

       77  WS-SW-SIN-MOV                    PIC X(01).
           88  WS-SIN-MOV-SI                VALUE "S".
           88  WS-SIN-MOV-NO                VALUE "N".

       77  WS-SW-AUSENTE                    PIC X(01).
           88  WS-AUSENTE-SI                VALUE "S".
           88  WS-AUSENTE-NO                VALUE "N".

       77  WS-MONEDA-BASE                   PIC X(03) VALUE "ARS".

       77  WS-HIST-LEIDOS                   PIC 9(07) VALUE 0.
       77  WS-HIST-POSTERIORES              PIC 9(07) VALUE 0.
       77  WS-POS-CONTROLADAS               PIC 9(07) VALUE 0.
       77  WS-POS-FUERA-MAESTRO             PIC 9(07) VALUE 0.
       77  WS-POS-CERRADAS                  PIC 9(07) VALUE 0.
       77  WS-POS-SIN-MOV                   PIC 9(07) VALUE 0.
       77  WS-POS-AUSENTES                  PIC 9(07) VALUE 0.
       77  WS-POS-MARCADAS                  PIC 9(07) VALUE 0.

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
               "SISTEMA CL17VSTAL".
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
               "VALORES SIN MOVIMIENTO/AUSENTES".
           05  FILLER                       PIC X(07) VALUE SPACES.
           05  FILLER                       PIC X(08) VALUE "PAGINA: ".
           05  ENC-PAGINA                   PIC ZZZ9.

       01  WS-LINEA-PARAMETROS.
           05  FILLER                       PIC X(09) VALUE
               "PROCESO: ".
           05  LP-FECHA                     PIC 9999/99/99.
           05  FILLER                       PIC X(03) VALUE SPACES.
           05  FILLER                       PIC X(16) VALUE
               "HABIL ANTERIOR: ".
           05  LP-ANTERIOR                  PIC 9999/99/99.
           05  FILLER                       PIC X(03) VALUE SPACES.
           05  FILLER                       PIC X(14) VALUE
               "DIAS HABILES: ".
           05  LP-DIAS                      PIC ZZ9.

       01  WS-DET-TITULO.
           05  FILLER                       PIC X(36) VALUE
               "POS.  MOTIVO        ULT. FECHA DIAS ".
           05  FILLER                       PIC X(44) VALUE
               "  VALOR ORIG MON PR O DESCRIPCION".

      *----------------------------------------------------------------*
      * LINEA DE POSICION MARCADA: ULTIMA FECHA DE VALOR, DIAS HABILES *
      * SIN CAMBIO, IMPORTE COMO LO MANDO EL PROVEEDOR Y SU CODIGO     *
      *----------------------------------------------------------------*
       01  WS-DETALLE.
           05  DET-INDICE                   PIC ZZZZ9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-MOTIVO                   PIC X(13).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-FECHA                    PIC 9999/99/99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-DIAS                     PIC X(04).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-VALOR                    PIC -(8)9,99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-MONEDA                   PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-PROVEEDOR                PIC X(02).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-ORIGEN                   PIC X(01).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-DESCRIPCION              PIC X(22).

       01  WS-PIE-CONTROL.
           05  FILLER                       PIC X(30) VALUE
               "HIST LEIDOS/POSTERIORES/POS.: ".
           05  PIE-LEIDOS                   PIC ZZZZZZ9.
           05  FILLER                       PIC X(01) VALUE "/".
           05  PIE-POSTERIORES              PIC ZZZZZZ9.
           05  FILLER                       PIC X(01) VALUE "/".
           05  PIE-CONTROLADAS              PIC ZZZZZZ9.

       01  WS-PIE-OMITIDAS.
           05  FILLER                       PIC X(30) VALUE
               "FUERA DE VALMAST/CERRADAS:    ".
           05  PIE-FUERA-MAESTRO            PIC ZZZZZZ9.
           05  FILLER                       PIC X(01) VALUE "/".
           05  PIE-CERRADAS                 PIC ZZZZZZ9.

       01  WS-PIE-MARCADAS.
           05  FILLER                       PIC X(30) VALUE
               "SIN MOVIMIENTO/AUSENTES:      ".
           05  PIE-SIN-MOV                  PIC ZZZZZZ9.
           05  FILLER                       PIC X(01) VALUE "/".
           05  PIE-AUSENTES                 PIC ZZZZZZ9.

       77  WS-RUN-ACCION-INICIO             PIC X(06) VALUE "INICIO".
       77  WS-RUN-ACCION-FIN                PIC X(06) VALUE "FIN".
       77  WS-RUN-LEIDOS                    PIC 9(07) VALUE 0.
       77  WS-RUN-ESCRITOS                  PIC 9(07) VALUE 0.
       77  WS-RUN-RECHAZADOS                PIC 9(07) VALUE 0.
       77  WS-RUN-RC                        PIC 9(02) VALUE 0.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           CALL "RUNLOG" USING "CL17VSTAL" WS-RUN-ACCION-INICIO
                                WS-RUN-LEIDOS WS-RUN-ESCRITOS
                                WS-RUN-RECHAZADOS WS-RUN-RC.

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-FIN.

           IF WS-RC-ARCHIVO-FATAL
              GO TO 9999-FIN-PROGRAMA
           END-IF.

           PERFORM 2000-LEER-HISTORIA
              THRU 2000-LEER-HISTORIA-FIN
             UNTIL WS-FIN-HIST-SI.

           PERFORM 2100-CERRAR-POSICION
              THRU 2100-CERRAR-POSICION-FIN.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIN.

           IF WS-POS-MARCADAS > 0 AND RETURN-CODE = 0
              MOVE 4                        TO RETURN-CODE
           END-IF.

       9999-FIN-PROGRAMA.

           MOVE WS-HIST-LEIDOS              TO WS-RUN-LEIDOS.
           MOVE WS-POS-CONTROLADAS          TO WS-RUN-ESCRITOS.
           MOVE WS-POS-MARCADAS             TO WS-RUN-RECHAZADOS.
           MOVE RETURN-CODE                 TO WS-RUN-RC.

           CALL "RUNLOG" USING "CL17VSTAL" WS-RUN-ACCION-FIN
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

           PERFORM 1100-CARGAR-HABILES
              THRU 1100-CARGAR-HABILES-FIN.

           IF WS-RC-ARCHIVO-FATAL
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           OPEN INPUT VALUES-HISTORY.

           MOVE "VALHIST"                   TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17VSTAL" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-HIST WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR VALHIST - FIN ANORMAL"
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           OPEN INPUT VALUES-MASTER.

           MOVE "VALMAST"                   TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17VSTAL" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-MAESTRO WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR VALMAST - FIN ANORMAL"
              CLOSE VALUES-HISTORY
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           OPEN OUTPUT PRT-FILE.

           MOVE "VSTRPT"                    TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17VSTAL" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-PRT WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR VSTRPT - FIN ANORMAL"
              CLOSE VALUES-HISTORY
              CLOSE VALUES-MASTER
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           OPEN INPUT POS-MASTER.

           IF WS-FS-POS = "00"
              SET WS-POS-ABIERTO            TO TRUE
           END-IF.

           PERFORM 8100-IMPRIMIR-ENCABEZADO
              THRU 8100-IMPRIMIR-ENCABEZADO-FIN.

           MOVE WS-FECHA-PROCESO            TO LP-FECHA.
           MOVE WS-FECHA-ANTERIOR           TO LP-ANTERIOR.
           MOVE WS-DIAS-LIMITE              TO LP-DIAS.
           MOVE WS-LINEA-PARAMETROS         TO WS-LINEA-AUX.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

           MOVE SPACES                      TO WS-LINEA-AUX.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

           MOVE WS-DET-TITULO               TO WS-LINEA-AUX.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

       1000-INICIALIZAR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LEE LA TARJETA VSTPARM. SIN TARJETA VALIDA NO HAY CONTROL.     *
      *----------------------------------------------------------------*
       1010-LEER-PARAMETROS.

           OPEN INPUT PARM-FILE.

           IF WS-FS-PARM NOT = "00"
              DISPLAY "SIN TARJETA VSTPARM - SIN CONTROL"
              MOVE 8                        TO WS-RC-ARCHIVO
              MOVE 8                        TO RETURN-CODE
              GO TO 1010-LEER-PARAMETROS-FIN
           END-IF.

           READ PARM-FILE
               AT END
                   DISPLAY "VSTPARM VACIA - SIN CONTROL"
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

           IF VP-DIAS IS NOT NUMERIC
              OR VP-DIAS < 1
              OR VP-DIAS > WS-DIAS-MAXIMO
              DISPLAY "VSTPARM - DIAS HABILES INVALIDOS: " VP-DIAS
              MOVE 8                        TO WS-RC-ARCHIVO
              MOVE 8                        TO RETURN-CODE
              GO TO 1020-VALIDAR-PARAMETROS-FIN
           END-IF.

           MOVE VP-DIAS                     TO WS-DIAS-LIMITE.

           IF VP-FECHA = SPACES
              MOVE WS-FECHA-SISTEMA         TO WS-FECHA-PROCESO
              GO TO 1020-VALIDAR-PARAMETROS-FIN
           END-IF.

           MOVE VP-FECHA                    TO FD-FECHA-TXT.
           CALL "DTVALID" USING FD-FECHA-TXT
                    WS-DTV-OPCION-CAL WS-STATUS-FECHA.

           IF WS-STATUS-FECHA NOT = 00
              DISPLAY "VSTPARM - FECHA DE PROCESO INVALIDA - CODIGO "
                       WS-STATUS-FECHA
              MOVE 8                        TO WS-RC-ARCHIVO
              MOVE 8                        TO RETURN-CODE
              GO TO 1020-VALIDAR-PARAMETROS-FIN
           END-IF.

           COMPUTE WS-FECHA-PROCESO = FD-ANIO * 10000
                                     + FD-MES * 100
                                     + FD-DIA.

       1020-VALIDAR-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ARMA LA TABLA DE DIAS HABILES HACIA ATRAS DESDE LA FECHA DE    *
      * PROCESO, UN DIA HABIL ANTERIOR POR VEZ (DATECALC OPCION "P")   *
      *----------------------------------------------------------------*
       1100-CARGAR-HABILES.

           MOVE WS-FECHA-PROCESO(1:4)       TO FD-FECHA-TXT(1:4).
           MOVE "-"                         TO FD-SEPARADOR-1.
           MOVE WS-FECHA-PROCESO(5:2)       TO FD-FECHA-TXT(6:2).
           MOVE "-"                         TO FD-SEPARADOR-2.
           MOVE WS-FECHA-PROCESO(7:2)       TO FD-FECHA-TXT(9:2).

           PERFORM 1110-HABIL-ANTERIOR
              THRU 1110-HABIL-ANTERIOR-FIN
             VARYING WS-HAB-IDX FROM 1 BY 1
              UNTIL WS-HAB-IDX > WS-HAB-MAX
                 OR WS-RC-ARCHIVO-FATAL.

           IF NOT WS-RC-ARCHIVO-FATAL
              MOVE HAB-FECHA(1)             TO WS-FECHA-ANTERIOR
           END-IF.

       1100-CARGAR-HABILES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-HABIL-ANTERIOR.

           CALL "DATECALC" USING WS-DC-OPCION-ANTERIOR FD-FECHA-TXT
                                  FDR-FECHA-TXT WS-DC-DIAS
                                  WS-DC-STATUS.

           IF WS-DC-STATUS NOT = 00
              DISPLAY "DATECALC ERROR - ESTADO " WS-DC-STATUS
              MOVE 8                        TO WS-RC-ARCHIVO
              MOVE 8                        TO RETURN-CODE
              GO TO 1110-HABIL-ANTERIOR-FIN
           END-IF.

           COMPUTE HAB-FECHA(WS-HAB-IDX) = FDR-ANIO * 10000
                                          + FDR-MES * 100
                                          + FDR-DIA.
           MOVE WS-HAB-IDX                  TO WS-HAB-COUNT.
           MOVE FDR-FECHA-TXT               TO FD-FECHA-TXT.

       1110-HABIL-ANTERIOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA HISTORIA VIENE EN ORDEN DE POSICION Y FECHA. UN IMPORTE     *
      * DISTINTO DEL ANTERIOR (COMO LO MANDO EL PROVEEDOR, PARA QUE LA *
      * REVALUACION DE MONEDA NO PAREZCA MOVIMIENTO) REINICIA LA FECHA *
      * DESDE LA QUE EL VALOR NO CAMBIA. LAS FILAS DE REVALUACION "R"  *
      * NO SON CARGAS DEL PROVEEDOR Y SE SALTEAN; UNA BAJA "B"         *
      * DESCARTA LA POSICION PENDIENTE, QUITADA A PROPOSITO.           *
      *----------------------------------------------------------------*
       2000-LEER-HISTORIA.

           READ VALUES-HISTORY NEXT RECORD
               AT END
                   SET WS-FIN-HIST-SI       TO TRUE
                   GO TO 2000-LEER-HISTORIA-FIN
           END-READ.

           ADD 1                            TO WS-HIST-LEIDOS.

           IF VH-INDICE NOT = WS-POS-ACTUAL
              PERFORM 2100-CERRAR-POSICION
                 THRU 2100-CERRAR-POSICION-FIN
              MOVE VH-INDICE                TO WS-POS-ACTUAL
           END-IF.

           IF VH-FECHA > WS-FECHA-PROCESO
              ADD 1                         TO WS-HIST-POSTERIORES
              GO TO 2000-LEER-HISTORIA-FIN
           END-IF.

           IF VH-ORIGEN-BAJA
              SET WS-CANDIDATO-NO           TO TRUE
              GO TO 2000-LEER-HISTORIA-FIN
           END-IF.

           IF VH-ORIGEN-REVALUADO
              GO TO 2000-LEER-HISTORIA-FIN
           END-IF.

           IF VH-MONEDA = SPACES
              MOVE WS-MONEDA-BASE           TO VH-MONEDA
           END-IF.

           IF WS-CANDIDATO-NO
              OR VH-VALOR-ORIG NOT = CAN-VALOR-ORIG
              OR VH-MONEDA NOT = CAN-MONEDA
              MOVE VH-FECHA                 TO CAN-FECHA-INICIO
           END-IF.

           IF WS-CANDIDATO-NO
              MOVE "N"                      TO CAN-SW-ANTERIOR
              MOVE "N"                      TO CAN-SW-HOY
           END-IF.

           SET WS-CANDIDATO-SI              TO TRUE.
           MOVE VH-INDICE                   TO CAN-INDICE.
           MOVE VH-FECHA                    TO CAN-FECHA.
           MOVE VH-VALOR                    TO CAN-VALOR.
           MOVE VH-MONEDA                   TO CAN-MONEDA.
           MOVE VH-VALOR-ORIG               TO CAN-VALOR-ORIG.
           MOVE VH-ORIGEN                   TO CAN-ORIGEN.
           MOVE VH-PROVEEDOR                TO CAN-PROVEEDOR.

           IF VH-FECHA = WS-FECHA-ANTERIOR
              MOVE "S"                      TO CAN-SW-ANTERIOR
           END-IF.

           IF VH-FECHA = WS-FECHA-PROCESO
              MOVE "S"                      TO CAN-SW-HOY
           END-IF.

       2000-LEER-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CONTROLA LA POSICION QUE TERMINA: AUSENTE SI TUVO VALOR EL DIA *
      * HABIL ANTERIOR Y NO EL DE PROCESO; SIN MOVIMIENTO SI SIGUE EN  *
      * VALMAST Y SU IMPORTE NO CAMBIO EN LOS DIAS HABILES DE LA       *
      * TARJETA. UNA POSICION CERRADA EN POSMAST NO SE CONTROLA.       *
      *----------------------------------------------------------------*
       2100-CERRAR-POSICION.

           IF WS-CANDIDATO-NO
              GO TO 2100-CERRAR-POSICION-FIN
           END-IF.

           SET WS-CANDIDATO-NO              TO TRUE.
           SET WS-SIN-MOV-NO                TO TRUE.
           SET WS-AUSENTE-NO                TO TRUE.

           MOVE SPACES                      TO WS-DETALLE.
           MOVE CAN-INDICE                  TO DET-INDICE.

           PERFORM 2130-DESCRIBIR-POSICION
              THRU 2130-DESCRIBIR-POSICION-FIN.

           IF WS-POS-ABIERTO AND WS-FS-POS = "00"
              AND PM-ESTADO-CERRADA
              ADD 1                         TO WS-POS-CERRADAS
              GO TO 2100-CERRAR-POSICION-FIN
           END-IF.

           ADD 1                            TO WS-POS-CONTROLADAS.

           PERFORM 2110-CONTAR-DIAS
              THRU 2110-CONTAR-DIAS-FIN.

           IF CAN-CON-ANTERIOR AND NOT CAN-CON-HOY
              SET WS-AUSENTE-SI             TO TRUE
           END-IF.

           MOVE CAN-INDICE                  TO MA-INDICE.

           READ VALUES-MASTER
               INVALID KEY
                   ADD 1                    TO WS-POS-FUERA-MAESTRO
               NOT INVALID KEY
                   IF WS-DIAS-SIN-MOV >= WS-DIAS-LIMITE
                      SET WS-SIN-MOV-SI     TO TRUE
                   END-IF
           END-READ.

           IF WS-SIN-MOV-NO AND WS-AUSENTE-NO
              GO TO 2100-CERRAR-POSICION-FIN
           END-IF.

           ADD 1                            TO WS-POS-MARCADAS.

           EVALUATE TRUE
              WHEN WS-SIN-MOV-SI AND WS-AUSENTE-SI
                 ADD 1                      TO WS-POS-SIN-MOV
                 ADD 1                      TO WS-POS-AUSENTES
                 MOVE "AUSENTE+S/MOV"       TO DET-MOTIVO
              WHEN WS-SIN-MOV-SI
                 ADD 1                      TO WS-POS-SIN-MOV
                 MOVE "SIN MOVIM."          TO DET-MOTIVO
              WHEN OTHER
                 ADD 1                      TO WS-POS-AUSENTES
                 MOVE "AUSENTE HOY"         TO DET-MOTIVO
           END-EVALUATE.

           MOVE CAN-FECHA                   TO DET-FECHA.

           IF WS-DIAS-SIN-MOV = 999
              MOVE ">260"                   TO DET-DIAS
           ELSE
              MOVE WS-DIAS-SIN-MOV          TO WS-DIAS-ED
              MOVE WS-DIAS-ED               TO DET-DIAS(2:3)
           END-IF.

           MOVE CAN-VALOR-ORIG              TO DET-VALOR.
           MOVE CAN-MONEDA                  TO DET-MONEDA.
           MOVE CAN-PROVEEDOR               TO DET-PROVEEDOR.
           MOVE CAN-ORIGEN                  TO DET-ORIGEN.

           MOVE WS-DETALLE                  TO WS-LINEA-AUX.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

       2100-CERRAR-POSICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DIAS HABILES SIN CAMBIO: POSICION EN LA TABLA DEL PRIMER DIA   *
      * HABIL IGUAL O ANTERIOR A LA FECHA DESDE LA QUE EL IMPORTE NO   *
      * CAMBIA (0 SI CAMBIO EL MISMO DIA DE PROCESO). FUERA DE LA      *
      * TABLA CUENTA COMO MAS QUE CUALQUIER LIMITE DE LA TARJETA.      *
      *----------------------------------------------------------------*
       2110-CONTAR-DIAS.

           MOVE 0                           TO WS-HAB-HALLADO.

           IF CAN-FECHA-INICIO >= WS-FECHA-PROCESO
              MOVE 0                        TO WS-DIAS-SIN-MOV
              GO TO 2110-CONTAR-DIAS-FIN
           END-IF.

           PERFORM 2120-BUSCAR-HABIL
              THRU 2120-BUSCAR-HABIL-FIN
             VARYING WS-HAB-IDX FROM 1 BY 1
              UNTIL WS-HAB-IDX > WS-HAB-COUNT
                 OR WS-HAB-HALLADO > 0.

           IF WS-HAB-HALLADO = 0
              MOVE 999                      TO WS-DIAS-SIN-MOV
           ELSE
              MOVE WS-HAB-HALLADO           TO WS-DIAS-SIN-MOV
           END-IF.

       2110-CONTAR-DIAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2120-BUSCAR-HABIL.

           IF HAB-FECHA(WS-HAB-IDX) <= CAN-FECHA-INICIO
              MOVE WS-HAB-IDX               TO WS-HAB-HALLADO
           END-IF.

       2120-BUSCAR-HABIL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DESCRIPCION DE LA POSICION SEGUN POSMAST (BLANCO SI NO HAY     *
      * MAESTRO DE POSICIONES O LA POSICION NO ESTA EN EL)             *
      *----------------------------------------------------------------*
       2130-DESCRIBIR-POSICION.

           MOVE SPACES                      TO DET-DESCRIPCION.

           IF WS-POS-CERRADO
              GO TO 2130-DESCRIBIR-POSICION-FIN
           END-IF.

           MOVE CAN-INDICE                  TO PM-INDICE.

           READ POS-MASTER
               INVALID KEY
                   GO TO 2130-DESCRIBIR-POSICION-FIN
           END-READ.

           MOVE PM-DESCRIPCION              TO DET-DESCRIPCION.

       2130-DESCRIBIR-POSICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ESCRIBE UNA LINEA DEL REPORTE, CONTROLANDO SALTO DE PAGINA     *
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

           IF WS-POS-MARCADAS = 0
              MOVE "SIN POSICIONES MARCADAS" TO WS-LINEA-AUX
              PERFORM 8000-IMPRIMIR-LINEA
                 THRU 8000-IMPRIMIR-LINEA-FIN
           END-IF.

           MOVE WS-HIST-LEIDOS              TO PIE-LEIDOS.
           MOVE WS-HIST-POSTERIORES         TO PIE-POSTERIORES.
           MOVE WS-POS-CONTROLADAS          TO PIE-CONTROLADAS.
           MOVE WS-POS-FUERA-MAESTRO        TO PIE-FUERA-MAESTRO.
           MOVE WS-POS-CERRADAS             TO PIE-CERRADAS.
           MOVE WS-POS-SIN-MOV              TO PIE-SIN-MOV.
           MOVE WS-POS-AUSENTES             TO PIE-AUSENTES.

           MOVE SPACES                      TO PRT-LINEA.
           WRITE PRT-LINEA.

           MOVE SPACES                      TO PRT-LINEA.
           MOVE WS-PIE-CONTROL              TO PRT-LINEA.
           WRITE PRT-LINEA.

           MOVE SPACES                      TO PRT-LINEA.
           MOVE WS-PIE-OMITIDAS             TO PRT-LINEA.
           WRITE PRT-LINEA.

           MOVE SPACES                      TO PRT-LINEA.
           MOVE WS-PIE-MARCADAS             TO PRT-LINEA.
           WRITE PRT-LINEA.

           CLOSE VALUES-HISTORY.
           CLOSE VALUES-MASTER.

           IF WS-POS-ABIERTO
              CLOSE POS-MASTER
              SET WS-POS-CERRADO            TO TRUE
           END-IF.

           CLOSE PRT-FILE.

           IF WS-POS-MARCADAS > 0
              DISPLAY "VALORES SIN MOVIMIENTO: " WS-POS-SIN-MOV
                       " - AUSENTES: " WS-POS-AUSENTES
                       " - VER VSTRPT"
           END-IF.

       9000-FINALIZAR-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL17VSTAL.

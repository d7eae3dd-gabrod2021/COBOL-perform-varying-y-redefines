      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: RECONSTRUCCION DEL MAESTRO DE VALORES A UNA FECHA.
      *          LEE LA HISTORIA VALHIST EN ORDEN DE CLAVE Y, PARA
      *          CADA POSICION, TOMA EL ULTIMO REGISTRO CON FECHA DE
      *          VALOR IGUAL O ANTERIOR A LA FECHA DE LA TARJETA
      *          REBPARM (VALOR EN BASE, MONEDA, IMPORTE ORIGINAL Y
      *          ORIGEN). EL MAESTRO RECONSTRUIDO SE GRABA EN UN
      *          ARCHIVO NUEVO VALMREB, CON EL MISMO LAYOUT Y CLAVE
      *          QUE VALMAST - NUNCA SOBRE EL MAESTRO VIVO. EL
      *          REPORTE REBRPT DA CANTIDADES Y TOTALES POR MONEDA.
      *          CON LA OPCION DE COMPARACION DE LA TARJETA, CRUZA EL
      *          RECONSTRUIDO CONTRA VALMAST Y LISTA TODA POSICION EN
      *          QUE NO COINCIDEN (RC 4), PARA PROBAR QUE MAESTRO E
      *          HISTORIA SIGUEN CONTANDO LO MISMO.
      * Tectonics: cobc
      * Modification History:
      *  15/10/2026 GR  Original version.
      *  15/10/2026 GR  VALHREG de 46 bytes: el maestro reconstruido
      *                 recupera tambien el proveedor (MA-PROVEEDOR).
      *  15/10/2026 GR  El valor revaluado (origen "R") conserva el
      *                 origen del valor que reemplaza; una posicion
      *                 cuya ultima fila al corte es una baja "B" no
      *                 existia a esa fecha y no se graba.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17VMREB.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PARM-FILE                ASSIGN TO "REBPARM"
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-PARM.

           SELECT VALUES-HISTORY           ASSIGN TO "VALHIST"
                                            ORGANIZATION IS INDEXED
                                            ACCESS MODE IS DYNAMIC
                                            RECORD KEY IS VH-CLAVE
                                            FILE STATUS IS WS-FS-HIST.

           SELECT REBUILT-MASTER           ASSIGN TO "VALMREB"
                                            ORGANIZATION IS INDEXED
                                            ACCESS MODE IS DYNAMIC
                                            RECORD KEY IS RB-INDICE
                                            FILE STATUS IS WS-FS-REB.

           SELECT VALUES-MASTER            ASSIGN TO "VALMAST"
                                            ORGANIZATION IS INDEXED
                                            ACCESS MODE IS DYNAMIC
                                            RECORD KEY IS MA-INDICE
                                            FILE STATUS WS-FS-MAESTRO.

           SELECT POS-MASTER               ASSIGN TO "POSMAST"
                                            ORGANIZATION IS INDEXED
                                            ACCESS MODE IS RANDOM
                                            RECORD KEY IS PM-INDICE
                                            FILE STATUS IS WS-FS-POS.

           SELECT PRT-FILE                 ASSIGN TO "REBRPT"
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-PRT.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *----------------------------------------------------------------*
      * TARJETA DE RECONSTRUCCION: FECHA DE CORTE AAAA-MM-DD Y OPCION  *
      * DE COMPARACION CONTRA VALMAST ("S" = COMPARAR).                *
      *----------------------------------------------------------------*
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS.
       01  RP-REGISTRO.
           05  RP-FECHA                     PIC X(10).
           05  RP-COMPARAR                  PIC X(01).
               88  RP-COMPARAR-SI           VALUE "S" "s".
           05  FILLER                       PIC X(09).

       FD  VALUES-HISTORY
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 46 CHARACTERS.
           COPY VALHREG.

      *----------------------------------------------------------------*
      * MAESTRO RECONSTRUIDO: MISMO LAYOUT VALMREG QUE EL VIVO, ASI    *
      * PUEDE REEMPLAZARLO SI VALMAST SE DANIA.                        *
      *----------------------------------------------------------------*
       FD  REBUILT-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
           COPY VALMREG
               REPLACING ==MA-REGISTRO== BY ==RB-REGISTRO==,
                  ==MA-INDICE== BY ==RB-INDICE==,
                  ==MA-VALOR== BY ==RB-VALOR==,
                  ==MA-ORIGEN== BY ==RB-ORIGEN==,
                  ==MA-ORIGEN-DIARIO== BY ==RB-ORIGEN-DIARIO==,
                  ==MA-ORIGEN-CORREGIDO== BY ==RB-ORIGEN-CORREGIDO==,
                  ==MA-MONEDA== BY ==RB-MONEDA==,
                  ==MA-VALOR-ORIG== BY ==RB-VALOR-ORIG==,
                  ==MA-PROVEEDOR== BY ==RB-PROVEEDOR==.

       FD  VALUES-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
           COPY VALMREG.

      *----------------------------------------------------------------*
      * MAESTRO DE POSICIONES (CL17PSMNT), SOLO PARA LA DESCRIPCION    *
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
       77  WS-FS-REB                        PIC X(02).
       77  WS-FS-MAESTRO                    PIC X(02).
       77  WS-FS-POS                        PIC X(02).
       77  WS-FS-PRT                        PIC X(02).
       77  WS-RC-ARCHIVO                    PIC 9(02) VALUE 0.
           88  WS-RC-ARCHIVO-FATAL          VALUE 8.

       77  WS-FILERR-ARCHIVO                PIC X(09).
       77  WS-FILERR-OPERACION              PIC X(08) VALUE "OPEN".

           COPY FDFECHA.

       77  WS-STATUS-FECHA                  PIC 9(02).
       77  WS-DTV-OPCION-CAL                PIC X(01) VALUE "C".

       77  WS-FECHA-CORTE                   PIC 9(08) VALUE 0.

       77  WS-SW-COMPARAR                   PIC X(01) VALUE "N".
           88  WS-COMPARAR-SI               VALUE "S".
           88  WS-COMPARAR-NO               VALUE "N".

       77  WS-SW-FIN-HIST                   PIC X(01) VALUE "N".
           88  WS-FIN-HIST-SI               VALUE "S".
           88  WS-FIN-HIST-NO               VALUE "N".

       77  WS-SW-FIN-REB                    PIC X(01) VALUE "N".
           88  WS-FIN-REB-SI                VALUE "S".
           88  WS-FIN-REB-NO                VALUE "N".

       77  WS-SW-FIN-MAE                    PIC X(01) VALUE "N".
           88  WS-FIN-MAE-SI                VALUE "S".
           88  WS-FIN-MAE-NO                VALUE "N".

       77  WS-SW-POS                        PIC X(01) VALUE "N".
           88  WS-POS-ABIERTO               VALUE "S".
           88  WS-POS-CERRADO               VALUE "N".

      *----------------------------------------------------------------*
      * POSICION EN CURSO DE LA HISTORIA Y EL ULTIMO REGISTRO DE ELLA  *
      * CON FECHA DENTRO DEL CORTE (EL CANDIDATO A RECONSTRUIR)        *
      *----------------------------------------------------------------*
       77  WS-POS-ACTUAL                    PIC 9(05) VALUE 0.

       77  WS-SW-CANDIDATO                  PIC X(01) VALUE "N".
           88  WS-CANDIDATO-SI              VALUE "S".
           88  WS-CANDIDATO-NO              VALUE "N".

       01  WS-CANDIDATO.
           05  CAN-INDICE                   PIC 9(05).
           05  CAN-FECHA                    PIC 9(08).
           05  CAN-VALOR                    PIC S9(7)V99.
           05  CAN-MONEDA                   PIC X(03).
           05  CAN-VALOR-ORIG               PIC S9(7)V99.
           05  CAN-ORIGEN                   PIC X(01).
           05  CAN-PROVEEDOR                PIC X(02).

       77  WS-MONEDA-BASE                   PIC X(03) VALUE "ARS".

      *----------------------------------------------------------------*
      * RESUMEN POR MONEDA DEL MAESTRO RECONSTRUIDO                    *
      *----------------------------------------------------------------*
       77  WS-MON-MAX                       PIC 9(02) VALUE 20.
       77  WS-MON-COUNT                     PIC 9(02) VALUE 0.
       77  WS-MON-IDX                       PIC 9(02).
       77  WS-MON-HALLADO                   PIC 9(02).

       01  WS-MONEDAS.
           05  WS-MON-ENTRADA OCCURS 20 TIMES.
               10  MON-CODIGO               PIC X(03).
               10  MON-CONTEO               PIC 9(05).
               10  MON-TOTAL-ORIG           PIC S9(11)V99.
               10  MON-TOTAL-BASE           PIC S9(11)V99.

       77  WS-HIST-LEIDOS                   PIC 9(07) VALUE 0.
       77  WS-HIST-POSTERIORES              PIC 9(07) VALUE 0.
       77  WS-POS-RECONSTRUIDAS             PIC 9(07) VALUE 0.
       77  WS-POS-DIARIAS                   PIC 9(07) VALUE 0.
       77  WS-POS-CORREGIDAS                PIC 9(07) VALUE 0.
       77  WS-TOTAL-BASE                    PIC S9(11)V99 VALUE 0.

       77  WS-POS-COMPARADAS                PIC 9(07) VALUE 0.
       77  WS-DIFERENCIAS                   PIC 9(07) VALUE 0.

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
               "SISTEMA CL17VMREB".
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
               "RECONSTRUCCION DE VALMAST".
           05  FILLER                       PIC X(07) VALUE SPACES.
           05  FILLER                       PIC X(08) VALUE "PAGINA: ".
           05  ENC-PAGINA                   PIC ZZZ9.

       01  WS-LINEA-CORTE.
           05  FILLER                       PIC X(20) VALUE
               "FECHA DE CORTE:     ".
           05  LC-FECHA                     PIC 9999/99/99.
           05  FILLER                       PIC X(04) VALUE SPACES.
           05  FILLER                       PIC X(12) VALUE
               "COMPARACION:".
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LC-COMPARAR                  PIC X(02).

       01  WS-RESUMEN-TITULO.
           05  FILLER                       PIC X(40) VALUE
               "MON   POSIC.        TOTAL ORIGINAL      ".
           05  FILLER                       PIC X(20) VALUE
               "      TOTAL EN BASE".

       01  WS-LINEA-MONEDA.
           05  LM-MONEDA                    PIC X(03).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  LM-CONTEO                    PIC ZZZZZZ9.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  LM-TOTAL-ORIG                PIC -(11)9,99.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  LM-TOTAL-BASE                PIC -(11)9,99.

       01  WS-LINEA-TOTAL.
           05  FILLER                       PIC X(05) VALUE "TOTAL".
           05  LT-CONTEO                    PIC ZZZZZZ9.
           05  FILLER                       PIC X(21) VALUE SPACES.
           05  LT-TOTAL-BASE                PIC -(11)9,99.

       01  WS-DIF-TITULO.
           05  FILLER                       PIC X(40) VALUE
               "POS.  MOTIVO         RECONSTRUIDO M O   ".
           05  FILLER                       PIC X(40) VALUE
               "    VALMAST      DESCRIPCION            ".

      *----------------------------------------------------------------*
      * LINEA DE DIFERENCIA: VALOR, MONEDA Y ORIGEN DE CADA LADO       *
      *----------------------------------------------------------------*
       01  WS-DETALLE.
           05  DET-INDICE                   PIC ZZZZ9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-MOTIVO                   PIC X(12).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-REB-VALOR                PIC X(12).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-REB-MONEDA               PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-REB-ORIGEN               PIC X(01).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-MAE-VALOR                PIC X(12).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-MAE-MONEDA               PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-MAE-ORIGEN               PIC X(01).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-DESCRIPCION              PIC X(22).

       77  WS-VALOR-ED                      PIC -(8)9,99.

       01  WS-PIE-CONTROL.
           05  FILLER                       PIC X(30) VALUE
               "HIST LEIDOS/POSTERIORES/POS.: ".
           05  PIE-LEIDOS                   PIC ZZZZZZ9.
           05  FILLER                       PIC X(01) VALUE "/".
           05  PIE-POSTERIORES              PIC ZZZZZZ9.
           05  FILLER                       PIC X(01) VALUE "/".
           05  PIE-RECONSTRUIDAS            PIC ZZZZZZ9.

       01  WS-PIE-ORIGEN.
           05  FILLER                       PIC X(30) VALUE
               "ORIGEN DIARIO/CORRECCION:     ".
           05  PIE-DIARIAS                  PIC ZZZZZZ9.
           05  FILLER                       PIC X(01) VALUE "/".
           05  PIE-CORREGIDAS               PIC ZZZZZZ9.

       01  WS-PIE-COMPARACION.
           05  FILLER                       PIC X(30) VALUE
               "COMPARADAS/DIFERENCIAS:       ".
           05  PIE-COMPARADAS               PIC ZZZZZZ9.
           05  FILLER                       PIC X(01) VALUE "/".
           05  PIE-DIFERENCIAS              PIC ZZZZZZ9.

       77  WS-RUN-ACCION-INICIO             PIC X(06) VALUE "INICIO".
       77  WS-RUN-ACCION-FIN                PIC X(06) VALUE "FIN".
       77  WS-RUN-LEIDOS                    PIC 9(07) VALUE 0.
       77  WS-RUN-ESCRITOS                  PIC 9(07) VALUE 0.
       77  WS-RUN-RECHAZADOS                PIC 9(07) VALUE 0.
       77  WS-RUN-RC                        PIC 9(02) VALUE 0.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           CALL "RUNLOG" USING "CL17VMREB" WS-RUN-ACCION-INICIO
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

           CLOSE VALUES-HISTORY.
           CLOSE REBUILT-MASTER.

           PERFORM 2300-IMPRIMIR-RESUMEN
              THRU 2300-IMPRIMIR-RESUMEN-FIN.

           IF WS-COMPARAR-SI
              PERFORM 3000-COMPARAR-MAESTRO
                 THRU 3000-COMPARAR-MAESTRO-FIN
           END-IF.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIN.

           IF WS-DIFERENCIAS > 0 AND RETURN-CODE = 0
              MOVE 4                        TO RETURN-CODE
           END-IF.

       9999-FIN-PROGRAMA.

           MOVE WS-HIST-LEIDOS              TO WS-RUN-LEIDOS.
           MOVE WS-POS-RECONSTRUIDAS        TO WS-RUN-ESCRITOS.
           MOVE WS-DIFERENCIAS              TO WS-RUN-RECHAZADOS.
           MOVE RETURN-CODE                 TO WS-RUN-RC.

           CALL "RUNLOG" USING "CL17VMREB" WS-RUN-ACCION-FIN
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

           OPEN INPUT VALUES-HISTORY.

           MOVE "VALHIST"                   TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17VMREB" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-HIST WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR VALHIST - FIN ANORMAL"
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           OPEN OUTPUT REBUILT-MASTER.

           MOVE "VALMREB"                   TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17VMREB" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-REB WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR VALMREB - FIN ANORMAL"
              CLOSE VALUES-HISTORY
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           OPEN OUTPUT PRT-FILE.

           MOVE "REBRPT"                    TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17VMREB" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-PRT WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR REBRPT - FIN ANORMAL"
              CLOSE VALUES-HISTORY
              CLOSE REBUILT-MASTER
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           PERFORM 8100-IMPRIMIR-ENCABEZADO
              THRU 8100-IMPRIMIR-ENCABEZADO-FIN.

           MOVE WS-FECHA-CORTE              TO LC-FECHA.

           IF WS-COMPARAR-SI
              MOVE "SI"                     TO LC-COMPARAR
           ELSE
              MOVE "NO"                     TO LC-COMPARAR
           END-IF.

           MOVE WS-LINEA-CORTE              TO WS-LINEA-AUX.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

       1000-INICIALIZAR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LEE LA TARJETA REBPARM Y VALIDA LA FECHA DE CORTE. SIN         *
      * TARJETA VALIDA NO HAY RECONSTRUCCION.                          *
      *----------------------------------------------------------------*
       1010-LEER-PARAMETROS.

           OPEN INPUT PARM-FILE.

           IF WS-FS-PARM NOT = "00"
              DISPLAY "SIN TARJETA REBPARM - SIN RECONSTRUCCION"
              MOVE 8                        TO WS-RC-ARCHIVO
              MOVE 8                        TO RETURN-CODE
              GO TO 1010-LEER-PARAMETROS-FIN
           END-IF.

           READ PARM-FILE
               AT END
                   DISPLAY "REBPARM VACIA - SIN RECONSTRUCCION"
                   MOVE 8                   TO WS-RC-ARCHIVO
                   MOVE 8                   TO RETURN-CODE
               NOT AT END
                   PERFORM 1020-VALIDAR-CORTE
                      THRU 1020-VALIDAR-CORTE-FIN
           END-READ.

           CLOSE PARM-FILE.

       1010-LEER-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1020-VALIDAR-CORTE.

           MOVE RP-FECHA                    TO FD-FECHA-TXT.
           CALL "DTVALID" USING FD-FECHA-TXT
                    WS-DTV-OPCION-CAL WS-STATUS-FECHA.

           IF WS-STATUS-FECHA NOT = 00
              DISPLAY "FECHA DE CORTE INVALIDA - CODIGO "
                       WS-STATUS-FECHA
              MOVE 8                        TO WS-RC-ARCHIVO
              MOVE 8                        TO RETURN-CODE
              GO TO 1020-VALIDAR-CORTE-FIN
           END-IF.

           COMPUTE WS-FECHA-CORTE = FD-ANIO * 10000
                                   + FD-MES * 100
                                   + FD-DIA.

           IF RP-COMPARAR-SI
              SET WS-COMPARAR-SI            TO TRUE
           END-IF.

       1020-VALIDAR-CORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA HISTORIA VIENE EN ORDEN DE POSICION Y FECHA: EL ULTIMO      *
      * REGISTRO DE LA POSICION DENTRO DEL CORTE QUEDA COMO CANDIDATO  *
      * Y SE GRABA AL CAMBIAR DE POSICION. UNA BAJA "B" ANULA EL       *
      * CANDIDATO; UNA REVALUACION "R" TOMA EL VALOR Y DEJA EL ORIGEN  *
      * DEL CANDIDATO QUE REEMPLAZA.                                   *
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

           IF VH-FECHA > WS-FECHA-CORTE
              ADD 1                         TO WS-HIST-POSTERIORES
              GO TO 2000-LEER-HISTORIA-FIN
           END-IF.

           IF VH-ORIGEN-BAJA
              SET WS-CANDIDATO-NO           TO TRUE
              GO TO 2000-LEER-HISTORIA-FIN
           END-IF.

           IF VH-ORIGEN-REVALUADO AND WS-CANDIDATO-SI
              MOVE CAN-ORIGEN               TO VH-ORIGEN
           END-IF.

           SET WS-CANDIDATO-SI              TO TRUE.
           MOVE VH-INDICE                   TO CAN-INDICE.
           MOVE VH-FECHA                    TO CAN-FECHA.
           MOVE VH-VALOR                    TO CAN-VALOR.
           MOVE VH-MONEDA                   TO CAN-MONEDA.
           MOVE VH-VALOR-ORIG               TO CAN-VALOR-ORIG.
           MOVE VH-ORIGEN                   TO CAN-ORIGEN.
           MOVE VH-PROVEEDOR                TO CAN-PROVEEDOR.

           IF CAN-MONEDA = SPACES
              MOVE WS-MONEDA-BASE           TO CAN-MONEDA
           END-IF.

           IF CAN-ORIGEN NOT = "C"
              MOVE "D"                      TO CAN-ORIGEN
           END-IF.

       2000-LEER-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * GRABA EN VALMREB EL CANDIDATO DE LA POSICION QUE TERMINA (UNA  *
      * POSICION CUYA HISTORIA EMPIEZA DESPUES DEL CORTE NO EXISTIA    *
      * A ESA FECHA Y NO SE GRABA)                                     *
      *----------------------------------------------------------------*
       2100-CERRAR-POSICION.

           IF WS-CANDIDATO-NO
              GO TO 2100-CERRAR-POSICION-FIN
           END-IF.

           SET WS-CANDIDATO-NO              TO TRUE.

           MOVE SPACES                      TO RB-REGISTRO.
           MOVE CAN-INDICE                  TO RB-INDICE.
           MOVE CAN-VALOR                   TO RB-VALOR.
           MOVE CAN-ORIGEN                  TO RB-ORIGEN.
           MOVE CAN-MONEDA                  TO RB-MONEDA.
           MOVE CAN-VALOR-ORIG              TO RB-VALOR-ORIG.
           MOVE CAN-PROVEEDOR               TO RB-PROVEEDOR.

           WRITE RB-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR GRABANDO VALMREB - STATUS " WS-FS-REB
                   MOVE 8                   TO RETURN-CODE
                   GO TO 2100-CERRAR-POSICION-FIN
           END-WRITE.

           ADD 1                            TO WS-POS-RECONSTRUIDAS.
           ADD CAN-VALOR                    TO WS-TOTAL-BASE.

           IF CAN-ORIGEN = "C"
              ADD 1                         TO WS-POS-CORREGIDAS
           ELSE
              ADD 1                         TO WS-POS-DIARIAS
           END-IF.

           PERFORM 2200-ACUMULAR-MONEDA
              THRU 2200-ACUMULAR-MONEDA-FIN.

       2100-CERRAR-POSICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-ACUMULAR-MONEDA.

           MOVE 0                           TO WS-MON-HALLADO.

           PERFORM 2210-BUSCAR-MONEDA
              THRU 2210-BUSCAR-MONEDA-FIN
             VARYING WS-MON-IDX FROM 1 BY 1
              UNTIL WS-MON-IDX > WS-MON-COUNT
                 OR WS-MON-HALLADO > 0.

           IF WS-MON-HALLADO = 0
              IF WS-MON-COUNT >= WS-MON-MAX
                 GO TO 2200-ACUMULAR-MONEDA-FIN
              END-IF
              ADD 1                         TO WS-MON-COUNT
              MOVE WS-MON-COUNT             TO WS-MON-HALLADO
              MOVE CAN-MONEDA               TO
                   MON-CODIGO(WS-MON-HALLADO)
              MOVE 0                        TO
                   MON-CONTEO(WS-MON-HALLADO)
              MOVE 0                        TO
                   MON-TOTAL-ORIG(WS-MON-HALLADO)
              MOVE 0                        TO
                   MON-TOTAL-BASE(WS-MON-HALLADO)
           END-IF.

           ADD 1                       TO MON-CONTEO(WS-MON-HALLADO).
           ADD CAN-VALOR-ORIG          TO
               MON-TOTAL-ORIG(WS-MON-HALLADO).
           ADD CAN-VALOR               TO
               MON-TOTAL-BASE(WS-MON-HALLADO).

       2200-ACUMULAR-MONEDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-BUSCAR-MONEDA.

           IF MON-CODIGO(WS-MON-IDX) = CAN-MONEDA
              MOVE WS-MON-IDX               TO WS-MON-HALLADO
           END-IF.

       2210-BUSCAR-MONEDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CANTIDADES Y TOTALES POR MONEDA DEL MAESTRO RECONSTRUIDO       *
      *----------------------------------------------------------------*
       2300-IMPRIMIR-RESUMEN.

           MOVE SPACES                      TO WS-LINEA-AUX.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

           MOVE "RESUMEN POR MONEDA"        TO WS-LINEA-AUX.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

           MOVE WS-RESUMEN-TITULO           TO WS-LINEA-AUX.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

           PERFORM 2310-IMPRIMIR-MONEDA
              THRU 2310-IMPRIMIR-MONEDA-FIN
             VARYING WS-MON-IDX FROM 1 BY 1
              UNTIL WS-MON-IDX > WS-MON-COUNT.

           MOVE WS-POS-RECONSTRUIDAS        TO LT-CONTEO.
           MOVE WS-TOTAL-BASE               TO LT-TOTAL-BASE.
           MOVE WS-LINEA-TOTAL              TO WS-LINEA-AUX.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

       2300-IMPRIMIR-RESUMEN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2310-IMPRIMIR-MONEDA.

           MOVE MON-CODIGO(WS-MON-IDX)      TO LM-MONEDA.
           MOVE MON-CONTEO(WS-MON-IDX)      TO LM-CONTEO.
           MOVE MON-TOTAL-ORIG(WS-MON-IDX)  TO LM-TOTAL-ORIG.
           MOVE MON-TOTAL-BASE(WS-MON-IDX)  TO LM-TOTAL-BASE.

           MOVE WS-LINEA-MONEDA             TO WS-LINEA-AUX.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

       2310-IMPRIMIR-MONEDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * MATCH-MERGE POR POSICION DEL RECONSTRUIDO CONTRA VALMAST, AL   *
      * ESTILO DEL CUADRE DE DETALLE DE CL17RECON. TODA POSICION QUE   *
      * FALTA DE UN LADO O DIFIERE EN VALOR, IMPORTE ORIGINAL, MONEDA  *
      * U ORIGEN SE LISTA.                                             *
      *----------------------------------------------------------------*
       3000-COMPARAR-MAESTRO.

           OPEN INPUT VALUES-MASTER.

           MOVE "VALMAST"                   TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17VMREB" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-MAESTRO WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR VALMAST - SIN COMPARACION"
              MOVE 8                        TO RETURN-CODE
              GO TO 3000-COMPARAR-MAESTRO-FIN
           END-IF.

           OPEN INPUT REBUILT-MASTER.

           MOVE "VALMREB"                   TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17VMREB" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-REB WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR VALMREB - SIN COMPARACION"
              CLOSE VALUES-MASTER
              MOVE 8                        TO RETURN-CODE
              GO TO 3000-COMPARAR-MAESTRO-FIN
           END-IF.

           OPEN INPUT POS-MASTER.

           IF WS-FS-POS = "00"
              SET WS-POS-ABIERTO            TO TRUE
           END-IF.

           MOVE SPACES                      TO WS-LINEA-AUX.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

           MOVE "COMPARACION CONTRA VALMAST" TO WS-LINEA-AUX.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

           MOVE WS-DIF-TITULO               TO WS-LINEA-AUX.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

           PERFORM 3010-LEER-RECONSTRUIDO
              THRU 3010-LEER-RECONSTRUIDO-FIN.
           PERFORM 3020-LEER-MAESTRO
              THRU 3020-LEER-MAESTRO-FIN.

           PERFORM 3100-COMPARAR-POSICION
              THRU 3100-COMPARAR-POSICION-FIN
             UNTIL WS-FIN-REB-SI AND WS-FIN-MAE-SI.

           IF WS-DIFERENCIAS = 0
              MOVE "SIN DIFERENCIAS - MAESTRO E HISTORIA COINCIDEN"
                                             TO WS-LINEA-AUX
              PERFORM 8000-IMPRIMIR-LINEA
                 THRU 8000-IMPRIMIR-LINEA-FIN
           END-IF.

           CLOSE VALUES-MASTER.
           CLOSE REBUILT-MASTER.

           IF WS-POS-ABIERTO
              CLOSE POS-MASTER
              SET WS-POS-CERRADO            TO TRUE
           END-IF.

       3000-COMPARAR-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3010-LEER-RECONSTRUIDO.

           READ REBUILT-MASTER NEXT RECORD
               AT END
                   SET WS-FIN-REB-SI        TO TRUE
           END-READ.

       3010-LEER-RECONSTRUIDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3020-LEER-MAESTRO.

           READ VALUES-MASTER NEXT RECORD
               AT END
                   SET WS-FIN-MAE-SI        TO TRUE
               NOT AT END
                   IF MA-MONEDA = SPACES
                      MOVE WS-MONEDA-BASE   TO MA-MONEDA
                   END-IF
           END-READ.

       3020-LEER-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3100-COMPARAR-POSICION.

           MOVE SPACES                      TO WS-DETALLE.
           MOVE SPACES                      TO DET-MOTIVO.

           EVALUATE TRUE
              WHEN WS-FIN-MAE-SI
                 PERFORM 3110-MOVER-RECONSTRUIDO
                    THRU 3110-MOVER-RECONSTRUIDO-FIN
                 MOVE "SOLO HIST."          TO DET-MOTIVO
                 PERFORM 3010-LEER-RECONSTRUIDO
                    THRU 3010-LEER-RECONSTRUIDO-FIN
              WHEN WS-FIN-REB-SI
                 PERFORM 3120-MOVER-MAESTRO
                    THRU 3120-MOVER-MAESTRO-FIN
                 MOVE "SOLO VALMAST"        TO DET-MOTIVO
                 PERFORM 3020-LEER-MAESTRO
                    THRU 3020-LEER-MAESTRO-FIN
              WHEN RB-INDICE < MA-INDICE
                 PERFORM 3110-MOVER-RECONSTRUIDO
                    THRU 3110-MOVER-RECONSTRUIDO-FIN
                 MOVE "SOLO HIST."          TO DET-MOTIVO
                 PERFORM 3010-LEER-RECONSTRUIDO
                    THRU 3010-LEER-RECONSTRUIDO-FIN
              WHEN RB-INDICE > MA-INDICE
                 PERFORM 3120-MOVER-MAESTRO
                    THRU 3120-MOVER-MAESTRO-FIN
                 MOVE "SOLO VALMAST"        TO DET-MOTIVO
                 PERFORM 3020-LEER-MAESTRO
                    THRU 3020-LEER-MAESTRO-FIN
              WHEN OTHER
                 ADD 1                      TO WS-POS-COMPARADAS
                 EVALUATE TRUE
                    WHEN RB-VALOR NOT = MA-VALOR
                       MOVE "VALOR"         TO DET-MOTIVO
                    WHEN RB-VALOR-ORIG NOT = MA-VALOR-ORIG
                       MOVE "IMPORTE ORIG" TO DET-MOTIVO
                    WHEN RB-MONEDA NOT = MA-MONEDA
                       MOVE "MONEDA"        TO DET-MOTIVO
                    WHEN RB-ORIGEN NOT = MA-ORIGEN
                       MOVE "ORIGEN"        TO DET-MOTIVO
                 END-EVALUATE
                 IF DET-MOTIVO NOT = SPACES
                    PERFORM 3110-MOVER-RECONSTRUIDO
                       THRU 3110-MOVER-RECONSTRUIDO-FIN
                    PERFORM 3120-MOVER-MAESTRO
                       THRU 3120-MOVER-MAESTRO-FIN
                 END-IF
                 PERFORM 3010-LEER-RECONSTRUIDO
                    THRU 3010-LEER-RECONSTRUIDO-FIN
                 PERFORM 3020-LEER-MAESTRO
                    THRU 3020-LEER-MAESTRO-FIN
           END-EVALUATE.

           IF DET-MOTIVO = SPACES
              GO TO 3100-COMPARAR-POSICION-FIN
           END-IF.

           ADD 1                            TO WS-DIFERENCIAS.

           PERFORM 3130-DESCRIBIR-POSICION
              THRU 3130-DESCRIBIR-POSICION-FIN.

           MOVE WS-DETALLE                  TO WS-LINEA-AUX.
           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

       3100-COMPARAR-POSICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3110-MOVER-RECONSTRUIDO.

           MOVE RB-INDICE                   TO DET-INDICE.
           MOVE RB-VALOR                    TO WS-VALOR-ED.
           MOVE WS-VALOR-ED                 TO DET-REB-VALOR.
           MOVE RB-MONEDA                   TO DET-REB-MONEDA.
           MOVE RB-ORIGEN                   TO DET-REB-ORIGEN.

       3110-MOVER-RECONSTRUIDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3120-MOVER-MAESTRO.

           MOVE MA-INDICE                   TO DET-INDICE.
           MOVE MA-VALOR                    TO WS-VALOR-ED.
           MOVE WS-VALOR-ED                 TO DET-MAE-VALOR.
           MOVE MA-MONEDA                   TO DET-MAE-MONEDA.
           MOVE MA-ORIGEN                   TO DET-MAE-ORIGEN.

       3120-MOVER-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DESCRIPCION DE LA POSICION SEGUN POSMAST (BLANCO SI NO HAY     *
      * MAESTRO DE POSICIONES O LA POSICION NO ESTA EN EL)             *
      *----------------------------------------------------------------*
       3130-DESCRIBIR-POSICION.

           MOVE SPACES                      TO DET-DESCRIPCION.

           IF WS-POS-CERRADO
              GO TO 3130-DESCRIBIR-POSICION-FIN
           END-IF.

           MOVE DET-INDICE                  TO PM-INDICE.

           READ POS-MASTER
               INVALID KEY
                   GO TO 3130-DESCRIBIR-POSICION-FIN
           END-READ.

           MOVE PM-DESCRIPCION              TO DET-DESCRIPCION.

       3130-DESCRIBIR-POSICION-FIN.
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
      * PIE DE CONTROL                                                 *
      *----------------------------------------------------------------*
       9000-FINALIZAR.

           MOVE WS-HIST-LEIDOS              TO PIE-LEIDOS.
           MOVE WS-HIST-POSTERIORES         TO PIE-POSTERIORES.
           MOVE WS-POS-RECONSTRUIDAS        TO PIE-RECONSTRUIDAS.
           MOVE WS-POS-DIARIAS              TO PIE-DIARIAS.
           MOVE WS-POS-CORREGIDAS           TO PIE-CORREGIDAS.

           MOVE SPACES                      TO PRT-LINEA.
           WRITE PRT-LINEA.

           MOVE SPACES                      TO PRT-LINEA.
           MOVE WS-PIE-CONTROL              TO PRT-LINEA.
           WRITE PRT-LINEA.

           MOVE SPACES                      TO PRT-LINEA.
           MOVE WS-PIE-ORIGEN               TO PRT-LINEA.
           WRITE PRT-LINEA.

           IF WS-COMPARAR-SI
              MOVE WS-POS-COMPARADAS        TO PIE-COMPARADAS
              MOVE WS-DIFERENCIAS           TO PIE-DIFERENCIAS
              MOVE SPACES                   TO PRT-LINEA
              MOVE WS-PIE-COMPARACION       TO PRT-LINEA
              WRITE PRT-LINEA
           END-IF.

           CLOSE PRT-FILE.

           DISPLAY "RECONSTRUCCION AL " WS-FECHA-CORTE
                    " - POSICIONES: " WS-POS-RECONSTRUIDAS.

           IF WS-DIFERENCIAS > 0
              DISPLAY "RECONSTRUIDO Y VALMAST DIFIEREN EN "
                       WS-DIFERENCIAS " POSICIONES - VER REBRPT"
           END-IF.

       9000-FINALIZAR-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL17VMREB.

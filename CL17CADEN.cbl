      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: CONDUCTOR DE LA CADENA NOCTURNA. LEE LA DEFINICION
      *          DE LA CADENA CADDEF (UN REGISTRO POR PASO CON NUMERO
      *          DE PASO, PROGRAMA, CODIGO DE RETORNO MAXIMO ACEPTABLE
      *          Y HASTA CINCO PASOS PREREQUISITO) Y EJECUTA LOS PASOS
      *          EN ORDEN - CL17DVCON, CL17EJEM2, CL17RECON,
      *          CL17VARRP, CL17EODRP, CL17GLPST EN LA CADENA DE
      *          PRODUCCION. UN PASO QUE TERMINA CON UN RC MAYOR QUE
      *          SU MAXIMO, O CUYOS PREREQUISITOS NO TERMINARON BIEN,
      *          DETIENE LA CADENA CON RC 8 Y QUEDA ANOTADO EN EL
      *          ARCHIVO DE ESTADO CADEST; LA PROXIMA CORRIDA RETOMA
      *          DESDE ESE PASO EN LUGAR DE EMPEZAR DE NUEVO. CADA
      *          PASO REGISTRA INICIO, FIN Y RC EN RUNLOG BAJO
      *          CADPASONN, Y LA CADENA COMPLETA QUEDA ENTRE UN
      *          INICIO Y UN FIN DE CL17CADEN, DE MODO QUE CL17RUNRP
      *          Y CL17SLARP LA VEN COMO UNA SOLA CORRIDA.
      * Tectonics: cobc
      * Modification History:
      *  15/10/2026 GR  Original version.
      *  15/10/2026 GR  En produccion CL17EODRP pasa antes de
      *                 CL17GLPST: la contabilizacion espera la
      *                 liberacion del supervisor (CL17LIBER); hasta
      *                 entonces CL17GLPST termina con RC 8, la cadena
      *                 se detiene en ese paso y se retoma desde el.
      *  15/10/2026 GR  Solo se reanuda una falla del mismo dia; un
      *                 CADEST de otro dia se informa y la cadena
      *                 empieza desde el primer paso.
      *  15/10/2026 GR  Se reanuda tambien la falla del dia habil
      *                 anterior (DATECALC "P"): la liberacion de
      *                 CL17LIBER suele llegar pasada la medianoche y
      *                 la cadena debe retomarse en CL17GLPST.
      *  15/10/2026 GR  Una cadena que termina con RC 8 o mayor levanta
      *                 una sola alerta 107 de cadena en ALERTAS; sus
      *                 registros de RUNLOG ya no la levantan.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17CADEN.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CHAIN-DEFINITION          ASSIGN TO "CADDEF"
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS WS-FS-DEF.

           SELECT CHAIN-STATE               ASSIGN TO "CADEST"
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS WS-FS-EST.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *----------------------------------------------------------------*
      * DEFINICION DE LA CADENA: UN REGISTRO POR PASO, EN ORDEN DE     *
      * EJECUCION. CD-COMANDO EN BLANCO EJECUTA EL PROGRAMA POR SU     *
      * NOMBRE; UN PREREQUISITO EN CERO NO SE USA.                     *
      *----------------------------------------------------------------*
       FD  CHAIN-DEFINITION
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CD-REGISTRO.
           05  CD-PASO                      PIC 9(02).
           05  CD-PROGRAMA                  PIC X(09).
           05  CD-RC-MAXIMO                 PIC 9(02).
           05  CD-PREREQUISITOS.
               10  CD-PREREQ                PIC 9(02) OCCURS 5 TIMES.
           05  CD-COMANDO                   PIC X(40).
           05  FILLER                       PIC X(17).

      *----------------------------------------------------------------*
      * ESTADO DE LA ULTIMA CORRIDA: COMPLETA, O FALLIDA EN CE-PASO    *
      * (PASO DESDE EL QUE SE REANUDA LA PROXIMA CORRIDA).             *
      *----------------------------------------------------------------*
       FD  CHAIN-STATE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  CE-REGISTRO.
           05  CE-FECHA                     PIC 9(08).
           05  CE-HORA                      PIC 9(08).
           05  CE-ESTADO                    PIC X(01).
               88  CE-ESTADO-COMPLETA       VALUE "C".
               88  CE-ESTADO-FALLIDA        VALUE "F".
           05  CE-PASO                      PIC 9(02).
           05  CE-RC                        PIC 9(02).
           05  FILLER                       PIC X(09).

       WORKING-STORAGE SECTION.

       77  WS-FS-DEF                        PIC X(02).
       77  WS-FS-EST                        PIC X(02).
       77  WS-RC-ARCHIVO                    PIC 9(02).
           88  WS-RC-ARCHIVO-FATAL          VALUE 8.

       77  WS-FILERR-ARCHIVO                PIC X(09).
       77  WS-FILERR-OPERACION              PIC X(08) VALUE "OPEN".

       77  WS-SW-FIN-DEF                    PIC X(01) VALUE "N".
           88  WS-FIN-DEF-SI                VALUE "S".
           88  WS-FIN-DEF-NO                VALUE "N".

       77  WS-SW-DETENIDA                   PIC X(01) VALUE "N".
           88  WS-DETENIDA-SI               VALUE "S".
           88  WS-DETENIDA-NO               VALUE "N".

       77  WS-SW-PREREQ                     PIC X(01).
           88  WS-PREREQ-OK                 VALUE "S".
           88  WS-PREREQ-FALTA              VALUE "N".

       77  WS-SW-HALLADO                    PIC X(01).
           88  WS-HALLADO-SI                VALUE "S".
           88  WS-HALLADO-NO                VALUE "N".

      *----------------------------------------------------------------*
      * PASOS DE LA CADENA. ESTADO: P = PENDIENTE, O = TERMINO DENTRO  *
      * DE SU MAXIMO, R = YA EJECUTADO EN LA CORRIDA ANTERIOR (SE      *
      * OMITE EN EL REINICIO), F = EXCEDIO SU MAXIMO, B = BLOQUEADO    *
      * POR UN PREREQUISITO.                                           *
      *----------------------------------------------------------------*
       77  WS-PASO-MAX                      PIC 9(02) VALUE 20.
       77  WS-PASO-COUNT                    PIC 9(02) VALUE 0.
       77  WS-PASO-IDX                      PIC 9(02).
       77  WS-PRE-IDX                       PIC 9(02).
       77  WS-BUS-IDX                       PIC 9(02).
       77  WS-PRE-PASO                      PIC 9(02).

       01  WS-PASOS.
           05  WS-PASO-ENTRADA OCCURS 20 TIMES.
               10  PASO-NUMERO              PIC 9(02).
               10  PASO-PROGRAMA            PIC X(09).
               10  PASO-RC-MAXIMO           PIC 9(02).
               10  PASO-PREREQ              PIC 9(02) OCCURS 5 TIMES.
               10  PASO-COMANDO             PIC X(40).
               10  PASO-ESTADO              PIC X(01).
                   88  PASO-PENDIENTE       VALUE "P".
                   88  PASO-TERMINADO       VALUE "O".
                   88  PASO-PREVIO          VALUE "R".
                   88  PASO-FALLIDO         VALUE "F".
                   88  PASO-BLOQUEADO       VALUE "B".
               10  PASO-RC                  PIC 9(02).

       77  WS-PASO-REINICIO                 PIC 9(02) VALUE 0.
       77  WS-FECHA-FALLA                   PIC 9(08) VALUE 0.
       77  WS-FECHA-HABIL-ANT               PIC 9(08) VALUE 0.
       77  WS-PASO-DETENIDO                 PIC 9(02) VALUE 0.
       77  WS-PASO-ANTERIOR                 PIC 9(02) VALUE 0.
       77  WS-PASO-NUM-ED                   PIC 9(02).

       77  WS-CADENA-RC                     PIC 9(02) VALUE 0.
       77  WS-PASOS-EJECUTADOS              PIC 9(05) VALUE 0.
       77  WS-PASOS-OK                      PIC 9(05) VALUE 0.
       77  WS-PASOS-FALLIDOS                PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      * EJECUCION DEL PASO: EL SISTEMA DEVUELVE EL CODIGO DE SALIDA    *
      * DEL PROGRAMA EN EL BYTE ALTO DEL ESTADO DE TERMINACION.        *
      *----------------------------------------------------------------*
       77  WS-COMANDO                       PIC X(41).
       77  WS-SISTEMA-RC                    PIC S9(09) VALUE 0.

       01  WS-FECHA-SISTEMA                 PIC 9(08).
       01  WS-HORA-SISTEMA                  PIC 9(08).

       77  WS-DC-OPCION                     PIC X(01).
       77  WS-DC-DIAS                       PIC S9(07) VALUE 0.
       77  WS-DC-STATUS                     PIC 9(02) VALUE 0.

           COPY FDFECHA.

           COPY FDFECHA
               REPLACING ==FD-FECHA-TXT== BY ==FDR-FECHA-TXT==,
                  ==FD-FECHA-NUM== BY ==FDR-FECHA-NUM==,
                  ==FD-ANIO== BY ==FDR-ANIO==,
                  ==FD-SEPARADOR-1== BY ==FDR-SEPARADOR-1==,
                  ==FD-MES== BY ==FDR-MES==,
                  ==FD-SEPARADOR-2== BY ==FDR-SEPARADOR-2==,
                  ==FD-DIA== BY ==FDR-DIA==.

       77  WS-RUN-PASO                      PIC X(09).
       77  WS-RUN-ACCION-INICIO             PIC X(06) VALUE "INICIO".
       77  WS-RUN-ACCION-FIN                PIC X(06) VALUE "FIN".
       77  WS-RUN-LEIDOS                    PIC 9(07) VALUE 0.
       77  WS-RUN-ESCRITOS                  PIC 9(07) VALUE 0.
       77  WS-RUN-RECHAZADOS                PIC 9(07) VALUE 0.
       77  WS-RUN-RC                        PIC 9(02) VALUE 0.

      *----------------------------------------------------------------*
      * ALERTA DE CADENA (ALERTLOG): UNA POR CORRIDA CON RC 8 O MAYOR  *
      *----------------------------------------------------------------*
       77  WS-ALR-CODIGO                    PIC 9(03) VALUE 107.
       77  WS-ALR-FECHA                     PIC 9(08) VALUE 0.
       77  WS-ALR-HORA                      PIC 9(08) VALUE 0.
       77  WS-ALR-POSICION                  PIC 9(05) VALUE 0.
       77  WS-ALR-OPERADOR                  PIC X(12) VALUE SPACES.
       77  WS-ALR-DETALLE                   PIC X(30).
       77  WS-ALR-ACCION-ESCRIB             PIC X(06) VALUE "ESCRIB".
       77  WS-ALR-ACCION-CERRAR             PIC X(06) VALUE "CERRAR".

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           CALL "RUNLOG" USING "CL17CADEN" WS-RUN-ACCION-INICIO
                                WS-RUN-LEIDOS WS-RUN-ESCRITOS
                                WS-RUN-RECHAZADOS WS-RUN-RC.

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-FIN.

           IF NOT WS-RC-ARCHIVO-FATAL
              PERFORM 2000-EJECUTAR-PASO
                 THRU 2000-EJECUTAR-PASO-FIN
                VARYING WS-PASO-IDX FROM 1 BY 1
                  UNTIL WS-PASO-IDX > WS-PASO-COUNT
                     OR WS-DETENIDA-SI

              PERFORM 9000-FINALIZAR
                 THRU 9000-FINALIZAR-FIN
           ELSE
              MOVE 8                        TO WS-CADENA-RC
           END-IF.

           MOVE WS-PASOS-EJECUTADOS         TO WS-RUN-LEIDOS.
           MOVE WS-PASOS-OK                 TO WS-RUN-ESCRITOS.
           MOVE WS-PASOS-FALLIDOS           TO WS-RUN-RECHAZADOS.
           MOVE WS-CADENA-RC                TO WS-RUN-RC.

           IF WS-CADENA-RC >= 8
              PERFORM 9100-ALERTAR-CADENA
                 THRU 9100-ALERTAR-CADENA-FIN
           END-IF.

           CALL "RUNLOG" USING "CL17CADEN" WS-RUN-ACCION-FIN
                                WS-RUN-LEIDOS WS-RUN-ESCRITOS
                                WS-RUN-RECHAZADOS WS-RUN-RC.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIALIZAR.

           ACCEPT WS-FECHA-SISTEMA          FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA           FROM TIME.

           OPEN INPUT CHAIN-DEFINITION.

           MOVE "CADDEF"                    TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17CADEN" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-DEF WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR CADDEF - FIN ANORMAL"
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           PERFORM 1010-CARGAR-DEFINICION
              THRU 1010-CARGAR-DEFINICION-FIN
             UNTIL WS-FIN-DEF-SI
                OR WS-RC-ARCHIVO-FATAL.

           CLOSE CHAIN-DEFINITION.

           IF WS-RC-ARCHIVO-FATAL
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           IF WS-PASO-COUNT = 0
              DISPLAY "CADDEF SIN PASOS - FIN ANORMAL"
              MOVE 8                        TO WS-RC-ARCHIVO
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           PERFORM 1020-VALIDAR-PREREQUISITOS
              THRU 1020-VALIDAR-PREREQUISITOS-FIN
             VARYING WS-PASO-IDX FROM 1 BY 1
               UNTIL WS-PASO-IDX > WS-PASO-COUNT
                  OR WS-RC-ARCHIVO-FATAL.

           IF WS-RC-ARCHIVO-FATAL
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           PERFORM 1030-LEER-ESTADO
              THRU 1030-LEER-ESTADO-FIN.

       1000-INICIALIZAR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CARGA UN PASO DE LA DEFINICION EN LA TABLA. LOS PASOS DEBEN    *
      * VENIR EN ORDEN ASCENDENTE Y CON UN MAXIMO DE RC NUMERICO.      *
      *----------------------------------------------------------------*
       1010-CARGAR-DEFINICION.

           READ CHAIN-DEFINITION
               AT END
                   SET WS-FIN-DEF-SI        TO TRUE
                   GO TO 1010-CARGAR-DEFINICION-FIN
           END-READ.

           IF CD-PASO IS NOT NUMERIC OR CD-PASO = 0
              OR CD-PASO NOT > WS-PASO-ANTERIOR
              DISPLAY "CADDEF - NUMERO DE PASO INVALIDO O FUERA DE "
                       "SECUENCIA: " CD-REGISTRO(1:11)
              MOVE 8                        TO WS-RC-ARCHIVO
              GO TO 1010-CARGAR-DEFINICION-FIN
           END-IF.

           IF CD-RC-MAXIMO IS NOT NUMERIC OR CD-PROGRAMA = SPACES
              DISPLAY "CADDEF - PASO " CD-PASO
                       " SIN PROGRAMA O CON RC MAXIMO INVALIDO"
              MOVE 8                        TO WS-RC-ARCHIVO
              GO TO 1010-CARGAR-DEFINICION-FIN
           END-IF.

           IF CD-PREREQUISITOS IS NOT NUMERIC
              DISPLAY "CADDEF - PASO " CD-PASO
                       " CON PREREQUISITOS NO NUMERICOS"
              MOVE 8                        TO WS-RC-ARCHIVO
              GO TO 1010-CARGAR-DEFINICION-FIN
           END-IF.

           IF WS-PASO-COUNT >= WS-PASO-MAX
              DISPLAY "CADDEF - MAS DE " WS-PASO-MAX " PASOS"
              MOVE 8                        TO WS-RC-ARCHIVO
              GO TO 1010-CARGAR-DEFINICION-FIN
           END-IF.

           ADD 1                            TO WS-PASO-COUNT.
           MOVE CD-PASO            TO PASO-NUMERO(WS-PASO-COUNT).
           MOVE CD-PROGRAMA        TO PASO-PROGRAMA(WS-PASO-COUNT).
           MOVE CD-RC-MAXIMO       TO PASO-RC-MAXIMO(WS-PASO-COUNT).
           MOVE CD-COMANDO         TO PASO-COMANDO(WS-PASO-COUNT).
           MOVE 0                  TO PASO-RC(WS-PASO-COUNT).
           SET PASO-PENDIENTE(WS-PASO-COUNT) TO TRUE.

           PERFORM 1015-COPIAR-PREREQUISITO
              THRU 1015-COPIAR-PREREQUISITO-FIN
             VARYING WS-PRE-IDX FROM 1 BY 1
               UNTIL WS-PRE-IDX > 5.

           MOVE CD-PASO                     TO WS-PASO-ANTERIOR.

       1010-CARGAR-DEFINICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1015-COPIAR-PREREQUISITO.

           MOVE CD-PREREQ(WS-PRE-IDX)
             TO PASO-PREREQ(WS-PASO-COUNT WS-PRE-IDX).

       1015-COPIAR-PREREQUISITO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CADA PREREQUISITO DEBE SER UN PASO DEFINIDO ANTES QUE EL PASO  *
      * QUE LO NOMBRA; DE LO CONTRARIO LA CADENA NUNCA PODRIA CORRER.  *
      *----------------------------------------------------------------*
       1020-VALIDAR-PREREQUISITOS.

           PERFORM 1025-VALIDAR-UN-PREREQ
              THRU 1025-VALIDAR-UN-PREREQ-FIN
             VARYING WS-PRE-IDX FROM 1 BY 1
               UNTIL WS-PRE-IDX > 5
                  OR WS-RC-ARCHIVO-FATAL.

       1020-VALIDAR-PREREQUISITOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1025-VALIDAR-UN-PREREQ.

           MOVE PASO-PREREQ(WS-PASO-IDX WS-PRE-IDX) TO WS-PRE-PASO.

           IF WS-PRE-PASO = 0
              GO TO 1025-VALIDAR-UN-PREREQ-FIN
           END-IF.

           PERFORM 2150-BUSCAR-PASO
              THRU 2150-BUSCAR-PASO-FIN.

           IF WS-HALLADO-NO OR WS-BUS-IDX NOT < WS-PASO-IDX
              DISPLAY "CADDEF - PASO " PASO-NUMERO(WS-PASO-IDX)
                       " PREREQUISITO " WS-PRE-PASO
                       " INEXISTENTE O POSTERIOR"
              MOVE 8                        TO WS-RC-ARCHIVO
           END-IF.

       1025-VALIDAR-UN-PREREQ-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LEE EL ESTADO DE LA CORRIDA ANTERIOR. SI QUEDO FALLIDA HOY O   *
      * DESDE EL DIA HABIL ANTERIOR (UNA LIBERACION APROBADA PASADA LA *
      * MEDIANOCHE), LOS PASOS ANTERIORES AL PASO FALLIDO SE DAN POR   *
      * EJECUTADOS Y LA CADENA SE REANUDA DESDE ESE PASO. SIN ESTADO,  *
      * CON UNA CORRIDA COMPLETA O CON UNA FALLA MAS VIEJA, LA CADENA  *
      * EMPIEZA DESDE EL PRIMER PASO.                                  *
      *----------------------------------------------------------------*
       1030-LEER-ESTADO.

           OPEN INPUT CHAIN-STATE.

           IF WS-FS-EST NOT = "00"
              GO TO 1030-LEER-ESTADO-FIN
           END-IF.

           READ CHAIN-STATE
               AT END
                   CONTINUE
               NOT AT END
                   IF CE-ESTADO-FALLIDA
                      MOVE CE-PASO          TO WS-PASO-REINICIO
                      MOVE CE-FECHA         TO WS-FECHA-FALLA
                   END-IF
           END-READ.

           CLOSE CHAIN-STATE.

           IF WS-PASO-REINICIO = 0
              GO TO 1030-LEER-ESTADO-FIN
           END-IF.

           PERFORM 1033-HABIL-ANTERIOR
              THRU 1033-HABIL-ANTERIOR-FIN.

           IF WS-RC-ARCHIVO = 8
              GO TO 1030-LEER-ESTADO-FIN
           END-IF.

           IF WS-FECHA-FALLA < WS-FECHA-HABIL-ANT
              DISPLAY "CADEST - FALLA DEL " WS-FECHA-FALLA
                       " EN EL PASO " WS-PASO-REINICIO
                       " ANTERIOR AL DIA HABIL PREVIO - SE EMPIEZA"
                       " DESDE EL PRIMER PASO"
              MOVE 0                        TO WS-PASO-REINICIO
              GO TO 1030-LEER-ESTADO-FIN
           END-IF.

           MOVE WS-PASO-REINICIO            TO WS-PRE-PASO.
           PERFORM 2150-BUSCAR-PASO
              THRU 2150-BUSCAR-PASO-FIN.

           IF WS-HALLADO-NO
              DISPLAY "CADEST - PASO DE REINICIO " WS-PASO-REINICIO
                       " INEXISTENTE EN CADDEF - FIN ANORMAL"
              MOVE 8                        TO WS-RC-ARCHIVO
              GO TO 1030-LEER-ESTADO-FIN
           END-IF.

           DISPLAY "REINICIO DE LA CADENA DESDE EL PASO "
                    WS-PASO-REINICIO " " PASO-PROGRAMA(WS-BUS-IDX).

           PERFORM 1035-MARCAR-PREVIO
              THRU 1035-MARCAR-PREVIO-FIN
             VARYING WS-PASO-IDX FROM 1 BY 1
               UNTIL WS-PASO-IDX NOT < WS-BUS-IDX.

       1030-LEER-ESTADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DIA HABIL ANTERIOR A HOY SEGUN DATECALC (FINES DE SEMANA Y     *
      * FERIADOS), LIMITE DE ANTIGUEDAD DE UNA FALLA QUE SE REANUDA    *
      *----------------------------------------------------------------*
       1033-HABIL-ANTERIOR.

           MOVE WS-FECHA-SISTEMA(1:4)       TO FD-FECHA-TXT(1:4).
           MOVE "-"                         TO FD-SEPARADOR-1.
           MOVE WS-FECHA-SISTEMA(5:2)       TO FD-FECHA-TXT(6:2).
           MOVE "-"                         TO FD-SEPARADOR-2.
           MOVE WS-FECHA-SISTEMA(7:2)       TO FD-FECHA-TXT(9:2).

           MOVE "P"                         TO WS-DC-OPCION.
           CALL "DATECALC" USING WS-DC-OPCION FD-FECHA-TXT
                                  FDR-FECHA-TXT WS-DC-DIAS
                                  WS-DC-STATUS.

           IF WS-DC-STATUS NOT = 00
              DISPLAY "DATECALC ERROR - ESTADO " WS-DC-STATUS
              MOVE 8                        TO WS-RC-ARCHIVO
              GO TO 1033-HABIL-ANTERIOR-FIN
           END-IF.

           MOVE FDR-FECHA-TXT(1:4)          TO WS-FECHA-HABIL-ANT(1:4).
           MOVE FDR-FECHA-TXT(6:2)          TO WS-FECHA-HABIL-ANT(5:2).
           MOVE FDR-FECHA-TXT(9:2)          TO WS-FECHA-HABIL-ANT(7:2).

       1033-HABIL-ANTERIOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1035-MARCAR-PREVIO.

           SET PASO-PREVIO(WS-PASO-IDX)     TO TRUE.

       1035-MARCAR-PREVIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EJECUTA UN PASO: CONTROLA SUS PREREQUISITOS, LO CORRE,         *
      * REGISTRA INICIO Y FIN EN RUNLOG Y COMPARA SU RC CONTRA EL      *
      * MAXIMO DEFINIDO. UN PASO FUERA DE MAXIMO DETIENE LA CADENA.    *
      *----------------------------------------------------------------*
       2000-EJECUTAR-PASO.

           IF PASO-PREVIO(WS-PASO-IDX)
              DISPLAY "PASO " PASO-NUMERO(WS-PASO-IDX) " "
                       PASO-PROGRAMA(WS-PASO-IDX)
                       " EJECUTADO EN LA CORRIDA ANTERIOR - SE OMITE"
              GO TO 2000-EJECUTAR-PASO-FIN
           END-IF.

           PERFORM 2100-VERIFICAR-PREREQUISITOS
              THRU 2100-VERIFICAR-PREREQUISITOS-FIN.

           IF WS-PREREQ-FALTA
              SET PASO-BLOQUEADO(WS-PASO-IDX) TO TRUE
              MOVE PASO-NUMERO(WS-PASO-IDX) TO WS-PASO-DETENIDO
              ADD 1                         TO WS-PASOS-FALLIDOS
              MOVE 8                        TO WS-CADENA-RC
              SET WS-DETENIDA-SI            TO TRUE
              DISPLAY "PASO " PASO-NUMERO(WS-PASO-IDX) " "
                       PASO-PROGRAMA(WS-PASO-IDX)
                       " BLOQUEADO POR PREREQUISITO " WS-PRE-PASO
              GO TO 2000-EJECUTAR-PASO-FIN
           END-IF.

           IF PASO-COMANDO(WS-PASO-IDX) = SPACES
              MOVE PASO-PROGRAMA(WS-PASO-IDX) TO WS-COMANDO
           ELSE
              MOVE PASO-COMANDO(WS-PASO-IDX) TO WS-COMANDO
           END-IF.

           MOVE PASO-NUMERO(WS-PASO-IDX)    TO WS-PASO-NUM-ED.
           MOVE SPACES                      TO WS-RUN-PASO.
           STRING "CADPASO" WS-PASO-NUM-ED DELIMITED BY SIZE
              INTO WS-RUN-PASO.

           MOVE 0                           TO WS-RUN-LEIDOS
                                               WS-RUN-ESCRITOS
                                               WS-RUN-RECHAZADOS
                                               WS-RUN-RC.

           CALL "RUNLOG" USING WS-RUN-PASO WS-RUN-ACCION-INICIO
                                WS-RUN-LEIDOS WS-RUN-ESCRITOS
                                WS-RUN-RECHAZADOS WS-RUN-RC.

           DISPLAY "PASO " PASO-NUMERO(WS-PASO-IDX) " "
                    PASO-PROGRAMA(WS-PASO-IDX) " - INICIO".

           ADD 1                            TO WS-PASOS-EJECUTADOS.

           CALL "SYSTEM" USING WS-COMANDO.

           MOVE RETURN-CODE                 TO WS-SISTEMA-RC.

           IF WS-SISTEMA-RC < 0
              MOVE 99                       TO WS-SISTEMA-RC
           END-IF.

           IF WS-SISTEMA-RC > 255
              DIVIDE WS-SISTEMA-RC BY 256 GIVING WS-SISTEMA-RC
           END-IF.

           IF WS-SISTEMA-RC > 99
              MOVE 99                       TO WS-SISTEMA-RC
           END-IF.

           MOVE WS-SISTEMA-RC               TO PASO-RC(WS-PASO-IDX).
           MOVE WS-SISTEMA-RC               TO WS-RUN-RC.

           CALL "RUNLOG" USING WS-RUN-PASO WS-RUN-ACCION-FIN
                                WS-RUN-LEIDOS WS-RUN-ESCRITOS
                                WS-RUN-RECHAZADOS WS-RUN-RC.

           DISPLAY "PASO " PASO-NUMERO(WS-PASO-IDX) " "
                    PASO-PROGRAMA(WS-PASO-IDX) " - FIN RC "
                    PASO-RC(WS-PASO-IDX) " (MAXIMO "
                    PASO-RC-MAXIMO(WS-PASO-IDX) ")".

           IF PASO-RC(WS-PASO-IDX) > PASO-RC-MAXIMO(WS-PASO-IDX)
              SET PASO-FALLIDO(WS-PASO-IDX) TO TRUE
              MOVE PASO-NUMERO(WS-PASO-IDX) TO WS-PASO-DETENIDO
              ADD 1                         TO WS-PASOS-FALLIDOS
              MOVE 8                        TO WS-CADENA-RC
              SET WS-DETENIDA-SI            TO TRUE
              DISPLAY "CADENA DETENIDA EN EL PASO "
                       PASO-NUMERO(WS-PASO-IDX)
                       " - RC FUERA DEL MAXIMO ACEPTABLE"
           ELSE
              SET PASO-TERMINADO(WS-PASO-IDX) TO TRUE
              ADD 1                         TO WS-PASOS-OK
              IF PASO-RC(WS-PASO-IDX) > WS-CADENA-RC
                 MOVE PASO-RC(WS-PASO-IDX)  TO WS-CADENA-RC
              END-IF
           END-IF.

       2000-EJECUTAR-PASO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * TODOS LOS PREREQUISITOS DEL PASO DEBEN HABER TERMINADO DENTRO  *
      * DE SU MAXIMO, EN ESTA CORRIDA O EN LA ANTERIOR.                *
      *----------------------------------------------------------------*
       2100-VERIFICAR-PREREQUISITOS.

           SET WS-PREREQ-OK                 TO TRUE.

           PERFORM 2110-VERIFICAR-UN-PREREQ
              THRU 2110-VERIFICAR-UN-PREREQ-FIN
             VARYING WS-PRE-IDX FROM 1 BY 1
               UNTIL WS-PRE-IDX > 5
                  OR WS-PREREQ-FALTA.

       2100-VERIFICAR-PREREQUISITOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-VERIFICAR-UN-PREREQ.

           MOVE PASO-PREREQ(WS-PASO-IDX WS-PRE-IDX) TO WS-PRE-PASO.

           IF WS-PRE-PASO = 0
              GO TO 2110-VERIFICAR-UN-PREREQ-FIN
           END-IF.

           PERFORM 2150-BUSCAR-PASO
              THRU 2150-BUSCAR-PASO-FIN.

           IF WS-HALLADO-NO
              SET WS-PREREQ-FALTA           TO TRUE
              GO TO 2110-VERIFICAR-UN-PREREQ-FIN
           END-IF.

           IF NOT PASO-TERMINADO(WS-BUS-IDX)
              AND NOT PASO-PREVIO(WS-BUS-IDX)
              SET WS-PREREQ-FALTA           TO TRUE
           END-IF.

       2110-VERIFICAR-UN-PREREQ-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCA EN LA TABLA EL PASO WS-PRE-PASO; DEJA SU POSICION EN     *
      * WS-BUS-IDX.                                                    *
      *----------------------------------------------------------------*
       2150-BUSCAR-PASO.

           SET WS-HALLADO-NO                TO TRUE.

           PERFORM 2160-COMPARAR-PASO
              THRU 2160-COMPARAR-PASO-FIN
             VARYING WS-BUS-IDX FROM 1 BY 1
               UNTIL WS-BUS-IDX > WS-PASO-COUNT
                  OR WS-HALLADO-SI.

           IF WS-HALLADO-SI
              SUBTRACT 1                    FROM WS-BUS-IDX
           END-IF.

       2150-BUSCAR-PASO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2160-COMPARAR-PASO.

           IF PASO-NUMERO(WS-BUS-IDX) = WS-PRE-PASO
              SET WS-HALLADO-SI             TO TRUE
           END-IF.

       2160-COMPARAR-PASO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * GRABA EL ESTADO DE LA CORRIDA PARA EL PROXIMO REINICIO Y       *
      * MUESTRA EL RESUMEN DE LA CADENA.                               *
      *----------------------------------------------------------------*
       9000-FINALIZAR.

           OPEN OUTPUT CHAIN-STATE.

           MOVE "CADEST"                    TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17CADEN" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-EST WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO GRABAR CADEST - EL PROXIMO REINICIO"
                       " EMPEZARA DESDE EL PRIMER PASO"
              MOVE 8                        TO WS-CADENA-RC
           ELSE
              MOVE SPACES                   TO CE-REGISTRO
              MOVE WS-FECHA-SISTEMA         TO CE-FECHA
              MOVE WS-HORA-SISTEMA          TO CE-HORA
              IF WS-DETENIDA-SI
                 SET CE-ESTADO-FALLIDA      TO TRUE
                 MOVE WS-PASO-DETENIDO      TO CE-PASO
              ELSE
                 SET CE-ESTADO-COMPLETA     TO TRUE
                 MOVE 0                     TO CE-PASO
              END-IF
              MOVE WS-CADENA-RC             TO CE-RC
              WRITE CE-REGISTRO
              CLOSE CHAIN-STATE
           END-IF.

           DISPLAY "CADENA - PASOS EJECUTADOS: " WS-PASOS-EJECUTADOS
                    " OK: " WS-PASOS-OK
                    " FALLIDOS: " WS-PASOS-FALLIDOS.

           IF WS-DETENIDA-SI
              DISPLAY "CADENA DETENIDA - REANUDAR DESDE EL PASO "
                       WS-PASO-DETENIDO
           ELSE
              DISPLAY "CADENA COMPLETA - RC " WS-CADENA-RC
           END-IF.

       9000-FINALIZAR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ALERTA 107 DE LA CADENA: EL PASO EN QUE SE DETUVO, O EL RC SI  *
      * NO SE DETUVO (DEFINICION, ESTADO O UN PASO QUE ADMITE RC 8).   *
      * LA FECHA Y HORA CERO LAS TOMA ALERTLOG DEL MOMENTO.            *
      *----------------------------------------------------------------*
       9100-ALERTAR-CADENA.

           MOVE SPACES                      TO WS-ALR-DETALLE.

           IF WS-DETENIDA-SI
              STRING "CADENA DETENIDA EN PASO " WS-PASO-DETENIDO
                     DELIMITED BY SIZE INTO WS-ALR-DETALLE
           ELSE
              STRING "CADENA TERMINADA CON RC " WS-CADENA-RC
                     DELIMITED BY SIZE INTO WS-ALR-DETALLE
           END-IF.

           CALL "ALERTLOG" USING "CL17CADEN" WS-ALR-CODIGO
                                  WS-ALR-FECHA WS-ALR-HORA
                                  WS-ALR-POSICION WS-ALR-OPERADOR
                                  WS-ALR-DETALLE WS-ALR-ACCION-ESCRIB.
           CALL "ALERTLOG" USING "CL17CADEN" WS-ALR-CODIGO
                                  WS-ALR-FECHA WS-ALR-HORA
                                  WS-ALR-POSICION WS-ALR-OPERADOR
                                  WS-ALR-DETALLE WS-ALR-ACCION-CERRAR.

       9100-ALERTAR-CADENA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL17CADEN.

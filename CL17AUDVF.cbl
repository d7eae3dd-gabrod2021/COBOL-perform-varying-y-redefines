      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: VERIFICACION DE LA CADENA DEL LOG DE AUDITORIA. LEE
      *          ARCHAUD (SI EXISTE) Y DESPUES AUDITLOG COMO UNA SOLA
      *          SECUENCIA Y, PARA CADA REGISTRO, CONTROLA QUE LA
      *          SECUENCIA SIGA A LA ANTERIOR Y RECALCULA CON AUDCHK
      *          EL VALOR DE CONTROL A PARTIR DEL CONTROL DEL REGISTRO
      *          ANTERIOR. UNA SECUENCIA REPETIDA O FUERA DE ORDEN, UN
      *          HUECO (REGISTROS BORRADOS) O UN CONTROL QUE NO
      *          COINCIDE (REGISTRO MODIFICADO) SE LISTA EN EL REPORTE
      *          AUDVRPT; AL FINAL SE COTEJA CONTRA AUDCAD PARA
      *          DETECTAR UN LOG AL QUE LE CORTARON LA COLA. LOS
      *          REGISTROS ANTERIORES AL ENCADENAMIENTO (SIN SECUENCIA
      *          NI CONTROL) SOLO SE CUENTAN. CUALQUIER ANOMALIA
      *          TERMINA EN RC 8.
      * Tectonics: cobc
      * Modification History:
      *  15/10/2026 GR  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17AUDVF.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT ARCHIVE-FILE              ASSIGN TO "ARCHAUD"
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS WS-FS-ARCH.

           SELECT AUDIT-FILE                ASSIGN TO "AUDITLOG"
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS WS-FS-AUDIT.

           SELECT AUDIT-CHAIN               ASSIGN TO "AUDCAD"
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS WS-FS-CAD.

           SELECT PRT-FILE                  ASSIGN TO "AUDVRPT"
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS WS-FS-PRT.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  AR-REGISTRO                      PIC X(100).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  AF-REGISTRO                      PIC X(100).

       FD  AUDIT-CHAIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY AUDCREG.

       FD  PRT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PRT-LINEA                        PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-FS-ARCH                       PIC X(02).
       77  WS-FS-AUDIT                      PIC X(02).
       77  WS-FS-CAD                        PIC X(02).
       77  WS-FS-PRT                        PIC X(02).
       77  WS-RC-ARCHIVO                    PIC 9(02).
           88  WS-RC-ARCHIVO-FATAL          VALUE 8.

       77  WS-FILERR-ARCHIVO                PIC X(09).
       77  WS-FILERR-OPERACION              PIC X(08) VALUE "OPEN".

       77  WS-SW-EOF                        PIC X(01) VALUE "N".
           88  WS-EOF-SI                    VALUE "S".
           88  WS-EOF-NO                    VALUE "N".

      *----------------------------------------------------------------*
      * ARCHIVO QUE SE ESTA LEYENDO: PRIMERO ARCHAUD, DESPUES AUDITLOG *
      *----------------------------------------------------------------*
       77  WS-SW-FUENTE                     PIC X(01) VALUE "A".
           88  WS-FUENTE-ARCHIVO            VALUE "A".
           88  WS-FUENTE-LOG                VALUE "L".
       77  WS-NOMBRE-FUENTE                 PIC X(08) VALUE SPACES.

       77  WS-SW-CADENA                     PIC X(01) VALUE "N".
           88  WS-CADENA-INICIADA           VALUE "S".
           88  WS-CADENA-NO-INICIADA        VALUE "N".

       77  WS-SW-AUDCAD                     PIC X(01) VALUE "N".
           88  WS-AUDCAD-SI                 VALUE "S".
           88  WS-AUDCAD-NO                 VALUE "N".

      *----------------------------------------------------------------*
      * ULTIMO ESLABON VERIFICADO. SE ARRANCA EN CERO: EL PRIMER       *
      * REGISTRO DE LA CADENA DEBE SER LA SECUENCIA 1, CALCULADA       *
      * SOBRE UN CONTROL ANTERIOR CERO.                                *
      *----------------------------------------------------------------*
       77  WS-SEC-ANTERIOR                  PIC 9(09) VALUE 0.
       77  WS-CTL-ANTERIOR                  PIC 9(10) VALUE 0.
       77  WS-SEC-SIGUIENTE                 PIC 9(10).
       77  WS-CTL-CALCULADO                 PIC 9(10).
       77  WS-FALTANTES                     PIC 9(09).

       77  WS-ARCH-LEIDOS                   PIC 9(07) VALUE 0.
       77  WS-LOG-LEIDOS                    PIC 9(07) VALUE 0.
       77  WS-REG-PREVIOS                   PIC 9(07) VALUE 0.
       77  WS-REG-VERIFICADOS               PIC 9(07) VALUE 0.
       77  WS-ANOMALIAS                     PIC 9(07) VALUE 0.

       77  WS-LINEAS-POR-PAGINA             PIC 9(02) VALUE 20.
       77  WS-LINEAS-EN-PAGINA              PIC 9(02) VALUE 0.
       77  WS-NUMERO-PAGINA                 PIC 9(04) VALUE 0.
       77  WS-TOTAL-LINEAS                  PIC 9(05) VALUE 0.

       77  WS-RUN-ACCION-INICIO             PIC X(06) VALUE "INICIO".
       77  WS-RUN-ACCION-FIN                PIC X(06) VALUE "FIN".
       77  WS-RUN-LEIDOS                    PIC 9(07) VALUE 0.
       77  WS-RUN-ESCRITOS                  PIC 9(07) VALUE 0.
       77  WS-RUN-RECHAZADOS                PIC 9(07) VALUE 0.
       77  WS-RUN-RC                        PIC 9(02) VALUE 0.

           COPY AUDREG.

       01  WS-FECHA-SISTEMA                 PIC 9(08).

       01  WS-HORA-SISTEMA                  PIC 9(08).
       01  WS-HORA-SISTEMA-R REDEFINES WS-HORA-SISTEMA.
           05  WS-HS-HORA                   PIC 9(02).
           05  WS-HS-MIN                    PIC 9(02).
           05  WS-HS-SEG                    PIC 9(02).
           05  WS-HS-CENT                   PIC 9(02).

       01  WS-HORA-AUD                      PIC 9(08).
       01  WS-HORA-AUD-R REDEFINES WS-HORA-AUD.
           05  WS-HA-HORA                   PIC 9(02).
           05  WS-HA-MIN                    PIC 9(02).
           05  WS-HA-SEG                    PIC 9(02).
           05  WS-HA-CENT                   PIC 9(02).

       01  WS-ENCABEZADO-1.
           05  FILLER                       PIC X(20) VALUE
               "SISTEMA CL17AUDVF".
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
               "VERIFICACION CADENA AUDITORIA".
           05  FILLER                       PIC X(07) VALUE SPACES.
           05  FILLER                       PIC X(08) VALUE "PAGINA: ".
           05  ENC-PAGINA                   PIC ZZZ9.

       01  WS-ENCABEZADO-3.
           05  FILLER                       PIC X(40) VALUE
               "ARCHIVO  SECUENCIA FECHA      HORA     ".
           05  FILLER                       PIC X(40) VALUE
               "PROGRAMA  ANOMALIA".

      *----------------------------------------------------------------*
      * LINEA DE ANOMALIA. DET-REFERENCIA LLEVA EL DATO QUE ACOMPANA   *
      * AL MOTIVO (SECUENCIA ANTERIOR, REGISTROS QUE FALTAN, ETC.).    *
      *----------------------------------------------------------------*
       01  WS-DETALLE.
           05  DET-ARCHIVO                  PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-SECUENCIA                PIC Z(08)9 BLANK WHEN ZERO.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-FECHA                    PIC 9999/99/99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-HORA.
               10  DET-HORA-HH              PIC 99.
               10  FILLER                   PIC X(01) VALUE ":".
               10  DET-HORA-MM              PIC 99.
               10  FILLER                   PIC X(01) VALUE ":".
               10  DET-HORA-SS              PIC 99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-PROGRAMA                 PIC X(09).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DET-MOTIVO                   PIC X(21).
           05  DET-REFERENCIA               PIC Z(08)9 BLANK WHEN ZERO.

       01  WS-PIE-1.
           05  FILLER                       PIC X(34) VALUE
               "LEIDOS ARCHAUD/AUDITLOG: ".
           05  PIE-ARCH-LEIDOS              PIC Z(06)9.
           05  FILLER                       PIC X(01) VALUE "/".
           05  PIE-LOG-LEIDOS               PIC Z(06)9.

       01  WS-PIE-2.
           05  FILLER                       PIC X(34) VALUE
               "ANTERIORES AL ENCADENAMIENTO: ".
           05  PIE-PREVIOS                  PIC Z(06)9.

       01  WS-PIE-3.
           05  FILLER                       PIC X(34) VALUE
               "VERIFICADOS/ULTIMA SECUENCIA: ".
           05  PIE-VERIFICADOS              PIC Z(06)9.
           05  FILLER                       PIC X(01) VALUE "/".
           05  PIE-ULTIMA-SEC               PIC Z(08)9.

       01  WS-PIE-4.
           05  FILLER                       PIC X(34) VALUE
               "SECUENCIA EN AUDCAD: ".
           05  PIE-AUDCAD-SEC               PIC Z(08)9.
           05  PIE-AUDCAD-NO                PIC X(14).

       01  WS-PIE-5.
           05  FILLER                       PIC X(34) VALUE
               "ANOMALIAS: ".
           05  PIE-ANOMALIAS                PIC Z(06)9.

       01  WS-PIE-RESULTADO.
           05  FILLER                       PIC X(11) VALUE
               "RESULTADO: ".
           05  PIE-RESULTADO                PIC X(40).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           CALL "RUNLOG" USING "CL17AUDVF" WS-RUN-ACCION-INICIO
                                WS-RUN-LEIDOS WS-RUN-ESCRITOS
                                WS-RUN-RECHAZADOS WS-RUN-RC.

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-FIN.

           IF WS-RC-ARCHIVO-FATAL
              GO TO 9999-FIN-PROGRAMA
           END-IF.

           IF WS-FUENTE-ARCHIVO
              PERFORM 2000-VERIFICAR-REGISTRO
                 THRU 2000-VERIFICAR-REGISTRO-FIN
                UNTIL WS-EOF-SI
              CLOSE ARCHIVE-FILE
           END-IF.

           SET WS-FUENTE-LOG                TO TRUE.
           SET WS-EOF-NO                    TO TRUE.
           MOVE "AUDITLOG"                  TO WS-NOMBRE-FUENTE.

           PERFORM 2000-VERIFICAR-REGISTRO
              THRU 2000-VERIFICAR-REGISTRO-FIN
             UNTIL WS-EOF-SI.

           PERFORM 3000-CONTROLAR-AUDCAD
              THRU 3000-CONTROLAR-AUDCAD-FIN.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIN.

       9999-FIN-PROGRAMA.

           COMPUTE WS-RUN-LEIDOS = WS-ARCH-LEIDOS + WS-LOG-LEIDOS.
           MOVE WS-REG-VERIFICADOS          TO WS-RUN-ESCRITOS.
           MOVE WS-ANOMALIAS                TO WS-RUN-RECHAZADOS.
           MOVE RETURN-CODE                 TO WS-RUN-RC.

           CALL "RUNLOG" USING "CL17AUDVF" WS-RUN-ACCION-FIN
                                WS-RUN-LEIDOS WS-RUN-ESCRITOS
                                WS-RUN-RECHAZADOS WS-RUN-RC.

           STOP RUN.
      *----------------------------------------------------------------*
      * ABRE LOS ARCHIVOS. ARCHAUD ES OPCIONAL (NUNCA SE PURGO); SIN   *
      * AUDITLOG NO HAY NADA QUE VERIFICAR Y EL JOB TERMINA EN RC 8.   *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.

           ACCEPT WS-FECHA-SISTEMA          FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA           FROM TIME.

           OPEN INPUT AUDIT-FILE.

           MOVE "AUDITLOG"                  TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17AUDVF" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-AUDIT WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR AUDITLOG - FIN ANORMAL"
              MOVE 8                        TO RETURN-CODE
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           OPEN OUTPUT PRT-FILE.

           MOVE "AUDVRPT"                   TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17AUDVF" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-PRT WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR AUDVRPT - FIN ANORMAL"
              MOVE 8                        TO RETURN-CODE
              CLOSE AUDIT-FILE
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           OPEN INPUT ARCHIVE-FILE.

           IF WS-FS-ARCH = "00"
              SET WS-FUENTE-ARCHIVO         TO TRUE
              MOVE "ARCHAUD"                TO WS-NOMBRE-FUENTE
           ELSE
              SET WS-FUENTE-LOG             TO TRUE
              MOVE "AUDITLOG"               TO WS-NOMBRE-FUENTE
              DISPLAY "SIN ARCHAUD - SE VERIFICA SOLO AUDITLOG"
           END-IF.

           PERFORM 8100-IMPRIMIR-ENCABEZADO
              THRU 8100-IMPRIMIR-ENCABEZADO-FIN.

       1000-INICIALIZAR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LEE EL SIGUIENTE REGISTRO DEL ARCHIVO EN CURSO Y LO CONTROLA   *
      * CONTRA EL ULTIMO ESLABON VERIFICADO.                           *
      *----------------------------------------------------------------*
       2000-VERIFICAR-REGISTRO.

           IF WS-FUENTE-ARCHIVO
              READ ARCHIVE-FILE INTO AL-REGISTRO
                  AT END
                      SET WS-EOF-SI         TO TRUE
                  NOT AT END
                      ADD 1                 TO WS-ARCH-LEIDOS
              END-READ
           ELSE
              READ AUDIT-FILE INTO AL-REGISTRO
                  AT END
                      SET WS-EOF-SI         TO TRUE
                  NOT AT END
                      ADD 1                 TO WS-LOG-LEIDOS
              END-READ
           END-IF.

           IF WS-EOF-SI
              GO TO 2000-VERIFICAR-REGISTRO-FIN
           END-IF.

           PERFORM 2100-CONTROLAR-ESLABON
              THRU 2100-CONTROLAR-ESLABON-FIN.

       2000-VERIFICAR-REGISTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN REGISTRO SIN SECUENCIA NI CONTROL ANTES DEL PRIMER          *
      * REGISTRO ENCADENADO ES DE ANTES DEL ENCADENAMIENTO Y SOLO SE   *
      * CUENTA; DESPUES ES UNA ANOMALIA. CON LA SECUENCIA CONTINUA SE  *
      * RECALCULA EL CONTROL; ANTE UN HUECO O UN CONTROL DISTINTO LA   *
      * VERIFICACION SIGUE DESDE EL REGISTRO LEIDO, ASI UNA SOLA       *
      * ALTERACION NO ARRASTRA FALSAS ANOMALIAS HASTA EL FINAL. UN     *
      * REGISTRO REPETIDO O FUERA DE ORDEN NO MUEVE EL ESLABON.        *
      *----------------------------------------------------------------*
       2100-CONTROLAR-ESLABON.

           IF AL-SECUENCIA NOT NUMERIC OR AL-CONTROL NOT NUMERIC
              IF WS-CADENA-NO-INICIADA
                 ADD 1                      TO WS-REG-PREVIOS
              ELSE
                 MOVE "SIN SECUENCIA/CONTROL" TO DET-MOTIVO
                 MOVE 0                     TO DET-REFERENCIA
                 PERFORM 2200-INFORMAR-ANOMALIA
                    THRU 2200-INFORMAR-ANOMALIA-FIN
              END-IF
              GO TO 2100-CONTROLAR-ESLABON-FIN
           END-IF.

           SET WS-CADENA-INICIADA           TO TRUE.
           ADD 1                            TO WS-REG-VERIFICADOS.
           COMPUTE WS-SEC-SIGUIENTE = WS-SEC-ANTERIOR + 1.

           IF AL-SECUENCIA NOT > WS-SEC-ANTERIOR
              MOVE "FUERA DE ORDEN, ANT.:" TO DET-MOTIVO
              MOVE WS-SEC-ANTERIOR          TO DET-REFERENCIA
              PERFORM 2200-INFORMAR-ANOMALIA
                 THRU 2200-INFORMAR-ANOMALIA-FIN
              GO TO 2100-CONTROLAR-ESLABON-FIN
           END-IF.

           IF AL-SECUENCIA > WS-SEC-SIGUIENTE
              COMPUTE WS-FALTANTES = AL-SECUENCIA - WS-SEC-SIGUIENTE
              MOVE "HUECO, FALTAN:"         TO DET-MOTIVO
              MOVE WS-FALTANTES             TO DET-REFERENCIA
              PERFORM 2200-INFORMAR-ANOMALIA
                 THRU 2200-INFORMAR-ANOMALIA-FIN
              GO TO 2100-RESINCRONIZAR
           END-IF.

           CALL "AUDCHK" USING AL-REGISTRO WS-CTL-ANTERIOR
                                WS-CTL-CALCULADO.

           IF WS-CTL-CALCULADO NOT = AL-CONTROL
              MOVE "CONTROL ALTERADO"       TO DET-MOTIVO
              MOVE 0                        TO DET-REFERENCIA
              PERFORM 2200-INFORMAR-ANOMALIA
                 THRU 2200-INFORMAR-ANOMALIA-FIN
           END-IF.

       2100-RESINCRONIZAR.

           MOVE AL-SECUENCIA                TO WS-SEC-ANTERIOR.
           MOVE AL-CONTROL                  TO WS-CTL-ANTERIOR.

       2100-CONTROLAR-ESLABON-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA EL REGISTRO LEIDO CON EL MOTIVO YA CARGADO EN DET-MOTIVO *
      * Y DET-REFERENCIA.                                              *
      *----------------------------------------------------------------*
       2200-INFORMAR-ANOMALIA.

           ADD 1                            TO WS-ANOMALIAS.

           MOVE WS-NOMBRE-FUENTE            TO DET-ARCHIVO.

           IF AL-SECUENCIA NUMERIC
              MOVE AL-SECUENCIA             TO DET-SECUENCIA
           ELSE
              MOVE 0                        TO DET-SECUENCIA
           END-IF.

           IF AL-FECHA NUMERIC
              MOVE AL-FECHA                 TO DET-FECHA
           ELSE
              MOVE 0                        TO DET-FECHA
           END-IF.

           IF AL-HORA NUMERIC
              MOVE AL-HORA                  TO WS-HORA-AUD
           ELSE
              MOVE 0                        TO WS-HORA-AUD
           END-IF.

           MOVE WS-HA-HORA                  TO DET-HORA-HH.
           MOVE WS-HA-MIN                   TO DET-HORA-MM.
           MOVE WS-HA-SEG                   TO DET-HORA-SS.
           MOVE AL-PROGRAMA                 TO DET-PROGRAMA.

           PERFORM 8000-IMPRIMIR-LINEA
              THRU 8000-IMPRIMIR-LINEA-FIN.

       2200-INFORMAR-ANOMALIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * AUDCAD GUARDA EL ULTIMO REGISTRO QUE ESCRIBIO AUDITLOG. SI     *
      * TIENE UNA SECUENCIA MAYOR QUE LA ULTIMA DEL LOG, AL LOG LE     *
      * FALTA LA COLA; CON LA MISMA SECUENCIA, EL CONTROL DEBE SER EL  *
      * MISMO. SIN AUDCAD SOLO SE AVISA EN EL PIE.                     *
      *----------------------------------------------------------------*
       3000-CONTROLAR-AUDCAD.

           OPEN INPUT AUDIT-CHAIN.

           IF WS-FS-CAD NOT = "00"
              GO TO 3000-CONTROLAR-AUDCAD-FIN
           END-IF.

           READ AUDIT-CHAIN
               AT END
                   CONTINUE
               NOT AT END
                   SET WS-AUDCAD-SI         TO TRUE
           END-READ.

           CLOSE AUDIT-CHAIN.

           IF WS-AUDCAD-NO
              OR AC-SECUENCIA NOT NUMERIC OR AC-CONTROL NOT NUMERIC
              SET WS-AUDCAD-NO              TO TRUE
              GO TO 3000-CONTROLAR-AUDCAD-FIN
           END-IF.

           MOVE "AUDCAD"                    TO WS-NOMBRE-FUENTE.
           MOVE SPACES                      TO AL-REGISTRO.
           MOVE AC-SECUENCIA                TO AL-SECUENCIA.
           MOVE AC-FECHA                    TO AL-FECHA.
           MOVE AC-HORA                     TO AL-HORA.
           MOVE AC-PROGRAMA                 TO AL-PROGRAMA.

           IF AC-SECUENCIA > WS-SEC-ANTERIOR
              COMPUTE WS-FALTANTES = AC-SECUENCIA - WS-SEC-ANTERIOR
              MOVE "FALTAN AL FINAL:"       TO DET-MOTIVO
              MOVE WS-FALTANTES             TO DET-REFERENCIA
              PERFORM 2200-INFORMAR-ANOMALIA
                 THRU 2200-INFORMAR-ANOMALIA-FIN
              GO TO 3000-CONTROLAR-AUDCAD-FIN
           END-IF.

           IF AC-SECUENCIA = WS-SEC-ANTERIOR
              AND AC-CONTROL NOT = WS-CTL-ANTERIOR
              MOVE "ULTIMO NO COINCIDE"     TO DET-MOTIVO
              MOVE 0                        TO DET-REFERENCIA
              PERFORM 2200-INFORMAR-ANOMALIA
                 THRU 2200-INFORMAR-ANOMALIA-FIN
           END-IF.

       3000-CONTROLAR-AUDCAD-FIN.
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

           MOVE SPACES                      TO PRT-LINEA.
           MOVE WS-ENCABEZADO-3             TO PRT-LINEA.
           WRITE PRT-LINEA.

       8100-IMPRIMIR-ENCABEZADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PIE DE CONTROL Y RESULTADO. CUALQUIER ANOMALIA DEJA RC 8.      *
      *----------------------------------------------------------------*
       9000-FINALIZAR.

           MOVE WS-ARCH-LEIDOS              TO PIE-ARCH-LEIDOS.
           MOVE WS-LOG-LEIDOS               TO PIE-LOG-LEIDOS.
           MOVE WS-REG-PREVIOS              TO PIE-PREVIOS.
           MOVE WS-REG-VERIFICADOS          TO PIE-VERIFICADOS.
           MOVE WS-SEC-ANTERIOR             TO PIE-ULTIMA-SEC.
           MOVE WS-ANOMALIAS                TO PIE-ANOMALIAS.

           IF WS-AUDCAD-SI
              MOVE AC-SECUENCIA             TO PIE-AUDCAD-SEC
              MOVE SPACES                   TO PIE-AUDCAD-NO
           ELSE
              MOVE 0                        TO PIE-AUDCAD-SEC
              MOVE "NO DISPONIBLE"          TO PIE-AUDCAD-NO
           END-IF.

           IF WS-ANOMALIAS > 0
              MOVE "LOG ALTERADO - REVISAR ANOMALIAS"
                                            TO PIE-RESULTADO
              MOVE 8                        TO RETURN-CODE
           ELSE
              MOVE "CADENA INTEGRA"         TO PIE-RESULTADO
           END-IF.

           MOVE SPACES                      TO PRT-LINEA.
           WRITE PRT-LINEA.

           MOVE SPACES                      TO PRT-LINEA.
           MOVE WS-PIE-1                    TO PRT-LINEA.
           WRITE PRT-LINEA.

           MOVE SPACES                      TO PRT-LINEA.
           MOVE WS-PIE-2                    TO PRT-LINEA.
           WRITE PRT-LINEA.

           MOVE SPACES                      TO PRT-LINEA.
           MOVE WS-PIE-3                    TO PRT-LINEA.
           WRITE PRT-LINEA.

           MOVE SPACES                      TO PRT-LINEA.
           MOVE WS-PIE-4                    TO PRT-LINEA.
           WRITE PRT-LINEA.

           MOVE SPACES                      TO PRT-LINEA.
           MOVE WS-PIE-5                    TO PRT-LINEA.
           WRITE PRT-LINEA.

           MOVE SPACES                      TO PRT-LINEA.
           MOVE WS-PIE-RESULTADO            TO PRT-LINEA.
           WRITE PRT-LINEA.

           CLOSE AUDIT-FILE.
           CLOSE PRT-FILE.

           DISPLAY "CADENA AUDITORIA LEIDOS: "
                    WS-ARCH-LEIDOS "/" WS-LOG-LEIDOS
                    " ANOMALIAS: " WS-ANOMALIAS.

       9000-FINALIZAR-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL17AUDVF.

      *                 ahora con la rutina compartida DATECALC
      *                 (opcion "S") en lugar de la copia privada de
      *                 dias-por-mes/bisiestos que vivia aca.
      *  15/10/2026 GR  AUDITLOG encadenado (registros de 100 bytes con
      *                 secuencia y control): se archiva solo el tramo
      *                 inicial del log - desde el primer registro que
      *                 se retiene, se retiene todo lo que sigue - y
      *                 los registros pasan sin cambios, asi ARCHAUD
      *                 mas AUDITLOG siguen verificando de punta a
      *                 punta con CL17AUDVF. El resumen muestra el
      *                 eslabon entre ambos y AUDCAD queda con el
      *                 ultimo registro del log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17AUDPG.
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS WS-FS-RPT.

           SELECT AUDIT-CHAIN               ASSIGN TO "AUDCAD"
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS WS-FS-CAD.

      *----------------------------------------------------------------*
       DATA DIVISION.


       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY AUDREG.

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  AR-REGISTRO                      PIC X(100).

       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  WK-REGISTRO                      PIC X(100).

      *----------------------------------------------------------------*
      * TARJETA DE RETENCION. MODO "D" = RETENER RP-DIAS DIAS (EL      *
           RECORD CONTAINS 80 CHARACTERS.
       01  PG-LINEA                         PIC X(80).

       FD  AUDIT-CHAIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY AUDCREG.

       WORKING-STORAGE SECTION.

       77  WS-FS-AUDIT                      PIC X(02).
       77  WS-FS-WORK                       PIC X(02).
       77  WS-FS-PARM                       PIC X(02).
       77  WS-FS-RPT                        PIC X(02).
       77  WS-FS-CAD                        PIC X(02).
       77  WS-RC-ARCHIVO                    PIC 9(02).
           88  WS-RC-ARCHIVO-FATAL          VALUE 8.

       77  WS-ARCH-FECHA-MAX                PIC 9(08) VALUE 0.
       77  WS-RET-FECHA-MIN                 PIC 9(08) VALUE 99999999.

      *----------------------------------------------------------------*
      * ESLABON DE LA CADENA ENTRE ARCHAUD Y EL AUDITLOG REGRABADO     *
      *----------------------------------------------------------------*
       77  WS-SW-RETENIENDO                 PIC X(01) VALUE "N".
           88  WS-RETENIENDO-SI             VALUE "S".
           88  WS-RETENIENDO-NO             VALUE "N".

       77  WS-ARCH-SEC-ULTIMA               PIC 9(09) VALUE 0.
       77  WS-RET-SEC-PRIMERA               PIC 9(09) VALUE 0.
       77  WS-LOG-SEC-ULTIMA                PIC 9(09) VALUE 0.
       77  WS-LOG-CONTROL-ULTIMO            PIC 9(10) VALUE 0.

       01  WS-LINEA-CORTE.
           05  FILLER                       PIC X(20) VALUE
               "FECHA DE CORTE:     ".
               "RETENIDO DESDE:     ".
           05  PG-RET-MIN                   PIC 9999/99/99.

       01  WS-LINEA-CADENA.
           05  FILLER                       PIC X(27) VALUE
               "CADENA: ULT. ARCHIVADO SEC ".
           05  PG-ARCH-SEC                  PIC Z(08)9.
           05  FILLER                       PIC X(21) VALUE
               " - 1ER RETENIDO SEC ".
           05  PG-RET-SEC                   PIC Z(08)9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           EXIT.
      *----------------------------------------------------------------*
      * CLASIFICA CADA REGISTRO: ANTERIOR AL CORTE VA AL ARCHIVO,      *
      * EL RESTO AL WORK PARA REGRABAR AUDITLOG. DESDE EL PRIMER       *
      * RETENIDO SE RETIENE TODO, PARA NO CORTAR LA CADENA EN DOS      *
      * TRAMOS INTERCALADOS.                                           *
      *----------------------------------------------------------------*
       2000-CLASIFICAR-REGISTRO.

           READ AUDIT-FILE
               AT END
                   SET WS-EOF-SI            TO TRUE
                   GO TO 2000-CLASIFICAR-REGISTRO-FIN
           END-READ.

           ADD 1                            TO WS-REG-LEIDOS.

           IF AL-SECUENCIA IS NUMERIC AND AL-CONTROL IS NUMERIC
              MOVE AL-SECUENCIA             TO WS-LOG-SEC-ULTIMA
              MOVE AL-CONTROL               TO WS-LOG-CONTROL-ULTIMO
           END-IF.

           IF AL-FECHA NOT < WS-FECHA-CORTE
              SET WS-RETENIENDO-SI          TO TRUE
           END-IF.

           IF WS-RETENIENDO-NO
              ADD 1                         TO WS-REG-ARCHIVADOS
              IF AL-FECHA < WS-ARCH-FECHA-MIN
                 MOVE AL-FECHA              TO WS-ARCH-FECHA-MIN
              END-IF
              IF AL-FECHA > WS-ARCH-FECHA-MAX
                 MOVE AL-FECHA              TO WS-ARCH-FECHA-MAX
              END-IF
              IF AL-SECUENCIA IS NUMERIC
                 MOVE AL-SECUENCIA          TO WS-ARCH-SEC-ULTIMA
              END-IF
              MOVE AL-REGISTRO              TO AR-REGISTRO
              WRITE AR-REGISTRO
           ELSE
              ADD 1                         TO WS-REG-RETENIDOS
              IF AL-FECHA < WS-RET-FECHA-MIN
                 MOVE AL-FECHA              TO WS-RET-FECHA-MIN
              END-IF
              IF WS-REG-RETENIDOS = 1 AND AL-SECUENCIA IS NUMERIC
                 MOVE AL-SECUENCIA          TO WS-RET-SEC-PRIMERA
              END-IF
              MOVE AL-REGISTRO              TO WK-REGISTRO
              WRITE WK-REGISTRO
           END-IF.

       2000-CLASIFICAR-REGISTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
              WRITE PG-LINEA
           END-IF.

           MOVE WS-ARCH-SEC-ULTIMA          TO PG-ARCH-SEC.
           MOVE WS-RET-SEC-PRIMERA          TO PG-RET-SEC.
           MOVE SPACES                      TO PG-LINEA.
           MOVE WS-LINEA-CADENA             TO PG-LINEA.
           WRITE PG-LINEA.

           PERFORM 9100-ACTUALIZAR-ESTADO
              THRU 9100-ACTUALIZAR-ESTADO-FIN.

           IF WS-REG-ARCHIVADOS + WS-REG-RETENIDOS = WS-REG-LEIDOS
              AND WS-REG-REGRABADOS = WS-REG-RETENIDOS
              MOVE "CONTROL: ARCHIVADOS + RETENIDOS = LEIDOS"
       9000-FINALIZAR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DEJA EN AUDCAD EL ULTIMO ESLABON DEL LOG, PARA QUE AUDITLOG    *
      * SIGA LA CADENA AUNQUE LA DEPURACION HAYA VACIADO EL LOG. UN    *
      * AUDCAD CON UNA SECUENCIA MAYOR NO SE TOCA: EL LOG PERDIO SU    *
      * FINAL ANTES DE LA DEPURACION Y LA VERIFICACION DEBE VERLO.     *
      *----------------------------------------------------------------*
       9100-ACTUALIZAR-ESTADO.

           IF WS-LOG-SEC-ULTIMA = 0
              GO TO 9100-ACTUALIZAR-ESTADO-FIN
           END-IF.

           OPEN INPUT AUDIT-CHAIN.

           IF WS-FS-CAD = "00"
              READ AUDIT-CHAIN
                  AT END
                      MOVE 0                TO AC-SECUENCIA
              END-READ
              CLOSE AUDIT-CHAIN
              IF AC-SECUENCIA IS NUMERIC
                 AND AC-SECUENCIA > WS-LOG-SEC-ULTIMA
                 DISPLAY "AUDCAD REGISTRA LA SECUENCIA " AC-SECUENCIA
                          " - EL LOG TERMINA EN " WS-LOG-SEC-ULTIMA
                 MOVE 8                     TO RETURN-CODE
                 GO TO 9100-ACTUALIZAR-ESTADO-FIN
              END-IF
           END-IF.

           OPEN OUTPUT AUDIT-CHAIN.

           IF WS-FS-CAD NOT = "00"
              DISPLAY "NO SE PUDO GRABAR AUDCAD - STATUS " WS-FS-CAD
              MOVE 8                        TO RETURN-CODE
              GO TO 9100-ACTUALIZAR-ESTADO-FIN
           END-IF.

           MOVE SPACES                      TO AC-REGISTRO.
           MOVE WS-LOG-SEC-ULTIMA           TO AC-SECUENCIA.
           MOVE WS-LOG-CONTROL-ULTIMO       TO AC-CONTROL.
           ACCEPT AC-FECHA                  FROM DATE YYYYMMDD.
           ACCEPT AC-HORA                   FROM TIME.
           MOVE "CL17AUDPG"                 TO AC-PROGRAMA.

           WRITE AC-REGISTRO.

           CLOSE AUDIT-CHAIN.

       9100-ACTUALIZAR-ESTADO-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL17AUDPG.

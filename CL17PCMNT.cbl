      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: CIERRE Y REAPERTURA DE PERIODOS CONTABLES (ARCHIVO
      *          PERCTRL, LAYOUT PERCREG). UN MES CERRADO NO ADMITE
      *          VALORES CON FECHA DE VALOR DENTRO DE EL: CL17EJEM2,
      *          CL17VREPR, CL17SUSRV Y CL17FXREV CONSULTAN PERCTRL
      *          VIA LA RUTINA PERCHK Y RECHAZAN ESAS ENTRADAS. AL
      *          CERRAR UN MES SE CONGELA LA FOTO DE CIERRE EN VALCIER
      *          (LAYOUT VALCREG): EL ULTIMO VALOR DE CADA POSICION EN
      *          VALHIST CON FECHA DENTRO O ANTES DEL MES, PARA PODER
      *          REPRODUCIR DESPUES LOS NUMEROS DE FIN DE MES. SOLO
      *          SUPERVISORES (SIGNON); CADA CIERRE Y REAPERTURA SE
      *          REGISTRA EN EL LOG DE AUDITORIA CON EL OPERADOR.
      *          SOLO SE CIERRAN MESES YA TERMINADOS.
      * Tectonics: cobc
      * Modification History:
      *  15/10/2026 GR  Original version.
      *  15/10/2026 GR  VALHREG de 46 bytes (proveedor del valor).
      *  15/10/2026 GR  La foto toma el valor revaluado (origen "R")
      *                 con el origen del valor que reemplaza y deja
      *                 afuera la posicion cuya ultima fila del mes es
      *                 una baja "B" del maestro.
      *  15/10/2026 GR  Un mes vuelto a cerrar borra antes su foto de
      *                 VALCIER, para que no queden posiciones dadas
      *                 de baja desde el primer cierre.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17PCMNT.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PERIOD-CONTROL           ASSIGN TO "PERCTRL"
                                            ORGANIZATION IS INDEXED
                                            ACCESS MODE IS DYNAMIC
                                            RECORD KEY IS PC-PERIODO
                                            FILE STATUS IS WS-FS-PER.

           SELECT VALUES-HISTORY           ASSIGN TO "VALHIST"
                                            ORGANIZATION IS INDEXED
                                            ACCESS MODE IS DYNAMIC
                                            RECORD KEY IS VH-CLAVE
                                            FILE STATUS IS WS-FS-HIST.

           SELECT MONTH-END-SNAPSHOT       ASSIGN TO "VALCIER"
                                            ORGANIZATION IS INDEXED
                                            ACCESS MODE IS DYNAMIC
                                            RECORD KEY IS VC-CLAVE
                                            FILE STATUS IS WS-FS-CIER.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD  PERIOD-CONTROL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
           COPY PERCREG.

       FD  VALUES-HISTORY
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 46 CHARACTERS.
           COPY VALHREG.

       FD  MONTH-END-SNAPSHOT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY VALCREG.

       WORKING-STORAGE SECTION.

       77  WS-FS-PER                        PIC X(02).
       77  WS-FS-HIST                       PIC X(02).
       77  WS-FS-CIER                       PIC X(02).

       77  WS-SW-FIN-PER                    PIC X(01) VALUE "N".
           88  WS-FIN-PER-SI                VALUE "S".
           88  WS-FIN-PER-NO                VALUE "N".

       77  WS-SW-FIN-HIST                   PIC X(01) VALUE "N".
           88  WS-FIN-HIST-SI               VALUE "S".
           88  WS-FIN-HIST-NO               VALUE "N".

       77  WS-SW-HALLADO                    PIC X(01) VALUE "N".
           88  WS-HALLADO-SI                VALUE "S".
           88  WS-HALLADO-NO                VALUE "N".

       77  WS-SW-FIN-CIER                   PIC X(01) VALUE "N".
           88  WS-FIN-CIER-SI               VALUE "S".
           88  WS-FIN-CIER-NO               VALUE "N".

       77  WS-SW-CANDIDATO                  PIC X(01) VALUE "N".
           88  WS-CANDIDATO-SI              VALUE "S".
           88  WS-CANDIDATO-NO              VALUE "N".

       77  WS-SW-FOTO                       PIC X(01) VALUE "S".
           88  WS-FOTO-OK                   VALUE "S".
           88  WS-FOTO-ERROR                VALUE "N".

       77  WS-FUNCION                       PIC X(01).
           88  WS-FUNCION-CERRAR            VALUE "C" "c".
           88  WS-FUNCION-REABRIR           VALUE "R" "r".
           88  WS-FUNCION-CONSULTA          VALUE "I" "i".
           88  WS-FUNCION-LISTAR            VALUE "L" "l".
           88  WS-FUNCION-SALIR             VALUE "X" "x".

       77  WS-CONFIRMA                      PIC X(01).
           88  WS-CONFIRMA-SI               VALUE "S" "s".

       01  WS-PER-ENTRADA                   PIC 9(06).
       01  WS-PER-ENTRADA-R REDEFINES WS-PER-ENTRADA.
           05  WS-PE-ANIO                   PIC 9(04).
           05  WS-PE-MES                    PIC 9(02).

       01  WS-FECHA-HOY                     PIC 9(08).
       01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05  WS-FH-PERIODO                PIC 9(06).
           05  WS-FH-DIA                    PIC 9(02).

       77  WS-FECHA-TOPE                    PIC 9(08).
       77  WS-LISTADOS                      PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      * FOTO DE CIERRE: POSICION EN CURSO DE LA HISTORIA Y SU ULTIMO   *
      * REGISTRO DENTRO DEL MES                                        *
      *----------------------------------------------------------------*
       77  WS-POS-ACTUAL                    PIC 9(05) VALUE 0.
       77  WS-FOTO-POSICIONES               PIC 9(05) VALUE 0.
       77  WS-FOTO-TOTAL                    PIC S9(11)V99 VALUE 0.
       77  WS-FOTO-TOTAL-ED                 PIC -(11)9,99.

       01  WS-CANDIDATO.
           05  CAN-INDICE                   PIC 9(05).
           05  CAN-FECHA                    PIC 9(08).
           05  CAN-VALOR                    PIC S9(7)V99.
           05  CAN-MONEDA                   PIC X(03).
           05  CAN-VALOR-ORIG               PIC S9(7)V99.
           05  CAN-ORIGEN                   PIC X(01).

       77  WS-SIGNON-MODO                   PIC X(01) VALUE "C".
       77  WS-OPERADOR-FIRMADO              PIC X(12) VALUE SPACES.
       77  WS-NIVEL-OPERADOR                PIC 9(01) VALUE 0.
           88  WS-NIVEL-SUPERVISOR          VALUE 3 THRU 9.
       77  WS-RC-SIGNON                     PIC 9(02) VALUE 0.
           88  WS-SIGNON-OK                 VALUE 0.

       77  WS-AUD-CAMPO                     PIC X(15) VALUE
               "PC-ESTADO".
       77  WS-AUD-VALOR                     PIC X(20).
       77  WS-AUD-ACCION-ESCRIB             PIC X(06) VALUE "ESCRIB".
       77  WS-AUD-ACCION-CERRAR             PIC X(06) VALUE "CERRAR".

       77  WS-RUN-ACCION-INICIO             PIC X(06) VALUE "INICIO".
       77  WS-RUN-ACCION-FIN                PIC X(06) VALUE "FIN".
       77  WS-RUN-LEIDOS                    PIC 9(07) VALUE 0.
       77  WS-RUN-ESCRITOS                  PIC 9(07) VALUE 0.
       77  WS-RUN-RECHAZADOS                PIC 9(07) VALUE 0.
       77  WS-RUN-RC                        PIC 9(02) VALUE 0.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           CALL "RUNLOG" USING "CL17PCMNT" WS-RUN-ACCION-INICIO
                                WS-RUN-LEIDOS WS-RUN-ESCRITOS
                                WS-RUN-RECHAZADOS WS-RUN-RC.

           CALL "SIGNON" USING "CL17PCMNT" WS-SIGNON-MODO
                                WS-OPERADOR-FIRMADO WS-NIVEL-OPERADOR
                                WS-RC-SIGNON.

           IF NOT WS-SIGNON-OK
              DISPLAY "SIN FIRMA DE OPERADOR - FIN ANORMAL"
              MOVE 8                        TO RETURN-CODE
              GO TO 9999-FIN-PROGRAMA
           END-IF.

           IF NOT WS-NIVEL-SUPERVISOR
              DISPLAY "NIVEL INSUFICIENTE PARA CERRAR PERIODOS"
              MOVE 8                        TO RETURN-CODE
              GO TO 9999-FIN-PROGRAMA
           END-IF.

           PERFORM 1000-ABRIR-CONTROL
              THRU 1000-ABRIR-CONTROL-FIN.

           IF WS-FS-PER NOT = "00"
              MOVE 8                        TO RETURN-CODE
              GO TO 9999-FIN-PROGRAMA
           END-IF.

           ACCEPT WS-FECHA-HOY              FROM DATE YYYYMMDD.

           PERFORM 3000-MENU-PRINCIPAL
              THRU 3000-MENU-PRINCIPAL-FIN
             UNTIL WS-FUNCION-SALIR.

           CLOSE PERIOD-CONTROL.

       9999-FIN-PROGRAMA.

           MOVE RETURN-CODE                 TO WS-RUN-RC.

           CALL "RUNLOG" USING "CL17PCMNT" WS-RUN-ACCION-FIN
                                WS-RUN-LEIDOS WS-RUN-ESCRITOS
                                WS-RUN-RECHAZADOS WS-RUN-RC.

           STOP RUN.
      *----------------------------------------------------------------*
      * ABRE (O CREA) EL CONTROL DE PERIODOS. UN MES SIN REGISTRO      *
      * ESTA ABIERTO.                                                  *
      *----------------------------------------------------------------*
       1000-ABRIR-CONTROL.

           OPEN I-O PERIOD-CONTROL.

           IF WS-FS-PER = "35"
              OPEN OUTPUT PERIOD-CONTROL
              CLOSE PERIOD-CONTROL
              OPEN I-O PERIOD-CONTROL
           END-IF.

           IF WS-FS-PER NOT = "00"
              DISPLAY "NO SE PUDO ABRIR PERCTRL - STATUS " WS-FS-PER
           END-IF.

       1000-ABRIR-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * MENU: CIERRE, REAPERTURA, CONSULTA Y LISTADO                   *
      *----------------------------------------------------------------*
       3000-MENU-PRINCIPAL.

           DISPLAY "--------------------------------------------------".
           DISPLAY "C-CERRAR  R-REABRIR  I-CONSULTA  L-LISTAR  X-SALIR".
           DISPLAY "SELECCIONE UNA OPCION: " WITH NO ADVANCING.
           ACCEPT WS-FUNCION.

           EVALUATE TRUE
              WHEN WS-FUNCION-CERRAR
                 PERFORM 3100-CERRAR-PERIODO
                    THRU 3100-CERRAR-PERIODO-FIN
              WHEN WS-FUNCION-REABRIR
                 PERFORM 3300-REABRIR-PERIODO
                    THRU 3300-REABRIR-PERIODO-FIN
              WHEN WS-FUNCION-CONSULTA
                 PERFORM 3500-CONSULTAR-PERIODO
                    THRU 3500-CONSULTAR-PERIODO-FIN
              WHEN WS-FUNCION-LISTAR
                 PERFORM 3400-LISTAR-PERIODOS
                    THRU 3400-LISTAR-PERIODOS-FIN
              WHEN WS-FUNCION-SALIR
                 CONTINUE
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       3000-MENU-PRINCIPAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PIDE UN PERIODO AAAAMM, LO VALIDA Y LO BUSCA EN PERCTRL        *
      *----------------------------------------------------------------*
       2900-BUSCAR-PERIODO.

           SET WS-HALLADO-NO                TO TRUE.

           DISPLAY "INGRESE PERIODO AAAAMM: " WITH NO ADVANCING.
           ACCEPT WS-PER-ENTRADA.

           IF WS-PE-ANIO = 0
              OR WS-PE-MES < 1 OR WS-PE-MES > 12
              MOVE 0                        TO WS-PER-ENTRADA
              GO TO 2900-BUSCAR-PERIODO-FIN
           END-IF.

           MOVE WS-PER-ENTRADA              TO PC-PERIODO.

           READ PERIOD-CONTROL
               INVALID KEY
                   SET WS-HALLADO-NO        TO TRUE
               NOT INVALID KEY
                   SET WS-HALLADO-SI        TO TRUE
                   ADD 1                    TO WS-RUN-LEIDOS
           END-READ.

       2900-BUSCAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2930-AUDITAR-EDICION.

           CALL "AUDITLOG" USING "CL17PCMNT" WS-AUD-CAMPO
                                  WS-AUD-VALOR WS-AUD-ACCION-ESCRIB
                                  WS-OPERADOR-FIRMADO.
           CALL "AUDITLOG" USING "CL17PCMNT" WS-AUD-CAMPO
                                  WS-AUD-VALOR WS-AUD-ACCION-CERRAR
                                  WS-OPERADOR-FIRMADO.

       2930-AUDITAR-EDICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * GRABA EL REGISTRO DEL PERIODO: NUEVO SI NO EXISTIA, REGRABADO  *
      * SI YA ESTABA EN PERCTRL                                        *
      *----------------------------------------------------------------*
       2940-GRABAR-PERIODO.

           MOVE WS-FECHA-HOY                TO PC-FECHA-CAMBIO.
           MOVE WS-OPERADOR-FIRMADO         TO PC-OPERADOR.

           IF WS-HALLADO-SI
              REWRITE PC-REGISTRO
                  INVALID KEY
                      DISPLAY "ERROR GRABANDO PERCTRL - STATUS "
                               WS-FS-PER
              END-REWRITE
           ELSE
              WRITE PC-REGISTRO
                  INVALID KEY
                      DISPLAY "ERROR GRABANDO PERCTRL - STATUS "
                               WS-FS-PER
              END-WRITE
           END-IF.

           IF WS-FS-PER = "00"
              ADD 1                         TO WS-RUN-ESCRITOS
           ELSE
              ADD 1                         TO WS-RUN-RECHAZADOS
              MOVE 8                        TO RETURN-CODE
           END-IF.

       2940-GRABAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CIERRE DE PERIODO: SOLO MESES YA TERMINADOS. PRIMERO SE        *
      * CONGELA LA FOTO DE FIN DE MES; SI NO SE PUDO ARMAR, EL MES     *
      * QUEDA ABIERTO.                                                 *
      *----------------------------------------------------------------*
       3100-CERRAR-PERIODO.

           PERFORM 2900-BUSCAR-PERIODO
              THRU 2900-BUSCAR-PERIODO-FIN.

           IF WS-PER-ENTRADA = 0
              DISPLAY "PERIODO INVALIDO - CIERRE CANCELADO"
              GO TO 3100-CERRAR-PERIODO-FIN
           END-IF.

           IF WS-PER-ENTRADA NOT < WS-FH-PERIODO
              DISPLAY "EL MES NO TERMINO - CIERRE CANCELADO"
              GO TO 3100-CERRAR-PERIODO-FIN
           END-IF.

           IF WS-HALLADO-SI AND PC-ESTADO-CERRADO
              DISPLAY "EL PERIODO YA ESTA CERRADO"
              GO TO 3100-CERRAR-PERIODO-FIN
           END-IF.

           DISPLAY "CONFIRMA CIERRE DE " WS-PER-ENTRADA " (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.

           IF NOT WS-CONFIRMA-SI
              DISPLAY "CIERRE CANCELADO"
              GO TO 3100-CERRAR-PERIODO-FIN
           END-IF.

           PERFORM 3200-CONGELAR-FOTO
              THRU 3200-CONGELAR-FOTO-FIN.

           IF WS-FOTO-ERROR
              DISPLAY "SIN FOTO DE FIN DE MES - CIERRE CANCELADO"
              ADD 1                         TO WS-RUN-RECHAZADOS
              MOVE 8                        TO RETURN-CODE
              GO TO 3100-CERRAR-PERIODO-FIN
           END-IF.

           IF WS-HALLADO-NO
              MOVE SPACES                   TO PC-REGISTRO
              MOVE WS-PER-ENTRADA           TO PC-PERIODO
           END-IF.

           SET PC-ESTADO-CERRADO            TO TRUE.
           MOVE WS-FOTO-POSICIONES          TO PC-SNAP-POSICIONES.
           MOVE WS-FOTO-TOTAL               TO PC-SNAP-TOTAL.

           PERFORM 2940-GRABAR-PERIODO
              THRU 2940-GRABAR-PERIODO-FIN.

           IF WS-FS-PER NOT = "00"
              GO TO 3100-CERRAR-PERIODO-FIN
           END-IF.

           MOVE SPACES                      TO WS-AUD-VALOR.
           STRING "CIERRE " WS-PER-ENTRADA
              DELIMITED BY SIZE INTO WS-AUD-VALOR.
           PERFORM 2930-AUDITAR-EDICION
              THRU 2930-AUDITAR-EDICION-FIN.

           MOVE WS-FOTO-TOTAL               TO WS-FOTO-TOTAL-ED.
           DISPLAY "PERIODO " WS-PER-ENTRADA " CERRADO - FOTO: "
                    WS-FOTO-POSICIONES " POSICIONES, TOTAL "
                    WS-FOTO-TOTAL-ED.

       3100-CERRAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * FOTO DE FIN DE MES: RECORRE VALHIST EN ORDEN DE POSICION Y     *
      * FECHA Y GRABA EN VALCIER, POR POSICION, EL ULTIMO VALOR CON    *
      * FECHA DENTRO O ANTES DEL MES (MISMA REGLA QUE CL17VMREB: UNA   *
      * BAJA "B" ANULA LA POSICION Y UNA REVALUACION "R" CONSERVA EL   *
      * ORIGEN DEL VALOR QUE REEMPLAZA). UN MES REABIERTO Y VUELTO A   *
      * CERRAR SE REGRABA: ANTES SE BORRA SU FOTO ANTERIOR ENTERA.     *
      *----------------------------------------------------------------*
       3200-CONGELAR-FOTO.

           SET WS-FOTO-OK                   TO TRUE.
           SET WS-FIN-HIST-NO               TO TRUE.
           SET WS-CANDIDATO-NO              TO TRUE.
           MOVE 0                           TO WS-POS-ACTUAL.
           MOVE 0                           TO WS-FOTO-POSICIONES.
           MOVE 0                           TO WS-FOTO-TOTAL.

           COMPUTE WS-FECHA-TOPE = WS-PER-ENTRADA * 100 + 31.

           OPEN INPUT VALUES-HISTORY.

           IF WS-FS-HIST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR VALHIST - STATUS " WS-FS-HIST
              SET WS-FOTO-ERROR             TO TRUE
              GO TO 3200-CONGELAR-FOTO-FIN
           END-IF.

           OPEN I-O MONTH-END-SNAPSHOT.

           IF WS-FS-CIER = "35"
              OPEN OUTPUT MONTH-END-SNAPSHOT
              CLOSE MONTH-END-SNAPSHOT
              OPEN I-O MONTH-END-SNAPSHOT
           END-IF.

           IF WS-FS-CIER NOT = "00"
              DISPLAY "NO SE PUDO ABRIR VALCIER - STATUS " WS-FS-CIER
              CLOSE VALUES-HISTORY
              SET WS-FOTO-ERROR             TO TRUE
              GO TO 3200-CONGELAR-FOTO-FIN
           END-IF.

           PERFORM 3205-BORRAR-FOTO
              THRU 3205-BORRAR-FOTO-FIN.

           PERFORM 3210-LEER-HISTORIA
              THRU 3210-LEER-HISTORIA-FIN
             UNTIL WS-FIN-HIST-SI
                OR WS-FOTO-ERROR.

           PERFORM 3220-GRABAR-FOTO
              THRU 3220-GRABAR-FOTO-FIN.

           CLOSE VALUES-HISTORY.
           CLOSE MONTH-END-SNAPSHOT.

       3200-CONGELAR-FOTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * BORRA DE VALCIER LA FOTO DE UN CIERRE ANTERIOR DEL MISMO MES   *
      *----------------------------------------------------------------*
       3205-BORRAR-FOTO.

           MOVE WS-PER-ENTRADA              TO VC-PERIODO.
           MOVE 0                           TO VC-INDICE.
           SET WS-FIN-CIER-NO               TO TRUE.

           START MONTH-END-SNAPSHOT KEY NOT < VC-CLAVE
               INVALID KEY
                   SET WS-FIN-CIER-SI       TO TRUE
           END-START.

           PERFORM 3206-BORRAR-POSICION
              THRU 3206-BORRAR-POSICION-FIN
             UNTIL WS-FIN-CIER-SI
                OR WS-FOTO-ERROR.

       3205-BORRAR-FOTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3206-BORRAR-POSICION.

           READ MONTH-END-SNAPSHOT NEXT RECORD
               AT END
                   SET WS-FIN-CIER-SI       TO TRUE
                   GO TO 3206-BORRAR-POSICION-FIN
           END-READ.

           IF VC-PERIODO NOT = WS-PER-ENTRADA
              SET WS-FIN-CIER-SI            TO TRUE
              GO TO 3206-BORRAR-POSICION-FIN
           END-IF.

           DELETE MONTH-END-SNAPSHOT RECORD
               INVALID KEY
                   DISPLAY "ERROR BORRANDO VALCIER - STATUS "
                           WS-FS-CIER
                   SET WS-FOTO-ERROR        TO TRUE
           END-DELETE.

       3206-BORRAR-POSICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3210-LEER-HISTORIA.

           READ VALUES-HISTORY NEXT RECORD
               AT END
                   SET WS-FIN-HIST-SI       TO TRUE
                   GO TO 3210-LEER-HISTORIA-FIN
           END-READ.

           IF VH-INDICE NOT = WS-POS-ACTUAL
              PERFORM 3220-GRABAR-FOTO
                 THRU 3220-GRABAR-FOTO-FIN
              MOVE VH-INDICE                TO WS-POS-ACTUAL
           END-IF.

           IF VH-FECHA > WS-FECHA-TOPE
              GO TO 3210-LEER-HISTORIA-FIN
           END-IF.

           IF VH-ORIGEN-BAJA
              SET WS-CANDIDATO-NO           TO TRUE
              GO TO 3210-LEER-HISTORIA-FIN
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

           IF CAN-ORIGEN NOT = "C"
              MOVE "D"                      TO CAN-ORIGEN
           END-IF.

       3210-LEER-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3220-GRABAR-FOTO.

           IF WS-CANDIDATO-NO
              GO TO 3220-GRABAR-FOTO-FIN
           END-IF.

           SET WS-CANDIDATO-NO              TO TRUE.

           MOVE SPACES                      TO VC-REGISTRO.
           MOVE WS-PER-ENTRADA              TO VC-PERIODO.
           MOVE CAN-INDICE                  TO VC-INDICE.
           MOVE CAN-FECHA                   TO VC-FECHA.
           MOVE CAN-VALOR                   TO VC-VALOR.
           MOVE CAN-MONEDA                  TO VC-MONEDA.
           MOVE CAN-VALOR-ORIG              TO VC-VALOR-ORIG.
           MOVE CAN-ORIGEN                  TO VC-ORIGEN.

           WRITE VC-REGISTRO
               INVALID KEY
                   REWRITE VC-REGISTRO
           END-WRITE.

           IF WS-FS-CIER NOT = "00"
              DISPLAY "ERROR GRABANDO VALCIER - STATUS " WS-FS-CIER
              SET WS-FOTO-ERROR             TO TRUE
              GO TO 3220-GRABAR-FOTO-FIN
           END-IF.

           ADD 1                            TO WS-FOTO-POSICIONES.
           ADD CAN-VALOR                    TO WS-FOTO-TOTAL.

       3220-GRABAR-FOTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * REAPERTURA: EL MES VUELVE A ACEPTAR VALORES. LA FOTO QUEDA EN  *
      * VALCIER HASTA EL PROXIMO CIERRE, QUE LA REGRABA.               *
      *----------------------------------------------------------------*
       3300-REABRIR-PERIODO.

           PERFORM 2900-BUSCAR-PERIODO
              THRU 2900-BUSCAR-PERIODO-FIN.

           IF WS-PER-ENTRADA = 0
              DISPLAY "PERIODO INVALIDO - REAPERTURA CANCELADA"
              GO TO 3300-REABRIR-PERIODO-FIN
           END-IF.

           IF WS-HALLADO-NO OR NOT PC-ESTADO-CERRADO
              DISPLAY "EL PERIODO NO ESTA CERRADO"
              GO TO 3300-REABRIR-PERIODO-FIN
           END-IF.

           DISPLAY "CONFIRMA REAPERTURA DE " WS-PER-ENTRADA " (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.

           IF NOT WS-CONFIRMA-SI
              DISPLAY "REAPERTURA CANCELADA"
              GO TO 3300-REABRIR-PERIODO-FIN
           END-IF.

           SET PC-ESTADO-ABIERTO            TO TRUE.

           PERFORM 2940-GRABAR-PERIODO
              THRU 2940-GRABAR-PERIODO-FIN.

           IF WS-FS-PER NOT = "00"
              GO TO 3300-REABRIR-PERIODO-FIN
           END-IF.

           MOVE SPACES                      TO WS-AUD-VALOR.
           STRING "REAPERTURA " WS-PER-ENTRADA
              DELIMITED BY SIZE INTO WS-AUD-VALOR.
           PERFORM 2930-AUDITAR-EDICION
              THRU 2930-AUDITAR-EDICION-FIN.

           DISPLAY "PERIODO " WS-PER-ENTRADA " REABIERTO".

       3300-REABRIR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA TODOS LOS PERIODOS REGISTRADOS EN ORDEN                  *
      *----------------------------------------------------------------*
       3400-LISTAR-PERIODOS.

           MOVE 0                           TO WS-LISTADOS.
           SET WS-FIN-PER-NO                TO TRUE.

           MOVE 0                           TO PC-PERIODO.
           START PERIOD-CONTROL KEY > PC-PERIODO
               INVALID KEY
                   SET WS-FIN-PER-SI        TO TRUE
           END-START.

           PERFORM 3410-LISTAR-PERIODO
              THRU 3410-LISTAR-PERIODO-FIN
             UNTIL WS-FIN-PER-SI.

           DISPLAY "PERIODOS LISTADOS: " WS-LISTADOS.

       3400-LISTAR-PERIODOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3410-LISTAR-PERIODO.

           READ PERIOD-CONTROL NEXT RECORD
               AT END
                   SET WS-FIN-PER-SI        TO TRUE
               NOT AT END
                   ADD 1                    TO WS-LISTADOS
                   ADD 1                    TO WS-RUN-LEIDOS
                   MOVE PC-SNAP-TOTAL       TO WS-FOTO-TOTAL-ED
                   DISPLAY PC-PERIODO " "
                           PC-ESTADO " "
                           PC-FECHA-CAMBIO " "
                           PC-OPERADOR " "
                           PC-SNAP-POSICIONES " "
                           WS-FOTO-TOTAL-ED
           END-READ.

       3410-LISTAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3500-CONSULTAR-PERIODO.

           PERFORM 2900-BUSCAR-PERIODO
              THRU 2900-BUSCAR-PERIODO-FIN.

           IF WS-PER-ENTRADA = 0
              DISPLAY "PERIODO INVALIDO"
              GO TO 3500-CONSULTAR-PERIODO-FIN
           END-IF.

           IF WS-HALLADO-NO
              DISPLAY "PERIODO " WS-PER-ENTRADA " ABIERTO - SIN CIERRE"
              GO TO 3500-CONSULTAR-PERIODO-FIN
           END-IF.

           MOVE PC-SNAP-TOTAL               TO WS-FOTO-TOTAL-ED.

           DISPLAY "PERIODO    : " PC-PERIODO.
           DISPLAY "ESTADO     : " PC-ESTADO.
           DISPLAY "ULT. CAMBIO: " PC-FECHA-CAMBIO " " PC-OPERADOR.
           DISPLAY "FOTO CIERRE: " PC-SNAP-POSICIONES " POSICIONES".
           DISPLAY "TOTAL BASE : " WS-FOTO-TOTAL-ED.

       3500-CONSULTAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL17PCMNT.

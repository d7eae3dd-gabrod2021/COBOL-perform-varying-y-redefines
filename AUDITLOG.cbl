      *                 Con LS-OPERADOR en blanco se mantiene el
      *                 comportamiento anterior (variable de entorno
      *                 USER).
      *  15/10/2026 GR  Log encadenado: cada registro lleva numero de
      *                 secuencia y valor de control (rutina AUDCHK)
      *                 calculado sobre su contenido y el control del
      *                 registro anterior (AUDREG de 100 bytes; un
      *                 AUDITLOG existente debe convertirse). Al abrir
      *                 se retoma la cadena del ultimo registro del log
      *                 o, si el log quedo vacio o perdio su final, del
      *                 estado AUDCAD que se graba en cada cierre.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITLOG.
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS WS-FS-AUDIT.

           SELECT AUDIT-CHAIN               ASSIGN TO "AUDCAD"
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS WS-FS-CAD.

      *----------------------------------------------------------------*
       DATA DIVISION.


       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY AUDREG.

       FD  AUDIT-CHAIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY AUDCREG.

       WORKING-STORAGE SECTION.

       77  WS-FS-AUDIT                      PIC X(02).
       77  WS-FS-CAD                        PIC X(02).
       77  WS-OPERADOR                      PIC X(12).

       77  WS-SW-ABIERTO                    PIC X(01) VALUE "N".
           88  WS-ABIERTO-SI                VALUE "S".
           88  WS-ABIERTO-NO                VALUE "N".

      *----------------------------------------------------------------*
      * ESLABON DE LA CADENA: SECUENCIA Y CONTROL DEL ULTIMO REGISTRO  *
      *----------------------------------------------------------------*
       77  WS-ULT-SECUENCIA                 PIC 9(09) VALUE 0.
       77  WS-ULT-CONTROL                   PIC 9(10) VALUE 0.

       77  WS-SW-EOF                        PIC X(01).
           88  WS-EOF-SI                    VALUE "S".
           88  WS-EOF-NO                    VALUE "N".

       LINKAGE SECTION.

       01  LS-PROGRAMA                      PIC X(09).
      *----------------------------------------------------------------*
       1000-ESCRIBIR-AUDITORIA.

           IF WS-ABIERTO-NO
              PERFORM 1100-RETOMAR-CADENA
                 THRU 1100-RETOMAR-CADENA-FIN

              OPEN EXTEND AUDIT-FILE

              IF WS-FS-AUDIT NOT = "00" AND WS-FS-AUDIT NOT = "05"
                 OPEN OUTPUT AUDIT-FILE
              END-IF

              SET WS-ABIERTO-SI             TO TRUE
           END-IF.

           MOVE SPACES                      TO AL-REGISTRO.

           ACCEPT AL-FECHA                  FROM DATE YYYYMMDD.
           ACCEPT AL-HORA                   FROM TIME.

           MOVE LS-CAMPO                    TO AL-CAMPO.
           MOVE LS-VALOR                    TO AL-VALOR.

           ADD 1                            TO WS-ULT-SECUENCIA.
           MOVE WS-ULT-SECUENCIA            TO AL-SECUENCIA.

           CALL "AUDCHK" USING AL-REGISTRO WS-ULT-CONTROL
                                AL-CONTROL.

           WRITE AL-REGISTRO.

           MOVE AL-CONTROL                  TO WS-ULT-CONTROL.

       1000-ESCRIBIR-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RETOMA LA CADENA ANTES DE AGREGAR: SECUENCIA Y CONTROL DEL     *
      * ULTIMO REGISTRO DEL LOG. SI AUDCAD GUARDA UNA SECUENCIA MAYOR  *
      * (LOG DEPURADO POR COMPLETO, O UN FINAL QUE YA NO ESTA) SE      *
      * SIGUE DESDE AUDCAD, ASI LO QUE FALTE QUEDA COMO HUECO VISIBLE  *
      * PARA LA VERIFICACION.                                          *
      *----------------------------------------------------------------*
       1100-RETOMAR-CADENA.

           MOVE 0                           TO WS-ULT-SECUENCIA.
           MOVE 0                           TO WS-ULT-CONTROL.

           OPEN INPUT AUDIT-FILE.

           IF WS-FS-AUDIT = "00"
              SET WS-EOF-NO                 TO TRUE
              PERFORM 1110-LEER-ULTIMO
                 THRU 1110-LEER-ULTIMO-FIN
                UNTIL WS-EOF-SI
              CLOSE AUDIT-FILE
           END-IF.

           OPEN INPUT AUDIT-CHAIN.

           IF WS-FS-CAD NOT = "00"
              GO TO 1100-RETOMAR-CADENA-FIN
           END-IF.

           READ AUDIT-CHAIN
               AT END
                   MOVE 0                   TO AC-SECUENCIA
           END-READ.

           CLOSE AUDIT-CHAIN.

           IF AC-SECUENCIA IS NUMERIC
              AND AC-CONTROL IS NUMERIC
              AND AC-SECUENCIA > WS-ULT-SECUENCIA
              IF WS-ULT-SECUENCIA > 0
                 DISPLAY "AUDITLOG: EL LOG TERMINA EN LA SECUENCIA "
                          WS-ULT-SECUENCIA " Y AUDCAD REGISTRA "
                          AC-SECUENCIA
              END-IF
              MOVE AC-SECUENCIA             TO WS-ULT-SECUENCIA
              MOVE AC-CONTROL               TO WS-ULT-CONTROL
           END-IF.

       1100-RETOMAR-CADENA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-ULTIMO.

           READ AUDIT-FILE
               AT END
                   SET WS-EOF-SI            TO TRUE
                   GO TO 1110-LEER-ULTIMO-FIN
           END-READ.

           IF AL-SECUENCIA IS NUMERIC AND AL-CONTROL IS NUMERIC
              MOVE AL-SECUENCIA             TO WS-ULT-SECUENCIA
              MOVE AL-CONTROL               TO WS-ULT-CONTROL
           END-IF.

       1110-LEER-ULTIMO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CIERRA AUDIT-FILE SI UNA LLAMADA ANTERIOR LO DEJO ABIERTO Y    *
      * GRABA EN AUDCAD EL ULTIMO ESLABON DE LA CADENA.                *
      *----------------------------------------------------------------*
       2000-CERRAR-AUDITORIA.

           IF WS-ABIERTO-SI
              CLOSE AUDIT-FILE
              SET WS-ABIERTO-NO             TO TRUE
              PERFORM 2100-GRABAR-ESTADO
                 THRU 2100-GRABAR-ESTADO-FIN
           END-IF.

       2000-CERRAR-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-GRABAR-ESTADO.

           OPEN OUTPUT AUDIT-CHAIN.

           IF WS-FS-CAD NOT = "00"
              DISPLAY "AUDITLOG: NO SE PUDO GRABAR AUDCAD - STATUS "
                       WS-FS-CAD
              GO TO 2100-GRABAR-ESTADO-FIN
           END-IF.

           MOVE SPACES                      TO AC-REGISTRO.
           MOVE WS-ULT-SECUENCIA            TO AC-SECUENCIA.
           MOVE WS-ULT-CONTROL              TO AC-CONTROL.
           ACCEPT AC-FECHA                  FROM DATE YYYYMMDD.
           ACCEPT AC-HORA                   FROM TIME.
           MOVE LS-PROGRAMA                 TO AC-PROGRAMA.

           WRITE AC-REGISTRO.

           CLOSE AUDIT-CHAIN.

       2100-GRABAR-ESTADO-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM AUDITLOG.

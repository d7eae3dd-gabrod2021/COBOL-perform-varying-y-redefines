      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: RUTINA COMPARTIDA DE ESTADISTICA DE CALIDAD POR
      *          PROVEEDOR. CADA PROGRAMA QUE VE UN EVENTO ATRIBUIBLE
      *          A UN PROVEEDOR (ENTREGA, TRAILER QUE NO CUADRA,
      *          RECHAZO, SOSPECHOSO, CORRECCION POSTERIOR) LA LLAMA
      *          CON LA FECHA, EL CODIGO DE PROVEEDOR (DV-ORIGEN), EL
      *          TIPO Y EL CODIGO DEL EVENTO. "SUMAR" SUMA LA
      *          CANTIDAD AL CONTADOR DEL DIA; "FIJAR" LO REEMPLAZA
      *          (UNA CONSOLIDACION REPETIDA NO DUPLICA LA ENTREGA);
      *          "BORRAR" ELIMINA TODOS LOS CONTADORES DEL TIPO EN LA
      *          FECHA, PARA QUE UN PROGRAMA QUE RECUENTA EL DIA
      *          COMPLETO EN CADA CORRIDA DEJE SOLO LA ULTIMA. PRVSTAT
      *          QUEDA ABIERTO ENTRE LLAMADAS DEL MISMO RUN, COMO
      *          AUDITLOG; EL LLAMADOR LO CIERRA CON "CERRAR". SIN
      *          PROVEEDOR (CODIGO EN BLANCO) NO SE REGISTRA NADA.
      * Tectonics: cobc
      * Modification History:
      *  15/10/2026 GR  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRVSTAT.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PROVIDER-STATS           ASSIGN TO "PRVSTAT"
                                            ORGANIZATION IS INDEXED
                                            ACCESS MODE IS DYNAMIC
                                            RECORD KEY IS PS-CLAVE
                                            FILE STATUS IS WS-FS-STAT.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD  PROVIDER-STATS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY PRVSREG.

       WORKING-STORAGE SECTION.

       77  WS-FS-STAT                       PIC X(02).

       77  WS-SW-ESTADO                     PIC X(01) VALUE "N".
           88  WS-ESTADO-NO-ABIERTO         VALUE "N".
           88  WS-ESTADO-ABIERTO            VALUE "S".
           88  WS-ESTADO-SIN-ARCHIVO        VALUE "X".

       77  WS-SW-FIN-DIA                    PIC X(01).
           88  WS-FIN-DIA-SI                VALUE "S".
           88  WS-FIN-DIA-NO                VALUE "N".

       LINKAGE SECTION.

       01  LS-PROGRAMA                      PIC X(09).
       01  LS-FECHA                         PIC 9(08).
       01  LS-PROVEEDOR                     PIC X(02).
       01  LS-TIPO                          PIC X(02).
       01  LS-CODIGO                        PIC X(02).
       01  LS-CANTIDAD                      PIC 9(07).
       01  LS-ACCION                        PIC X(06).
           88  LS-ACCION-SUMAR              VALUE "SUMAR".
           88  LS-ACCION-FIJAR              VALUE "FIJAR".
           88  LS-ACCION-BORRAR             VALUE "BORRAR".
           88  LS-ACCION-CERRAR             VALUE "CERRAR".

      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING LS-PROGRAMA LS-FECHA LS-PROVEEDOR
                                 LS-TIPO LS-CODIGO LS-CANTIDAD
                                 LS-ACCION.

           IF LS-ACCION-CERRAR
              PERFORM 3000-CERRAR-ESTADISTICA
                 THRU 3000-CERRAR-ESTADISTICA-FIN
              GOBACK
           END-IF.

           PERFORM 1000-ABRIR-ESTADISTICA
              THRU 1000-ABRIR-ESTADISTICA-FIN.

           IF NOT WS-ESTADO-ABIERTO
              GOBACK
           END-IF.

           EVALUATE TRUE
              WHEN LS-ACCION-BORRAR
                 PERFORM 2200-BORRAR-TIPO
                    THRU 2200-BORRAR-TIPO-FIN
              WHEN LS-ACCION-SUMAR OR LS-ACCION-FIJAR
                 PERFORM 2000-ACTUALIZAR-CONTADOR
                    THRU 2000-ACTUALIZAR-CONTADOR-FIN
              WHEN OTHER
                 DISPLAY "PRVSTAT - ACCION INVALIDA: " LS-ACCION
                          " DE " LS-PROGRAMA
           END-EVALUATE.

           GOBACK.
      *----------------------------------------------------------------*
      * ABRE (O CREA) PRVSTAT EN LA PRIMERA LLAMADA DEL RUN. SI NO SE  *
      * PUEDE ABRIR, EL RUN SIGUE SIN ESTADISTICA: LA CALIDAD DE LOS   *
      * PROVEEDORES NUNCA DETIENE UNA CARGA.                           *
      *----------------------------------------------------------------*
       1000-ABRIR-ESTADISTICA.

           IF NOT WS-ESTADO-NO-ABIERTO
              GO TO 1000-ABRIR-ESTADISTICA-FIN
           END-IF.

           OPEN I-O PROVIDER-STATS.

           IF WS-FS-STAT = "35"
              OPEN OUTPUT PROVIDER-STATS
              CLOSE PROVIDER-STATS
              OPEN I-O PROVIDER-STATS
           END-IF.

           IF WS-FS-STAT = "00"
              SET WS-ESTADO-ABIERTO         TO TRUE
           ELSE
              DISPLAY "PRVSTAT NO DISPONIBLE - STATUS " WS-FS-STAT
                       " - SIN ESTADISTICA DE PROVEEDORES"
              SET WS-ESTADO-SIN-ARCHIVO     TO TRUE
           END-IF.

       1000-ABRIR-ESTADISTICA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SUMA O FIJA EL CONTADOR (FECHA, PROVEEDOR, TIPO, CODIGO)       *
      *----------------------------------------------------------------*
       2000-ACTUALIZAR-CONTADOR.

           IF LS-PROVEEDOR = SPACES
              GO TO 2000-ACTUALIZAR-CONTADOR-FIN
           END-IF.

           MOVE LS-FECHA                    TO PS-FECHA.
           MOVE LS-PROVEEDOR                TO PS-PROVEEDOR.
           MOVE LS-TIPO                     TO PS-TIPO.
           MOVE LS-CODIGO                   TO PS-CODIGO.

           READ PROVIDER-STATS
               INVALID KEY
                   MOVE 0                   TO PS-CANTIDAD
                   MOVE SPACES              TO PS-PROGRAMA
           END-READ.

           IF LS-ACCION-FIJAR
              MOVE LS-CANTIDAD              TO PS-CANTIDAD
           ELSE
              ADD LS-CANTIDAD               TO PS-CANTIDAD
           END-IF.

           MOVE LS-PROGRAMA                 TO PS-PROGRAMA.

           WRITE PS-REGISTRO
               INVALID KEY
                   REWRITE PS-REGISTRO
           END-WRITE.

           IF WS-FS-STAT NOT = "00"
              DISPLAY "ERROR GRABANDO PRVSTAT - STATUS " WS-FS-STAT
           END-IF.

       2000-ACTUALIZAR-CONTADOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * BORRA TODOS LOS CONTADORES DEL TIPO LS-TIPO CON FECHA LS-FECHA *
      * (CUALQUIER PROVEEDOR Y CODIGO)                                 *
      *----------------------------------------------------------------*
       2200-BORRAR-TIPO.

           MOVE LS-FECHA                    TO PS-FECHA.
           MOVE LOW-VALUES                  TO PS-PROVEEDOR.
           MOVE LOW-VALUES                  TO PS-TIPO.
           MOVE LOW-VALUES                  TO PS-CODIGO.
           SET WS-FIN-DIA-NO                TO TRUE.

           START PROVIDER-STATS KEY >= PS-CLAVE
               INVALID KEY
                   SET WS-FIN-DIA-SI        TO TRUE
           END-START.

           PERFORM 2210-BORRAR-SIGUIENTE
              THRU 2210-BORRAR-SIGUIENTE-FIN
             UNTIL WS-FIN-DIA-SI.

       2200-BORRAR-TIPO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-BORRAR-SIGUIENTE.

           READ PROVIDER-STATS NEXT RECORD
               AT END
                   SET WS-FIN-DIA-SI        TO TRUE
                   GO TO 2210-BORRAR-SIGUIENTE-FIN
           END-READ.

           IF PS-FECHA NOT = LS-FECHA
              SET WS-FIN-DIA-SI             TO TRUE
              GO TO 2210-BORRAR-SIGUIENTE-FIN
           END-IF.

           IF PS-TIPO = LS-TIPO
              DELETE PROVIDER-STATS RECORD
           END-IF.

       2210-BORRAR-SIGUIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CIERRA PRVSTAT SI UNA LLAMADA ANTERIOR LO DEJO ABIERTO         *
      *----------------------------------------------------------------*
       3000-CERRAR-ESTADISTICA.

           IF WS-ESTADO-ABIERTO
              CLOSE PROVIDER-STATS
           END-IF.

           SET WS-ESTADO-NO-ABIERTO         TO TRUE.

       3000-CERRAR-ESTADISTICA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM PRVSTAT.

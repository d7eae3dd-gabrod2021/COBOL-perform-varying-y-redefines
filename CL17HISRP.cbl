      *                 original y tasa de conversion (registros de 43
      *                 bytes); el detalle de la consulta los muestra
      *                 junto al valor en moneda base.
      *  15/10/2026 GR  El encabezado lleva la descripcion de la
      *                 posicion segun el maestro de posiciones POSMAST
      *                 (en blanco si no hay maestro o la posicion no
      *                 esta en el).
      *  15/10/2026 GR  VALHREG lleva el origen del valor (registros
      *                 de 44 bytes).
      *  15/10/2026 GR  VALHREG lleva el proveedor del valor
      *                 (registros de 46 bytes).
      *  15/10/2026 GR  La fila de baja "B" que CL17EJEM2 deja al
      *                 borrar la posicion del maestro no es un valor
      *                 y no entra en la consulta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17HISRP.
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-PRT.

           SELECT POS-MASTER               ASSIGN TO "POSMAST"
                                            ORGANIZATION IS INDEXED
                                            ACCESS MODE IS RANDOM
                                            RECORD KEY IS PM-INDICE
                                            FILE STATUS IS WS-FS-POS.

      *----------------------------------------------------------------*
       DATA DIVISION.


       FD  VALUES-HISTORY
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 46 CHARACTERS.
           COPY VALHREG.

      *----------------------------------------------------------------*
           RECORD CONTAINS 80 CHARACTERS.
       01  PRT-LINEA                        PIC X(80).

      *----------------------------------------------------------------*
      * MAESTRO DE POSICIONES (CL17PSMNT), SOLO PARA LA DESCRIPCION    *
      *----------------------------------------------------------------*
       FD  POS-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS.
           COPY POSMREG.

       WORKING-STORAGE SECTION.

       77  WS-FS-HIST                       PIC X(02).
       77  WS-FS-PARM                       PIC X(02).
       77  WS-FS-PRT                        PIC X(02).
       77  WS-FS-POS                        PIC X(02).
       77  WS-DESC-POSICION                 PIC X(30) VALUE SPACES.
       77  WS-RC-ARCHIVO                    PIC 9(02).
           88  WS-RC-ARCHIVO-FATAL          VALUE 8.

           05  FILLER                       PIC X(23) VALUE
               "TENDENCIA DE POSICION  ".
           05  ENC-INDICE                   PIC ZZZZ9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  ENC-DESCRIPCION              PIC X(30).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  FILLER                       PIC X(08) VALUE "PAGINA: ".
           05  ENC-PAGINA                   PIC ZZZ9.

              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           PERFORM 1040-DESCRIBIR-POSICION
              THRU 1040-DESCRIBIR-POSICION-FIN.

           OPEN INPUT VALUES-HISTORY.

           MOVE "VALHIST"                   TO WS-FILERR-ARCHIVO.
       1030-POSICIONAR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DESCRIPCION DE LA POSICION CONSULTADA SEGUN POSMAST (BLANCO SI *
      * NO HAY MAESTRO DE POSICIONES O LA POSICION NO ESTA EN EL)      *
      *----------------------------------------------------------------*
       1040-DESCRIBIR-POSICION.

           MOVE SPACES                      TO WS-DESC-POSICION.

           OPEN INPUT POS-MASTER.

           IF WS-FS-POS NOT = "00"
              GO TO 1040-DESCRIBIR-POSICION-FIN
           END-IF.

           MOVE WS-CON-INDICE               TO PM-INDICE.

           READ POS-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PM-DESCRIPCION      TO WS-DESC-POSICION
           END-READ.

           CLOSE POS-MASTER.

       1040-DESCRIBIR-POSICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LEE LA PROXIMA ENTRADA DE LA HISTORIA; UNA ENTRADA DE OTRA     *
      * POSICION O POSTERIOR AL RANGO TERMINA LA CONSULTA. LA FILA DE  *
      * BAJA "B" DEL MAESTRO NO ES UN VALOR Y SE SALTEA.               *
      *----------------------------------------------------------------*
       2000-PROCESAR-HISTORIA.

                      OR VH-FECHA > WS-FIL-HASTA
                      SET WS-FIN-HIST-SI    TO TRUE
                   ELSE
                      IF NOT VH-ORIGEN-BAJA
                         PERFORM 2100-ACUMULAR-ENTRADA
                            THRU 2100-ACUMULAR-ENTRADA-FIN
                      END-IF
                   END-IF
           END-READ.

           MOVE WS-HS-MIN                   TO ENC-HORA-MM.
           MOVE WS-HS-SEG                   TO ENC-HORA-SS.
           MOVE WS-CON-INDICE               TO ENC-INDICE.
           MOVE WS-DESC-POSICION            TO ENC-DESCRIPCION.
           MOVE WS-NUMERO-PAGINA            TO ENC-PAGINA.

           MOVE SPACES                      TO PRT-LINEA.

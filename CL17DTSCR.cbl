      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: DEPURACION Y CONVERSION MASIVA DE FECHAS. LO QUE
      *          CL17EJEM3 HACE CON UNA FECHA TIPEADA EN CONSOLA, ESTE
      *          UTILITARIO LO HACE SOBRE UN ARCHIVO ENTERO, GUIADO POR
      *          LAS TARJETAS DTSPARM: UNA TARJETA "E" CON EL ARCHIVO
      *          DE ENTRADA, EL LARGO DE SUS REGISTROS, LA OPCION DE
      *          VALIDACION DE DTVALID (C CALENDARIO, L DIA HABIL) Y
      *          EL FORMATO DESTINO, Y UNA TARJETA "F" POR CADA CAMPO
      *          FECHA DEL REGISTRO CON SU POSICION Y SU FORMATO
      *          ORIGEN (DD/MM/AAAA, AAAAMMDD, ETC.). LA TARJETA "E"
      *          PUEDE LIMITAR LA CONVERSION A UN TIPO DE REGISTRO (POR
      *          EJEMPLO LOS DETALLES "D" DE UN ARCHIVO DE PROVEEDOR);
      *          LOS DEMAS PASAN SIN CAMBIOS. CADA FECHA SE
      *          LLEVA A LA FORMA AAAA-MM-DD DE FDFECHA, SE VALIDA CON
      *          DTVALID Y SE REESCRIBE EN EL FORMATO DESTINO. LOS
      *          REGISTROS CON TODAS SUS FECHAS VALIDAS VAN A DTSOUT;
      *          CADA FECHA RECHAZADA VA A DTSREJ (CAMPO, TEXTO
      *          ORIGINAL Y ESTADO DE DTVALID, COMO REJDATES) Y SU
      *          REGISTRO NO PASA A DTSOUT. ASI UN ARCHIVO DE
      *          PROVEEDOR CON FECHAS EN OTRO FORMATO QUEDA LISTO PARA
      *          CL17DVCON SIN CORREGIRLO A MANO.
      * Tectonics: cobc
      * Modification History:
      *  15/10/2026 GR  Original version.
      *  15/10/2026 GR  Un registro de otro tipo que el del selector
      *                 que no cabe en un largo de salida menor se
      *                 rechaza (razon 22) en lugar de truncarse.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17DTSCR.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PARM-FILE                 ASSIGN TO "DTSPARM"
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS WS-FS-PARM.

           SELECT INPUT-FILE                ASSIGN TO DYNAMIC
                                                     WS-ARCHIVO-ENTRADA
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS WS-FS-ENT.

           SELECT OUTPUT-FILE               ASSIGN TO "DTSOUT"
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS WS-FS-SAL.

           SELECT REJECT-FILE               ASSIGN TO "DTSREJ"
                                             ORGANIZATION IS SEQUENTIAL
                                             FILE STATUS IS WS-FS-REJ.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *----------------------------------------------------------------*
      * TARJETAS DE LAYOUT. "E" = ARCHIVO DE ENTRADA (UNA SOLA, LA     *
      * PRIMERA); "F" = CAMPO FECHA (HASTA 10, EN ORDEN DE POSICION).  *
      * LA POSICION SE CUENTA DESDE 1. LOS FORMATOS SE ARMAN CON AAAA, *
      * MM Y DD MAS LOS SEPARADORES LITERALES; EL DESTINO EN BLANCO ES *
      * AAAA-MM-DD. DS-BLANCO "S" DEJA PASAR UNA FECHA EN BLANCO. CON  *
      * DS-SELECTOR-POS SOLO SE CONVIERTEN LOS REGISTROS QUE TIENEN    *
      * DS-SELECTOR-VALOR EN ESA POSICION.                             *
      *----------------------------------------------------------------*
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  DS-REGISTRO.
           05  DS-TIPO                      PIC X(01).
               88  DS-TIPO-ENTRADA          VALUE "E".
               88  DS-TIPO-CAMPO            VALUE "F".
           05  DS-DATOS                     PIC X(79).
           05  DS-DATOS-ENT REDEFINES DS-DATOS.
               10  DS-ARCHIVO               PIC X(09).
               10  DS-LARGO                 PIC 9(03).
               10  DS-OPCION                PIC X(01).
                   88  DS-OPCION-VALIDA     VALUE "C" "L".
               10  DS-FORMATO-DESTINO       PIC X(10).
               10  DS-SELECTOR-POS          PIC 9(03).
               10  DS-SELECTOR-VALOR        PIC X(01).
               10  FILLER                   PIC X(52).
           05  DS-DATOS-CAMPO REDEFINES DS-DATOS.
               10  DS-CAMPO                 PIC X(15).
               10  DS-POSICION              PIC 9(03).
               10  DS-FORMATO-ORIGEN        PIC X(10).
               10  DS-BLANCO                PIC X(01).
                   88  DS-BLANCO-ADMITIDO   VALUE "S".
               10  FILLER                   PIC X(50).

      *----------------------------------------------------------------*
      * ENTRADA Y SALIDA SE LEEN Y GRABAN DE A UN BYTE: EL LARGO DE    *
      * REGISTRO LO DA LA TARJETA "E", Y LA SALIDA PUEDE SER MAS LARGA *
      * QUE LA ENTRADA CUANDO EL FORMATO DESTINO LO ES (AAAAMMDD A     *
      * AAAA-MM-DD SUMA DOS BYTES POR CAMPO).                          *
      *----------------------------------------------------------------*
       FD  INPUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1 CHARACTERS.
       01  EN-BYTE                          PIC X(01).

       FD  OUTPUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1 CHARACTERS.
       01  SA-BYTE                          PIC X(01).

       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  REJ-REGISTRO.
           05  REJ-NRO-REGISTRO             PIC 9(07).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  REJ-FECHA-TXT                PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  REJ-CAMPO                    PIC X(15).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  REJ-RAZON-COD                PIC 9(02).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  REJ-RAZON-DESC               PIC X(30).
           05  FILLER                       PIC X(12) VALUE SPACES.

       WORKING-STORAGE SECTION.

           COPY FDFECHA.

       77  WS-STATUS-VALIDACION             PIC 9(02).
       77  WS-DTV-OPCION-CAL                PIC X(01) VALUE "C".

       77  WS-FS-PARM                       PIC X(02).
       77  WS-FS-ENT                        PIC X(02).
       77  WS-FS-SAL                        PIC X(02).
       77  WS-FS-REJ                        PIC X(02).
       77  WS-RC-ARCHIVO                    PIC 9(02).
           88  WS-RC-ARCHIVO-FATAL          VALUE 8.

       77  WS-FILERR-ARCHIVO                PIC X(09).
       77  WS-FILERR-OPERACION              PIC X(08) VALUE "OPEN".

       77  WS-ARCHIVO-ENTRADA               PIC X(09) VALUE SPACES.

       77  WS-SW-PARM-EOF                   PIC X(01) VALUE "N".
           88  WS-PARM-EOF-SI               VALUE "S".
           88  WS-PARM-EOF-NO               VALUE "N".

       77  WS-SW-PARM                       PIC X(01) VALUE "S".
           88  WS-PARM-OK                   VALUE "S".
           88  WS-PARM-ERROR                VALUE "N".

       77  WS-SW-EOF                        PIC X(01) VALUE "N".
           88  WS-EOF-SI                    VALUE "S".
           88  WS-EOF-NO                    VALUE "N".

       77  WS-SW-INCOMPLETO                 PIC X(01) VALUE "N".
           88  WS-INCOMPLETO-SI             VALUE "S".
           88  WS-INCOMPLETO-NO             VALUE "N".

       77  WS-SW-REG-RECHAZADO              PIC X(01).
           88  WS-REG-RECHAZADO-SI          VALUE "S".
           88  WS-REG-RECHAZADO-NO          VALUE "N".

      *----------------------------------------------------------------*
      * LAYOUT DE LA TARJETA "E" Y DE LAS TARJETAS "F". CADA FORMATO   *
      * SE ANALIZA UNA VEZ: LARGO Y POSICION DE AAAA, MM Y DD DENTRO   *
      * DEL CAMPO.                                                     *
      *----------------------------------------------------------------*
       77  WS-LARGO-ENTRADA                 PIC 9(03) VALUE 0.
       77  WS-LARGO-MAXIMO                  PIC 9(03) VALUE 200.
       77  WS-LARGO-SALIDA                  PIC 9(03) VALUE 0.
       77  WS-SELECTOR-POS                  PIC 9(03) VALUE 0.
       77  WS-SELECTOR-VALOR                PIC X(01) VALUE SPACE.
       77  WS-REG-SIN-CAMBIO                PIC 9(07) VALUE 0.

       01  WS-DESTINO.
           05  WS-DST-MASCARA               PIC X(10).
           05  WS-DST-LARGO                 PIC 9(02).
           05  WS-DST-POS-ANIO              PIC 9(02).
           05  WS-DST-POS-MES               PIC 9(02).
           05  WS-DST-POS-DIA               PIC 9(02).

       01  WS-CAMPOS.
           05  WS-CMP-COUNT                 PIC 9(02) VALUE 0.
           05  WS-CMP-ENTRADA OCCURS 10 TIMES.
               10  WS-CMP-NOMBRE            PIC X(15).
               10  WS-CMP-POSICION          PIC 9(03).
               10  WS-CMP-MASCARA           PIC X(10).
               10  WS-CMP-LARGO             PIC 9(02).
               10  WS-CMP-POS-ANIO          PIC 9(02).
               10  WS-CMP-POS-MES           PIC 9(02).
               10  WS-CMP-POS-DIA           PIC 9(02).
               10  WS-CMP-BLANCO            PIC X(01).
               10  WS-CMP-RECHAZOS          PIC 9(07).

       77  WS-CMP-MAXIMO                    PIC 9(02) VALUE 10.
       77  WS-CMP-IDX                       PIC 9(02).
       77  WS-FIN-ANTERIOR                  PIC 9(03).

      *----------------------------------------------------------------*
      * ANALISIS DE UNA MASCARA DE FORMATO (1300-ANALIZAR-MASCARA)     *
      *----------------------------------------------------------------*
       01  WS-MASCARA.
           05  WS-MSC-TEXTO                 PIC X(10).
           05  WS-MSC-LARGO                 PIC 9(02).
           05  WS-MSC-POS-ANIO              PIC 9(02).
           05  WS-MSC-POS-MES               PIC 9(02).
           05  WS-MSC-POS-DIA               PIC 9(02).
           05  WS-MSC-P                     PIC 9(02).

       77  WS-SW-MSC-VALIDA                 PIC X(01).
           88  WS-MSC-VALIDA-SI             VALUE "S".
           88  WS-MSC-VALIDA-NO             VALUE "N".

       77  WS-SW-MSC-FIN                    PIC X(01).
           88  WS-MSC-FIN-SI                VALUE "S".
           88  WS-MSC-FIN-NO                VALUE "N".

      *----------------------------------------------------------------*
      * REGISTRO EN CURSO Y REGISTRO REARMADO CON LAS FECHAS           *
      * CONVERTIDAS (HASTA DOS BYTES MAS POR CAMPO)                    *
      *----------------------------------------------------------------*
       01  WS-REG-ENTRADA                   PIC X(200).
       01  WS-REG-SALIDA                    PIC X(220).

       77  WS-BYTE-IDX                      PIC 9(03).
       77  WS-CURSOR-ENT                    PIC 9(03).
       77  WS-CURSOR-SAL                    PIC 9(03).
       77  WS-TRAMO                         PIC 9(03).

       77  WS-TXT-ORIGEN                    PIC X(10).
       77  WS-TXT-DESTINO                   PIC X(10).
       77  WS-SEP-IDX                       PIC 9(02).
       77  WS-SW-SEPARADOR                  PIC X(01).
           88  WS-SEPARADOR-OK              VALUE "S".
           88  WS-SEPARADOR-MAL             VALUE "N".

       01  WS-2900-DATOS.
           05  WS-2900-CAMPO                PIC X(15).
           05  WS-2900-DESC                 PIC X(30).

       77  WS-REG-LEIDOS                    PIC 9(07) VALUE 0.
       77  WS-REG-GRABADOS                  PIC 9(07) VALUE 0.
       77  WS-REG-RECHAZADOS                PIC 9(07) VALUE 0.
       77  WS-FEC-CONVERTIDAS               PIC 9(07) VALUE 0.
       77  WS-FEC-RECHAZADAS                PIC 9(07) VALUE 0.

       77  WS-RUN-ACCION-INICIO             PIC X(06) VALUE "INICIO".
       77  WS-RUN-ACCION-FIN                PIC X(06) VALUE "FIN".
       77  WS-RUN-LEIDOS                    PIC 9(07) VALUE 0.
       77  WS-RUN-ESCRITOS                  PIC 9(07) VALUE 0.
       77  WS-RUN-RECHAZADOS                PIC 9(07) VALUE 0.
       77  WS-RUN-RC                        PIC 9(02) VALUE 0.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           CALL "RUNLOG" USING "CL17DTSCR" WS-RUN-ACCION-INICIO
                                WS-RUN-LEIDOS WS-RUN-ESCRITOS
                                WS-RUN-RECHAZADOS WS-RUN-RC.

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-FIN.

           IF RETURN-CODE >= 8
              GO TO 9999-FIN-PROGRAMA
           END-IF.

           PERFORM 2000-PROCESAR-REGISTRO
              THRU 2000-PROCESAR-REGISTRO-FIN
             UNTIL WS-EOF-SI.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-FIN.

       9999-FIN-PROGRAMA.

           MOVE WS-REG-LEIDOS               TO WS-RUN-LEIDOS.
           MOVE WS-REG-GRABADOS             TO WS-RUN-ESCRITOS.
           MOVE WS-REG-RECHAZADOS           TO WS-RUN-RECHAZADOS.
           MOVE RETURN-CODE                 TO WS-RUN-RC.

           CALL "RUNLOG" USING "CL17DTSCR" WS-RUN-ACCION-FIN
                                WS-RUN-LEIDOS WS-RUN-ESCRITOS
                                WS-RUN-RECHAZADOS WS-RUN-RC.

           STOP RUN.
      *----------------------------------------------------------------*
      * LEE Y VALIDA LAS TARJETAS DE LAYOUT Y ABRE LOS ARCHIVOS. UNA   *
      * TARJETA INVALIDA TERMINA EN RC 8 SIN TOCAR NINGUN ARCHIVO:     *
      * CONVERTIR CON UN LAYOUT EQUIVOCADO ARRUINARIA LA SALIDA.       *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.

           PERFORM 1100-LEER-TARJETAS
              THRU 1100-LEER-TARJETAS-FIN.

           IF WS-PARM-ERROR
              DISPLAY "TARJETAS DTSPARM INVALIDAS - FIN ANORMAL"
              MOVE 8                        TO RETURN-CODE
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           OPEN INPUT INPUT-FILE.

           MOVE WS-ARCHIVO-ENTRADA          TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17DTSCR" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-ENT WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR " WS-ARCHIVO-ENTRADA
                       " - FIN ANORMAL"
              MOVE 8                        TO RETURN-CODE
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           OPEN OUTPUT OUTPUT-FILE.

           MOVE "DTSOUT"                    TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17DTSCR" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-SAL WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR DTSOUT - FIN ANORMAL"
              MOVE 8                        TO RETURN-CODE
              CLOSE INPUT-FILE
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           OPEN OUTPUT REJECT-FILE.

           MOVE "DTSREJ"                    TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17DTSCR" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-REJ WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR DTSREJ - FIN ANORMAL"
              MOVE 8                        TO RETURN-CODE
              CLOSE INPUT-FILE
              CLOSE OUTPUT-FILE
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

       1000-INICIALIZAR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CARGA LA TARJETA "E" Y LAS "F", Y CONTROLA QUE LOS CAMPOS NO   *
      * SE SUPERPONGAN NI SE SALGAN DEL REGISTRO                       *
      *----------------------------------------------------------------*
       1100-LEER-TARJETAS.

           OPEN INPUT PARM-FILE.

           IF WS-FS-PARM NOT = "00"
              DISPLAY "SIN TARJETAS DTSPARM - STATUS " WS-FS-PARM
              SET WS-PARM-ERROR             TO TRUE
              GO TO 1100-LEER-TARJETAS-FIN
           END-IF.

           PERFORM 1110-LEER-TARJETA
              THRU 1110-LEER-TARJETA-FIN
             UNTIL WS-PARM-EOF-SI.

           CLOSE PARM-FILE.

           IF WS-ARCHIVO-ENTRADA = SPACES
              DISPLAY "FALTA LA TARJETA E DE ARCHIVO DE ENTRADA"
              SET WS-PARM-ERROR             TO TRUE
           END-IF.

           IF WS-CMP-COUNT = 0
              DISPLAY "FALTAN TARJETAS F DE CAMPOS FECHA"
              SET WS-PARM-ERROR             TO TRUE
           END-IF.

           IF WS-PARM-ERROR
              GO TO 1100-LEER-TARJETAS-FIN
           END-IF.

           MOVE 0                           TO WS-FIN-ANTERIOR.
           MOVE WS-LARGO-ENTRADA            TO WS-LARGO-SALIDA.

           PERFORM 1150-CONTROLAR-CAMPO
              THRU 1150-CONTROLAR-CAMPO-FIN
             VARYING WS-CMP-IDX FROM 1 BY 1
              UNTIL WS-CMP-IDX > WS-CMP-COUNT.

       1100-LEER-TARJETAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-TARJETA.

           READ PARM-FILE
               AT END
                   SET WS-PARM-EOF-SI       TO TRUE
                   GO TO 1110-LEER-TARJETA-FIN
           END-READ.

           EVALUATE TRUE
              WHEN DS-TIPO-ENTRADA
                 PERFORM 1120-TARJETA-ENTRADA
                    THRU 1120-TARJETA-ENTRADA-FIN
              WHEN DS-TIPO-CAMPO
                 PERFORM 1130-TARJETA-CAMPO
                    THRU 1130-TARJETA-CAMPO-FIN
              WHEN OTHER
                 DISPLAY "DTSPARM - TIPO DE TARJETA INVALIDO: "
                          DS-TIPO
                 SET WS-PARM-ERROR          TO TRUE
           END-EVALUATE.

       1110-LEER-TARJETA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1120-TARJETA-ENTRADA.

           IF WS-ARCHIVO-ENTRADA NOT = SPACES
              DISPLAY "DTSPARM - MAS DE UNA TARJETA E"
              SET WS-PARM-ERROR             TO TRUE
              GO TO 1120-TARJETA-ENTRADA-FIN
           END-IF.

           IF DS-ARCHIVO = SPACES
              DISPLAY "DTSPARM - TARJETA E SIN ARCHIVO"
              SET WS-PARM-ERROR             TO TRUE
              GO TO 1120-TARJETA-ENTRADA-FIN
           END-IF.

           MOVE DS-ARCHIVO                  TO WS-ARCHIVO-ENTRADA.

           IF DS-LARGO IS NOT NUMERIC
              OR DS-LARGO = 0
              OR DS-LARGO > WS-LARGO-MAXIMO
              DISPLAY "DTSPARM - LARGO DE REGISTRO INVALIDO (1-"
                       WS-LARGO-MAXIMO "): " DS-LARGO
              SET WS-PARM-ERROR             TO TRUE
           ELSE
              MOVE DS-LARGO                 TO WS-LARGO-ENTRADA
           END-IF.

           IF DS-OPCION-VALIDA
              MOVE DS-OPCION                TO WS-DTV-OPCION-CAL
           ELSE
              IF DS-OPCION NOT = SPACE
                 DISPLAY "DTSPARM - OPCION DE VALIDACION INVALIDA: "
                          DS-OPCION
                 SET WS-PARM-ERROR          TO TRUE
              END-IF
           END-IF.

           IF DS-FORMATO-DESTINO = SPACES
              MOVE "AAAA-MM-DD"             TO WS-MSC-TEXTO
           ELSE
              MOVE DS-FORMATO-DESTINO       TO WS-MSC-TEXTO
           END-IF.

           PERFORM 1300-ANALIZAR-MASCARA
              THRU 1300-ANALIZAR-MASCARA-FIN.

           IF WS-MSC-VALIDA-NO
              DISPLAY "DTSPARM - FORMATO DESTINO INVALIDO: "
                       WS-MSC-TEXTO
              SET WS-PARM-ERROR             TO TRUE
              GO TO 1120-TARJETA-ENTRADA-FIN
           END-IF.

           IF DS-SELECTOR-POS IS NUMERIC
              MOVE DS-SELECTOR-POS          TO WS-SELECTOR-POS
              MOVE DS-SELECTOR-VALOR        TO WS-SELECTOR-VALOR
           END-IF.

           IF WS-SELECTOR-POS > WS-LARGO-ENTRADA
              DISPLAY "DTSPARM - POSICION DEL SELECTOR FUERA DEL"
                       " REGISTRO: " WS-SELECTOR-POS
              SET WS-PARM-ERROR             TO TRUE
           END-IF.

           MOVE WS-MSC-TEXTO                TO WS-DST-MASCARA.
           MOVE WS-MSC-LARGO                TO WS-DST-LARGO.
           MOVE WS-MSC-POS-ANIO             TO WS-DST-POS-ANIO.
           MOVE WS-MSC-POS-MES              TO WS-DST-POS-MES.
           MOVE WS-MSC-POS-DIA              TO WS-DST-POS-DIA.

       1120-TARJETA-ENTRADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1130-TARJETA-CAMPO.

           IF WS-CMP-COUNT >= WS-CMP-MAXIMO
              DISPLAY "DTSPARM - MAS DE " WS-CMP-MAXIMO
                       " CAMPOS FECHA"
              SET WS-PARM-ERROR             TO TRUE
              GO TO 1130-TARJETA-CAMPO-FIN
           END-IF.

           IF DS-POSICION IS NOT NUMERIC
              OR DS-POSICION = 0
              DISPLAY "DTSPARM - POSICION INVALIDA EN CAMPO "
                       DS-CAMPO
              SET WS-PARM-ERROR             TO TRUE
              GO TO 1130-TARJETA-CAMPO-FIN
           END-IF.

           MOVE DS-FORMATO-ORIGEN           TO WS-MSC-TEXTO.

           PERFORM 1300-ANALIZAR-MASCARA
              THRU 1300-ANALIZAR-MASCARA-FIN.

           IF WS-MSC-VALIDA-NO
              DISPLAY "DTSPARM - FORMATO ORIGEN INVALIDO EN CAMPO "
                       DS-CAMPO ": " WS-MSC-TEXTO
              SET WS-PARM-ERROR             TO TRUE
              GO TO 1130-TARJETA-CAMPO-FIN
           END-IF.

           ADD 1                            TO WS-CMP-COUNT.
           MOVE DS-CAMPO              TO WS-CMP-NOMBRE(WS-CMP-COUNT).
           MOVE DS-POSICION           TO WS-CMP-POSICION(WS-CMP-COUNT).
           MOVE WS-MSC-TEXTO          TO WS-CMP-MASCARA(WS-CMP-COUNT).
           MOVE WS-MSC-LARGO          TO WS-CMP-LARGO(WS-CMP-COUNT).
           MOVE WS-MSC-POS-ANIO       TO WS-CMP-POS-ANIO(WS-CMP-COUNT).
           MOVE WS-MSC-POS-MES        TO WS-CMP-POS-MES(WS-CMP-COUNT).
           MOVE WS-MSC-POS-DIA        TO WS-CMP-POS-DIA(WS-CMP-COUNT).
           MOVE DS-BLANCO             TO WS-CMP-BLANCO(WS-CMP-COUNT).
           MOVE 0                     TO WS-CMP-RECHAZOS(WS-CMP-COUNT).

       1130-TARJETA-CAMPO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LOS CAMPOS VAN EN ORDEN DE POSICION, SIN SUPERPONERSE Y DENTRO *
      * DEL REGISTRO. SE ACUMULA EL LARGO DEL REGISTRO DE SALIDA.      *
      *----------------------------------------------------------------*
       1150-CONTROLAR-CAMPO.

           IF WS-CMP-POSICION(WS-CMP-IDX) <= WS-FIN-ANTERIOR
              DISPLAY "DTSPARM - CAMPO " WS-CMP-NOMBRE(WS-CMP-IDX)
                       " FUERA DE ORDEN O SUPERPUESTO"
              SET WS-PARM-ERROR             TO TRUE
           END-IF.

           COMPUTE WS-FIN-ANTERIOR = WS-CMP-POSICION(WS-CMP-IDX)
                                   + WS-CMP-LARGO(WS-CMP-IDX) - 1.

           IF WS-FIN-ANTERIOR > WS-LARGO-ENTRADA
              DISPLAY "DTSPARM - CAMPO " WS-CMP-NOMBRE(WS-CMP-IDX)
                       " EXCEDE EL LARGO DEL REGISTRO"
              SET WS-PARM-ERROR             TO TRUE
           END-IF.

           COMPUTE WS-LARGO-SALIDA = WS-LARGO-SALIDA
                                   + WS-DST-LARGO
                                   - WS-CMP-LARGO(WS-CMP-IDX).

       1150-CONTROLAR-CAMPO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ANALIZA UNA MASCARA DE FORMATO: AAAA, MM Y DD UNA VEZ CADA UNO *
      * Y CUALQUIER OTRO CARACTER COMO SEPARADOR LITERAL. EL LARGO     *
      * TERMINA EN EL PRIMER BLANCO.                                   *
      *----------------------------------------------------------------*
       1300-ANALIZAR-MASCARA.

           SET WS-MSC-VALIDA-SI             TO TRUE.
           SET WS-MSC-FIN-NO                TO TRUE.
           MOVE 0                           TO WS-MSC-POS-ANIO.
           MOVE 0                           TO WS-MSC-POS-MES.
           MOVE 0                           TO WS-MSC-POS-DIA.
           MOVE 1                           TO WS-MSC-P.

           PERFORM 1310-ANALIZAR-POSICION
              THRU 1310-ANALIZAR-POSICION-FIN
             UNTIL WS-MSC-P > 10
                OR WS-MSC-FIN-SI
                OR WS-MSC-VALIDA-NO.

           COMPUTE WS-MSC-LARGO = WS-MSC-P - 1.

           IF WS-MSC-POS-ANIO = 0
              OR WS-MSC-POS-MES = 0
              OR WS-MSC-POS-DIA = 0
              SET WS-MSC-VALIDA-NO          TO TRUE
           END-IF.

       1300-ANALIZAR-MASCARA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1310-ANALIZAR-POSICION.

           IF WS-MSC-TEXTO(WS-MSC-P:1) = SPACE
              SET WS-MSC-FIN-SI             TO TRUE
              GO TO 1310-ANALIZAR-POSICION-FIN
           END-IF.

           IF WS-MSC-P <= 7
              AND WS-MSC-TEXTO(WS-MSC-P:4) = "AAAA"
              IF WS-MSC-POS-ANIO NOT = 0
                 SET WS-MSC-VALIDA-NO       TO TRUE
              END-IF
              MOVE WS-MSC-P                 TO WS-MSC-POS-ANIO
              ADD 4                         TO WS-MSC-P
              GO TO 1310-ANALIZAR-POSICION-FIN
           END-IF.

           IF WS-MSC-P <= 9
              AND WS-MSC-TEXTO(WS-MSC-P:2) = "MM"
              IF WS-MSC-POS-MES NOT = 0
                 SET WS-MSC-VALIDA-NO       TO TRUE
              END-IF
              MOVE WS-MSC-P                 TO WS-MSC-POS-MES
              ADD 2                         TO WS-MSC-P
              GO TO 1310-ANALIZAR-POSICION-FIN
           END-IF.

           IF WS-MSC-P <= 9
              AND WS-MSC-TEXTO(WS-MSC-P:2) = "DD"
              IF WS-MSC-POS-DIA NOT = 0
                 SET WS-MSC-VALIDA-NO       TO TRUE
              END-IF
              MOVE WS-MSC-P                 TO WS-MSC-POS-DIA
              ADD 2                         TO WS-MSC-P
              GO TO 1310-ANALIZAR-POSICION-FIN
           END-IF.

           IF WS-MSC-TEXTO(WS-MSC-P:1) = "A" OR "M" OR "D"
              SET WS-MSC-VALIDA-NO          TO TRUE
           END-IF.

           ADD 1                            TO WS-MSC-P.

       1310-ANALIZAR-POSICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LEE UN REGISTRO DEL LARGO DE LA TARJETA, CONVIERTE SUS CAMPOS  *
      * FECHA Y LO GRABA EN DTSOUT SI NINGUNO FUE RECHAZADO. UN        *
      * REGISTRO DE OTRO TIPO QUE EL DEL SELECTOR PASA SIN CAMBIOS,    *
      * COMPLETADO CON BLANCOS AL LARGO DE SALIDA; SI LA SALIDA ES MAS *
      * CORTA Y LO QUE SOBRA NO ES BLANCO, SE RECHAZA EL REGISTRO.     *
      *----------------------------------------------------------------*
       2000-PROCESAR-REGISTRO.

           MOVE SPACES                      TO WS-REG-ENTRADA.

           READ INPUT-FILE
               AT END
                   SET WS-EOF-SI            TO TRUE
                   GO TO 2000-PROCESAR-REGISTRO-FIN
           END-READ.

           MOVE EN-BYTE                     TO WS-REG-ENTRADA(1:1).

           PERFORM 2010-LEER-BYTE
              THRU 2010-LEER-BYTE-FIN
             VARYING WS-BYTE-IDX FROM 2 BY 1
              UNTIL WS-BYTE-IDX > WS-LARGO-ENTRADA
                 OR WS-INCOMPLETO-SI.

           IF WS-INCOMPLETO-SI
              DISPLAY "REGISTRO INCOMPLETO AL FINAL DE "
                       WS-ARCHIVO-ENTRADA " - NO SE PROCESA"
              SET WS-EOF-SI                 TO TRUE
              GO TO 2000-PROCESAR-REGISTRO-FIN
           END-IF.

           ADD 1                            TO WS-REG-LEIDOS.

           SET WS-REG-RECHAZADO-NO          TO TRUE.
           MOVE SPACES                      TO WS-REG-SALIDA.

           IF WS-SELECTOR-POS > 0
              AND WS-REG-ENTRADA(WS-SELECTOR-POS:1)
                  NOT = WS-SELECTOR-VALOR
              PERFORM 2050-CONTROLAR-SOBRANTE
                 THRU 2050-CONTROLAR-SOBRANTE-FIN
              IF WS-REG-RECHAZADO-SI
                 ADD 1                      TO WS-REG-RECHAZADOS
                 GO TO 2000-PROCESAR-REGISTRO-FIN
              END-IF
              MOVE WS-REG-ENTRADA(1:WS-LARGO-ENTRADA)
                                            TO WS-REG-SALIDA
              ADD 1                         TO WS-REG-SIN-CAMBIO
              PERFORM 2200-GRABAR-REGISTRO
                 THRU 2200-GRABAR-REGISTRO-FIN
              GO TO 2000-PROCESAR-REGISTRO-FIN
           END-IF.

           MOVE 1                           TO WS-CURSOR-ENT.
           MOVE 1                           TO WS-CURSOR-SAL.

           PERFORM 2100-CONVERTIR-CAMPO
              THRU 2100-CONVERTIR-CAMPO-FIN
             VARYING WS-CMP-IDX FROM 1 BY 1
              UNTIL WS-CMP-IDX > WS-CMP-COUNT.

           IF WS-REG-RECHAZADO-SI
              ADD 1                         TO WS-REG-RECHAZADOS
              GO TO 2000-PROCESAR-REGISTRO-FIN
           END-IF.

           COMPUTE WS-TRAMO = WS-LARGO-ENTRADA - WS-CURSOR-ENT + 1.

           IF WS-TRAMO > 0
              MOVE WS-REG-ENTRADA(WS-CURSOR-ENT:WS-TRAMO)
                                            TO
                   WS-REG-SALIDA(WS-CURSOR-SAL:WS-TRAMO)
           END-IF.

           PERFORM 2200-GRABAR-REGISTRO
              THRU 2200-GRABAR-REGISTRO-FIN.

       2000-PROCESAR-REGISTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2010-LEER-BYTE.

           READ INPUT-FILE
               AT END
                   SET WS-INCOMPLETO-SI     TO TRUE
                   GO TO 2010-LEER-BYTE-FIN
           END-READ.

           MOVE EN-BYTE                     TO
                WS-REG-ENTRADA(WS-BYTE-IDX:1).

       2010-LEER-BYTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN REGISTRO QUE PASA SIN CAMBIOS A UNA SALIDA MAS CORTA QUE LA *
      * ENTRADA SOLO PUEDE PERDER BLANCOS FINALES; CON DATOS EN ESOS   *
      * BYTES VA A DTSREJ CON LA RAZON 22 (PROPIA DEL UTILITARIO).     *
      *----------------------------------------------------------------*
       2050-CONTROLAR-SOBRANTE.

           IF WS-LARGO-SALIDA NOT < WS-LARGO-ENTRADA
              GO TO 2050-CONTROLAR-SOBRANTE-FIN
           END-IF.

           COMPUTE WS-TRAMO = WS-LARGO-ENTRADA - WS-LARGO-SALIDA.

           IF WS-REG-ENTRADA(WS-LARGO-SALIDA + 1:WS-TRAMO) = SPACES
              GO TO 2050-CONTROLAR-SOBRANTE-FIN
           END-IF.

           SET WS-REG-RECHAZADO-SI          TO TRUE.

           MOVE SPACES                      TO REJ-REGISTRO.
           MOVE WS-REG-LEIDOS               TO REJ-NRO-REGISTRO.
           MOVE WS-REG-ENTRADA(WS-LARGO-SALIDA + 1:WS-TRAMO)
                                            TO REJ-FECHA-TXT.
           MOVE "REGISTRO"                  TO REJ-CAMPO.
           MOVE 22                          TO REJ-RAZON-COD.
           MOVE "NO CABE EN EL LARGO DE SALIDA" TO REJ-RAZON-DESC.

           WRITE REJ-REGISTRO.

       2050-CONTROLAR-SOBRANTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CONVIERTE UN CAMPO FECHA: COPIA A LA SALIDA LO QUE HAY ENTRE   *
      * EL CAMPO ANTERIOR Y ESTE, ARMA LA FECHA EN LA FORMA FDFECHA,   *
      * LA VALIDA CON DTVALID Y LA DEJA EN EL FORMATO DESTINO          *
      *----------------------------------------------------------------*
       2100-CONVERTIR-CAMPO.

           COMPUTE WS-TRAMO = WS-CMP-POSICION(WS-CMP-IDX)
                            - WS-CURSOR-ENT.

           IF WS-TRAMO > 0
              MOVE WS-REG-ENTRADA(WS-CURSOR-ENT:WS-TRAMO)
                                            TO
                   WS-REG-SALIDA(WS-CURSOR-SAL:WS-TRAMO)
              ADD WS-TRAMO                  TO WS-CURSOR-SAL
           END-IF.

           MOVE SPACES                      TO WS-TXT-ORIGEN.
           MOVE WS-REG-ENTRADA(WS-CMP-POSICION(WS-CMP-IDX):
                               WS-CMP-LARGO(WS-CMP-IDX))
                                            TO WS-TXT-ORIGEN.

           COMPUTE WS-CURSOR-ENT = WS-CMP-POSICION(WS-CMP-IDX)
                                 + WS-CMP-LARGO(WS-CMP-IDX).

           MOVE SPACES                      TO WS-TXT-DESTINO.

           IF WS-TXT-ORIGEN = SPACES
              IF WS-CMP-BLANCO(WS-CMP-IDX) = "S"
                 PERFORM 2150-DEJAR-DESTINO
                    THRU 2150-DEJAR-DESTINO-FIN
                 GO TO 2100-CONVERTIR-CAMPO-FIN
              END-IF
              MOVE 21                       TO WS-STATUS-VALIDACION
              PERFORM 2900-RECHAZAR-FECHA
                 THRU 2900-RECHAZAR-FECHA-FIN
              GO TO 2100-CONVERTIR-CAMPO-FIN
           END-IF.

           SET WS-SEPARADOR-OK              TO TRUE.

           PERFORM 2110-CONTROLAR-SEPARADOR
              THRU 2110-CONTROLAR-SEPARADOR-FIN
             VARYING WS-SEP-IDX FROM 1 BY 1
              UNTIL WS-SEP-IDX > WS-CMP-LARGO(WS-CMP-IDX).

           IF WS-SEPARADOR-MAL
              MOVE 20                       TO WS-STATUS-VALIDACION
              PERFORM 2900-RECHAZAR-FECHA
                 THRU 2900-RECHAZAR-FECHA-FIN
              GO TO 2100-CONVERTIR-CAMPO-FIN
           END-IF.

           MOVE "-"                         TO FD-SEPARADOR-1.
           MOVE "-"                         TO FD-SEPARADOR-2.
           MOVE WS-TXT-ORIGEN(WS-CMP-POS-ANIO(WS-CMP-IDX):4)
                                            TO FD-FECHA-TXT(1:4).
           MOVE WS-TXT-ORIGEN(WS-CMP-POS-MES(WS-CMP-IDX):2)
                                            TO FD-FECHA-TXT(6:2).
           MOVE WS-TXT-ORIGEN(WS-CMP-POS-DIA(WS-CMP-IDX):2)
                                            TO FD-FECHA-TXT(9:2).

           CALL "DTVALID" USING FD-FECHA-TXT WS-DTV-OPCION-CAL
                                 WS-STATUS-VALIDACION.

           IF WS-STATUS-VALIDACION NOT = 00
              PERFORM 2900-RECHAZAR-FECHA
                 THRU 2900-RECHAZAR-FECHA-FIN
              GO TO 2100-CONVERTIR-CAMPO-FIN
           END-IF.

           MOVE WS-DST-MASCARA              TO WS-TXT-DESTINO.
           MOVE FD-FECHA-TXT(1:4)           TO
                WS-TXT-DESTINO(WS-DST-POS-ANIO:4).
           MOVE FD-FECHA-TXT(6:2)           TO
                WS-TXT-DESTINO(WS-DST-POS-MES:2).
           MOVE FD-FECHA-TXT(9:2)           TO
                WS-TXT-DESTINO(WS-DST-POS-DIA:2).

           ADD 1                            TO WS-FEC-CONVERTIDAS.

           PERFORM 2150-DEJAR-DESTINO
              THRU 2150-DEJAR-DESTINO-FIN.

       2100-CONVERTIR-CAMPO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN CARACTER DE LA MASCARA QUE NO ES AAAA, MM NI DD ES UN       *
      * SEPARADOR Y DEBE VENIR TAL CUAL EN LA FECHA                    *
      *----------------------------------------------------------------*
       2110-CONTROLAR-SEPARADOR.

           IF WS-CMP-MASCARA(WS-CMP-IDX)(WS-SEP-IDX:1) = "A" OR "M"
                                                     OR "D"
              GO TO 2110-CONTROLAR-SEPARADOR-FIN
           END-IF.

           IF WS-TXT-ORIGEN(WS-SEP-IDX:1) NOT =
              WS-CMP-MASCARA(WS-CMP-IDX)(WS-SEP-IDX:1)
              SET WS-SEPARADOR-MAL          TO TRUE
           END-IF.

       2110-CONTROLAR-SEPARADOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DEJA LA FECHA CONVERTIDA (O EL BLANCO ADMITIDO) EN LA SALIDA   *
      *----------------------------------------------------------------*
       2150-DEJAR-DESTINO.

           MOVE WS-TXT-DESTINO(1:WS-DST-LARGO) TO
                WS-REG-SALIDA(WS-CURSOR-SAL:WS-DST-LARGO).
           ADD WS-DST-LARGO                 TO WS-CURSOR-SAL.

       2150-DEJAR-DESTINO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-GRABAR-REGISTRO.

           PERFORM 2300-GRABAR-BYTE
              THRU 2300-GRABAR-BYTE-FIN
             VARYING WS-BYTE-IDX FROM 1 BY 1
              UNTIL WS-BYTE-IDX > WS-LARGO-SALIDA.

           ADD 1                            TO WS-REG-GRABADOS.

       2200-GRABAR-REGISTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-GRABAR-BYTE.

           MOVE WS-REG-SALIDA(WS-BYTE-IDX:1) TO SA-BYTE.
           WRITE SA-BYTE.

       2300-GRABAR-BYTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ESCRIBE UN RECHAZO CON EL CAMPO, EL TEXTO ORIGINAL Y EL ESTADO *
      * DE DTVALID (20 Y 21 SON PROPIOS DE ESTE UTILITARIO: LA FECHA   *
      * NO RESPETA LOS SEPARADORES DEL FORMATO ORIGEN, O VINO EN       *
      * BLANCO SIN ESTAR ADMITIDO).                                    *
      *----------------------------------------------------------------*
       2900-RECHAZAR-FECHA.

           SET WS-REG-RECHAZADO-SI          TO TRUE.
           ADD 1                            TO WS-FEC-RECHAZADAS.
           ADD 1                            TO
               WS-CMP-RECHAZOS(WS-CMP-IDX).

           MOVE WS-CMP-NOMBRE(WS-CMP-IDX)   TO WS-2900-CAMPO.

           EVALUATE WS-STATUS-VALIDACION
              WHEN 01
                 MOVE "ANIO NO ES NUMERICO"  TO WS-2900-DESC
              WHEN 02
                 MOVE "SEPARADOR 1 NO ES GUION" TO WS-2900-DESC
              WHEN 03
                 MOVE "MES NO ES NUMERICO"   TO WS-2900-DESC
              WHEN 04
                 MOVE "MES FUERA DE RANGO 01-12" TO WS-2900-DESC
              WHEN 05
                 MOVE "SEPARADOR 2 NO ES GUION" TO WS-2900-DESC
              WHEN 06
                 MOVE "DIA NO ES NUMERICO"   TO WS-2900-DESC
              WHEN 07
                 MOVE "DIA NO EXISTE EN EL MES" TO WS-2900-DESC
              WHEN 08
                 MOVE "FECHA POSTERIOR A HOY" TO WS-2900-DESC
              WHEN 09
                 MOVE "FECHA ANTERIOR A LA MINIMA" TO WS-2900-DESC
              WHEN 10
                 MOVE "FECHA EN FIN DE SEMANA" TO WS-2900-DESC
              WHEN 11
                 MOVE "FECHA EN DIA FERIADO" TO WS-2900-DESC
              WHEN 20
                 MOVE "SEPARADOR NO COINCIDE FORMATO" TO WS-2900-DESC
              WHEN 21
                 MOVE "FECHA EN BLANCO"      TO WS-2900-DESC
              WHEN OTHER
                 MOVE "ESTADO DTVALID DESCONOCIDO" TO WS-2900-DESC
           END-EVALUATE.

           MOVE SPACES                      TO REJ-REGISTRO.
           MOVE WS-REG-LEIDOS               TO REJ-NRO-REGISTRO.
           MOVE WS-TXT-ORIGEN               TO REJ-FECHA-TXT.
           MOVE WS-2900-CAMPO               TO REJ-CAMPO.
           MOVE WS-STATUS-VALIDACION        TO REJ-RAZON-COD.
           MOVE WS-2900-DESC                TO REJ-RAZON-DESC.

           WRITE REJ-REGISTRO.

       2900-RECHAZAR-FECHA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CIERRE Y RESUMEN. CUALQUIER RECHAZO O UN REGISTRO INCOMPLETO   *
      * DEJA EL JOB EN ADVERTENCIA 4: DTSOUT SALE SIN ESOS REGISTROS.  *
      *----------------------------------------------------------------*
       9000-FINALIZAR.

           CLOSE INPUT-FILE.
           CLOSE OUTPUT-FILE.
           CLOSE REJECT-FILE.

           DISPLAY "DEPURACION DE FECHAS - ARCHIVO: "
                    WS-ARCHIVO-ENTRADA.
           DISPLAY "REGISTROS LEIDOS: " WS-REG-LEIDOS
                    " GRABADOS: " WS-REG-GRABADOS
                    " RECHAZADOS: " WS-REG-RECHAZADOS.
           DISPLAY "REGISTROS DE OTRO TIPO SIN CAMBIOS: "
                    WS-REG-SIN-CAMBIO.
           DISPLAY "FECHAS CONVERTIDAS: " WS-FEC-CONVERTIDAS
                    " RECHAZADAS: " WS-FEC-RECHAZADAS.
           DISPLAY "LARGO DE REGISTRO ENTRADA/SALIDA: "
                    WS-LARGO-ENTRADA "/" WS-LARGO-SALIDA.

           PERFORM 9100-MOSTRAR-CAMPO
              THRU 9100-MOSTRAR-CAMPO-FIN
             VARYING WS-CMP-IDX FROM 1 BY 1
              UNTIL WS-CMP-IDX > WS-CMP-COUNT.

           IF (WS-REG-RECHAZADOS > 0 OR WS-INCOMPLETO-SI)
              AND RETURN-CODE < 4
              MOVE 4                        TO RETURN-CODE
           END-IF.

       9000-FINALIZAR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       9100-MOSTRAR-CAMPO.

           DISPLAY "  CAMPO " WS-CMP-NOMBRE(WS-CMP-IDX)
                    " POSICION " WS-CMP-POSICION(WS-CMP-IDX)
                    " FORMATO " WS-CMP-MASCARA(WS-CMP-IDX)
                    " RECHAZOS " WS-CMP-RECHAZOS(WS-CMP-IDX).

       9100-MOSTRAR-CAMPO-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL17DTSCR.

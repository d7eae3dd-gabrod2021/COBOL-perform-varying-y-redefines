      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: VALOR DE CONTROL ENCADENADO DEL LOG DE AUDITORIA.
      *          RECIBE UN REGISTRO AL-REGISTRO (LAYOUT AUDREG) Y EL
      *          VALOR DE CONTROL DEL REGISTRO ANTERIOR, Y DEVUELVE EL
      *          VALOR DE CONTROL DEL REGISTRO: UN POLINOMIO SOBRE SUS
      *          PRIMEROS 87 BYTES (HASTA AL-SECUENCIA INCLUSIVE)
      *          SEMBRADO CON EL CONTROL ANTERIOR, MODULO EL PRIMO
      *          9999999967. LO USAN AUDITLOG AL ESCRIBIR Y CL17AUDVF
      *          AL VERIFICAR, ASI LOS DOS CALCULAN SIEMPRE IGUAL.
      * Tectonics: cobc
      * Modification History:
      *  15/10/2026 GR  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCHK.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

      *----------------------------------------------------------------*
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       77  WS-LARGO-DATOS                   PIC 9(03) VALUE 87.
       77  WS-POS                           PIC 9(03).
       77  WS-MULTIPLICADOR                 PIC 9(02) VALUE 31.
       77  WS-MODULO                        PIC 9(10) VALUE 9999999967.
       77  WS-ACUMULADO                     PIC 9(10).
       77  WS-PRODUCTO                      PIC 9(12).
       77  WS-COCIENTE                      PIC 9(12).

      *----------------------------------------------------------------*
      * VALOR NUMERICO DE UN BYTE: SE MUEVE EL CARACTER AL BYTE BAJO   *
      * DE UN BINARIO DE DOS BYTES CON EL BYTE ALTO EN LOW-VALUE.      *
      *----------------------------------------------------------------*
       01  WS-BYTE-AREA.
           05  WS-BYTE-NUM                  PIC 9(04) COMP.
       01  WS-BYTE-AREA-R REDEFINES WS-BYTE-AREA.
           05  WS-BYTE-ALTO                 PIC X(01).
           05  WS-BYTE-BAJO                 PIC X(01).

       LINKAGE SECTION.

       01  LS-REGISTRO.
           05  LS-DATOS                     PIC X(87).
           05  FILLER                       PIC X(13).
       01  LS-CONTROL-ANTERIOR              PIC 9(10).
       01  LS-CONTROL                       PIC 9(10).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING LS-REGISTRO LS-CONTROL-ANTERIOR
                                 LS-CONTROL.

           MOVE LS-CONTROL-ANTERIOR         TO WS-ACUMULADO.

           PERFORM 1000-SUMAR-BYTE
              THRU 1000-SUMAR-BYTE-FIN
             VARYING WS-POS FROM 1 BY 1
              UNTIL WS-POS > WS-LARGO-DATOS.

           MOVE WS-ACUMULADO                TO LS-CONTROL.

           GOBACK.
      *----------------------------------------------------------------*
      * ACUMULADO = (ACUMULADO * 31 + BYTE + 1) MODULO 9999999967      *
      *----------------------------------------------------------------*
       1000-SUMAR-BYTE.

           MOVE LOW-VALUE                   TO WS-BYTE-ALTO.
           MOVE LS-DATOS (WS-POS:1)         TO WS-BYTE-BAJO.

           COMPUTE WS-PRODUCTO = WS-ACUMULADO * WS-MULTIPLICADOR
                               + WS-BYTE-NUM + 1.

           DIVIDE WS-PRODUCTO BY WS-MODULO
              GIVING WS-COCIENTE
              REMAINDER WS-ACUMULADO.

       1000-SUMAR-BYTE-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM AUDCHK.

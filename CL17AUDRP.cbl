      * Tectonics: cobc
      * Modification History:
      *  22/08/2026 GR  Original version.
      *  15/10/2026 GR  Registro AUDITLOG de 100 bytes (secuencia y
      *                 control de la cadena de auditoria).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17AUDRP.

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY AUDREG.

      *----------------------------------------------------------------*

      * Purpose:  Shared audit-trail record layout written by the
      *           AUDITLOG routine and read by any inquiry or
      *           housekeeping program over the AUDITLOG file.
      *           Every record carries a sequence number and a check
      *           value (routine AUDCHK) computed from its first 87
      *           bytes (everything up to and including AL-SECUENCIA)
      *           and the previous record's check value, so an edited,
      *           deleted or reordered line breaks the chain.  The
      *           chain runs on through ARCHAUD (CL17AUDPG archives a
      *           prefix of the log unchanged) and is checked end to
      *           end by CL17AUDVF.
      ******************************************************************
       01  AL-REGISTRO.
           05  AL-FECHA                     PIC 9(08).
           05  AL-CAMPO                     PIC X(15).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  AL-VALOR                     PIC X(20).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  AL-SECUENCIA                 PIC 9(09).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  AL-CONTROL                   PIC 9(10).
           05  FILLER                       PIC X(02) VALUE SPACES.

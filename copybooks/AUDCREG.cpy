      ******************************************************************
      * Copybook: AUDCREG
      * Purpose:  AUDITLOG chain-state (AUDCAD) record layout: one
      *           record holding the sequence number and check value
      *           of the last audit record written.  Rewritten by the
      *           AUDITLOG routine each time it closes the log and by
      *           CL17AUDPG after a purge; read by AUDITLOG to continue
      *           the chain and by CL17AUDVF to detect a log whose tail
      *           has been cut off.
      ******************************************************************
       01  AC-REGISTRO.
           05  AC-SECUENCIA                 PIC 9(09).
           05  AC-CONTROL                   PIC 9(10).
           05  AC-FECHA                     PIC 9(08).
           05  AC-HORA                      PIC 9(08).
           05  AC-PROGRAMA                  PIC X(09).
           05  FILLER                       PIC X(06).

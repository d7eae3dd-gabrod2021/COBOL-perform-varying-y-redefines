      ******************************************************************
      * Copybook: PRVSREG
      * Purpose:  Shared provider-quality statistics (PRVSTAT) record
      *           layout, keyed by processing date, provider code
      *           (DV-ORIGEN), event type and event code.  Written
      *           only through the PRVSTAT routine by the programs
      *           that see each event - CL17DVCON (delivery with its
      *           detail count, trailer mismatch), CL17EJEM2 (reject
      *           by reason code, suspect by rule), CL17SUSRV and
      *           CL17VREPR (value later corrected) - and summarized
      *           by month in the provider scorecard CL17PVSCR.
      *           Types: "EN" delivery (code = day of month, count =
      *           details sent), "TR" trailer mismatch, "RF" reject
      *           (code = VALREJ reason code), "SO" suspect (code
      *           "TA" absolute ceiling, "PP" percent of average,
      *           "VR" repeated value), "CS" corrected in CL17SUSRV,
      *           "CV" reprocessed in CL17VREPR.
      ******************************************************************
       01  PS-REGISTRO.
           05  PS-CLAVE.
               10  PS-FECHA                 PIC 9(08).
               10  PS-FECHA-R REDEFINES PS-FECHA.
                   15  PS-PERIODO           PIC 9(06).
                   15  PS-DIA               PIC 9(02).
               10  PS-PROVEEDOR             PIC X(02).
               10  PS-TIPO                  PIC X(02).
                   88  PS-TIPO-ENTREGA      VALUE "EN".
                   88  PS-TIPO-TRAILER      VALUE "TR".
                   88  PS-TIPO-RECHAZO      VALUE "RF".
                   88  PS-TIPO-SOSPECHOSO   VALUE "SO".
                   88  PS-TIPO-CORR-SUSRV   VALUE "CS".
                   88  PS-TIPO-CORR-VREPR   VALUE "CV".
               10  PS-CODIGO                PIC X(02).
           05  PS-CANTIDAD                  PIC 9(09).
           05  PS-PROGRAMA                  PIC X(09).
           05  FILLER                       PIC X(08).

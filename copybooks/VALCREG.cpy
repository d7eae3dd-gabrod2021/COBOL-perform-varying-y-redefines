      ******************************************************************
      * Copybook: VALCREG
      * Purpose:  Shared month-end snapshot (VALCIER) record layout,
      *           keyed by month (AAAAMM) and position.  Written by
      *           the period close in CL17PCMNT from the VALHIST
      *           history: for each position, the last value with a
      *           value date inside or before the closed month, with
      *           the value date it came from, so month-end numbers
      *           can be reproduced later even after the master moves
      *           on.  A reopened and re-closed month is rewritten from
      *           scratch: its previous snapshot is deleted first.
      ******************************************************************
       01  VC-REGISTRO.
           05  VC-CLAVE.
               10  VC-PERIODO               PIC 9(06).
               10  VC-INDICE                PIC 9(05).
           05  VC-FECHA                     PIC 9(08).
           05  VC-VALOR                     PIC S9(7)V99.
           05  VC-MONEDA                    PIC X(03).
           05  VC-VALOR-ORIG                PIC S9(7)V99.
           05  VC-ORIGEN                    PIC X(01).
           05  FILLER                       PIC X(09).

      *           The value is always in the base currency; the
      *           currency code and the amount as the provider sent it
      *           are kept alongside for the per-currency subtotals.
      *           The provider code is the DV-ORIGEN of the daily
      *           detail the value came from (blank for corrections
      *           and for values recovered from the checkpoint), so
      *           the stale-value screen CL17VSTAL can name the
      *           source of each position.
      *           Written by CL17EJEM2 and by the review/repair
      *           utilities CL17SUSRV and CL17VREPR.
      ******************************************************************
               88  MA-ORIGEN-CORREGIDO      VALUE "C".
           05  MA-MONEDA                    PIC X(03).
           05  MA-VALOR-ORIG                PIC S9(7)V99.
           05  MA-PROVEEDOR                 PIC X(02).
           05  FILLER                       PIC X(01).

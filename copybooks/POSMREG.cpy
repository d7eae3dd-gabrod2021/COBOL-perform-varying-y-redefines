      ******************************************************************
      * Copybook: POSMREG
      * Purpose:  Shared position-master (POSMAST) record layout, keyed
      *           by position number: what each position is (its
      *           description), the desk responsible for it, the
      *           currency its daily value is expected in (blank =
      *           base currency), whether it is open or closed, and
      *           the date it was opened (AAAAMMDD).  Maintained by
      *           CL17PSMNT; read by the CL17EJEM2 load to reject
      *           values for unknown or closed positions or in the
      *           wrong currency, and by the reports to print the
      *           description next to the position number.
      ******************************************************************
       01  PM-REGISTRO.
           05  PM-INDICE                    PIC 9(05).
           05  PM-DESCRIPCION               PIC X(30).
           05  PM-MESA                      PIC X(10).
           05  PM-MONEDA                    PIC X(03).
           05  PM-ESTADO                    PIC X(01).
               88  PM-ESTADO-ABIERTA        VALUE "A".
               88  PM-ESTADO-CERRADA        VALUE "C".
           05  PM-FECHA-APERTURA            PIC 9(08).
           05  FILLER                       PIC X(13).

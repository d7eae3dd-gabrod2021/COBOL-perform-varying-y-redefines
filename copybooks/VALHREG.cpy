      *           apart.  The value is in the base currency; the
      *           currency code, the amount as the provider sent it
      *           and the exchange rate applied at load time are
      *           preserved alongside, together with the origin of
      *           the value the position kept ("D" daily load, "C"
      *           correction) so CL17VMREB can rebuild the master as
      *           of any past date, and the provider code carried by
      *           the master (MA-PROVEEDOR) for the stale-value and
      *           dropped-position screen CL17VSTAL.  Two origins are
      *           not loads: "R" is the base value CL17FXREV wrote
      *           after revaluing a position no load had touched that
      *           day, and "B" is the tombstone CL17EJEM2 writes when
      *           it trims a daily position off the master's tail.
      *           Readers looking for loaded days skip both; readers
      *           rebuilding the master keep an "R" value under the
      *           origin it revalued and drop a position whose last
      *           row is a "B".
      ******************************************************************
       01  VH-REGISTRO.
           05  VH-CLAVE.
           05  VH-MONEDA                    PIC X(03).
           05  VH-VALOR-ORIG                PIC S9(7)V99.
           05  VH-TASA                      PIC 9(3)V9(6).
           05  VH-ORIGEN                    PIC X(01).
               88  VH-ORIGEN-DIARIO         VALUE "D".
               88  VH-ORIGEN-CORREGIDO      VALUE "C".
               88  VH-ORIGEN-REVALUADO      VALUE "R".
               88  VH-ORIGEN-BAJA           VALUE "B".
           05  VH-PROVEEDOR                 PIC X(02).

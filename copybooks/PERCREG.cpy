      ******************************************************************
      * Copybook: PERCREG
      * Purpose:  Shared accounting-period control (PERCTRL) record
      *           layout, keyed by month (AAAAMM).  A month with no
      *           record, or with status "A", is open; status "C"
      *           means finance has closed and reported it, and no
      *           program may write VALMAST or VALHIST with a value
      *           date inside it.  The record keeps who last closed or
      *           reopened the month and when, plus the position count
      *           and base-currency total of the month-end snapshot
      *           frozen in VALCIER at close.  Maintained by CL17PCMNT;
      *           checked through the shared PERCHK routine.
      ******************************************************************
       01  PC-REGISTRO.
           05  PC-PERIODO                   PIC 9(06).
           05  PC-PERIODO-R REDEFINES PC-PERIODO.
               10  PC-ANIO                  PIC 9(04).
               10  PC-MES                   PIC 9(02).
           05  PC-ESTADO                    PIC X(01).
               88  PC-ESTADO-ABIERTO        VALUE "A".
               88  PC-ESTADO-CERRADO        VALUE "C".
           05  PC-FECHA-CAMBIO              PIC 9(08).
           05  PC-OPERADOR                  PIC X(12).
           05  PC-SNAP-POSICIONES           PIC 9(05).
           05  PC-SNAP-TOTAL                PIC S9(11)V99.
           05  FILLER                       PIC X(15).

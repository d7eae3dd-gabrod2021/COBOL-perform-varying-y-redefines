      ******************************************************************
      * Copybook: LIBREG
      * Purpose:  End-of-day release-control (LIBCTRL) record layout,
      *           one record per EXTCAT generation, keyed by the
      *           generation number.  CL17EODRP writes the control
      *           sheet's verdict (L = released, R = retained) with
      *           the generation's date, count and total, and leaves
      *           the release pending; a supervisor approves or
      *           refuses it through CL17LIBER, which records the
      *           operator, the date and time of the decision, and
      *           the reason (mandatory when a retained day is
      *           approved, or when a release is refused).  CL17GLPST
      *           will not build GLIF for a generation whose release
      *           is not approved.  A new sheet with a different
      *           verdict puts the release back to pending.
      ******************************************************************
       01  LB-REGISTRO.
           05  LB-GENERACION                PIC 9(04).
           05  LB-FECHA-GENERACION          PIC 9(08).
           05  LB-CANTIDAD                  PIC 9(05).
           05  LB-TOTAL                     PIC S9(9)V99.
           05  LB-VEREDICTO                 PIC X(01).
               88  LB-VEREDICTO-LIBERADO    VALUE "L".
               88  LB-VEREDICTO-RETENIDO    VALUE "R".
           05  LB-FECHA-HOJA                PIC 9(08).
           05  LB-HORA-HOJA                 PIC 9(08).
           05  LB-ESTADO                    PIC X(01).
               88  LB-ESTADO-PENDIENTE      VALUE "P".
               88  LB-ESTADO-APROBADO       VALUE "A".
               88  LB-ESTADO-RECHAZADO      VALUE "X".
           05  LB-OPERADOR                  PIC X(12).
           05  LB-FECHA-DECISION            PIC 9(08).
           05  LB-HORA-DECISION             PIC 9(08).
           05  LB-MOTIVO                    PIC X(30).
           05  FILLER                       PIC X(16).

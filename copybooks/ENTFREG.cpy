      ******************************************************************
      * Copybook: ENTFREG
      * Purpose:  Missing provider delivery (ENTFALT) record layout.
      *           Rewritten by CL17DVCON on every run with each
      *           provider the expected-deliveries schedule (ENTPROG)
      *           called for that day whose PROVFnn file was not
      *           there: "A" mandatory, partial load authorized by a
      *           supervisor override card (operator and reason kept
      *           here and in AUDITLOG), "P" mandatory and not
      *           authorized (the consolidation stopped with RC 8),
      *           "O" optional.  Printed as open items on the
      *           CL17EODRP end-of-day control sheet.
      ******************************************************************
       01  EF-REGISTRO.
           05  EF-FECHA                     PIC 9(08).
           05  EF-PROVEEDOR                 PIC 9(02).
           05  EF-NOMBRE                    PIC X(20).
           05  EF-HORA-CORTE                PIC 9(04).
           05  EF-HORA-CORTE-R REDEFINES EF-HORA-CORTE.
               10  EF-CORTE-HH              PIC 9(02).
               10  EF-CORTE-MM              PIC 9(02).
           05  EF-ESTADO                    PIC X(01).
               88  EF-ESTADO-AUTORIZADO     VALUE "A".
               88  EF-ESTADO-PENDIENTE      VALUE "P".
               88  EF-ESTADO-OPCIONAL       VALUE "O".
           05  EF-OPERADOR                  PIC X(12).
           05  EF-MOTIVO                    PIC X(30).
           05  FILLER                       PIC X(03).

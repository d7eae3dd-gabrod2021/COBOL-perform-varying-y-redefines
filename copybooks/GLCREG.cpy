      ******************************************************************
      * Copybook: GLCREG
      * Purpose:  Shared general-ledger posting-control record, one
      *           per batch sent to the ledger, keyed by EXTCAT
      *           generation and batch (lote).  CL17GLPST appends the
      *           VL batch as emitted when it writes GLIF (and keeps
      *           a copy of the batch as GLIGnnnn); CL17GLACK records
      *           the ledger's acknowledgment against it, marks it
      *           reversed once a later generation for the same value
      *           date replaces it, and adds the RV reversal batch it
      *           emits so that its acknowledgment is matched too.
      *           Closed batches (accepted or reversed) emitted more
      *           than the retention window ago are moved by
      *           CL17GLACK to the history file GLCHIST, same layout.
      ******************************************************************
       01  GC-REGISTRO.
           05  GC-GENERACION                PIC 9(04).
           05  GC-LOTE                      PIC X(10).
           05  GC-FECHA-VALOR               PIC 9(08).
           05  GC-FECHA-EMISION             PIC 9(08).
           05  GC-CANTIDAD                  PIC 9(07).
           05  GC-TOTAL                     PIC 9(11)V99.
           05  GC-ESTADO                    PIC X(01).
               88  GC-ESTADO-EMITIDO        VALUE "E".
               88  GC-ESTADO-ACEPTADO       VALUE "A".
               88  GC-ESTADO-RECHAZADO      VALUE "R".
               88  GC-ESTADO-REVERTIDO      VALUE "V".
           05  GC-FECHA-ACUSE               PIC 9(08).
           05  GC-LINEAS-RECH               PIC 9(05).
           05  GC-GEN-REEMPLAZO             PIC 9(04).
           05  FILLER                       PIC X(12).

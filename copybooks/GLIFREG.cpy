      ******************************************************************
      * Copybook: GLIFREG
      * Purpose:  Shared general-ledger import interface (GLIF) record
      *           layouts: batch header "H", detail "D" and trailer
      *           "T".  Built in working storage by every program
      *           that writes a GLIF-format batch (the daily posting
      *           CL17GLPST, the acknowledgment and reversal run
      *           CL17GLACK, the FX revaluation CL17FXREV) so the
      *           batches can't drift apart.  The header carries the
      *           batch type (VL = daily values, RV = reversal,
      *           FX = exchange revaluation) and the EXTCAT generation
      *           the batch belongs to (zero when it has none), which
      *           the ledger echoes back on its acknowledgment.
      ******************************************************************
       01  WS-GL-DETALLE.
           05  GLD-TIPO                     PIC X(01) VALUE "D".
           05  GLD-CUENTA                   PIC X(10).
           05  GLD-DEBE-HABER               PIC X(01).
           05  GLD-IMPORTE                  PIC 9(9)V99.
           05  GLD-FECHA-VALOR              PIC 9(08).
           05  FILLER                       PIC X(29) VALUE SPACES.

       01  WS-GL-CABECERA.
           05  GLH-TIPO                     PIC X(01) VALUE "H".
           05  GLH-LOTE.
               10  GLH-LOTE-TIPO            PIC X(02) VALUE "VL".
               10  GLH-LOTE-FECHA           PIC 9(08).
           05  GLH-FECHA-PROCESO            PIC 9(08).
           05  GLH-GENERACION               PIC 9(04) VALUE 0.
           05  FILLER                       PIC X(37) VALUE SPACES.

       01  WS-GL-TRAILER.
           05  GLT-TIPO                     PIC X(01) VALUE "T".
           05  GLT-CANTIDAD                 PIC 9(07).
           05  GLT-TOTAL-DEBE               PIC 9(11)V99.
           05  GLT-TOTAL-HABER              PIC 9(11)V99.
           05  FILLER                       PIC X(26) VALUE SPACES.

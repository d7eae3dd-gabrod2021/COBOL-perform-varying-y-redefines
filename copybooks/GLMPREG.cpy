      ******************************************************************
      * Copybook: GLMPREG
      * Purpose:  Shared layout of the GLMAP account map maintained by
      *           operations.  Each record maps a range of positions
      *           to a ledger account.  Records with range 00000-00000
      *           carry the special accounts, told apart by the type
      *           byte: blank is the bridge account CL17GLPST balances
      *           every posting against; "G" and "P" are the
      *           unrealized exchange gain and loss accounts the FX
      *           revaluation CL17FXREV posts its differences to.
      ******************************************************************
       01  GM-REGISTRO.
           05  GM-DESDE                     PIC 9(05).
           05  GM-HASTA                     PIC 9(05).
           05  GM-CUENTA                    PIC X(10).
           05  GM-TIPO                      PIC X(01).
               88  GM-TIPO-PUENTE           VALUE SPACE.
               88  GM-TIPO-GANANCIA         VALUE "G".
               88  GM-TIPO-PERDIDA          VALUE "P".
           05  FILLER                       PIC X(09).

      ******************************************************************
      * Copybook: ALRTREG
      * Purpose:  Operations alert file (ALERTAS) record layout, one
      *           record per exception raised by the night chain,
      *           written only through the ALERTLOG routine.  The key
      *           is the identity of the event - date and time of the
      *           event, program that raised it, alert code (a MSGMAST
      *           message number) and the position and/or operator
      *           involved - so a producer that re-reads old input on
      *           a rerun does not raise the same alert twice.  Text
      *           and severity are taken from MSGMAST when the alert is
      *           raised.  CL17ALEXT hands pending ERROR alerts to the
      *           paging gateway (state E) and CL17ALACK records who
      *           acknowledged each alert (state R).
      ******************************************************************
       01  AT-REGISTRO.
           05  AT-CLAVE.
               10  AT-FECHA                 PIC 9(08).
               10  AT-HORA                  PIC 9(08).
               10  AT-PROGRAMA              PIC X(09).
               10  AT-CODIGO                PIC 9(03).
               10  AT-POSICION              PIC 9(05).
               10  AT-OPERADOR              PIC X(12).
           05  AT-SEVERIDAD                 PIC X(05).
               88  AT-SEV-INFO              VALUE "INFO ".
               88  AT-SEV-WARN              VALUE "WARN ".
               88  AT-SEV-ERROR             VALUE "ERROR".
           05  AT-TEXTO                     PIC X(20).
           05  AT-DETALLE                   PIC X(30).
           05  AT-FECHA-ALTA                PIC 9(08).
           05  AT-HORA-ALTA                 PIC 9(08).
           05  AT-ESTADO                    PIC X(01).
               88  AT-PENDIENTE             VALUE "P".
               88  AT-ENVIADA               VALUE "E".
               88  AT-RECONOCIDA            VALUE "R".
           05  AT-FECHA-ENVIO               PIC 9(08).
           05  AT-HORA-ENVIO                PIC 9(08).
           05  AT-ENVIOS                    PIC 9(03).
           05  AT-ACK-OPERADOR              PIC X(12).
           05  AT-ACK-FECHA                 PIC 9(08).
           05  AT-ACK-HORA                  PIC 9(08).
           05  AT-ACK-NOTA                  PIC X(30).
           05  FILLER                       PIC X(06).

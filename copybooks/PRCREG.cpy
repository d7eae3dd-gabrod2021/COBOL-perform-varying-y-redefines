      ******************************************************************
      * Copybook: PRCREG
      * Purpose:  Processed-input registry (PROCREG) record layout,
      *           one record per input a job has consumed, keyed by
      *           the consuming program and the identity of the input:
      *           provider code, value date, generation number, and
      *           the trailer count and control total.  Provider
      *           files and DAILYVAL carry generation zero (the
      *           consolidated DAILYVAL also carries a blank provider);
      *           an EXTCAT generation sent to the ledger carries its
      *           number with the catalog count and total.  Written
      *           and read only through the PROCREG routine by
      *           CL17DVCON, CL17EJEM2 and CL17GLPST.  RG-VECES counts
      *           the loads; operator and reason are those of the last
      *           supervisor-authorized reload (blank on a first load).
      ******************************************************************
       01  RG-REGISTRO.
           05  RG-CLAVE.
               10  RG-PROGRAMA              PIC X(09).
               10  RG-PROVEEDOR             PIC X(02).
               10  RG-FECHA-VALOR           PIC 9(08).
               10  RG-GENERACION            PIC 9(04).
               10  RG-CANTIDAD              PIC 9(07).
               10  RG-TOTAL                 PIC S9(11)V99.
           05  RG-FECHA-PROCESO             PIC 9(08).
           05  RG-HORA-PROCESO              PIC 9(08).
           05  RG-VECES                     PIC 9(03).
           05  RG-OPERADOR                  PIC X(12).
           05  RG-MOTIVO                    PIC X(30).
           05  FILLER                       PIC X(16).

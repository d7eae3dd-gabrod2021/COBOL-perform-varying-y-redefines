      *----------------------------------------------------------------*
      * CODIGOS DE ALERTA DE OPERACIONES CON SU TEXTO Y SEVERIDAD POR  *
      * DEFECTO. LA RUTINA ALERTLOG TOMA TEXTO Y SEVERIDAD DE MSGMAST; *
      * ESTA TABLA SOLO SE USA PARA UN CODIGO QUE NO ESTA ACTIVO EN EL *
      * MAESTRO (IGUAL QUE MSGTBL PARA LOS MENSAJES DE CL17EJEM1).     *
      *----------------------------------------------------------------*
       01  ALRTMSG-DATOS.
           05  FILLER                   PIC X(28)
                               VALUE "101INCUMPLIMIENTO SLA  ERROR".
           05  FILLER                   PIC X(28)
                               VALUE "102VARIACION MARCADA   WARN ".
           05  FILLER                   PIC X(28)
                               VALUE "103VALOR SOSPECHOSO    WARN ".
           05  FILLER                   PIC X(28)
                               VALUE "104CONCILIACION FALLIDAERROR".
           05  FILLER                   PIC X(28)
                               VALUE "105PENDAPR SIN APROBAR WARN ".
           05  FILLER                   PIC X(28)
                               VALUE "106OPERADOR OBSERVADO  WARN ".
           05  FILLER                   PIC X(28)
                               VALUE "107CORRIDA CON RC 8    ERROR".

       01  ALRTMSG-TABLA REDEFINES ALRTMSG-DATOS.
           05  ALRTMSG-ENTRADA          OCCURS 7 TIMES
                                         INDEXED BY ALRTMSG-IDX.
               10  ALRTMSG-NUMERO       PIC 9(03).
               10  ALRTMSG-TEXTO        PIC X(20).
               10  ALRTMSG-SEVERIDAD    PIC X(05).

      *                 los rechazos del dia se ven en el pase de
      *                 detalle del cuadre y en el conteo de VALREJ
      *                 de la hoja de control.
      *  15/10/2026 GR  Maestro de posiciones POSMAST (CL17PSMNT): la
      *                 carga rechaza a VALREJ el detalle cuya posicion
      *                 no existe (motivo 14), esta cerrada (15) o
      *                 cuya moneda no es la esperada (16); sin POSMAST
      *                 la carga no valida posiciones. La distribucion
      *                 imprime la descripcion de las posiciones del
      *                 maximo y el minimo.
      *  15/10/2026 GR  VALHIST guarda el origen (D/C) del valor
      *                 vigente de la posicion (VALHREG de 44 bytes),
      *                 para que la reconstruccion del maestro a una
      *                 fecha (CL17VMREB) lo recupere.
      *  15/10/2026 GR  Cierre contable (PERCTRL, CL17PCMNT): la carga
      *                 rechaza a VALREJ el detalle con fecha de valor
      *                 en un mes cerrado (motivo 17), y el ALTA, la
      *                 BAJA y la aprobacion de pendientes se rechazan
      *                 con motivo PERIODO CONTABLE CERRADO si el mes
      *                 en curso esta cerrado. Control via PERCHK.
      *  15/10/2026 GR  El maestro y la historia guardan el proveedor
      *                 (DV-ORIGEN) del valor vigente de la posicion
      *                 (MA-PROVEEDOR, VALHREG de 46 bytes); en blanco
      *                 para ALTA/BAJA y para lo recuperado del
      *                 checkpoint.
      *  15/10/2026 GR  VALREJ (62 bytes) y SUSPFILE llevan el codigo
      *                 de proveedor del valor, y cada rechazo y cada
      *                 sospechoso se cuentan por proveedor en PRVSTAT
      *                 para el scorecard CL17PVSCR. Cada carga borra
      *                 antes los contadores del dia, asi un rerun o un
      *                 restart no los duplica.
      *  15/10/2026 GR  Antes de cargar, DAILYVAL se identifica (fecha
      *                 valor del primer detalle, cantidad y total del
      *                 trailer) y se controla contra el registro de
      *                 entradas procesadas PROCREG: un archivo ya
      *                 cargado termina con RC 8 salvo autorizacion de
      *                 un supervisor (firma en consola o tarjeta
      *                 REPROC en batch), que queda en AUDITLOG. La
      *                 carga se registra solo al cuadrar con el
      *                 trailer, asi un restart no se ve repetido.
      *  15/10/2026 GR  Alertas de operaciones en ALERTAS (rutina
      *                 ALERTLOG): 103 por cada posicion sospechosa de
      *                 la carga (una por posicion y dia) y 105 por
      *                 cada solicitud de PENDAPR que sigue sin
      *                 aprobar de un dia anterior (una por solicitud).
      *  15/10/2026 GR  Una posicion "D" que la depuracion de la cola
      *                 borra del maestro deja en VALHIST una fila de
      *                 baja (origen "B") con la fecha del dia, para
      *                 que la reconstruccion y la foto de cierre no la
      *                 revivan. Los parrafos de sospechosos 1058 y
      *                 1059 pasan delante de 1060.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17EJEM2.
                                            RECORD KEY IS VH-CLAVE
                                            FILE STATUS IS WS-FS-HIST.

           SELECT POS-MASTER               ASSIGN TO "POSMAST"
                                            ORGANIZATION IS INDEXED
                                            ACCESS MODE IS RANDOM
                                            RECORD KEY IS PM-INDICE
                                            FILE STATUS IS WS-FS-POS.

      *----------------------------------------------------------------*
       DATA DIVISION.

      *----------------------------------------------------------------*
       FD  VALUE-REJECTS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 62 CHARACTERS.
       01  VR-REGISTRO.
           05  VR-FECHA-TXT                 PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  VR-RAZON-DESC                PIC X(30).
           05  VR-MONEDA                    PIC X(03).
           05  VR-ORIGEN                    PIC X(02).
           05  FILLER                       PIC X(01).

      *----------------------------------------------------------------*
           05  FILLER                       PIC X(12).

      *----------------------------------------------------------------*
      * VALORES SOSPECHOSOS DE LA CARGA: POSICION, VALOR, LA REGLA     *
      * QUE DISPARO Y EL PROVEEDOR DEL VALOR.                          *
      *----------------------------------------------------------------*
       FD  SUSPECT-FILE
           LABEL RECORDS ARE STANDARD
           05  SU-VALOR                     PIC -(7)9,99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  SU-REGLA                     PIC X(20).
           05  SU-PROVEEDOR                 PIC X(02).

       FD  DIST-REPORT
           LABEL RECORDS ARE STANDARD
      *----------------------------------------------------------------*
       FD  VALUES-HISTORY
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 46 CHARACTERS.
           COPY VALHREG.

      *----------------------------------------------------------------*
      * MAESTRO DE POSICIONES (CL17PSMNT): LA CARGA RECHAZA VALORES    *
      * PARA POSICIONES INEXISTENTES O CERRADAS O EN UNA MONEDA        *
      * DISTINTA DE LA ESPERADA; LA DISTRIBUCION IMPRIME SU            *
      * DESCRIPCION.                                                   *
      *----------------------------------------------------------------*
       FD  POS-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS.
           COPY POSMREG.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
           88  WS-HIST-ABIERTO              VALUE "S".
           88  WS-HIST-CERRADO              VALUE "N".

       77  WS-FS-POS                        PIC X(02).
       77  WS-SW-POS                        PIC X(01) VALUE "N".
           88  WS-POS-ABIERTO               VALUE "S".
           88  WS-POS-CERRADO               VALUE "N".
       77  WS-POS-CANDIDATA                 PIC 9(05).
       77  WS-MONEDA-ESPERADA               PIC X(03).
       77  WS-DESC-POSICION                 PIC X(30).

       77  WS-SW-FIN-PASADA                 PIC X(01).
           88  WS-FIN-PASADA-SI             VALUE "S".
           88  WS-FIN-PASADA-NO             VALUE "N".
       77  WS-MONEDA-ACTUAL                 PIC X(03).
       77  WS-VALOR-ORIG-ACTUAL             PIC S9(7)V99.
       77  WS-TASA-ACTUAL                   PIC 9(3)V9(6).
       77  WS-ORIGEN-ACTUAL                 PIC X(01).
       77  WS-PROVEEDOR-NUEVO               PIC X(02).
       77  WS-PROVEEDOR-ACTUAL              PIC X(02).

      *----------------------------------------------------------------*
      * CIERRE CONTABLE: FECHA A VERIFICAR CONTRA PERCTRL (PERCHK)     *
      *----------------------------------------------------------------*
       77  WS-PER-FECHA                     PIC 9(08).
       77  WS-PER-ACCION-VERIFI             PIC X(06) VALUE "VERIFI".
       77  WS-PER-ACCION-CERRAR             PIC X(06) VALUE "CERRAR".
       77  WS-PER-STATUS                    PIC 9(02) VALUE 0.
           88  WS-PERIODO-CERRADO           VALUE 1.

       77  WS-MON-MAX                       PIC 9(02) VALUE 10.
       77  WS-MON-COUNT                     PIC 9(02) VALUE 0.

       77  WS-SOSP-TOTAL                    PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      * ALERTAS DE OPERACIONES (RUTINA ALERTLOG): 103 SOSPECHOSO, 105  *
      * SOLICITUD PENDIENTE DE APROBACION DE UN DIA ANTERIOR           *
      *----------------------------------------------------------------*
       77  WS-ALR-CODIGO                    PIC 9(03) VALUE 103.
       77  WS-ALR-FECHA                     PIC 9(08) VALUE 0.
       77  WS-ALR-HORA                      PIC 9(08) VALUE 0.
       77  WS-ALR-POSICION                  PIC 9(05) VALUE 0.
       77  WS-ALR-OPERADOR                  PIC X(12) VALUE SPACES.
       77  WS-ALR-DETALLE                   PIC X(30).
       77  WS-ALR-ACCION-ESCRIB             PIC X(06) VALUE "ESCRIB".
       77  WS-ALR-ACCION-CERRAR             PIC X(06) VALUE "CERRAR".

       77  WS-ALR-CODIGO-SOSPECHOSO         PIC 9(03) VALUE 103.
       77  WS-ALR-CODIGO-PENDIENTE          PIC 9(03) VALUE 105.
       77  WS-ALR-HOY                       PIC 9(08).

      *----------------------------------------------------------------*
      * ESTADISTICA DE CALIDAD POR PROVEEDOR (RUTINA PRVSTAT)          *
      *----------------------------------------------------------------*
       77  WS-EST-FECHA                     PIC 9(08).
       77  WS-EST-PROVEEDOR                 PIC X(02).
       77  WS-EST-TIPO                      PIC X(02).
       77  WS-EST-CODIGO                    PIC X(02).
       77  WS-EST-CANTIDAD                  PIC 9(07).
       77  WS-EST-ACCION                    PIC X(06).

      *----------------------------------------------------------------*
      * REGISTRO DE ENTRADAS PROCESADAS (RUTINA PROCREG): IDENTIDAD    *
      * DEL DAILYVAL CONSOLIDADO (PROVEEDOR EN BLANCO, GENERACION 0)   *
      *----------------------------------------------------------------*
       77  WS-SW-PRIMER-DETALLE             PIC X(01).
           88  WS-PRIMER-DETALLE-SI         VALUE "S".
           88  WS-PRIMER-DETALLE-NO         VALUE "N".

       77  WS-SW-TRL-IDENT                  PIC X(01).
           88  WS-TRL-IDENT-SI              VALUE "S".
           88  WS-TRL-IDENT-NO              VALUE "N".

       77  WS-PRC-PROVEEDOR                 PIC X(02) VALUE SPACES.
       77  WS-PRC-GENERACION                PIC 9(04) VALUE 0.
       77  WS-PRC-CANTIDAD                  PIC 9(07) VALUE 0.
       77  WS-PRC-TOTAL                     PIC S9(11)V99 VALUE 0.
       77  WS-PRC-OPERADOR                  PIC X(12) VALUE SPACES.
       77  WS-PRC-ACCION                    PIC X(06).
       77  WS-PRC-STATUS                    PIC 9(02) VALUE 0.
           88  WS-PRC-NUEVA                 VALUE 0.
           88  WS-PRC-REPETIDA              VALUE 1.
           88  WS-PRC-AUTORIZADA            VALUE 2.
           88  WS-PRC-SIN-REGISTRO          VALUE 9.

       01  WS-PRC-FECHA-VALOR.
           05  WS-PRC-FV-ANIO               PIC 9(04) VALUE 0.
           05  WS-PRC-FV-MES                PIC 9(02) VALUE 0.
           05  WS-PRC-FV-DIA                PIC 9(02) VALUE 0.
       01  WS-PRC-FECHA REDEFINES WS-PRC-FECHA-VALOR
                                            PIC 9(08).

       77  WS-FS-GEN                        PIC X(02).
       77  WS-FS-CAT                        PIC X(02).
       77  WS-GEN-ARCHIVO                   PIC X(09).
           05  DRX-POSICION                 PIC ZZZZ9.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  DRX-VALOR                    PIC -(7)9,99.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  DRX-DESCRIPCION              PIC X(30).

       01  WS-DIST-PIE.
           05  FILLER                       PIC X(20) VALUE
           PERFORM 1010-LEER-PARM-REINICIO
              THRU 1010-LEER-PARM-REINICIO-FIN.

           PERFORM 1100-CONTROLAR-REPROCESO
              THRU 1100-CONTROLAR-REPROCESO-FIN.

           IF WS-RC-ARCHIVO-FATAL
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           OPEN INPUT DAILY-VALUES.

           MOVE "DAILYVAL"                  TO WS-FILERR-ARCHIVO.
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           PERFORM 1049-REINICIAR-ESTADISTICA
              THRU 1049-REINICIAR-ESTADISTICA-FIN.

           PERFORM 1040-ABRIR-MAESTRO
              THRU 1040-ABRIR-MAESTRO-FIN.

           PERFORM 1090-CARGAR-CAMBIOS
              THRU 1090-CARGAR-CAMBIOS-FIN.

           PERFORM 1048-ABRIR-POSICIONES
              THRU 1048-ABRIR-POSICIONES-FIN.

           IF WS-REINICIO-SI
              PERFORM 1020-RECUPERAR-CHECKPOINT
                 THRU 1020-RECUPERAR-CHECKPOINT-FIN
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           PERFORM 1110-REGISTRAR-CARGA
              THRU 1110-REGISTRAR-CARGA-FIN.

           PERFORM 1050-LEER-TOLERANCIA
              THRU 1050-LEER-TOLERANCIA-FIN.

       1091-LEER-TASA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ALERTA DEL SOSPECHOSO RECIEN GRABADO: REGLA Y VALOR. UNA POR   *
      * POSICION Y DIA (UN REINICIO O UNA SEGUNDA REGLA SOBRE LA MISMA *
      * POSICION NO LA REPITE).                                        *
      *----------------------------------------------------------------*
       1058-ALERTAR-SOSPECHOSO.

           MOVE WS-ALR-CODIGO-SOSPECHOSO    TO WS-ALR-CODIGO.
           ACCEPT WS-ALR-FECHA              FROM DATE YYYYMMDD.
           MOVE 0                           TO WS-ALR-HORA.
           MOVE SU-INDICE                   TO WS-ALR-POSICION.
           MOVE SPACES                      TO WS-ALR-OPERADOR.

           MOVE SPACES                      TO WS-ALR-DETALLE.
           STRING SU-REGLA DELIMITED BY "  "
                  " " SU-VALOR DELIMITED BY SIZE
              INTO WS-ALR-DETALLE.

           CALL "ALERTLOG" USING "CL17EJEM2" WS-ALR-CODIGO
                                  WS-ALR-FECHA WS-ALR-HORA
                                  WS-ALR-POSICION WS-ALR-OPERADOR
                                  WS-ALR-DETALLE WS-ALR-ACCION-ESCRIB.

       1058-ALERTAR-SOSPECHOSO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CUENTA EL SOSPECHOSO RECIEN GRABADO AL PROVEEDOR DEL VALOR,    *
      * POR REGLA (WS-EST-CODIGO: TA, PP O VR)                         *
      *----------------------------------------------------------------*
       1059-CONTAR-SOSPECHOSO.

           MOVE SU-PROVEEDOR                TO WS-EST-PROVEEDOR.
           MOVE "SO"                        TO WS-EST-TIPO.
           MOVE 1                           TO WS-EST-CANTIDAD.
           MOVE "SUMAR"                     TO WS-EST-ACCION.

           CALL "PRVSTAT" USING "CL17EJEM2" WS-EST-FECHA
                                 WS-EST-PROVEEDOR WS-EST-TIPO
                                 WS-EST-CODIGO WS-EST-CANTIDAD
                                 WS-EST-ACCION.

       1059-CONTAR-SOSPECHOSO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DEPURACION DE SOSPECHOSOS SOBRE LA TABLA CARGADA: TECHO        *
      * ABSOLUTO, PORCENTAJE SOBRE EL PROMEDIO ABSOLUTO Y CORRIDAS DE  *
      * VALORES IDENTICOS. LOS SOSPECHOSOS VAN A SUSPFILE; LA CARGA    *
           IF WS-TOL-TECHO-ABS > 0
              AND WS-DEP-VALOR-ABS > WS-TOL-TECHO-ABS
              MOVE "TECHO ABSOLUTO"         TO SU-REGLA
              MOVE "TA"                     TO WS-EST-CODIGO
              PERFORM 1063-GRABAR-SOSPECHOSO
                 THRU 1063-GRABAR-SOSPECHOSO-FIN
           END-IF.
           IF WS-TOL-PCT-PROM > 0
              AND WS-DEP-VALOR-ABS > WS-DEP-UMBRAL-PCT
              MOVE "PCT DEL PROMEDIO"       TO SU-REGLA
              MOVE "PP"                     TO WS-EST-CODIGO
              PERFORM 1063-GRABAR-SOSPECHOSO
                 THRU 1063-GRABAR-SOSPECHOSO-FIN
           END-IF.
           ADD 1                            TO WS-SOSP-TOTAL.
           MOVE WS-INDICE                   TO SU-INDICE.
           MOVE WS-VALOR-ACTUAL             TO SU-VALOR.
           MOVE MA-PROVEEDOR                TO SU-PROVEEDOR.
           WRITE SU-REGISTRO.

           PERFORM 1059-CONTAR-SOSPECHOSO
              THRU 1059-CONTAR-SOSPECHOSO-FIN.

           PERFORM 1058-ALERTAR-SOSPECHOSO
              THRU 1058-ALERTAR-SOSPECHOSO-FIN.

       1063-GRABAR-SOSPECHOSO-FIN.
           EXIT.
      *----------------------------------------------------------------*
           IF WS-REP-LARGO >= WS-TOL-CORRIDA-REP
              COMPUTE WS-REP-TOPE = WS-REP-INICIO + WS-REP-LARGO - 1
              MOVE "VALOR REPETIDO"         TO SU-REGLA
              MOVE "VR"                     TO WS-EST-CODIGO
              PERFORM 1067-GRABAR-MIEMBRO
                 THRU 1067-GRABAR-MIEMBRO-FIN
                VARYING WS-REP-IDX FROM WS-REP-INICIO BY 1
                 UNTIL WS-REP-IDX > WS-REP-TOPE
              MOVE WS-INDICE                TO MA-INDICE
              START VALUES-MASTER KEY > MA-INDICE
                  INVALID KEY
                      SET WS-FIN-PASADA-SI  TO TRUE
              END-START
           END-IF.

       1066-CERRAR-CORRIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA PASADA YA AVANZO MAS ALLA DE LA CORRIDA: EL PROVEEDOR DE    *
      * CADA MIEMBRO SE LEE POR CLAVE Y 1066 REPOSICIONA LA PASADA.    *
      *----------------------------------------------------------------*
       1067-GRABAR-MIEMBRO.

           ADD 1                            TO WS-SOSP-TOTAL.
           MOVE WS-REP-IDX                  TO SU-INDICE.
           MOVE WS-REP-VALOR                TO SU-VALOR.
           MOVE SPACES                      TO SU-PROVEEDOR.

           MOVE WS-REP-IDX                  TO MA-INDICE.
           READ VALUES-MASTER
               NOT INVALID KEY
                   MOVE MA-PROVEEDOR        TO SU-PROVEEDOR
           END-READ.

           WRITE SU-REGISTRO.

           PERFORM 1059-CONTAR-SOSPECHOSO
              THRU 1059-CONTAR-SOSPECHOSO-FIN.

           PERFORM 1058-ALERTAR-SOSPECHOSO
              THRU 1058-ALERTAR-SOSPECHOSO-FIN.

       1067-GRABAR-MIEMBRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1040-ABRIR-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DEJA EN VALHIST LA BAJA (ORIGEN "B") DE LA POSICION DE LA COLA *
      * QUE SE VA A BORRAR DEL MAESTRO, CON SU ULTIMO VALOR Y LA FECHA *
      * DEL DIA. SIN HISTORIA EL BORRADO SIGUE IGUAL.                  *
      *----------------------------------------------------------------*
       1044-GRABAR-BAJA.

           IF WS-HIST-CERRADO
              GO TO 1044-GRABAR-BAJA-FIN
           END-IF.

           ACCEPT WS-FECHA-HOY-HIS          FROM DATE YYYYMMDD.

           MOVE MA-INDICE                   TO VH-INDICE.
           MOVE WS-FECHA-HOY-HIS            TO VH-FECHA.
           MOVE MA-VALOR                    TO VH-VALOR.
           MOVE MA-MONEDA                   TO VH-MONEDA.
           MOVE MA-VALOR-ORIG               TO VH-VALOR-ORIG.
           MOVE 0                           TO VH-TASA.
           SET VH-ORIGEN-BAJA               TO TRUE.
           MOVE MA-PROVEEDOR                TO VH-PROVEEDOR.

           WRITE VH-REGISTRO
               INVALID KEY
                   REWRITE VH-REGISTRO
           END-WRITE.

           IF WS-FS-HIST = "00"
              ADD 1                         TO WS-HIS-GRABADOS
           ELSE
              DISPLAY "ERROR GRABANDO VALHIST - STATUS " WS-FS-HIST
           END-IF.

       1044-GRABAR-BAJA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DEPURA LA COLA DEL MAESTRO MAS ALLA DE LO CARGADO HOY: UNA     *
      * CORRECCION "C" CONTIGUA A LA ULTIMA POSICION EXTIENDE LA       *
      * CORRIDA (IGUAL QUE EL VIEJO OVERLAY), UN RESTO "D" DE UN DIA   *
      * ANTERIOR MAS LARGO SE BORRA (DEJANDO SU BAJA EN VALHIST), Y    *
      * UNA "C" AISLADA MAS ALLA SE OMITE SIN FABRICAR POSICIONES      *
      * INTERMEDIAS.                                                   *
      *----------------------------------------------------------------*
       1045-DEPURAR-COLA.

                         MOVE MA-MONEDA     TO WS-MONEDA-ACTUAL
                         MOVE MA-VALOR-ORIG TO WS-VALOR-ORIG-ACTUAL
                         MOVE 1             TO WS-TASA-ACTUAL
                         MOVE "C"           TO WS-ORIGEN-ACTUAL
                         MOVE MA-PROVEEDOR  TO WS-PROVEEDOR-ACTUAL
                         ACCEPT WS-FECHA-HOY-HIS FROM DATE YYYYMMDD
                         MOVE WS-FECHA-HOY-HIS TO WS-FECHA-VALOR
                         PERFORM 2080-GRABAR-HISTORIA-POS
                      WHEN MA-ORIGEN-CORREGIDO
                         ADD 1              TO WS-MAESTRO-OMITIDOS
                      WHEN OTHER
                         PERFORM 1044-GRABAR-BAJA
                            THRU 1044-GRABAR-BAJA-FIN
                         DELETE VALUES-MASTER RECORD
                         ADD 1              TO WS-MAESTRO-BORRADOS
                   END-EVALUATE
       1046-ABRIR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE EL MAESTRO DE POSICIONES. SIN POSMAST LA CARGA SIGUE COMO *
      * ANTES, SIN VALIDAR POSICIONES (UNA INSTALACION QUE TODAVIA NO  *
      * LO CARGO NO DEBE RECHAZAR TODO EL DIA).                        *
      *----------------------------------------------------------------*
       1048-ABRIR-POSICIONES.

           OPEN INPUT POS-MASTER.

           IF WS-FS-POS NOT = "00"
              DISPLAY "SIN POSMAST - SIN VALIDACION DE POSICIONES"
              SET WS-POS-CERRADO            TO TRUE
           ELSE
              SET WS-POS-ABIERTO            TO TRUE
           END-IF.

       1048-ABRIR-POSICIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA CARGA RECUENTA LOS RECHAZOS Y SOSPECHOSOS DEL DIA COMPLETO  *
      * (UN RESTART REPROCESA DAILYVAL DESDE EL PRINCIPIO): SE BORRAN  *
      * LOS CONTADORES QUE HAYA DEJADO UNA CORRIDA ANTERIOR DEL DIA.   *
      *----------------------------------------------------------------*
       1049-REINICIAR-ESTADISTICA.

           ACCEPT WS-EST-FECHA              FROM DATE YYYYMMDD.

           MOVE SPACES                      TO WS-EST-PROVEEDOR.
           MOVE SPACES                      TO WS-EST-CODIGO.
           MOVE 0                           TO WS-EST-CANTIDAD.
           MOVE "BORRAR"                    TO WS-EST-ACCION.

           MOVE "RF"                        TO WS-EST-TIPO.
           CALL "PRVSTAT" USING "CL17EJEM2" WS-EST-FECHA
                                 WS-EST-PROVEEDOR WS-EST-TIPO
                                 WS-EST-CODIGO WS-EST-CANTIDAD
                                 WS-EST-ACCION.

           MOVE "SO"                        TO WS-EST-TIPO.
           CALL "PRVSTAT" USING "CL17EJEM2" WS-EST-FECHA
                                 WS-EST-PROVEEDOR WS-EST-TIPO
                                 WS-EST-CODIGO WS-EST-CANTIDAD
                                 WS-EST-ACCION.

       1049-REINICIAR-ESTADISTICA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * IDENTIFICA EL DAILYVAL A CARGAR (FECHA VALOR DEL PRIMER        *
      * DETALLE, CANTIDAD Y TOTAL DEL TRAILER; SIN TRAILER, LO LEIDO)  *
      * Y LO CONTROLA CONTRA PROCREG. UN ARCHIVO YA CARGADO SOLO SE    *
      * VUELVE A CARGAR CON AUTORIZACION DE UN SUPERVISOR. UN DAILYVAL *
      * VACIO NO SE CONTROLA; SI NO SE PUEDE ABRIR, EL OPEN DE LA      *
      * CARGA DA EL ERROR.                                             *
      *----------------------------------------------------------------*
       1100-CONTROLAR-REPROCESO.

           OPEN INPUT DAILY-VALUES.

           IF WS-FS-DAILY NOT = "00"
              GO TO 1100-CONTROLAR-REPROCESO-FIN
           END-IF.

           SET WS-PRIMER-DETALLE-SI         TO TRUE.
           SET WS-TRL-IDENT-NO              TO TRUE.
           MOVE "N"                         TO WS-SW-EOF.

           PERFORM 1101-LEER-IDENTIDAD
              THRU 1101-LEER-IDENTIDAD-FIN
             UNTIL WS-EOF-SI.

           CLOSE DAILY-VALUES.
           MOVE "N"                         TO WS-SW-EOF.

           IF WS-TRL-IDENT-NO AND WS-PRC-CANTIDAD = 0
              GO TO 1100-CONTROLAR-REPROCESO-FIN
           END-IF.

           MOVE "VERIFI"                    TO WS-PRC-ACCION.
           CALL "PROCREG" USING "CL17EJEM2" WS-SW-MODO
                                 WS-PRC-PROVEEDOR WS-PRC-FECHA
                                 WS-PRC-GENERACION WS-PRC-CANTIDAD
                                 WS-PRC-TOTAL WS-PRC-OPERADOR
                                 WS-PRC-ACCION WS-PRC-STATUS.

           IF WS-PRC-NUEVA OR WS-PRC-AUTORIZADA
              GO TO 1100-CONTROLAR-REPROCESO-FIN
           END-IF.

           IF WS-PRC-REPETIDA
              DISPLAY "DAILYVAL YA CARGADO - CARGA RECHAZADA"
           ELSE
              DISPLAY "SIN CONTROL DE REPROCESO - CARGA NO REALIZADA"
           END-IF.

           MOVE "CERRAR"                    TO WS-PRC-ACCION.
           CALL "PROCREG" USING "CL17EJEM2" WS-SW-MODO
                                 WS-PRC-PROVEEDOR WS-PRC-FECHA
                                 WS-PRC-GENERACION WS-PRC-CANTIDAD
                                 WS-PRC-TOTAL WS-PRC-OPERADOR
                                 WS-PRC-ACCION WS-PRC-STATUS.

           MOVE 8                           TO WS-RC-ARCHIVO.
           MOVE 8                           TO RETURN-CODE.

       1100-CONTROLAR-REPROCESO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1101-LEER-IDENTIDAD.

           READ DAILY-VALUES
               AT END
                   MOVE "S"                 TO WS-SW-EOF
                   GO TO 1101-LEER-IDENTIDAD-FIN
           END-READ.

           IF DV-TRAILER
              SET WS-TRL-IDENT-SI           TO TRUE
              MOVE DV-TRL-CANTIDAD          TO WS-PRC-CANTIDAD
              MOVE DV-TRL-TOTAL             TO WS-PRC-TOTAL
              GO TO 1101-LEER-IDENTIDAD-FIN
           END-IF.

           IF NOT DV-DETALLE
              GO TO 1101-LEER-IDENTIDAD-FIN
           END-IF.

           IF WS-TRL-IDENT-NO
              ADD 1                         TO WS-PRC-CANTIDAD
              ADD DV-NUMERO                 TO WS-PRC-TOTAL
           END-IF.

           IF WS-PRIMER-DETALLE-SI
              SET WS-PRIMER-DETALLE-NO      TO TRUE
              IF DV-FECHA (1:4) IS NUMERIC
                 AND DV-FECHA (6:2) IS NUMERIC
                 AND DV-FECHA (9:2) IS NUMERIC
                 MOVE DV-FECHA (1:4)        TO WS-PRC-FV-ANIO
                 MOVE DV-FECHA (6:2)        TO WS-PRC-FV-MES
                 MOVE DV-FECHA (9:2)        TO WS-PRC-FV-DIA
              END-IF
           END-IF.

       1101-LEER-IDENTIDAD-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA CARGA CUADRO (O NO TRAIA TRAILER): DAILYVAL QUEDA           *
      * REGISTRADO COMO PROCESADO, CON EL SUPERVISOR SI FUE RECARGA    *
      *----------------------------------------------------------------*
       1110-REGISTRAR-CARGA.

           IF WS-TRL-IDENT-NO AND WS-PRC-CANTIDAD = 0
              GO TO 1110-REGISTRAR-CARGA-FIN
           END-IF.

           MOVE "REGIST"                    TO WS-PRC-ACCION.
           CALL "PROCREG" USING "CL17EJEM2" WS-SW-MODO
                                 WS-PRC-PROVEEDOR WS-PRC-FECHA
                                 WS-PRC-GENERACION WS-PRC-CANTIDAD
                                 WS-PRC-TOTAL WS-PRC-OPERADOR
                                 WS-PRC-ACCION WS-PRC-STATUS.

           IF WS-PRC-SIN-REGISTRO
              DISPLAY "CARGA NO REGISTRADA EN PROCREG"
              IF RETURN-CODE = 0
                 MOVE 4                     TO RETURN-CODE
              END-IF
           END-IF.

           MOVE "CERRAR"                    TO WS-PRC-ACCION.
           CALL "PROCREG" USING "CL17EJEM2" WS-SW-MODO
                                 WS-PRC-PROVEEDOR WS-PRC-FECHA
                                 WS-PRC-GENERACION WS-PRC-CANTIDAD
                                 WS-PRC-TOTAL WS-PRC-OPERADOR
                                 WS-PRC-ACCION WS-PRC-STATUS.

       1110-REGISTRAR-CARGA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LEE LA TARJETA DE PARAMETROS DE REINICIO, SI EXISTE            *
      *----------------------------------------------------------------*
       1010-LEER-PARM-REINICIO.
                      MOVE WS-MONEDA-BASE   TO WS-MONEDA-NUEVA
                      MOVE CK-VALOR         TO WS-VALOR-ORIG-NUEVO
                      MOVE 1                TO WS-TASA-NUEVA
                      MOVE SPACES           TO WS-PROVEEDOR-NUEVO
                      PERFORM 2070-GRABAR-POSICION
                         THRU 2070-GRABAR-POSICION-FIN
                      ADD WS-VALOR-ACTUAL   TO WS-CARGA-TOTAL-BASE
                         ADD DV-NUMERO      TO WS-CARGA-TOTAL
                         PERFORM 2030-VALIDAR-FECHA-VALOR
                            THRU 2030-VALIDAR-FECHA-VALOR-FIN
                         IF WS-STATUS-FECHA = 00
                            COMPUTE WS-POS-CANDIDATA
                                   = WS-INDICE-RECUP
                                   - WS-INDICE-OMITIR + 1
                            PERFORM 2090-VALIDAR-POSICION
                               THRU 2090-VALIDAR-POSICION-FIN
                         END-IF
                         IF WS-STATUS-FECHA = 00
                            PERFORM 2085-CONVERTIR-MONEDA
                               THRU 2085-CONVERTIR-MONEDA-FIN
                         ADD DV-NUMERO      TO WS-CARGA-TOTAL
                         PERFORM 2030-VALIDAR-FECHA-VALOR
                            THRU 2030-VALIDAR-FECHA-VALOR-FIN
                         IF WS-STATUS-FECHA = 00
                            COMPUTE WS-POS-CANDIDATA = WS-INDICE + 1
                            PERFORM 2090-VALIDAR-POSICION
                               THRU 2090-VALIDAR-POSICION-FIN
                         END-IF
                         IF WS-STATUS-FECHA = 00
                            PERFORM 2085-CONVERTIR-MONEDA
                               THRU 2085-CONVERTIR-MONEDA-FIN
                            ADD 1           TO WS-VAL-CARGADOS
                            MOVE WS-VALOR-CONV
                                            TO WS-VALOR-NUEVO
                            MOVE DV-ORIGEN  TO WS-PROVEEDOR-NUEVO
                            COMPUTE WS-FECHA-VALOR
                                   = FD-ANIO * 10000
                                   + FD-MES * 100
                                             TO WS-RAZON-FECHA
           END-EVALUATE.

           IF WS-STATUS-FECHA NOT = 00
              GO TO 2030-VALIDAR-FECHA-VALOR-FIN
           END-IF.

           COMPUTE WS-PER-FECHA = FD-ANIO * 10000
                                 + FD-MES * 100
                                 + FD-DIA.

           PERFORM 2095-VERIFICAR-PERIODO
              THRU 2095-VERIFICAR-PERIODO-FIN.

           IF WS-PERIODO-CERRADO
              MOVE 17                       TO WS-STATUS-FECHA
              MOVE "PERIODO CONTABLE CERRADO"
                                             TO WS-RAZON-FECHA
           END-IF.

       2030-VALIDAR-FECHA-VALOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
           MOVE WS-STATUS-FECHA             TO VR-RAZON-COD.
           MOVE WS-RAZON-FECHA              TO VR-RAZON-DESC.
           MOVE DV-MONEDA                   TO VR-MONEDA.
           MOVE DV-ORIGEN                   TO VR-ORIGEN.

           WRITE VR-REGISTRO.

           MOVE DV-ORIGEN                   TO WS-EST-PROVEEDOR.
           MOVE "RF"                        TO WS-EST-TIPO.
           MOVE WS-STATUS-FECHA             TO WS-EST-CODIGO.
           MOVE 1                           TO WS-EST-CANTIDAD.
           MOVE "SUMAR"                     TO WS-EST-ACCION.

           CALL "PRVSTAT" USING "CL17EJEM2" WS-EST-FECHA
                                 WS-EST-PROVEEDOR WS-EST-TIPO
                                 WS-EST-CODIGO WS-EST-CANTIDAD
                                 WS-EST-ACCION.

       2040-RECHAZAR-VALOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
                   SET MA-ORIGEN-DIARIO     TO TRUE
                   MOVE WS-MONEDA-NUEVA     TO MA-MONEDA
                   MOVE WS-VALOR-ORIG-NUEVO TO MA-VALOR-ORIG
                   MOVE WS-PROVEEDOR-NUEVO  TO MA-PROVEEDOR
                   WRITE MA-REGISTRO
                   MOVE WS-VALOR-NUEVO      TO WS-VALOR-ACTUAL
                   MOVE WS-MONEDA-NUEVA     TO WS-MONEDA-ACTUAL
                   MOVE WS-VALOR-ORIG-NUEVO TO WS-VALOR-ORIG-ACTUAL
                   MOVE WS-TASA-NUEVA       TO WS-TASA-ACTUAL
                   MOVE "D"                 TO WS-ORIGEN-ACTUAL
                   MOVE WS-PROVEEDOR-NUEVO  TO WS-PROVEEDOR-ACTUAL
               NOT INVALID KEY
                   IF MA-ORIGEN-CORREGIDO
                      ADD 1                 TO WS-CORR-RETENIDAS
                      MOVE MA-MONEDA        TO WS-MONEDA-ACTUAL
                      MOVE MA-VALOR-ORIG    TO WS-VALOR-ORIG-ACTUAL
                      MOVE 1                TO WS-TASA-ACTUAL
                      MOVE "C"              TO WS-ORIGEN-ACTUAL
                      MOVE MA-PROVEEDOR     TO WS-PROVEEDOR-ACTUAL
                   ELSE
                      MOVE WS-VALOR-NUEVO   TO MA-VALOR
                      SET MA-ORIGEN-DIARIO  TO TRUE
                      MOVE WS-MONEDA-NUEVA  TO MA-MONEDA
                      MOVE WS-VALOR-ORIG-NUEVO TO MA-VALOR-ORIG
                      MOVE WS-PROVEEDOR-NUEVO TO MA-PROVEEDOR
                      REWRITE MA-REGISTRO
                      MOVE WS-VALOR-NUEVO   TO WS-VALOR-ACTUAL
                      MOVE WS-MONEDA-NUEVA  TO WS-MONEDA-ACTUAL
                      MOVE WS-VALOR-ORIG-NUEVO TO WS-VALOR-ORIG-ACTUAL
                      MOVE WS-TASA-NUEVA    TO WS-TASA-ACTUAL
                      MOVE "D"              TO WS-ORIGEN-ACTUAL
                      MOVE WS-PROVEEDOR-NUEVO TO WS-PROVEEDOR-ACTUAL
                   END-IF
           END-READ.

           MOVE WS-MONEDA-ACTUAL            TO VH-MONEDA.
           MOVE WS-VALOR-ORIG-ACTUAL        TO VH-VALOR-ORIG.
           MOVE WS-TASA-ACTUAL              TO VH-TASA.
           MOVE WS-ORIGEN-ACTUAL            TO VH-ORIGEN.
           MOVE WS-PROVEEDOR-ACTUAL         TO VH-PROVEEDOR.

           WRITE VH-REGISTRO
               INVALID KEY

       2089-BUSCAR-MONEDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA LA POSICION QUE TOMARIA EL DETALLE CONTRA POSMAST:      *
      * POSICION INEXISTENTE (MOTIVO 14), CERRADA (15) O MONEDA DEL    *
      * PROVEEDOR DISTINTA DE LA ESPERADA (16). BLANCO EN CUALQUIERA   *
      * DE LAS DOS MONEDAS ES LA MONEDA BASE. UN DETALLE RECHAZADO NO  *
      * CONSUME POSICION, IGUAL QUE UN RECHAZO POR FECHA.              *
      *----------------------------------------------------------------*
       2090-VALIDAR-POSICION.

           IF WS-POS-CERRADO
              GO TO 2090-VALIDAR-POSICION-FIN
           END-IF.

           MOVE WS-POS-CANDIDATA            TO PM-INDICE.

           READ POS-MASTER
               INVALID KEY
                   MOVE 14                  TO WS-STATUS-FECHA
                   MOVE "POSICION INEXISTENTE"
                                             TO WS-RAZON-FECHA
                   GO TO 2090-VALIDAR-POSICION-FIN
           END-READ.

           IF PM-ESTADO-CERRADA
              MOVE 15                       TO WS-STATUS-FECHA
              MOVE "POSICION CERRADA"       TO WS-RAZON-FECHA
              GO TO 2090-VALIDAR-POSICION-FIN
           END-IF.

           MOVE DV-MONEDA                   TO WS-MONEDA-NUEVA.

           IF WS-MONEDA-NUEVA = SPACES
              MOVE WS-MONEDA-BASE           TO WS-MONEDA-NUEVA
           END-IF.

           MOVE PM-MONEDA                   TO WS-MONEDA-ESPERADA.

           IF WS-MONEDA-ESPERADA = SPACES
              MOVE WS-MONEDA-BASE           TO WS-MONEDA-ESPERADA
           END-IF.

           IF WS-MONEDA-NUEVA NOT = WS-MONEDA-ESPERADA
              MOVE 16                       TO WS-STATUS-FECHA
              MOVE "MONEDA DISTINTA A LA ESPERADA"
                                             TO WS-RAZON-FECHA
           END-IF.

       2090-VALIDAR-POSICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CONSULTA EN PERCTRL SI EL MES DE WS-PER-FECHA ESTA CERRADO.    *
      * NINGUN VALOR SE GRABA EN VALMAST NI VALHIST CON FECHA DE UN    *
      * MES QUE FINANZAS YA CERRO E INFORMO.                           *
      *----------------------------------------------------------------*
       2095-VERIFICAR-PERIODO.

           CALL "PERCHK" USING WS-PER-FECHA WS-PER-ACCION-VERIFI
                                WS-PER-STATUS.

       2095-VERIFICAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-MOSTRAR-VALORES.

              GO TO 3110-APLICAR-ALTA-FIN
           END-IF.

           ACCEPT WS-PER-FECHA              FROM DATE YYYYMMDD.
           PERFORM 2095-VERIFICAR-PERIODO
              THRU 2095-VERIFICAR-PERIODO-FIN.

           IF WS-PERIODO-CERRADO
              SET WS-TRAN-RECHAZADA         TO TRUE
              MOVE "PERIODO CONTABLE CERRADO"
                                             TO WS-MOTIVO-RECHAZO
              GO TO 3110-APLICAR-ALTA-FIN
           END-IF.

           IF WS-DUALCTL-SI AND WS-APROBANDO-NO
              IF WS-VALOR-ENTRADA < 0
                 SUBTRACT WS-VALOR-ENTRADA FROM 0
           SET MA-ORIGEN-CORREGIDO          TO TRUE.
           MOVE WS-MONEDA-BASE              TO MA-MONEDA.
           MOVE WS-VALOR-ENTRADA            TO MA-VALOR-ORIG.
           MOVE SPACES                      TO MA-PROVEEDOR.
           PERFORM 3120-GRABAR-MAESTRO
              THRU 3120-GRABAR-MAESTRO-FIN.

           MOVE WS-MONEDA-BASE              TO WS-MONEDA-ACTUAL.
           MOVE WS-VALOR-ENTRADA            TO WS-VALOR-ORIG-ACTUAL.
           MOVE 1                           TO WS-TASA-ACTUAL.
           MOVE "C"                         TO WS-ORIGEN-ACTUAL.
           MOVE SPACES                      TO WS-PROVEEDOR-ACTUAL.
           ACCEPT WS-FECHA-HOY-HIS          FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY-HIS            TO WS-FECHA-VALOR.
           PERFORM 2080-GRABAR-HISTORIA-POS
              GO TO 3310-APLICAR-BAJA-FIN
           END-IF.

           ACCEPT WS-PER-FECHA              FROM DATE YYYYMMDD.
           PERFORM 2095-VERIFICAR-PERIODO
              THRU 2095-VERIFICAR-PERIODO-FIN.

           IF WS-PERIODO-CERRADO
              SET WS-TRAN-RECHAZADA         TO TRUE
              MOVE "PERIODO CONTABLE CERRADO"
                                             TO WS-MOTIVO-RECHAZO
              GO TO 3310-APLICAR-BAJA-FIN
           END-IF.

           IF WS-DUALCTL-SI AND WS-APROBANDO-NO
              MOVE WS-POS-CONSULTA          TO MA-INDICE
              READ VALUES-MASTER
           SET MA-ORIGEN-CORREGIDO          TO TRUE.
           MOVE WS-MONEDA-BASE              TO MA-MONEDA.
           MOVE 0                           TO MA-VALOR-ORIG.
           MOVE SPACES                      TO MA-PROVEEDOR.
           PERFORM 3120-GRABAR-MAESTRO
              THRU 3120-GRABAR-MAESTRO-FIN.

           MOVE WS-MONEDA-BASE              TO WS-MONEDA-ACTUAL.
           MOVE 0                           TO WS-VALOR-ORIG-ACTUAL.
           MOVE 1                           TO WS-TASA-ACTUAL.
           MOVE "C"                         TO WS-ORIGEN-ACTUAL.
           MOVE SPACES                      TO WS-PROVEEDOR-ACTUAL.
           ACCEPT WS-FECHA-HOY-HIS          FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY-HIS            TO WS-FECHA-VALOR.
           PERFORM 2080-GRABAR-HISTORIA-POS
           MOVE "MAXIMO EN POSICION: "      TO DRX-TITULO.
           MOVE WS-DIST-POS-MAXIMO          TO DRX-POSICION.
           MOVE WS-DIST-VAL-MAXIMO          TO DRX-VALOR.
           MOVE WS-DIST-POS-MAXIMO          TO WS-POS-CANDIDATA.
           PERFORM 3650-DESCRIBIR-POSICION
              THRU 3650-DESCRIBIR-POSICION-FIN.
           MOVE WS-DESC-POSICION            TO DRX-DESCRIPCION.
           MOVE WS-LINEA-EXTREMO            TO WS-DIST-LINEA-AUX.
           PERFORM 3680-IMPRIMIR-LINEA-DIST
              THRU 3680-IMPRIMIR-LINEA-DIST-FIN.
           MOVE "MINIMO EN POSICION: "      TO DRX-TITULO.
           MOVE WS-DIST-POS-MINIMO          TO DRX-POSICION.
           MOVE WS-DIST-VAL-MINIMO          TO DRX-VALOR.
           MOVE WS-DIST-POS-MINIMO          TO WS-POS-CANDIDATA.
           PERFORM 3650-DESCRIBIR-POSICION
              THRU 3650-DESCRIBIR-POSICION-FIN.
           MOVE WS-DESC-POSICION            TO DRX-DESCRIPCION.
           MOVE WS-LINEA-EXTREMO            TO WS-DIST-LINEA-AUX.
           PERFORM 3680-IMPRIMIR-LINEA-DIST
              THRU 3680-IMPRIMIR-LINEA-DIST-FIN.
       3640-ESCRIBIR-MONEDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DESCRIPCION DE LA POSICION SEGUN POSMAST (BLANCO SI NO HAY     *
      * MAESTRO DE POSICIONES O LA POSICION NO ESTA EN EL)             *
      *----------------------------------------------------------------*
       3650-DESCRIBIR-POSICION.

           MOVE SPACES                      TO WS-DESC-POSICION.

           IF WS-POS-CERRADO
              GO TO 3650-DESCRIBIR-POSICION-FIN
           END-IF.

           MOVE WS-POS-CANDIDATA            TO PM-INDICE.

           READ POS-MASTER
               INVALID KEY
                   GO TO 3650-DESCRIBIR-POSICION-FIN
           END-READ.

           MOVE PM-DESCRIPCION              TO WS-DESC-POSICION.

       3650-DESCRIBIR-POSICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ESCRIBE UNA LINEA DEL REPORTE DE DISTRIBUCION, CONTROLANDO EL  *
      * SALTO DE PAGINA                                                *
      *----------------------------------------------------------------*
              SET WS-MAESTRO-CERRADO        TO TRUE
           END-IF.

           IF WS-POS-ABIERTO
              CLOSE POS-MASTER
              SET WS-POS-CERRADO            TO TRUE
           END-IF.

           CALL "PERCHK" USING WS-PER-FECHA WS-PER-ACCION-CERRAR
                                WS-PER-STATUS.

           MOVE "CERRAR"                    TO WS-EST-ACCION.
           CALL "PRVSTAT" USING "CL17EJEM2" WS-EST-FECHA
                                 WS-EST-PROVEEDOR WS-EST-TIPO
                                 WS-EST-CODIGO WS-EST-CANTIDAD
                                 WS-EST-ACCION.

           CALL "ALERTLOG" USING "CL17EJEM2" WS-ALR-CODIGO
                                  WS-ALR-FECHA WS-ALR-HORA
                                  WS-ALR-POSICION WS-ALR-OPERADOR
                                  WS-ALR-DETALLE WS-ALR-ACCION-CERRAR.

           CLOSE DAILY-VALUES.

           IF WS-PEN-ENCOLADOS > 0 OR WS-PEN-APROBADOS > 0
              GO TO 9200-GRABAR-PENDIENTES-FIN
           END-IF.

           ACCEPT WS-ALR-HOY                FROM DATE YYYYMMDD.

           MOVE SPACES                      TO PA-REGISTRO.
           MOVE WS-PEN-PROX-NUM             TO PA-NUMERO.
           MOVE "H"                         TO PA-FUNCION.

           WRITE PA-REGISTRO.

           IF PEN-FECHA(WS-PEN-IDX) < WS-ALR-HOY
              PERFORM 9220-ALERTAR-PENDIENTE
                 THRU 9220-ALERTAR-PENDIENTE-FIN
           END-IF.

       9210-GRABAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ALERTA DE UNA SOLICITUD QUE PASO UN CAMBIO DE DIA SIN          *
      * APROBAR, FECHADA CON LA SOLICITUD: SE LEVANTA UNA SOLA VEZ     *
      * AUNQUE LA SOLICITUD SIGA PENDIENTE EN CORRIDAS POSTERIORES.    *
      *----------------------------------------------------------------*
       9220-ALERTAR-PENDIENTE.

           MOVE WS-ALR-CODIGO-PENDIENTE     TO WS-ALR-CODIGO.
           MOVE PEN-FECHA(WS-PEN-IDX)       TO WS-ALR-FECHA.
           MOVE PEN-HORA(WS-PEN-IDX)        TO WS-ALR-HORA.
           MOVE PEN-POSICION(WS-PEN-IDX)    TO WS-ALR-POSICION.
           MOVE PEN-OPERADOR(WS-PEN-IDX)    TO WS-ALR-OPERADOR.

           MOVE SPACES                      TO WS-ALR-DETALLE.
           STRING "SOLICITUD " PEN-NUMERO(WS-PEN-IDX)
                  " FUNCION " PEN-FUNCION(WS-PEN-IDX)
                  DELIMITED BY SIZE
              INTO WS-ALR-DETALLE.

           CALL "ALERTLOG" USING "CL17EJEM2" WS-ALR-CODIGO
                                  WS-ALR-FECHA WS-ALR-HORA
                                  WS-ALR-POSICION WS-ALR-OPERADOR
                                  WS-ALR-DETALLE WS-ALR-ACCION-ESCRIB.

       9220-ALERTAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL17EJEM2.

      *                 la consolidacion lo copia tal cual y el
      *                 trailer combinado sigue sumando los importes
      *                 como vienen.
      *  15/10/2026 GR  Cada proveedor procesado deja en PRVSTAT su
      *                 entrega del dia con la cantidad de detalles
      *                 y si cuadro o no con su trailer, para el
      *                 scorecard de calidad CL17PVSCR.
      *  15/10/2026 GR  Antes de armar DAILYVAL se controla el programa
      *                 de entregas ENTPROG (proveedores esperados por
      *                 dia habil, hora de corte y si es obligatorio).
      *                 Un obligatorio ausente termina con RC 8 salvo
      *                 tarjeta ENTOVR firmada por un supervisor, que
      *                 permite la carga parcial (RC 4) y queda en
      *                 AUDITLOG; los ausentes van a ENTFALT para la
      *                 hoja de control de CL17EODRP. Un numero sin
      *                 archivo dentro del programa ya no corta la
      *                 lista de proveedores.
      *  15/10/2026 GR  Cada archivo de proveedor se identifica (fecha
      *                 valor del primer detalle, cantidad y total del
      *                 trailer) y se controla contra el registro de
      *                 entradas procesadas PROCREG antes de
      *                 consolidarlo: uno ya consolidado en un dia
      *                 anterior se rechaza con RC 8 salvo tarjeta
      *                 REPROC de un supervisor. Repetir la corrida en
      *                 el mismo dia sigue permitido.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17DVCON.
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-DAILY.

           SELECT DELIVERY-SCHEDULE        ASSIGN TO "ENTPROG"
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-PROG.

           SELECT DELIVERY-OVERRIDE        ASSIGN TO "ENTOVR"
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-OVR.

           SELECT MISSING-DELIVERIES       ASSIGN TO "ENTFALT"
                                            ORGANIZATION IS SEQUENTIAL
                                            FILE STATUS IS WS-FS-FALT.

      *----------------------------------------------------------------*
       DATA DIVISION.

           RECORD CONTAINS 25 CHARACTERS.
           COPY DVREG.

      *----------------------------------------------------------------*
      * PROGRAMA DE ENTREGAS: UN REGISTRO POR PROVEEDOR. EP-DIAS MARCA *
      * CON "S" LOS DIAS (LUNES A VIERNES) EN QUE SE ESPERA SU ARCHIVO *
      * SI EL DIA ES HABIL; EP-HORA-CORTE ES HHMM.                     *
      *----------------------------------------------------------------*
       FD  DELIVERY-SCHEDULE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  EP-REGISTRO.
           05  EP-PROVEEDOR                 PIC 9(02).
           05  EP-DIAS                      PIC X(05).
           05  EP-DIAS-R REDEFINES EP-DIAS.
               10  EP-DIA                   PIC X(01) OCCURS 5 TIMES.
           05  EP-HORA-CORTE                PIC 9(04).
           05  EP-OBLIGATORIO               PIC X(01).
               88  EP-OBLIGATORIO-SI        VALUE "S".
           05  EP-NOMBRE                    PIC X(20).
           05  FILLER                       PIC X(08).

      *----------------------------------------------------------------*
      * AUTORIZACION DE CARGA PARCIAL: UNA TARJETA POR PROVEEDOR       *
      * AUSENTE, CON LA FECHA DEL DIA Y EL OPERADOR SUPERVISOR QUE LA  *
      * FIRMA.                                                         *
      *----------------------------------------------------------------*
       FD  DELIVERY-OVERRIDE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  OV-REGISTRO.
           05  OV-FECHA                     PIC X(10).
           05  OV-OPERADOR                  PIC X(12).
           05  OV-PROVEEDOR                 PIC 9(02).
           05  OV-MOTIVO                    PIC X(30).
           05  FILLER                       PIC X(06).

       FD  MISSING-DELIVERIES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY ENTFREG.

       WORKING-STORAGE SECTION.

       77  WS-FS-PROV                       PIC X(02).
       77  WS-FS-DAILY                      PIC X(02).
       77  WS-FS-PROG                       PIC X(02).
       77  WS-FS-OVR                        PIC X(02).
       77  WS-FS-FALT                       PIC X(02).
       77  WS-RC-ARCHIVO                    PIC 9(02).
           88  WS-RC-ARCHIVO-FATAL          VALUE 8.


      *----------------------------------------------------------------*
      * NOMBRE DEL ARCHIVO DE PROVEEDOR EN CURSO: PROVF01, PROVF02...  *
      * SE RECORREN EN ORDEN HASTA EL PRIMER NUMERO SIN ARCHIVO MAYOR  *
      * QUE EL ULTIMO PROVEEDOR DEL PROGRAMA DE ENTREGAS.              *
      *----------------------------------------------------------------*
       01  WS-PROV-ARCHIVO.
           05  FILLER                       PIC X(05) VALUE "PROVF".
       77  WS-COMB-CANTIDAD                 PIC 9(05) VALUE 0.
       77  WS-COMB-TOTAL                    PIC S9(9)V99 VALUE 0.

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
      * PROGRAMA DE ENTREGAS DEL DIA, POR NUMERO DE PROVEEDOR          *
      *----------------------------------------------------------------*
       77  WS-SW-PROGRAMA                   PIC X(01) VALUE "N".
           88  WS-PROGRAMA-SI               VALUE "S".
           88  WS-PROGRAMA-NO               VALUE "N".

       77  WS-SW-EOF                        PIC X(01).
           88  WS-EOF-SI                    VALUE "S".
           88  WS-EOF-NO                    VALUE "N".

       77  WS-SW-HABIL                      PIC X(01) VALUE "S".
           88  WS-DIA-HABIL-SI              VALUE "S".
           88  WS-DIA-HABIL-NO              VALUE "N".

       77  WS-ESP-MAYOR                     PIC 9(02) VALUE 0.
       77  WS-ESP-IDX                       PIC 9(03).
       77  WS-ESP-ESPERADOS                 PIC 9(02) VALUE 0.
       77  WS-FALTAN-OBLIG                  PIC 9(02) VALUE 0.
       77  WS-FALTAN-OPC                    PIC 9(02) VALUE 0.
       77  WS-FALTAN-AUTORIZ                PIC 9(02) VALUE 0.

       01  WS-ESPERADOS.
           05  WS-ESP-ENTRADA OCCURS 99 TIMES.
               10  ESP-ESPERADO             PIC X(01).
                   88  ESP-ESPERADO-SI      VALUE "S".
               10  ESP-OBLIGATORIO          PIC X(01).
                   88  ESP-OBLIGATORIO-SI   VALUE "S".
               10  ESP-HORA-CORTE           PIC 9(04).
               10  ESP-NOMBRE               PIC X(20).
               10  ESP-ESTADO               PIC X(01).
                   88  ESP-RECIBIDO         VALUE "R".
                   88  ESP-FALTANTE         VALUE "F".
                   88  ESP-AUTORIZADO       VALUE "A".
               10  ESP-OPERADOR             PIC X(12).
               10  ESP-MOTIVO               PIC X(30).

      *----------------------------------------------------------------*
      * DIA DE LA SEMANA (1 = LUNES) POR DIFERENCIA CON UN LUNES       *
      * CONOCIDO, Y DIA HABIL SEGUN DATECALC (FINES DE SEMANA Y        *
      * CALENDARIO FERIADOS)                                           *
      *----------------------------------------------------------------*
       77  WS-LUNES-BASE                    PIC X(10) VALUE
               "2001-01-01".
       77  WS-DIA-SEMANA                    PIC 9(01).
       77  WS-SEMANAS                       PIC 9(07).
       77  WS-DC-OPCION                     PIC X(01).
       77  WS-DC-DIAS                       PIC S9(07) VALUE 0.
       77  WS-DC-STATUS                     PIC 9(02) VALUE 0.

           COPY FDFECHA.

           COPY FDFECHA
               REPLACING ==FD-FECHA-TXT== BY ==FDR-FECHA-TXT==,
                  ==FD-FECHA-NUM== BY ==FDR-FECHA-NUM==,
                  ==FD-ANIO== BY ==FDR-ANIO==,
                  ==FD-SEPARADOR-1== BY ==FDR-SEPARADOR-1==,
                  ==FD-MES== BY ==FDR-MES==,
                  ==FD-SEPARADOR-2== BY ==FDR-SEPARADOR-2==,
                  ==FD-DIA== BY ==FDR-DIA==.

       77  WS-FECHA-HABIL-TXT               PIC X(10).

       01  WS-HORA-SISTEMA                  PIC 9(08).
       01  WS-HORA-SISTEMA-R REDEFINES WS-HORA-SISTEMA.
           05  WS-HS-HHMM                   PIC 9(04).
           05  FILLER                       PIC 9(04).

       01  WS-CORTE-EDITADO.
           05  WS-CORTE-HH                  PIC 9(02).
           05  FILLER                       PIC X(01) VALUE ":".
           05  WS-CORTE-MM                  PIC 9(02).

      *----------------------------------------------------------------*
      * FIRMA DEL SUPERVISOR DE LA TARJETA ENTOVR Y AUDITORIA          *
      *----------------------------------------------------------------*
       77  WS-SIGNON-MODO                   PIC X(01) VALUE "B".
       77  WS-OPERADOR-FIRMADO              PIC X(12) VALUE SPACES.
       77  WS-NIVEL-OPERADOR                PIC 9(01) VALUE 0.
           88  WS-NIVEL-SUPERVISOR          VALUE 3 THRU 9.
       77  WS-RC-SIGNON                     PIC 9(02) VALUE 0.
           88  WS-SIGNON-OK                 VALUE 0.

       77  WS-AUD-CAMPO                     PIC X(15) VALUE
               "PROVF-FALTANTE".
       77  WS-AUD-VALOR                     PIC X(20).
       77  WS-AUD-ACCION-ESCRIB             PIC X(06) VALUE "ESCRIB".
       77  WS-AUD-ACCION-CERRAR             PIC X(06) VALUE "CERRAR".

      *----------------------------------------------------------------*
      * REGISTRO DE ENTRADAS PROCESADAS (RUTINA PROCREG): IDENTIDAD    *
      * DEL ARCHIVO DE PROVEEDOR EN CURSO                              *
      *----------------------------------------------------------------*
       77  WS-SW-PROV-OK                    PIC X(01).
           88  WS-PROV-OK-SI                VALUE "S".
           88  WS-PROV-OK-NO                VALUE "N".

       77  WS-SW-PRIMER-DETALLE             PIC X(01).
           88  WS-PRIMER-DETALLE-SI         VALUE "S".
           88  WS-PRIMER-DETALLE-NO         VALUE "N".

       77  WS-PRC-MODO                      PIC X(01) VALUE "B".
       77  WS-PRC-PROVEEDOR                 PIC X(02).
       77  WS-PRC-GENERACION                PIC 9(04) VALUE 0.
       77  WS-PRC-CANTIDAD                  PIC 9(07).
       77  WS-PRC-TOTAL                     PIC S9(11)V99.
       77  WS-PRC-OPERADOR                  PIC X(12).
       77  WS-PRC-ACCION                    PIC X(06).
       77  WS-PRC-STATUS                    PIC 9(02) VALUE 0.
           88  WS-PRC-NUEVA                 VALUE 0.
           88  WS-PRC-REPETIDA              VALUE 1.
           88  WS-PRC-AUTORIZADA            VALUE 2.
           88  WS-PRC-SIN-REGISTRO          VALUE 9.

       01  WS-PRC-FECHA-VALOR.
           05  WS-PRC-FV-ANIO               PIC 9(04).
           05  WS-PRC-FV-MES                PIC 9(02).
           05  WS-PRC-FV-DIA                PIC 9(02).
       01  WS-PRC-FECHA REDEFINES WS-PRC-FECHA-VALOR
                                            PIC 9(08).

       77  WS-RUN-ACCION-INICIO             PIC X(06) VALUE "INICIO".
       77  WS-RUN-ACCION-FIN                PIC X(06) VALUE "FIN".
       77  WS-RUN-LEIDOS                    PIC 9(07) VALUE 0.
      *----------------------------------------------------------------*
       1000-INICIALIZAR.

           ACCEPT WS-EST-FECHA              FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA           FROM TIME.

           PERFORM 1100-CONTROLAR-ENTREGAS
              THRU 1100-CONTROLAR-ENTREGAS-FIN.

           IF WS-RC-ARCHIVO-FATAL
              GO TO 1000-INICIALIZAR-FIN
           END-IF.

           OPEN OUTPUT DAILY-VALUES.

           MOVE "DAILYVAL"                  TO WS-FILERR-ARCHIVO.
       1000-INICIALIZAR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CONTROL DE LLEGADAS CONTRA EL PROGRAMA DE ENTREGAS, ANTES DE   *
      * TOCAR DAILYVAL. UN OBLIGATORIO AUSENTE SIN AUTORIZACION DEJA   *
      * EL DAILYVAL ANTERIOR COMO ESTABA Y TERMINA CON RC 8. SIN       *
      * ENTPROG NO SE CONTROLA NADA, COMO ANTES.                       *
      *----------------------------------------------------------------*
       1100-CONTROLAR-ENTREGAS.

           MOVE SPACES                      TO WS-ESPERADOS.

           MOVE WS-EST-FECHA(1:4)           TO FD-FECHA-TXT(1:4).
           MOVE "-"                         TO FD-SEPARADOR-1.
           MOVE WS-EST-FECHA(5:2)           TO FD-FECHA-TXT(6:2).
           MOVE "-"                         TO FD-SEPARADOR-2.
           MOVE WS-EST-FECHA(7:2)           TO FD-FECHA-TXT(9:2).

           PERFORM 1110-DETERMINAR-DIA
              THRU 1110-DETERMINAR-DIA-FIN.

           IF WS-RC-ARCHIVO-FATAL
              GO TO 1100-CONTROLAR-ENTREGAS-FIN
           END-IF.

           PERFORM 1120-CARGAR-PROGRAMA
              THRU 1120-CARGAR-PROGRAMA-FIN.

           IF WS-RC-ARCHIVO-FATAL
              GO TO 1100-CONTROLAR-ENTREGAS-FIN
           END-IF.

           IF WS-PROGRAMA-NO
              DISPLAY "SIN PROGRAMA DE ENTREGAS ENTPROG - NO SE "
                       "CONTROLAN LAS LLEGADAS"
           ELSE
              IF WS-DIA-HABIL-NO
                 DISPLAY "DIA NO HABIL - NO HAY ENTREGAS ESPERADAS"
              ELSE
                 PERFORM 1130-VERIFICAR-LLEGADA
                    THRU 1130-VERIFICAR-LLEGADA-FIN
                   VARYING WS-ESP-IDX FROM 1 BY 1
                    UNTIL WS-ESP-IDX > WS-ESP-MAYOR
              END-IF
           END-IF.

           IF WS-FALTAN-OBLIG > 0
              PERFORM 1140-LEER-AUTORIZACIONES
                 THRU 1140-LEER-AUTORIZACIONES-FIN
           END-IF.

           PERFORM 1160-GRABAR-FALTANTES
              THRU 1160-GRABAR-FALTANTES-FIN.

           IF WS-RC-ARCHIVO-FATAL
              GO TO 1100-CONTROLAR-ENTREGAS-FIN
           END-IF.

           IF WS-FALTAN-OBLIG > WS-FALTAN-AUTORIZ
              DISPLAY "PROVEEDORES OBLIGATORIOS AUSENTES SIN "
                       "AUTORIZACION: " WS-FALTAN-OBLIG
              DISPLAY "DAILYVAL NO GENERADO - FIN ANORMAL"
              MOVE 8                        TO WS-RC-ARCHIVO
              MOVE 8                        TO RETURN-CODE
              GO TO 1100-CONTROLAR-ENTREGAS-FIN
           END-IF.

           IF WS-FALTAN-AUTORIZ > 0 OR WS-FALTAN-OPC > 0
              DISPLAY "CARGA PARCIAL - AUSENTES AUTORIZADOS: "
                       WS-FALTAN-AUTORIZ " OPCIONALES: " WS-FALTAN-OPC
              IF RETURN-CODE = 0
                 MOVE 4                     TO RETURN-CODE
              END-IF
           END-IF.

       1100-CONTROLAR-ENTREGAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DIA DE LA SEMANA DE HOY Y SI ES HABIL: LO ES SI EL PROXIMO     *
      * HABIL POSTERIOR AL HABIL ANTERIOR ES HOY MISMO                 *
      *----------------------------------------------------------------*
       1110-DETERMINAR-DIA.

           MOVE "D"                         TO WS-DC-OPCION.
           CALL "DATECALC" USING WS-DC-OPCION WS-LUNES-BASE
                                  FD-FECHA-TXT WS-DC-DIAS
                                  WS-DC-STATUS.

           IF WS-DC-STATUS NOT = 00
              DISPLAY "DATECALC ERROR - ESTADO " WS-DC-STATUS
              MOVE 8                        TO WS-RC-ARCHIVO
              MOVE 8                        TO RETURN-CODE
              GO TO 1110-DETERMINAR-DIA-FIN
           END-IF.

           DIVIDE WS-DC-DIAS BY 7 GIVING WS-SEMANAS
                                  REMAINDER WS-DIA-SEMANA.
           ADD 1                            TO WS-DIA-SEMANA.

           IF WS-DIA-SEMANA > 5
              SET WS-DIA-HABIL-NO           TO TRUE
              GO TO 1110-DETERMINAR-DIA-FIN
           END-IF.

           MOVE "P"                         TO WS-DC-OPCION.
           CALL "DATECALC" USING WS-DC-OPCION FD-FECHA-TXT
                                  FDR-FECHA-TXT WS-DC-DIAS
                                  WS-DC-STATUS.

           IF WS-DC-STATUS = 00
              MOVE "H"                      TO WS-DC-OPCION
              CALL "DATECALC" USING WS-DC-OPCION FDR-FECHA-TXT
                                     WS-FECHA-HABIL-TXT WS-DC-DIAS
                                     WS-DC-STATUS
           END-IF.

           IF WS-DC-STATUS NOT = 00
              DISPLAY "DATECALC ERROR - ESTADO " WS-DC-STATUS
              MOVE 8                        TO WS-RC-ARCHIVO
              MOVE 8                        TO RETURN-CODE
              GO TO 1110-DETERMINAR-DIA-FIN
           END-IF.

           IF WS-FECHA-HABIL-TXT NOT = FD-FECHA-TXT
              SET WS-DIA-HABIL-NO           TO TRUE
           END-IF.

       1110-DETERMINAR-DIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CARGA ENTPROG EN LA TABLA POR NUMERO DE PROVEEDOR Y MARCA LOS  *
      * ESPERADOS HOY. WS-ESP-MAYOR QUEDA CON EL MAYOR NUMERO DEL      *
      * PROGRAMA, ESPERADO HOY O NO.                                   *
      *----------------------------------------------------------------*
       1120-CARGAR-PROGRAMA.

           OPEN INPUT DELIVERY-SCHEDULE.

           IF WS-FS-PROG = "35"
              GO TO 1120-CARGAR-PROGRAMA-FIN
           END-IF.

           MOVE "ENTPROG"                   TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17DVCON" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-PROG WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR ENTPROG - FIN ANORMAL"
              GO TO 1120-CARGAR-PROGRAMA-FIN
           END-IF.

           SET WS-PROGRAMA-SI               TO TRUE.
           SET WS-EOF-NO                    TO TRUE.

           PERFORM 1121-LEER-PROGRAMA
              THRU 1121-LEER-PROGRAMA-FIN
             UNTIL WS-EOF-SI.

           CLOSE DELIVERY-SCHEDULE.

           DISPLAY "PROGRAMA DE ENTREGAS: " WS-ESP-ESPERADOS
                    " PROVEEDORES ESPERADOS HOY".

       1120-CARGAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1121-LEER-PROGRAMA.

           READ DELIVERY-SCHEDULE
               AT END
                   SET WS-EOF-SI            TO TRUE
                   GO TO 1121-LEER-PROGRAMA-FIN
           END-READ.

           IF EP-PROVEEDOR IS NOT NUMERIC
              OR EP-PROVEEDOR = 0
              OR EP-HORA-CORTE IS NOT NUMERIC
              OR EP-HORA-CORTE > 2359
              DISPLAY "ENTPROG: REGISTRO INVALIDO OMITIDO: "
                       EP-REGISTRO
              GO TO 1121-LEER-PROGRAMA-FIN
           END-IF.

           MOVE EP-PROVEEDOR                TO WS-ESP-IDX.
           MOVE EP-OBLIGATORIO              TO
                                          ESP-OBLIGATORIO(WS-ESP-IDX).
           MOVE EP-HORA-CORTE               TO
                                          ESP-HORA-CORTE(WS-ESP-IDX).
           MOVE EP-NOMBRE                   TO ESP-NOMBRE(WS-ESP-IDX).

           IF EP-PROVEEDOR > WS-ESP-MAYOR
              MOVE EP-PROVEEDOR             TO WS-ESP-MAYOR
           END-IF.

           IF WS-DIA-HABIL-NO
              OR ESP-ESPERADO-SI(WS-ESP-IDX)
              GO TO 1121-LEER-PROGRAMA-FIN
           END-IF.

           IF EP-DIA(WS-DIA-SEMANA) = "S"
              MOVE "S"                      TO ESP-ESPERADO(WS-ESP-IDX)
              ADD 1                         TO WS-ESP-ESPERADOS
           END-IF.

       1121-LEER-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * VERIFICA QUE EL ARCHIVO DE UN PROVEEDOR ESPERADO HOY EXISTA.   *
      * EL AVISO DICE SI SU HORA DE CORTE YA PASO O TODAVIA NO.        *
      *----------------------------------------------------------------*
       1130-VERIFICAR-LLEGADA.

           IF NOT ESP-ESPERADO-SI(WS-ESP-IDX)
              GO TO 1130-VERIFICAR-LLEGADA-FIN
           END-IF.

           MOVE WS-ESP-IDX                  TO WS-PROV-NUMERO.

           OPEN INPUT PROV-FILE.

           IF WS-FS-PROV NOT = "35"
              IF WS-FS-PROV = "00"
                 CLOSE PROV-FILE
              END-IF
              MOVE "R"                      TO ESP-ESTADO(WS-ESP-IDX)
              GO TO 1130-VERIFICAR-LLEGADA-FIN
           END-IF.

           MOVE "F"                         TO ESP-ESTADO(WS-ESP-IDX).
           MOVE ESP-HORA-CORTE(WS-ESP-IDX)(1:2) TO WS-CORTE-HH.
           MOVE ESP-HORA-CORTE(WS-ESP-IDX)(3:2) TO WS-CORTE-MM.

           IF NOT ESP-OBLIGATORIO-SI(WS-ESP-IDX)
              ADD 1                         TO WS-FALTAN-OPC
              DISPLAY "PROVEEDOR " WS-PROV-ARCHIVO " (OPCIONAL) "
                       "NO LLEGO - SE CONSOLIDA SIN EL"
              GO TO 1130-VERIFICAR-LLEGADA-FIN
           END-IF.

           ADD 1                            TO WS-FALTAN-OBLIG.

           IF WS-HS-HHMM < ESP-HORA-CORTE(WS-ESP-IDX)
              DISPLAY "PROVEEDOR " WS-PROV-ARCHIVO " OBLIGATORIO "
                       "TODAVIA NO LLEGO (CORTE " WS-CORTE-EDITADO
                       " NO VENCIDO)"
           ELSE
              DISPLAY "PROVEEDOR " WS-PROV-ARCHIVO " OBLIGATORIO "
                       "NO LLEGO (CORTE " WS-CORTE-EDITADO " VENCIDO)"
           END-IF.

       1130-VERIFICAR-LLEGADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LEE LAS TARJETAS ENTOVR. CADA UNA AUTORIZA LA CARGA SIN UN     *
      * OBLIGATORIO AUSENTE SI ES DEL DIA, SU CORTE YA VENCIO Y LA     *
      * FIRMA UN OPERADOR DE NIVEL SUPERVISOR; CADA AUTORIZACION QUEDA *
      * EN AUDITLOG.                                                   *
      *----------------------------------------------------------------*
       1140-LEER-AUTORIZACIONES.

           OPEN INPUT DELIVERY-OVERRIDE.

           IF WS-FS-OVR NOT = "00"
              DISPLAY "SIN TARJETA DE AUTORIZACION ENTOVR"
              GO TO 1140-LEER-AUTORIZACIONES-FIN
           END-IF.

           SET WS-EOF-NO                    TO TRUE.

           PERFORM 1141-APLICAR-AUTORIZACION
              THRU 1141-APLICAR-AUTORIZACION-FIN
             UNTIL WS-EOF-SI.

           CLOSE DELIVERY-OVERRIDE.

           IF WS-FALTAN-AUTORIZ > 0
              CALL "AUDITLOG" USING "CL17DVCON" WS-AUD-CAMPO
                                     WS-AUD-VALOR WS-AUD-ACCION-CERRAR
                                     WS-OPERADOR-FIRMADO
           END-IF.

       1140-LEER-AUTORIZACIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1141-APLICAR-AUTORIZACION.

           READ DELIVERY-OVERRIDE
               AT END
                   SET WS-EOF-SI            TO TRUE
                   GO TO 1141-APLICAR-AUTORIZACION-FIN
           END-READ.

           IF OV-FECHA NOT = FD-FECHA-TXT
              DISPLAY "ENTOVR: FECHA " OV-FECHA " NO ES LA DEL DIA"
                       " - TARJETA IGNORADA"
              GO TO 1141-APLICAR-AUTORIZACION-FIN
           END-IF.

           IF OV-PROVEEDOR IS NOT NUMERIC
              OR OV-PROVEEDOR = 0
              DISPLAY "ENTOVR: PROVEEDOR INVALIDO " OV-PROVEEDOR
                       " - TARJETA IGNORADA"
              GO TO 1141-APLICAR-AUTORIZACION-FIN
           END-IF.

           MOVE OV-PROVEEDOR                TO WS-ESP-IDX.
           MOVE OV-PROVEEDOR                TO WS-PROV-NUMERO.

           IF NOT ESP-FALTANTE(WS-ESP-IDX)
              OR NOT ESP-OBLIGATORIO-SI(WS-ESP-IDX)
              DISPLAY "ENTOVR: " WS-PROV-ARCHIVO " NO ES UN "
                       "OBLIGATORIO AUSENTE - TARJETA IGNORADA"
              GO TO 1141-APLICAR-AUTORIZACION-FIN
           END-IF.

           IF WS-HS-HHMM < ESP-HORA-CORTE(WS-ESP-IDX)
              DISPLAY "ENTOVR: " WS-PROV-ARCHIVO " TODAVIA EN "
                       "HORARIO - TARJETA IGNORADA"
              GO TO 1141-APLICAR-AUTORIZACION-FIN
           END-IF.

           MOVE OV-OPERADOR                 TO WS-OPERADOR-FIRMADO.

           CALL "SIGNON" USING "CL17DVCON" WS-SIGNON-MODO
                                WS-OPERADOR-FIRMADO WS-NIVEL-OPERADOR
                                WS-RC-SIGNON.

           IF NOT WS-SIGNON-OK
              OR NOT WS-NIVEL-SUPERVISOR
              DISPLAY "ENTOVR: OPERADOR " OV-OPERADOR " NO "
                       "AUTORIZADO (REQUIERE SUPERVISOR) - "
                       WS-PROV-ARCHIVO
              GO TO 1141-APLICAR-AUTORIZACION-FIN
           END-IF.

           MOVE "A"                         TO ESP-ESTADO(WS-ESP-IDX).
           MOVE OV-OPERADOR                 TO ESP-OPERADOR(WS-ESP-IDX).
           MOVE OV-MOTIVO                   TO ESP-MOTIVO(WS-ESP-IDX).
           ADD 1                            TO WS-FALTAN-AUTORIZ.

           MOVE SPACES                      TO WS-AUD-VALOR.
           STRING WS-PROV-ARCHIVO(1:7) " " FD-FECHA-TXT
              DELIMITED BY SIZE INTO WS-AUD-VALOR.
           CALL "AUDITLOG" USING "CL17DVCON" WS-AUD-CAMPO
                                  WS-AUD-VALOR WS-AUD-ACCION-ESCRIB
                                  WS-OPERADOR-FIRMADO.

           DISPLAY "CARGA PARCIAL SIN " WS-PROV-ARCHIVO
                    " AUTORIZADA POR " OV-OPERADOR.

       1141-APLICAR-AUTORIZACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * REESCRIBE ENTFALT CON LOS AUSENTES DEL DIA (VACIO SI NO FALTA  *
      * NINGUNO), PARA LA HOJA DE CONTROL DE CL17EODRP                 *
      *----------------------------------------------------------------*
       1160-GRABAR-FALTANTES.

           OPEN OUTPUT MISSING-DELIVERIES.

           MOVE "ENTFALT"                   TO WS-FILERR-ARCHIVO.
           CALL "FILERR" USING "CL17DVCON" WS-FILERR-ARCHIVO
                                WS-FILERR-OPERACION
                                WS-FS-FALT WS-RC-ARCHIVO.

           IF WS-RC-ARCHIVO-FATAL
              DISPLAY "NO SE PUDO ABRIR ENTFALT - FIN ANORMAL"
              GO TO 1160-GRABAR-FALTANTES-FIN
           END-IF.

           PERFORM 1161-GRABAR-FALTANTE
              THRU 1161-GRABAR-FALTANTE-FIN
             VARYING WS-ESP-IDX FROM 1 BY 1
              UNTIL WS-ESP-IDX > WS-ESP-MAYOR.

           CLOSE MISSING-DELIVERIES.

       1160-GRABAR-FALTANTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1161-GRABAR-FALTANTE.

           IF NOT ESP-FALTANTE(WS-ESP-IDX)
              AND NOT ESP-AUTORIZADO(WS-ESP-IDX)
              GO TO 1161-GRABAR-FALTANTE-FIN
           END-IF.

           MOVE SPACES                      TO EF-REGISTRO.
           MOVE WS-EST-FECHA                TO EF-FECHA.
           MOVE WS-ESP-IDX                  TO EF-PROVEEDOR.
           MOVE ESP-NOMBRE(WS-ESP-IDX)      TO EF-NOMBRE.
           MOVE ESP-HORA-CORTE(WS-ESP-IDX)  TO EF-HORA-CORTE.

           EVALUATE TRUE
              WHEN ESP-AUTORIZADO(WS-ESP-IDX)
                 SET EF-ESTADO-AUTORIZADO   TO TRUE
                 MOVE ESP-OPERADOR(WS-ESP-IDX) TO EF-OPERADOR
                 MOVE ESP-MOTIVO(WS-ESP-IDX) TO EF-MOTIVO
              WHEN ESP-OBLIGATORIO-SI(WS-ESP-IDX)
                 SET EF-ESTADO-PENDIENTE    TO TRUE
              WHEN OTHER
                 SET EF-ESTADO-OPCIONAL     TO TRUE
           END-EVALUATE.

           WRITE EF-REGISTRO.

       1161-GRABAR-FALTANTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PROCESA EL ARCHIVO DEL PROVEEDOR EN CURSO: COPIA SUS DETALLES  *
      * ESTAMPADOS CON SU CODIGO Y VERIFICA SU TRAILER POR SEPARADO.   *
      * UN NUMERO SIN ARCHIVO DENTRO DEL PROGRAMA DE ENTREGAS SE       *
      * SALTEA (YA SE CONTROLO EN 1100); EL PRIMERO MAS ALLA DEL       *
      * ULTIMO DEL PROGRAMA TERMINA LA LISTA.                          *
      *----------------------------------------------------------------*
       2000-PROCESAR-PROVEEDOR.

           OPEN INPUT PROV-FILE.

           IF WS-FS-PROV = "35"
              IF WS-PROV-NUMERO > WS-ESP-MAYOR
                 SET WS-FIN-LISTA-SI        TO TRUE
              END-IF
              GO TO 2000-PROCESAR-PROVEEDOR-FIN
           END-IF.


           ADD 1                            TO WS-PROVEEDORES.

           PERFORM 2050-IDENTIFICAR-ARCHIVO
              THRU 2050-IDENTIFICAR-ARCHIVO-FIN.

           IF WS-PRC-REPETIDA OR WS-PRC-SIN-REGISTRO
              ADD 1                         TO WS-PROV-MAL
              IF WS-PRC-REPETIDA
                 DISPLAY "PROVEEDOR " WS-PROV-ARCHIVO
                          " YA CONSOLIDADO - ARCHIVO NO PROCESADO"
              ELSE
                 DISPLAY "PROVEEDOR " WS-PROV-ARCHIVO
                          " SIN CONTROL DE REPROCESO - NO PROCESADO"
              END-IF
              MOVE 8                        TO RETURN-CODE
              GO TO 2000-PROCESAR-PROVEEDOR-FIN
           END-IF.

           OPEN INPUT PROV-FILE.

           SET WS-FIN-PROV-NO               TO TRUE.
           SET WS-TRAILER-NO                TO TRUE.
           MOVE 0                           TO WS-PROV-LEIDOS.
           PERFORM 2200-VERIFICAR-PROVEEDOR
              THRU 2200-VERIFICAR-PROVEEDOR-FIN.

           PERFORM 2300-REGISTRAR-ESTADISTICA
              THRU 2300-REGISTRAR-ESTADISTICA-FIN.

           IF WS-PROV-OK-SI
              MOVE "REGIST"                 TO WS-PRC-ACCION
              CALL "PROCREG" USING "CL17DVCON" WS-PRC-MODO
                                    WS-PRC-PROVEEDOR WS-PRC-FECHA
                                    WS-PRC-GENERACION WS-PRC-CANTIDAD
                                    WS-PRC-TOTAL WS-PRC-OPERADOR
                                    WS-PRC-ACCION WS-PRC-STATUS
           END-IF.

       2000-PROCESAR-PROVEEDOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * IDENTIFICA EL ARCHIVO DEL PROVEEDOR (FECHA VALOR DEL PRIMER    *
      * DETALLE, CANTIDAD Y TOTAL DEL TRAILER; SIN TRAILER, LO LEIDO)  *
      * Y LO CONTROLA CONTRA PROCREG. EL ARCHIVO QUEDA CERRADO.        *
      *----------------------------------------------------------------*
       2050-IDENTIFICAR-ARCHIVO.

           SET WS-FIN-PROV-NO               TO TRUE.
           SET WS-TRAILER-NO                TO TRUE.
           SET WS-PRIMER-DETALLE-SI         TO TRUE.
           MOVE 0                           TO WS-PRC-FECHA.
           MOVE 0                           TO WS-PRC-CANTIDAD.
           MOVE 0                           TO WS-PRC-TOTAL.

           PERFORM 2060-LEER-IDENTIDAD
              THRU 2060-LEER-IDENTIDAD-FIN
             UNTIL WS-FIN-PROV-SI.

           CLOSE PROV-FILE.

           MOVE WS-PROV-NUMERO              TO WS-PRC-PROVEEDOR.
           MOVE "VERDIA"                    TO WS-PRC-ACCION.

           CALL "PROCREG" USING "CL17DVCON" WS-PRC-MODO
                                 WS-PRC-PROVEEDOR WS-PRC-FECHA
                                 WS-PRC-GENERACION WS-PRC-CANTIDAD
                                 WS-PRC-TOTAL WS-PRC-OPERADOR
                                 WS-PRC-ACCION WS-PRC-STATUS.

       2050-IDENTIFICAR-ARCHIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2060-LEER-IDENTIDAD.

           READ PROV-FILE
               AT END
                   SET WS-FIN-PROV-SI       TO TRUE
                   GO TO 2060-LEER-IDENTIDAD-FIN
           END-READ.

           IF PV-TRAILER
              SET WS-TRAILER-SI             TO TRUE
              MOVE PV-TRL-CANTIDAD          TO WS-PRC-CANTIDAD
              MOVE PV-TRL-TOTAL             TO WS-PRC-TOTAL
              GO TO 2060-LEER-IDENTIDAD-FIN
           END-IF.

           IF NOT PV-DETALLE
              GO TO 2060-LEER-IDENTIDAD-FIN
           END-IF.

           IF WS-TRAILER-NO
              ADD 1                         TO WS-PRC-CANTIDAD
              ADD PV-NUMERO                 TO WS-PRC-TOTAL
           END-IF.

           IF WS-PRIMER-DETALLE-SI
              SET WS-PRIMER-DETALLE-NO      TO TRUE
              IF PV-FECHA (1:4) IS NUMERIC
                 AND PV-FECHA (6:2) IS NUMERIC
                 AND PV-FECHA (9:2) IS NUMERIC
                 MOVE PV-FECHA (1:4)        TO WS-PRC-FV-ANIO
                 MOVE PV-FECHA (6:2)        TO WS-PRC-FV-MES
                 MOVE PV-FECHA (9:2)        TO WS-PRC-FV-DIA
              END-IF
           END-IF.

       2060-LEER-IDENTIDAD-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * COPIA UN DETALLE DEL PROVEEDOR AL DAILYVAL CONSOLIDADO CON EL  *
      * CODIGO DE PROVEEDOR ESTAMPADO; EL TRAILER SE GUARDA PARA LA    *
      * VERIFICACION Y NO SE COPIA.                                    *
      *----------------------------------------------------------------*
       2200-VERIFICAR-PROVEEDOR.

           MOVE 0                           TO WS-EST-CANTIDAD.
           SET WS-PROV-OK-NO                TO TRUE.

           IF WS-TRAILER-NO
              MOVE 1                        TO WS-EST-CANTIDAD
              ADD 1                         TO WS-PROV-MAL
              DISPLAY "PROVEEDOR " WS-PROV-ARCHIVO
                       " SIN TRAILER - NO VERIFICADO"

           IF WS-PROV-LEIDOS NOT = WS-TRL-CANTIDAD
              OR WS-PROV-TOTAL NOT = WS-TRL-TOTAL
              MOVE 1                        TO WS-EST-CANTIDAD
              ADD 1                         TO WS-PROV-MAL
              DISPLAY "PROVEEDOR " WS-PROV-ARCHIVO
                       " NO CUADRA CON SU TRAILER"
              GO TO 2200-VERIFICAR-PROVEEDOR-FIN
           END-IF.

           SET WS-PROV-OK-SI                TO TRUE.

           DISPLAY "PROVEEDOR " WS-PROV-ARCHIVO " VERIFICADO: "
                    WS-PROV-LEIDOS " DETALLES".

       2200-VERIFICAR-PROVEEDOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DEJA EN PRVSTAT LA ENTREGA DEL PROVEEDOR (CODIGO = DIA, CON    *
      * LOS DETALLES ENVIADOS) Y SI CUADRO CON SU TRAILER (1 = NO).    *
      * SE FIJAN, NO SE SUMAN: REPETIR LA CONSOLIDACION DEL DIA DEJA   *
      * LO QUE VIO LA ULTIMA CORRIDA.                                  *
      *----------------------------------------------------------------*
       2300-REGISTRAR-ESTADISTICA.

           MOVE WS-PROV-NUMERO              TO WS-EST-PROVEEDOR.
           MOVE "FIJAR"                     TO WS-EST-ACCION.

           MOVE "TR"                        TO WS-EST-TIPO.
           MOVE "00"                        TO WS-EST-CODIGO.
           CALL "PRVSTAT" USING "CL17DVCON" WS-EST-FECHA
                                 WS-EST-PROVEEDOR WS-EST-TIPO
                                 WS-EST-CODIGO WS-EST-CANTIDAD
                                 WS-EST-ACCION.

           MOVE "EN"                        TO WS-EST-TIPO.
           MOVE WS-EST-FECHA (7:2)          TO WS-EST-CODIGO.
           MOVE WS-PROV-LEIDOS              TO WS-EST-CANTIDAD.
           CALL "PRVSTAT" USING "CL17DVCON" WS-EST-FECHA
                                 WS-EST-PROVEEDOR WS-EST-TIPO
                                 WS-EST-CODIGO WS-EST-CANTIDAD
                                 WS-EST-ACCION.

       2300-REGISTRAR-ESTADISTICA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ESCRIBE EL TRAILER COMBINADO SOLO SI TODOS LOS PROVEEDORES     *
      * CUADRARON; SIN TRAILER LA CARGA DE CL17EJEM2 NO DA POR BUENO   *
      * EL ARCHIVO CONSOLIDADO.                                        *

           CLOSE DAILY-VALUES.

           MOVE "CERRAR"                    TO WS-PRC-ACCION.
           CALL "PROCREG" USING "CL17DVCON" WS-PRC-MODO
                                 WS-PRC-PROVEEDOR WS-PRC-FECHA
                                 WS-PRC-GENERACION WS-PRC-CANTIDAD
                                 WS-PRC-TOTAL WS-PRC-OPERADOR
                                 WS-PRC-ACCION WS-PRC-STATUS.

           MOVE "CERRAR"                    TO WS-EST-ACCION.
           CALL "PRVSTAT" USING "CL17DVCON" WS-EST-FECHA
                                 WS-EST-PROVEEDOR WS-EST-TIPO
                                 WS-EST-CODIGO WS-EST-CANTIDAD
                                 WS-EST-ACCION.

           DISPLAY "PROVEEDORES PROCESADOS : " WS-PROVEEDORES.
           DISPLAY "DETALLES CONSOLIDADOS  : " WS-COMB-CANTIDAD.
           DISPLAY "TOTAL CONSOLIDADO      : " WS-COMB-TOTAL.

      *          FECHA 2 (NEGATIVO SI LA 2 ES ANTERIOR); "H" DEVUELVE
      *          EN LA FECHA 2 EL PROXIMO DIA HABIL POSTERIOR A LA
      *          FECHA 1, SALTEANDO FINES DE SEMANA (CONGRUENCIA DE
      *          ZELLER) Y LAS FECHAS DEL CALENDARIO FERIADOS; "P"
      *          DEVUELVE EL DIA HABIL ANTERIOR CON LA MISMA REGLA. NACE
      *          PARA REEMPLAZAR LAS TRES COPIAS PRIVADAS DEL CALCULO
      *          DE DIAS POR MES / BISIESTOS QUE TENIAN CL17EJEM2
      *          (CORTE DE RETIRO DE GENERACIONES), CL17AUDPG (CORTE
      * Tectonics: cobc
      * Modification History:
      *  02/09/2026 GR  Original version.
      *  15/10/2026 GR  Opcion "P": dia habil anterior a la fecha 1,
      *                 para el control de valores sin movimiento de
      *                 CL17VSTAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATECALC.
           88  LS-OPCION-RESTAR             VALUE "S".
           88  LS-OPCION-DIFERENCIA         VALUE "D".
           88  LS-OPCION-HABIL              VALUE "H".
           88  LS-OPCION-HABIL-ANTERIOR     VALUE "P".

           COPY FDFECHA
               REPLACING ==FD-FECHA-TXT== BY ==LS-FECHA-1-TXT==,
              WHEN LS-OPCION-HABIL
                 PERFORM 5000-PROXIMO-HABIL
                    THRU 5000-PROXIMO-HABIL-FIN
              WHEN LS-OPCION-HABIL-ANTERIOR
                 PERFORM 5500-HABIL-ANTERIOR
                    THRU 5500-HABIL-ANTERIOR-FIN
              WHEN OTHER
                 MOVE 03                    TO LS-STATUS
           END-EVALUATE.
       5100-PROBAR-DIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * FECHA 2 = DIA HABIL ANTERIOR A LA FECHA 1, MISMA REGLA QUE LA  *
      * OPCION "H" PERO HACIA ATRAS                                    *
      *----------------------------------------------------------------*
       5500-HABIL-ANTERIOR.

           IF WS-FER-CARGADO-NO
              PERFORM 6000-CARGAR-FERIADOS
                 THRU 6000-CARGAR-FERIADOS-FIN
           END-IF.

           PERFORM 7000-CARGAR-FECHA-1
              THRU 7000-CARGAR-FECHA-1-FIN.

           SET WS-ES-HABIL-NO               TO TRUE.

           PERFORM 5600-PROBAR-DIA-ANTERIOR
              THRU 5600-PROBAR-DIA-ANTERIOR-FIN
             VARYING WS-PASO-IDX FROM 1 BY 1
              UNTIL WS-PASO-IDX > 30
                 OR WS-ES-HABIL-SI.

           IF WS-ES-HABIL-NO
              MOVE 04                       TO LS-STATUS
              GO TO 5500-HABIL-ANTERIOR-FIN
           END-IF.

           PERFORM 7300-DEVOLVER-FECHA-2
              THRU 7300-DEVOLVER-FECHA-2-FIN.

       5500-HABIL-ANTERIOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       5600-PROBAR-DIA-ANTERIOR.

           PERFORM 7200-RETROCEDER-UN-DIA
              THRU 7200-RETROCEDER-UN-DIA-FIN.

           PERFORM 8200-DIA-DE-SEMANA
              THRU 8200-DIA-DE-SEMANA-FIN.

           IF WS-Z-DIA-SEMANA = 0 OR WS-Z-DIA-SEMANA = 1
              GO TO 5600-PROBAR-DIA-ANTERIOR-FIN
           END-IF.

           COMPUTE WS-FECHA-COMPARA = WS-CAL-ANIO * 10000
                                     + WS-CAL-MES * 100
                                     + WS-CAL-DIA.

           SET WS-ES-HABIL-SI               TO TRUE.

           PERFORM 6100-BUSCAR-FERIADO
              THRU 6100-BUSCAR-FERIADO-FIN
             VARYING WS-FER-IDX FROM 1 BY 1
              UNTIL WS-FER-IDX > WS-FERIADOS-COUNT
                 OR WS-ES-HABIL-NO.

       5600-PROBAR-DIA-ANTERIOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CARGA EL CALENDARIO DE FERIADOS UNA SOLA VEZ POR CORRIDA. SIN  *
      * ARCHIVO FERIADOS SOLO SE SALTEAN LOS FINES DE SEMANA.          *
      *----------------------------------------------------------------*

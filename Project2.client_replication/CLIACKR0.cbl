      *                 asento en REINICIO, y lista por destino los  *
      *                 huecos de secuencia, los acuses rechazados,  *
      *                 las diferencias de cantidades y los acuses   *
      *                 que faltan. Un atraso mayor a los dias       *
      *                 habiles de la tarjeta PARMACKS (sin sabados, *
      *                 domingos ni los feriados del calendario      *
      *                 FERIADOS) levanta codigo de retorno 4        *
      *                 para que operaciones reciba la alerta del    *
      *                 scheduler; rechazos y diferencias devuelven  *
      *                 codigo 8.                                    *
      *                   archivo filtrado, y se controlan contra la *
      *                   historia por destino SPLTHIST en lugar de  *
      *                   la secuencia y los totales globales.       *
      *  15/10/2026  DDC  Fecha de proceso tomada del dia de negocio *
      *                   abierto en FECHPROC en lugar del reloj del *
      *                   sistema.                                   *
      *  15/10/2026  DDC  Atraso contado en dias habiles desde la    *
      *                   emision de la ultima secuencia acusada,    *
      *                   segun HISTCORR/SPLTHIST y el calendario    *
      *                   FERIADOS.                                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-LIST.

           SELECT FECHA-PROCESO ASSIGN TO "FECHPROC"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-FPRO.

           SELECT FERIADOS      ASSIGN TO "FERIADOS"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-FERI.

       DATA DIVISION.
       FILE SECTION.
       FD  ACUSES
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE             PIC X(80).

       FD  FECHA-PROCESO
           LABEL RECORDS ARE STANDARD.
           COPY "clifpro.cpy".

       FD  FERIADOS
           LABEL RECORDS ARE STANDARD.
           COPY "cliferi.cpy".

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------*
      *  SWITCHES                                                  *
      *-----------------------------------------------------------*
       01  WS-SWITCHES.
           05  WS-STATUS-FPRO     PIC XX          VALUE SPACES.
           05  WS-STATUS-ACKS     PIC XX          VALUE SPACES.
           05  WS-STATUS-REIN     PIC XX          VALUE SPACES.
           05  WS-STATUS-PARM     PIC XX          VALUE SPACES.
               88  HAY-ATRASO                     VALUE "S".
           05  WS-HAY-RECHAZO     PIC X           VALUE "N".
               88  HAY-RECHAZO                    VALUE "S".
           05  WS-STATUS-FERI     PIC XX          VALUE SPACES.
           05  WS-FIN-FERI        PIC X           VALUE "N".
               88  FIN-FERI                       VALUE "S".

      *-----------------------------------------------------------*
      *  DATOS PARA EL CORTE POR ERROR DE E/S                      *
           05  WS-ERROR-STATUS    PIC XX          VALUE SPACES.

      *-----------------------------------------------------------*
      *  PARAMETRO DE DIAS HABILES DE ATRASO TOLERADOS             *
      *-----------------------------------------------------------*
       01  WS-DIAS-LIMITE         PIC 9(3)        VALUE 3.
       01  WS-DIAS-ATRASO         PIC S9(6) COMP  VALUE ZERO.
       01  WS-ORDINAL-HOY         PIC S9(8) COMP  VALUE ZERO.
       01  WS-FECHA-EMISION       PIC 9(8)        VALUE ZERO.

      *-----------------------------------------------------------*
      *  CALENDARIO DE FERIADOS HABILES (LUNES A VIERNES)          *
      *-----------------------------------------------------------*
       01  WS-TABLA-FERIADOS.
           05  WS-FER-CARGADOS    PIC 9(3)  COMP  VALUE ZERO.
           05  WS-FER-ENTRADA     OCCURS 400 TIMES.
               10  WS-FER-FECHA   PIC 9(8).
       01  WS-FER-IDX             PIC 9(3)  COMP.

      *-----------------------------------------------------------*
      *  CALCULO DE DIAS HABILES                                   *
      *-----------------------------------------------------------*
       01  WS-DIA-HABIL.
           05  WS-DHA-FECHA       PIC 9(8).
           05  WS-DHA-ENTERO      PIC S9(8) COMP.
           05  WS-DHA-SEMANAS     PIC S9(8) COMP.
           05  WS-DHA-DIA-SEMANA  PIC S9(4) COMP.
           05  WS-DHA-FERIADOS    PIC S9(4) COMP.
           05  WS-DHA-ORDINAL     PIC S9(8) COMP.

      *-----------------------------------------------------------*
      *  CORTE DE CONTROL POR DESTINO                              *
               10  WS-HIST-SECUENCIA PIC 9(6).
               10  WS-HIST-CANT-PFIS PIC 9(8).
               10  WS-HIST-CANT-PJUR PIC 9(8).
               10  WS-HIST-FECHA     PIC 9(8).
       01  WS-HIST-IDX            PIC 9(3)  COMP.
       01  WS-HIST-POS            PIC 9(3)  COMP.

               10  WS-SPL-DESTINO   PIC X(8).
               10  WS-SPL-SECUENCIA PIC 9(6).
               10  WS-SPL-CANT      PIC 9(8).
               10  WS-SPL-FECHA     PIC 9(8).
       01  WS-SPL-IDX             PIC 9(3)  COMP.
       01  WS-SPL-POS             PIC 9(3)  COMP.
       01  WS-SEC-ESPERADA        PIC 9(6)        VALUE ZERO.
      *  1000-INICIALIZAR                                             *
      *****************************************************************
       1000-INICIALIZAR.
           PERFORM 1010-LEER-FECHA-PROCESO THRU 1010-EXIT.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT.
           PERFORM 1200-CARGAR-FERIADOS THRU 1200-EXIT.
           MOVE WS-FECHA-TRABAJO TO WS-DHA-FECHA.
           PERFORM 5000-ORDINAL-HABIL THRU 5000-EXIT.
           MOVE WS-DHA-ORDINAL   TO WS-ORDINAL-HOY.
           OPEN INPUT  ACUSES
                INPUT  REINICIO
                OUTPUT LISTADO.
           EXIT.

      *****************************************************************
      *  1010-LEER-FECHA-PROCESO  -  la fecha de proceso es la del    *
      *      dia de negocio abierto en FECHPROC (CLIFPRO0), no la del *
      *      reloj del sistema; sin dia abierto el paso no corre.     *
      *****************************************************************
       1010-LEER-FECHA-PROCESO.
           OPEN INPUT FECHA-PROCESO.
           IF WS-STATUS-FPRO NOT = "00"
               MOVE "FECHPROC"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-FPRO     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           READ FECHA-PROCESO.
           IF WS-STATUS-FPRO NOT = "00"
               MOVE "FECHPROC"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-FPRO     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           CLOSE FECHA-PROCESO.
           IF NOT FPR-DIA-ABIERTO
              OR FPR-FECHA-PROCESO IS NOT NUMERIC
               DISPLAY "CLIACKR0 - NO HAY DIA DE NEGOCIO ABIERTO EN "
                   "FECHPROC: " FPR-FECHA-PROCESO " ESTADO " FPR-ESTADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FPR-FECHA-PROCESO TO WS-FECHA-TRABAJO.
           IF FPR-REPROCESO
               DISPLAY "CLIACKR0 - REPROCESO AUTORIZADO DEL DIA "
                   FPR-FECHA-PROCESO
           END-IF.
       1010-EXIT.
           EXIT.

      *****************************************************************
      *  1050-LEER-PARAMETROS  -  dias habiles de atraso tolerados    *
      *      antes de levantar la alerta; 3 si no viene la tarjeta.   *
      *****************************************************************
       1050-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
               WS-HIST-CANT-PFIS (WS-HIST-PROXIMO).
           MOVE HIS-CANT-PJUR     TO
               WS-HIST-CANT-PJUR (WS-HIST-PROXIMO).
           MOVE HIS-FECHA-HORA (1:8) TO
               WS-HIST-FECHA (WS-HIST-PROXIMO).
           IF WS-HIST-CARGADAS < 100
               ADD 1 TO WS-HIST-CARGADAS
           END-IF.
           MOVE HDE-NRO-SECUENCIA  TO
               WS-SPL-SECUENCIA (WS-SPL-PROXIMO).
           MOVE HDE-CANT-REGISTROS TO WS-SPL-CANT (WS-SPL-PROXIMO).
           MOVE HDE-FECHA-PROCESO  TO WS-SPL-FECHA (WS-SPL-PROXIMO).
           IF WS-SPL-CARGADAS < 200
               ADD 1 TO WS-SPL-CARGADAS
           END-IF.
       1165-EXIT.
           EXIT.

      *****************************************************************
      *  1200-CARGAR-FERIADOS  -  retiene los feriados del calendario *
      *      que caen de lunes a viernes, los unicos que descuentan   *
      *      dias habiles.                                            *
      *****************************************************************
       1200-CARGAR-FERIADOS.
           OPEN INPUT FERIADOS.
           IF WS-STATUS-FERI NOT = "00"
               MOVE "FERIADOS"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-FERI     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           PERFORM 1210-LEER-FERIADO THRU 1210-EXIT.
           PERFORM 1220-GUARDAR-FERIADO THRU 1220-EXIT
               UNTIL FIN-FERI.
           CLOSE FERIADOS.
       1200-EXIT.
           EXIT.

       1210-LEER-FERIADO.
           READ FERIADOS
               AT END
                   SET FIN-FERI TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-GUARDAR-FERIADO.
           IF FER-FECHA IS NOT NUMERIC
              OR FER-FECHA = ZERO
               DISPLAY "CLIACKR0 - FECHA INVALIDA EN FERIADOS: "
                   FER-FECHA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FER-FECHA TO WS-DHA-FECHA.
           PERFORM 5100-DIA-DE-SEMANA THRU 5100-EXIT.
           IF WS-DHA-DIA-SEMANA >= 1
              AND WS-DHA-DIA-SEMANA <= 5
               IF WS-FER-CARGADOS >= 400
                   DISPLAY "CLIACKR0 - MAS DE 400 FERIADOS HABILES "
                       "EN EL CALENDARIO FERIADOS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-FER-CARGADOS
               MOVE FER-FECHA TO WS-FER-FECHA (WS-FER-CARGADOS)
           END-IF.
           PERFORM 1210-LEER-FERIADO THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESAR-ACUSE  -  un acuse del archivo ordenado por    *
      *      destino + secuencia.                                     *
      *  4000-CERRAR-DESTINO  -  al cortar el destino controla el     *
      *      atraso contra su secuencia esperada: la global de        *
      *      REINICIO, o la ultima emitida por CLISPLT0 si es un      *
      *      destino ruteado. El atraso se mide en dias habiles desde *
      *      la emision de la ultima secuencia acusada.               *
      *****************************************************************
       4000-CERRAR-DESTINO.
           IF NOT HAY-DESTINO
                      " (" WS-SEC-PENDIENTES " PENDIENTES)"
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               PERFORM 4050-CALCULAR-ATRASO THRU 4050-EXIT
               IF WS-DIAS-ATRASO > WS-DIAS-LIMITE
                   ADD 1 TO WS-CANT-ATRASADOS
                   SET HAY-ATRASO TO TRUE
               END-IF
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4050-CALCULAR-ATRASO  -  dias habiles entre la emision de la *
      *      ultima secuencia acusada (fecha de HISTCORR, o de        *
      *      SPLTHIST si el destino es ruteado) y la fecha de         *
      *      proceso. Si esa emision ya no esta en la historia, o el  *
      *      destino no acuso ninguna, se toma un dia habil por       *
      *      secuencia pendiente, como en la emision diaria.          *
      *****************************************************************
       4050-CALCULAR-ATRASO.
           MOVE WS-SEC-PENDIENTES TO WS-DIAS-ATRASO.
           MOVE ZERO TO WS-FECHA-EMISION.
           IF WS-SEC-MAXIMA = ZERO
               GO TO 4050-EXIT
           END-IF.
           IF DEST-ES-SPLIT
               PERFORM 4060-FECHA-EMISION-SPLIT
                   VARYING WS-SPL-IDX FROM 1 BY 1
                   UNTIL WS-SPL-IDX > WS-SPL-CARGADAS
           ELSE
               IF HIST-DISPONIBLE
                   PERFORM 4070-FECHA-EMISION-HIST
                       VARYING WS-HIST-IDX FROM 1 BY 1
                       UNTIL WS-HIST-IDX > WS-HIST-CARGADAS
               END-IF
           END-IF.
           IF WS-FECHA-EMISION = ZERO
               GO TO 4050-EXIT
           END-IF.
           MOVE WS-FECHA-EMISION TO WS-DHA-FECHA.
           PERFORM 5000-ORDINAL-HABIL THRU 5000-EXIT.
           COMPUTE WS-DIAS-ATRASO = WS-ORDINAL-HOY - WS-DHA-ORDINAL.
           IF WS-DIAS-ATRASO < ZERO
               MOVE ZERO TO WS-DIAS-ATRASO
           END-IF.
           MOVE WS-DIAS-ATRASO TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "      ULTIMA ACUSADA EMITIDA EL " WS-FECHA-EMISION
                  "  ATRASO " WS-CANT-ED " DIAS HABILES"
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       4050-EXIT.
           EXIT.

       4060-FECHA-EMISION-SPLIT.
           IF WS-SPL-DESTINO (WS-SPL-IDX) = WS-DESTINO-ACTUAL
              AND WS-SPL-SECUENCIA (WS-SPL-IDX) = WS-SEC-MAXIMA
               MOVE WS-SPL-FECHA (WS-SPL-IDX) TO WS-FECHA-EMISION
           END-IF.

       4070-FECHA-EMISION-HIST.
           IF WS-HIST-SECUENCIA (WS-HIST-IDX) = WS-SEC-MAXIMA
               MOVE WS-HIST-FECHA (WS-HIST-IDX) TO WS-FECHA-EMISION
           END-IF.

      *****************************************************************
      *  4100-ABRIR-DESTINO                                           *
      *****************************************************************
               END-IF
           END-IF.

      *****************************************************************
      *  5000-ORDINAL-HABIL  -  numero de dia habil de WS-DHA-FECHA   *
      *      contado desde el lunes 01/01/1601: cinco por semana      *
      *      completa, mas los habiles de la semana en curso, menos   *
      *      los feriados habiles hasta esa fecha. La diferencia      *
      *      entre dos ordinales son los dias habiles entre ambas.    *
      *****************************************************************
       5000-ORDINAL-HABIL.
           PERFORM 5100-DIA-DE-SEMANA THRU 5100-EXIT.
           IF WS-DHA-DIA-SEMANA > 5
               COMPUTE WS-DHA-ORDINAL = WS-DHA-SEMANAS * 5 + 5
           ELSE
               COMPUTE WS-DHA-ORDINAL =
                   WS-DHA-SEMANAS * 5 + WS-DHA-DIA-SEMANA
           END-IF.
           MOVE ZERO TO WS-DHA-FERIADOS.
           IF WS-FER-CARGADOS > ZERO
               PERFORM 5010-CONTAR-FERIADO
                   VARYING WS-FER-IDX FROM 1 BY 1
                   UNTIL WS-FER-IDX > WS-FER-CARGADOS
           END-IF.
           SUBTRACT WS-DHA-FERIADOS FROM WS-DHA-ORDINAL.
       5000-EXIT.
           EXIT.

       5010-CONTAR-FERIADO.
           IF WS-FER-FECHA (WS-FER-IDX) NOT > WS-DHA-FECHA
               ADD 1 TO WS-DHA-FERIADOS
           END-IF.

      *****************************************************************
      *  5100-DIA-DE-SEMANA  -  el dia 1 del calendario entero es el  *
      *      lunes 01/01/1601: el resto de dividir por 7 da 1=lunes   *
      *      ... 5=viernes, 6=sabado y 0=domingo.                     *
      *****************************************************************
       5100-DIA-DE-SEMANA.
           COMPUTE WS-DHA-ENTERO =
               FUNCTION INTEGER-OF-DATE (WS-DHA-FECHA).
           DIVIDE WS-DHA-ENTERO BY 7
               GIVING WS-DHA-SEMANAS
               REMAINDER WS-DHA-DIA-SEMANA.
       5100-EXIT.
           EXIT.

      *****************************************************************
      *  7000-ESCRIBIR-LINEA  -  graba una linea del listado,          *
      *      verificando el resultado de la escritura.                 *

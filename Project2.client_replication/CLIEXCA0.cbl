      *                                                               *
      *   PURPOSE     : Informe de antiguedad de las excepciones del *
      *                 archivo de trabajo EXCTRABA. Lista las       *
      *                 excepciones pendientes con mas de N dias     *
      *                 habiles sin resolver (N viene en la tarjeta  *
      *                 PARMEXCA, 30 si no se informa) y totaliza    *
      *                 por oficial responsable, para el seguimiento *
      *                 de calidad de datos. Los dias habiles        *
      *                 excluyen sabados, domingos y los feriados    *
      *                 del calendario FERIADOS.                     *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *  --------------------------------------------------------    *
      *  DATE       INIT  DESCRIPTION                                *
      *  22/08/2026  DDC  Programa original.                         *
      *  15/10/2026  DDC  Fecha de proceso tomada del dia de negocio *
      *                   abierto en FECHPROC en lugar del reloj del *
      *                   sistema.                                   *
      *  15/10/2026  DDC  Antiguedad contada en dias habiles segun   *
      *                   el calendario FERIADOS.                    *
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
       FD  EXC-TRABAJO
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
           05  WS-STATUS-EXTR     PIC XX          VALUE SPACES.
           05  WS-STATUS-PARM     PIC XX          VALUE SPACES.
           05  WS-STATUS-LIST     PIC XX          VALUE SPACES.
           05  WS-FIN-EXTR        PIC X           VALUE "N".
               88  FIN-EXTR                       VALUE "S".
           05  WS-STATUS-FERI     PIC XX          VALUE SPACES.
           05  WS-FIN-FERI        PIC X           VALUE "N".
               88  FIN-FERI                       VALUE "S".

      *-----------------------------------------------------------*
      *  DATOS PARA EL CORTE POR ERROR DE E/S                      *
       01  WS-ANTIGUEDAD.
           05  WS-DIAS-LIMITE     PIC 9(3)        VALUE 30.
           05  WS-DIAS-EXCEPCION  PIC S9(8) COMP.
           05  WS-ORDINAL-HOY     PIC S9(8) COMP.

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
      *  TABLA DE TOTALES POR OFICIAL RESPONSABLE                  *
      *  1000-INICIALIZAR                                             *
      *****************************************************************
       1000-INICIALIZAR.
           PERFORM 1010-LEER-FECHA-PROCESO THRU 1010-EXIT.
           PERFORM 1100-CARGAR-FERIADOS THRU 1100-EXIT.
           MOVE WS-FECHA-TRABAJO TO WS-DHA-FECHA.
           PERFORM 5000-ORDINAL-HABIL THRU 5000-EXIT.
           MOVE WS-DHA-ORDINAL   TO WS-ORDINAL-HOY.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT.
           OPEN INPUT EXC-TRABAJO.
           IF WS-STATUS-EXTR NOT = "00"
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ANTIGUEDAD DE EXCEPCIONES PENDIENTES  FECHA: "
                  WS-FECHA-TRABAJO
                  "  LIMITE: " WS-DIAS-LIMITE " DIAS HABILES"
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
       1000-EXIT.
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
               DISPLAY "CLIEXCA0 - NO HAY DIA DE NEGOCIO ABIERTO EN "
                   "FECHPROC: " FPR-FECHA-PROCESO " ESTADO " FPR-ESTADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FPR-FECHA-PROCESO TO WS-FECHA-TRABAJO.
           IF FPR-REPROCESO
               DISPLAY "CLIEXCA0 - REPROCESO AUTORIZADO DEL DIA "
                   FPR-FECHA-PROCESO
           END-IF.
       1010-EXIT.
           EXIT.

      *****************************************************************
      *  1050-LEER-PARAMETROS  -  dias de antiguedad a reportar; si   *
      *      la tarjeta PARMEXCA no esta presente quedan los 30 dias  *
       1050-EXIT.
           EXIT.

      *****************************************************************
      *  1100-CARGAR-FERIADOS  -  retiene los feriados del calendario *
      *      que caen de lunes a viernes, los unicos que descuentan   *
      *      dias habiles.                                            *
      *****************************************************************
       1100-CARGAR-FERIADOS.
           OPEN INPUT FERIADOS.
           IF WS-STATUS-FERI NOT = "00"
               MOVE "FERIADOS"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-FERI     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           PERFORM 1110-LEER-FERIADO THRU 1110-EXIT.
           PERFORM 1120-GUARDAR-FERIADO THRU 1120-EXIT
               UNTIL FIN-FERI.
           CLOSE FERIADOS.
       1100-EXIT.
           EXIT.

       1110-LEER-FERIADO.
           READ FERIADOS
               AT END
                   SET FIN-FERI TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

       1120-GUARDAR-FERIADO.
           IF FER-FECHA IS NOT NUMERIC
              OR FER-FECHA = ZERO
               DISPLAY "CLIEXCA0 - FECHA INVALIDA EN FERIADOS: "
                   FER-FECHA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FER-FECHA TO WS-DHA-FECHA.
           PERFORM 5100-DIA-DE-SEMANA THRU 5100-EXIT.
           IF WS-DHA-DIA-SEMANA >= 1
              AND WS-DHA-DIA-SEMANA <= 5
               IF WS-FER-CARGADOS >= 400
                   DISPLAY "CLIEXCA0 - MAS DE 400 FERIADOS HABILES "
                       "EN EL CALENDARIO FERIADOS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-FER-CARGADOS
               MOVE FER-FECHA TO WS-FER-FECHA (WS-FER-CARGADOS)
           END-IF.
           PERFORM 1110-LEER-FERIADO THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESAR-EXCEPCION                                      *
      *****************************************************************
           EXIT.

      *****************************************************************
      *  3000-EVALUAR-ANTIGUEDAD  -  calcula los dias habiles sin     *
      *      resolver, entre la deteccion y la fecha de proceso, y    *
      *      lista la excepcion si supera el limite, acumulando por   *
      *      oficial responsable.                                     *
      *****************************************************************
       3000-EVALUAR-ANTIGUEDAD.
           IF EXT-FECHA-DETECCION IS NUMERIC
              AND EXT-FECHA-DETECCION > ZERO
               MOVE EXT-FECHA-DETECCION TO WS-DHA-FECHA
               PERFORM 5000-ORDINAL-HABIL THRU 5000-EXIT
               COMPUTE WS-DIAS-EXCEPCION =
                   WS-ORDINAL-HOY - WS-DHA-ORDINAL
           ELSE
               MOVE 99999 TO WS-DIAS-EXCEPCION
           END-IF.
               SET OFI-HALLADO TO TRUE
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

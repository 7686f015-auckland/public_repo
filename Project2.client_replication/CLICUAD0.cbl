      *  --------------------------------------------------------    *
      *  DATE       INIT  DESCRIPTION                                *
      *  02/09/2026  DDC  Programa original.                         *
      *  15/10/2026  DDC  Cuenta las reactivaciones de clientes      *
      *                   cerrados (novedad "R" de AUDINOVE).        *
      *  15/10/2026  DDC  Fecha de proceso tomada del dia de negocio *
      *                   abierto en FECHPROC en lugar del reloj del *
      *                   sistema.                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-LIST.

           SELECT FECHA-PROCESO ASSIGN TO "FECHPROC"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-FPRO.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE             PIC X(80).

       FD  FECHA-PROCESO
           LABEL RECORDS ARE STANDARD.
           COPY "clifpro.cpy".

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------*
      *  SWITCHES                                                  *
      *-----------------------------------------------------------*
       01  WS-SWITCHES.
           05  WS-STATUS-FPRO     PIC XX          VALUE SPACES.
           05  WS-STATUS-PARM     PIC XX          VALUE SPACES.
           05  WS-STATUS-AUDI     PIC XX          VALUE SPACES.
           05  WS-STATUS-RECH     PIC XX          VALUE SPACES.
           05  WS-CANT-ALTAS      PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-MODIFS     PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-BAJAS      PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-REACTIV    PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-NOV-RECH   PIC 9(8)  COMP  VALUE ZERO.

      *-----------------------------------------------------------*
      *  1000-INICIALIZAR                                             *
      *****************************************************************
       1000-INICIALIZAR.
           PERFORM 1010-LEER-FECHA-PROCESO THRU 1010-EXIT.
           MOVE WS-FECHA-TRABAJO TO WS-FECHA-CUADRE.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT.
           OPEN OUTPUT LISTADO.
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
               DISPLAY "CLICUAD0 - NO HAY DIA DE NEGOCIO ABIERTO EN "
                   "FECHPROC: " FPR-FECHA-PROCESO " ESTADO " FPR-ESTADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FPR-FECHA-PROCESO TO WS-FECHA-TRABAJO.
           IF FPR-REPROCESO
               DISPLAY "CLICUAD0 - REPROCESO AUTORIZADO DEL DIA "
                   FPR-FECHA-PROCESO
           END-IF.
       1010-EXIT.
           EXIT.

      *****************************************************************
      *  1050-LEER-PARAMETROS  -  fecha de proceso a cuadrar (cols    *
      *      1-8); sin tarjeta se cuadra la fecha del dia.            *
                       ADD 1 TO WS-CANT-MODIFS
                   WHEN "B"
                       ADD 1 TO WS-CANT-BAJAS
                   WHEN "R"
                       ADD 1 TO WS-CANT-REACTIV
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           STRING "   BAJAS APLICADAS        : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-REACTIV TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "   REACTIVACIONES         : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-NOV-RECH TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "   NOVEDADES RECHAZADAS   : " WS-CANT-ED

      *  --------------------------------------------------------    *
      *  DATE       INIT  DESCRIPTION                                *
      *  02/09/2026  DDC  Programa original.                         *
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
       FD  AUDITORIA
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
           05  WS-STATUS-AUDI     PIC XX          VALUE SPACES.
           05  WS-STATUS-PARM     PIC XX          VALUE SPACES.
           05  WS-STATUS-LIST     PIC XX          VALUE SPACES.
      *  1000-INICIALIZAR                                             *
      *****************************************************************
       1000-INICIALIZAR.
           PERFORM 1010-LEER-FECHA-PROCESO THRU 1010-EXIT.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT.
           OPEN INPUT  AUDITORIA
                OUTPUT LISTADO.
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
               DISPLAY "CLIAUDI0 - NO HAY DIA DE NEGOCIO ABIERTO EN "
                   "FECHPROC: " FPR-FECHA-PROCESO " ESTADO " FPR-ESTADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FPR-FECHA-PROCESO TO WS-FECHA-TRABAJO.
           IF FPR-REPROCESO
               DISPLAY "CLIAUDI0 - REPROCESO AUTORIZADO DEL DIA "
                   FPR-FECHA-PROCESO
           END-IF.
       1010-EXIT.
           EXIT.

      *****************************************************************
      *  1050-LEER-PARAMETROS  -  CUIT (cols 1-11), fecha desde y     *
      *      hasta (cols 12-19 y 20-27) y oficial (cols 28-35); cada  *

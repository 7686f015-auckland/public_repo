      *  --------------------------------------------------------    *
      *  DATE       INIT  DESCRIPTION                                *
      *  02/09/2026  DDC  Programa original.                         *
      *  15/10/2026  DDC  Fecha de proceso tomada del dia de negocio *
      *                   abierto en FECHPROC en lugar del reloj del *
      *                   sistema.                                   *
      *  15/10/2026  DDC  El resumen por motivo cuenta aparte las    *
      *                   reactivaciones rechazadas (motivo 06).     *
      *****************************************************************

       ENVIRONMENT DIVISION.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-LIST.

           SELECT FECHA-PROCESO ASSIGN TO "FECHPROC"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-FPRO.

       DATA DIVISION.
       FILE SECTION.
       FD  RECHAZOS
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
           05  WS-STATUS-RECH     PIC XX          VALUE SPACES.
           05  WS-STATUS-DECI     PIC XX          VALUE SPACES.
           05  WS-STATUS-PARM     PIC XX          VALUE SPACES.
           05  WS-CANT-MOT-BAJA   PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-MOT-TIPO   PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-MOT-CODIGO PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-MOT-REACTIV PIC 9(8) COMP  VALUE ZERO.
           05  WS-CANT-MOT-OTROS  PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-REENVIADOS PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-AGOTADOS   PIC 9(8)  COMP  VALUE ZERO.
      *  1000-INICIALIZAR                                             *
      *****************************************************************
       1000-INICIALIZAR.
           PERFORM 1010-LEER-FECHA-PROCESO THRU 1010-EXIT.
           PERFORM 1050-LEER-PARAMETROS  THRU 1050-EXIT.
           PERFORM 1100-CARGAR-DECISIONES THRU 1100-EXIT.
           PERFORM 1150-ABRIR-RESUBMISION THRU 1150-EXIT.
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
               DISPLAY "CLIRECH0 - NO HAY DIA DE NEGOCIO ABIERTO EN "
                   "FECHPROC: " FPR-FECHA-PROCESO " ESTADO " FPR-ESTADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FPR-FECHA-PROCESO TO WS-FECHA-TRABAJO.
           IF FPR-REPROCESO
               DISPLAY "CLIRECH0 - REPROCESO AUTORIZADO DEL DIA "
                   FPR-FECHA-PROCESO
           END-IF.
       1010-EXIT.
           EXIT.

      *****************************************************************
      *  1050-LEER-PARAMETROS  -  limite de reenvios por registro     *
      *      (cols 1-3); sin tarjeta quedan los 3 reenvios            *
                   ADD 1 TO WS-CANT-MOT-TIPO
               WHEN RCH-MOT-CODIGO-INVALIDO
                   ADD 1 TO WS-CANT-MOT-CODIGO
               WHEN RCH-MOT-REACTIV-INVALIDA
                   ADD 1 TO WS-CANT-MOT-REACTIV
               WHEN OTHER
                   ADD 1 TO WS-CANT-MOT-OTROS
           END-EVALUATE.
           STRING "  CODIGO DOMINIO INVALIDO : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-MOT-REACTIV TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  REACTIVACION INVALIDA   : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           IF WS-CANT-MOT-OTROS > ZERO
               MOVE WS-CANT-MOT-OTROS TO WS-CANT-ED
               MOVE SPACES TO LINEA-REPORTE

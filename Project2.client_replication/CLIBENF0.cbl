      *****************************************************************
      *                                                               *
      *   PROGRAM-ID  : CLIBENF0                                     *
      *   PROJECT     : Project2.client_replication                  *
      *                                                               *
      *   PURPOSE     : Control de beneficiarios finales de las      *
      *                 personas juridicas. Recorre MSTRPJUR y, por  *
      *                 cada juridica, los vinculos vigentes a la    *
      *                 fecha en VINCPJUR (ver CLIVINC0). Lista en   *
      *                 LISTBENF las juridicas que no tienen ningun  *
      *                 beneficiario final (rol BF) vigente, y las   *
      *                 que tienen participaciones cargadas cuya     *
      *                 suma no da 100,00. Suman participacion los   *
      *                 roles con tenencia (socio SO y beneficiario  *
      *                 final BF); apoderados y autoridades no.      *
      *                 Una juridica sin ninguna participacion       *
      *                 cargada sale solo por la falta de            *
      *                 beneficiario final.                          *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLIBENF0.
       AUTHOR.        DEPTO DESARROLLO CUENTAS.
       INSTALLATION.  GERENCIA DE SISTEMAS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *****************************************************************
      *  MODIFICATION HISTORY                                        *
      *  --------------------------------------------------------    *
      *  DATE       INIT  DESCRIPTION                                *
      *  15/10/2026  DDC  Programa original.                         *
      *  15/10/2026  DDC  Fecha de proceso tomada del dia de negocio *
      *                   abierto en FECHPROC en lugar del reloj del *
      *                   sistema.                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-PJUR   ASSIGN TO "MSTRPJUR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PJUR-CUIT
                  FILE STATUS IS WS-STATUS-PJUR.

           SELECT VINCULOS      ASSIGN TO "VINCPJUR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VIN-CLAVE
                  FILE STATUS IS WS-STATUS-VINC.

           SELECT LISTADO       ASSIGN TO "LISTBENF"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-LIST.

           SELECT FECHA-PROCESO ASSIGN TO "FECHPROC"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-FPRO.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-PJUR
           LABEL RECORDS ARE STANDARD.
           COPY "clivuel_pjur.cpy".

       FD  VINCULOS
           LABEL RECORDS ARE STANDARD.
           COPY "clivinc.cpy".

       FD  LISTADO
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
           05  WS-STATUS-PJUR     PIC XX          VALUE SPACES.
           05  WS-STATUS-VINC     PIC XX          VALUE SPACES.
           05  WS-STATUS-LIST     PIC XX          VALUE SPACES.
           05  WS-FIN-PJUR        PIC X           VALUE "N".
               88  FIN-PJUR                       VALUE "S".
           05  WS-FIN-VINC        PIC X           VALUE "N".
               88  FIN-VINC                       VALUE "S".

      *-----------------------------------------------------------*
      *  DATOS PARA EL CORTE POR ERROR DE E/S                      *
      *-----------------------------------------------------------*
       01  WS-ERROR-FATAL.
           05  WS-ERROR-ARCHIVO   PIC X(12)       VALUE SPACES.
           05  WS-ERROR-STATUS    PIC XX          VALUE SPACES.

      *-----------------------------------------------------------*
      *  CONTADORES                                                *
      *-----------------------------------------------------------*
       01  WS-CONTADORES.
           05  WS-CANT-PJUR       PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-SIN-BENEF  PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-MAL-SUMA   PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-OBSERVADAS PIC 9(8)  COMP  VALUE ZERO.

      *-----------------------------------------------------------*
      *  ACUMULADOS DE LA JURIDICA EN CURSO                        *
      *-----------------------------------------------------------*
       01  WS-JURIDICA.
           05  WS-JUR-CANT-BENEF  PIC 9(4)  COMP  VALUE ZERO.
           05  WS-JUR-CANT-TENEN  PIC 9(4)  COMP  VALUE ZERO.
           05  WS-JUR-PORCENTAJE  PIC 9(5)V99     VALUE ZERO.
           05  WS-JUR-OBSERVACION PIC X(19)       VALUE SPACES.

      *-----------------------------------------------------------*
      *  CAMPOS EDITADOS PARA ARMAR LAS LINEAS DEL LISTADO         *
      *-----------------------------------------------------------*
       01  WS-CANT-ED             PIC ZZZZZ9.
       01  WS-PORC-ED             PIC ZZZZ9,99.

       01  WS-FECHA-TRABAJO       PIC 9(8).

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-EXIT.
           PERFORM 2000-PROCESAR-PJUR     THRU 2000-EXIT
               UNTIL FIN-PJUR.
           PERFORM 8000-IMPRIMIR-RESUMEN  THRU 8000-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      *  1000-INICIALIZAR                                             *
      *****************************************************************
       1000-INICIALIZAR.
           PERFORM 1010-LEER-FECHA-PROCESO THRU 1010-EXIT.
           OPEN INPUT  MASTER-PJUR
                       VINCULOS
                OUTPUT LISTADO.
           IF WS-STATUS-PJUR NOT = "00"
               MOVE "MSTRPJUR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PJUR     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           IF WS-STATUS-VINC NOT = "00"
               MOVE "VINCPJUR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-VINC     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           IF WS-STATUS-LIST NOT = "00"
               MOVE "LISTBENF"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-LIST     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "JURIDICAS SIN BENEFICIARIO FINAL O CON "
                  "PARTICIPACION INCOMPLETA  FECHA: "
                  WS-FECHA-TRABAJO
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CUIT        RAZON SOCIAL                   "
                  "OFICIAL   SUMA %  OBSERVACION"
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           PERFORM 2100-LEER-PJUR THRU 2100-EXIT.
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
               DISPLAY "CLIBENF0 - NO HAY DIA DE NEGOCIO ABIERTO EN "
                   "FECHPROC: " FPR-FECHA-PROCESO " ESTADO " FPR-ESTADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FPR-FECHA-PROCESO TO WS-FECHA-TRABAJO.
           IF FPR-REPROCESO
               DISPLAY "CLIBENF0 - REPROCESO AUTORIZADO DEL DIA "
                   FPR-FECHA-PROCESO
           END-IF.
       1010-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESAR-PJUR  -  acumula los vinculos vigentes de la   *
      *      juridica y la lista si le falta beneficiario final o si  *
      *      sus participaciones no suman 100,00.                     *
      *****************************************************************
       2000-PROCESAR-PJUR.
           ADD 1 TO WS-CANT-PJUR.
           MOVE ZERO   TO WS-JUR-CANT-BENEF
                          WS-JUR-CANT-TENEN
                          WS-JUR-PORCENTAJE.
           MOVE SPACES TO WS-JUR-OBSERVACION.
           MOVE PJUR-CUIT TO VIN-CUIT-PJUR.
           MOVE ZERO      TO VIN-CUIT-PERSONA.
           MOVE "N" TO WS-FIN-VINC.
           START VINCULOS KEY IS NOT LESS THAN VIN-CLAVE
               INVALID KEY
                   SET FIN-VINC TO TRUE
           END-START.
           PERFORM 2200-ACUMULAR-VINCULO THRU 2200-EXIT
               UNTIL FIN-VINC.
           IF WS-JUR-CANT-BENEF = ZERO
               ADD 1 TO WS-CANT-SIN-BENEF
               MOVE "SIN BENEF. FINAL"   TO WS-JUR-OBSERVACION
               PERFORM 3000-LISTAR-PJUR THRU 3000-EXIT
           END-IF.
           IF WS-JUR-CANT-TENEN > ZERO
              AND WS-JUR-PORCENTAJE NOT = 100
               ADD 1 TO WS-CANT-MAL-SUMA
               MOVE "SUMA % DISTINTA 100" TO WS-JUR-OBSERVACION
               PERFORM 3000-LISTAR-PJUR THRU 3000-EXIT
           END-IF.
           IF WS-JUR-CANT-BENEF = ZERO
              OR (WS-JUR-CANT-TENEN > ZERO
                  AND WS-JUR-PORCENTAJE NOT = 100)
               ADD 1 TO WS-CANT-OBSERVADAS
           END-IF.
           PERFORM 2100-LEER-PJUR THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-LEER-PJUR.
           READ MASTER-PJUR
               AT END
                   SET FIN-PJUR TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF WS-STATUS-PJUR NOT = "00"
               MOVE "MSTRPJUR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PJUR     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-ACUMULAR-VINCULO  -  lee el vinculo siguiente de la     *
      *      juridica; si esta vigente a la fecha cuenta el           *
      *      beneficiario final y suma la participacion de los roles  *
      *      con tenencia.                                            *
      *****************************************************************
       2200-ACUMULAR-VINCULO.
           READ VINCULOS NEXT
               AT END
                   SET FIN-VINC TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           IF WS-STATUS-VINC NOT = "00"
               MOVE "VINCPJUR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-VINC     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           IF VIN-CUIT-PJUR NOT = PJUR-CUIT
               SET FIN-VINC TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF VIN-FECHA-DESDE > WS-FECHA-TRABAJO
               GO TO 2200-EXIT
           END-IF.
           IF VIN-FECHA-HASTA NOT = ZERO
              AND VIN-FECHA-HASTA < WS-FECHA-TRABAJO
               GO TO 2200-EXIT
           END-IF.
           IF VIN-ROL-BENEFICIARIO
               ADD 1 TO WS-JUR-CANT-BENEF
           END-IF.
           IF VIN-ROL-CON-TENENCIA
              AND VIN-PORCENTAJE > ZERO
               ADD 1 TO WS-JUR-CANT-TENEN
               ADD VIN-PORCENTAJE TO WS-JUR-PORCENTAJE
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  3000-LISTAR-PJUR  -  linea del listado con la juridica y la  *
      *      observacion cargada en WS-JUR-OBSERVACION.               *
      *****************************************************************
       3000-LISTAR-PJUR.
           MOVE WS-JUR-PORCENTAJE TO WS-PORC-ED.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE PJUR-CUIT          TO LINEA-REPORTE (1:11).
           MOVE PJUR-RAZON-SOCIAL  TO LINEA-REPORTE (13:30).
           MOVE PJUR-OFICIAL       TO LINEA-REPORTE (44:8).
           MOVE WS-PORC-ED         TO LINEA-REPORTE (53:8).
           MOVE WS-JUR-OBSERVACION TO LINEA-REPORTE (62:19).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  7000-ESCRIBIR-LINEA  -  graba una linea del listado,          *
      *      verificando el resultado de la escritura.                 *
      *****************************************************************
       7000-ESCRIBIR-LINEA.
           WRITE LINEA-REPORTE.
           IF WS-STATUS-LIST NOT = "00"
               MOVE "LISTBENF"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-LIST     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
       7000-EXIT.
           EXIT.

      *****************************************************************
      *  8000-IMPRIMIR-RESUMEN                                        *
      *****************************************************************
       8000-IMPRIMIR-RESUMEN.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-PJUR TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL JURIDICAS EXAMINADAS     : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-SIN-BENEF TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SIN BENEFICIARIO FINAL         : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-MAL-SUMA TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PARTICIPACION QUE NO SUMA 100  : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-OBSERVADAS TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL JURIDICAS OBSERVADAS     : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  8900-ERROR-FATAL  -  corte del proceso ante un error de E/S  *
      *      Se invoca con WS-ERROR-ARCHIVO/WS-ERROR-STATUS cargados. *
      *****************************************************************
       8900-ERROR-FATAL.
           DISPLAY "CLIBENF0 - ERROR DE E/S EN ARCHIVO "
               WS-ERROR-ARCHIVO.
           DISPLAY "CLIBENF0 - FILE STATUS: " WS-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       8900-EXIT.
           EXIT.

      *****************************************************************
      *  9000-FINALIZAR  -  deja codigo de retorno 4 si hay alguna     *
      *      juridica observada.                                      *
      *****************************************************************
       9000-FINALIZAR.
           CLOSE MASTER-PJUR
                 VINCULOS
                 LISTADO.
           DISPLAY "CLIBENF0 - JURIDICAS EXAMINADAS   : "
               WS-CANT-PJUR.
           DISPLAY "CLIBENF0 - JURIDICAS OBSERVADAS   : "
               WS-CANT-OBSERVADAS.
           IF WS-CANT-OBSERVADAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

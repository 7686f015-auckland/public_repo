      *****************************************************************
      *                                                               *
      *   PROGRAM-ID  : CLIBAJA0                                     *
      *   PROJECT     : Project2.client_replication                  *
      *                                                               *
      *   PURPOSE     : Listado de clientes cerrados en un rango de  *
      *                 fechas, para el regimen informativo mensual. *
      *                 Recorre el master de clientes cerrados       *
      *                 CLIBAJAS que mantiene CLIMANT0 y lista cada  *
      *                 cliente cuya ultima baja cae en el rango,    *
      *                 con los datos de su ultima imagen, el        *
      *                 oficial asignado y, si ya volvio al master,  *
      *                 la fecha de reactivacion. La tarjeta         *
      *                 PARMBAJA informa fecha desde, fecha hasta y  *
      *                 tipo de persona; sin tarjeta se lista el mes *
      *                 calendario anterior completo.                *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLIBAJA0.
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
           SELECT PARAMETROS    ASSIGN TO "PARMBAJA"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-PARM.

           SELECT CLIENTES-BAJA ASSIGN TO "CLIBAJAS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BJA-CUIT
                  FILE STATUS IS WS-STATUS-BAJA.

           SELECT LISTADO       ASSIGN TO "LISTBAJA"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-LIST.

           SELECT FECHA-PROCESO ASSIGN TO "FECHPROC"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-FPRO.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           LABEL RECORDS ARE STANDARD.
       01  REG-PARM-BAJA.
           05  PAR-FECHA-DESDE    PIC X(8).
           05  PAR-FECHA-HASTA    PIC X(8).
           05  PAR-TIPO-PERSONA   PIC X.
               88  PAR-TIPO-VALIDO        VALUE "F" "J" " ".
           05  FILLER             PIC X(63).

       FD  CLIENTES-BAJA
           LABEL RECORDS ARE STANDARD.
           COPY "clibaja.cpy".

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
           05  WS-STATUS-PARM     PIC XX          VALUE SPACES.
           05  WS-STATUS-BAJA     PIC XX          VALUE SPACES.
           05  WS-STATUS-LIST     PIC XX          VALUE SPACES.
           05  WS-FIN-BAJA        PIC X           VALUE "N".
               88  FIN-BAJA                       VALUE "S".

      *-----------------------------------------------------------*
      *  DATOS PARA EL CORTE POR ERROR DE E/S                      *
      *-----------------------------------------------------------*
       01  WS-ERROR-FATAL.
           05  WS-ERROR-ARCHIVO   PIC X(12)       VALUE SPACES.
           05  WS-ERROR-STATUS    PIC XX          VALUE SPACES.

      *-----------------------------------------------------------*
      *  RANGO Y FILTRO DEL LISTADO                                *
      *-----------------------------------------------------------*
       01  WS-FILTROS.
           05  WS-FIL-DESDE       PIC 9(8)        VALUE ZERO.
           05  WS-FIL-HASTA       PIC 9(8)        VALUE ZERO.
           05  WS-FIL-TIPO        PIC X           VALUE SPACE.

       01  WS-FECHA-TRABAJO       PIC 9(8).
       01  WS-FECHA-R REDEFINES WS-FECHA-TRABAJO.
           05  WS-FEC-ANIO        PIC 9(4).
           05  WS-FEC-MES         PIC 99.
           05  WS-FEC-DIA         PIC 99.

       01  WS-MES-ANTERIOR.
           05  WS-MAN-ANIO        PIC 9(4).
           05  WS-MAN-MES         PIC 99.
           05  WS-MAN-DIA         PIC 99.
       01  WS-MES-ANTERIOR-N REDEFINES WS-MES-ANTERIOR PIC 9(8).

      *-----------------------------------------------------------*
      *  CONTADORES                                                *
      *-----------------------------------------------------------*
       01  WS-CONTADORES.
           05  WS-CANT-LEIDOS     PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-PFIS       PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-PJUR       PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-REACTIV    PIC 9(8)  COMP  VALUE ZERO.

      *-----------------------------------------------------------*
      *  ULTIMA IMAGEN DEL CLIENTE DECODIFICADA                    *
      *-----------------------------------------------------------*
           COPY "clivuel_pfis.cpy"
               REPLACING ==REG-SALE== BY ==WS-IMG-PFIS==.
           COPY "clivuel_pjur.cpy"
               REPLACING ==REG-SALE-PJUR== BY ==WS-IMG-PJUR==.

      *-----------------------------------------------------------*
      *  CAMPOS EDITADOS PARA ARMAR LAS LINEAS DEL LISTADO         *
      *-----------------------------------------------------------*
       01  WS-CUIT-ED             PIC Z(10)9.
       01  WS-CANT-ED             PIC ZZZZZZZ9.
       01  WS-CIERRES-ED          PIC ZZ9.
       01  WS-NOMBRE              PIC X(40).
       01  WS-OFICIAL             PIC X(8).

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-EXIT.
           PERFORM 2000-PROCESAR-BAJA     THRU 2000-EXIT
               UNTIL FIN-BAJA.
           PERFORM 8000-IMPRIMIR-RESUMEN  THRU 8000-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      *  1000-INICIALIZAR                                             *
      *****************************************************************
       1000-INICIALIZAR.
           PERFORM 1010-LEER-FECHA-PROCESO THRU 1010-EXIT.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT.
           OPEN INPUT  CLIENTES-BAJA
                OUTPUT LISTADO.
           IF WS-STATUS-BAJA NOT = "00"
               MOVE "CLIBAJAS"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-BAJA     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           IF WS-STATUS-LIST NOT = "00"
               MOVE "LISTBAJA"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-LIST     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CLIENTES CERRADOS DEL " WS-FIL-DESDE
                  " AL " WS-FIL-HASTA
                  "  TIPO " WS-FIL-TIPO
                  "  EMITIDO " WS-FECHA-TRABAJO
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "       CUIT T FECHA BAJA OFICIAL CIERRES NOMBRE"
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           PERFORM 2100-LEER-BAJA THRU 2100-EXIT.
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
               DISPLAY "CLIBAJA0 - NO HAY DIA DE NEGOCIO ABIERTO EN "
                   "FECHPROC: " FPR-FECHA-PROCESO " ESTADO " FPR-ESTADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FPR-FECHA-PROCESO TO WS-FECHA-TRABAJO.
           IF FPR-REPROCESO
               DISPLAY "CLIBAJA0 - REPROCESO AUTORIZADO DEL DIA "
                   FPR-FECHA-PROCESO
           END-IF.
       1010-EXIT.
           EXIT.

      *****************************************************************
      *  1050-LEER-PARAMETROS  -  fecha desde (cols 1-8), fecha hasta *
      *      (cols 9-16) y tipo de persona (col 17). Sin tarjeta, o   *
      *      con las fechas en espacios, el rango es el mes           *
      *      calendario anterior a la fecha de proceso.               *
      *****************************************************************
       1050-LEER-PARAMETROS.
           PERFORM 1060-MES-ANTERIOR THRU 1060-EXIT.
           OPEN INPUT PARAMETROS.
           IF WS-STATUS-PARM = "35"
               GO TO 1050-EXIT
           END-IF.
           IF WS-STATUS-PARM NOT = "00"
               MOVE "PARMBAJA"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PARM     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           READ PARAMETROS.
           IF WS-STATUS-PARM NOT = "00"
               MOVE "PARMBAJA"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PARM     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN PAR-FECHA-DESDE IS NUMERIC
                   MOVE PAR-FECHA-DESDE TO WS-FIL-DESDE
               WHEN PAR-FECHA-DESDE = SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CLIBAJA0 - FECHA DESDE INVALIDA EN "
                       "PARMBAJA: " PAR-FECHA-DESDE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           EVALUATE TRUE
               WHEN PAR-FECHA-HASTA IS NUMERIC
                   MOVE PAR-FECHA-HASTA TO WS-FIL-HASTA
               WHEN PAR-FECHA-HASTA = SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CLIBAJA0 - FECHA HASTA INVALIDA EN "
                       "PARMBAJA: " PAR-FECHA-HASTA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WS-FIL-DESDE > WS-FIL-HASTA
               DISPLAY "CLIBAJA0 - RANGO DE FECHAS INVALIDO EN "
                   "PARMBAJA: " WS-FIL-DESDE " " WS-FIL-HASTA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT PAR-TIPO-VALIDO
               DISPLAY "CLIBAJA0 - TIPO DE PERSONA INVALIDO EN "
                   "PARMBAJA: " PAR-TIPO-PERSONA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PAR-TIPO-PERSONA TO WS-FIL-TIPO.
           CLOSE PARAMETROS.
       1050-EXIT.
           EXIT.

      *****************************************************************
      *  1060-MES-ANTERIOR  -  rango por omision: del dia 1 al 31 del *
      *      mes anterior a la fecha de proceso.                      *
      *****************************************************************
       1060-MES-ANTERIOR.
           IF WS-FEC-MES = 1
               COMPUTE WS-MAN-ANIO = WS-FEC-ANIO - 1
               MOVE 12 TO WS-MAN-MES
           ELSE
               MOVE WS-FEC-ANIO TO WS-MAN-ANIO
               COMPUTE WS-MAN-MES = WS-FEC-MES - 1
           END-IF.
           MOVE 1  TO WS-MAN-DIA.
           MOVE WS-MES-ANTERIOR-N TO WS-FIL-DESDE.
           MOVE 31 TO WS-MAN-DIA.
           MOVE WS-MES-ANTERIOR-N TO WS-FIL-HASTA.
       1060-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESAR-BAJA  -  lista el cliente si su ultima baja    *
      *      cae dentro del rango y del tipo de persona pedidos.      *
      *****************************************************************
       2000-PROCESAR-BAJA.
           ADD 1 TO WS-CANT-LEIDOS.
           IF BJA-FECHA-BAJA < WS-FIL-DESDE
            OR BJA-FECHA-BAJA > WS-FIL-HASTA
               PERFORM 2100-LEER-BAJA THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF WS-FIL-TIPO NOT = SPACE
              AND BJA-TIPO-PERSONA NOT = WS-FIL-TIPO
               PERFORM 2100-LEER-BAJA THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF BJA-TIPO-PERSONA = "F"
               MOVE BJA-REGISTRO TO WS-IMG-PFIS
               MOVE SPACES TO WS-NOMBRE
               STRING CLI-APELLIDO OF WS-IMG-PFIS DELIMITED BY "  "
                      " " CLI-NOMBRE OF WS-IMG-PFIS DELIMITED BY "  "
                      INTO WS-NOMBRE
               MOVE CLI-OFICIAL OF WS-IMG-PFIS TO WS-OFICIAL
               ADD 1 TO WS-CANT-PFIS
           ELSE
               MOVE BJA-REGISTRO TO WS-IMG-PJUR
               MOVE PJUR-RAZON-SOCIAL OF WS-IMG-PJUR TO WS-NOMBRE
               MOVE PJUR-OFICIAL OF WS-IMG-PJUR TO WS-OFICIAL
               ADD 1 TO WS-CANT-PJUR
           END-IF.
           MOVE BJA-CUIT       TO WS-CUIT-ED.
           MOVE BJA-CANT-BAJAS TO WS-CIERRES-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-CUIT-ED " " BJA-TIPO-PERSONA
                  " " BJA-FECHA-BAJA
                  "   " WS-OFICIAL
                  "  " WS-CIERRES-ED
                  "   " WS-NOMBRE (1:30)
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           IF BJA-ESTADO-REACTIVADO
               ADD 1 TO WS-CANT-REACTIV
               MOVE SPACES TO LINEA-REPORTE
               STRING "              REACTIVADO EL " BJA-FECHA-REACTIV
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
           PERFORM 2100-LEER-BAJA THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-LEER-BAJA.
           READ CLIENTES-BAJA
               AT END
                   SET FIN-BAJA TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  7000-ESCRIBIR-LINEA  -  graba una linea del listado,          *
      *      verificando el resultado de la escritura.                 *
      *****************************************************************
       7000-ESCRIBIR-LINEA.
           WRITE LINEA-REPORTE.
           IF WS-STATUS-LIST NOT = "00"
               MOVE "LISTBAJA"         TO WS-ERROR-ARCHIVO
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
           MOVE WS-CANT-PFIS TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PERSONAS FISICAS CERRADAS : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-PJUR TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PERSONAS JURIDICAS CERR.  : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-REACTIV TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "YA REACTIVADOS            : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  8900-ERROR-FATAL  -  corte del proceso ante un error de E/S  *
      *      Se invoca con WS-ERROR-ARCHIVO/WS-ERROR-STATUS cargados. *
      *****************************************************************
       8900-ERROR-FATAL.
           DISPLAY "CLIBAJA0 - ERROR DE E/S EN ARCHIVO "
               WS-ERROR-ARCHIVO.
           DISPLAY "CLIBAJA0 - FILE STATUS: " WS-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       8900-EXIT.
           EXIT.

      *****************************************************************
      *  9000-FINALIZAR                                               *
      *****************************************************************
       9000-FINALIZAR.
           CLOSE CLIENTES-BAJA
                 LISTADO.
           DISPLAY "CLIBAJA0 - CLIENTES CERRADOS LEIDOS: "
               WS-CANT-LEIDOS.
           DISPLAY "CLIBAJA0 - PFIS LISTADAS           : "
               WS-CANT-PFIS.
           DISPLAY "CLIBAJA0 - PJUR LISTADAS           : "
               WS-CANT-PJUR.
       9000-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   PROGRAM-ID  : CLIRIES0                                     *
      *   PROJECT     : Project2.client_replication                  *
      *                                                               *
      *   PURPOSE     : Calificacion mensual de riesgo UIF de cada   *
      *                 cliente y calendario de revisiones de debida *
      *                 diligencia. Por cada cliente de MSTRPFIS y   *
      *                 MSTRPJUR suma los puntos de la tabla de      *
      *                 ponderaciones PARMRIES para su tipo de       *
      *                 operatoria, inversor calificado, residencia, *
      *                 nacionalidad, situacion laboral, tipo        *
      *                 societario y antecedentes en la lista de     *
      *                 vigilancia (retenciones de RETENIDO y        *
      *                 RETENVBA, disposiciones de DISPVIGI), y con  *
      *                 los umbrales de la tabla asigna nivel BAJO,  *
      *                 MEDIO o ALTO. El nivel queda grabado en el   *
      *                 archivo permanente RIESGOCL con la fecha del *
      *                 calculo, el nivel de la corrida anterior y   *
      *                 la proxima revision: a 5, 2 o 1 anios de la  *
      *                 ultima segun el nivel. Las revisiones hechas *
      *                 se informan con las tarjetas REVIRIES. El    *
      *                 listado LISTRIES, por oficial, muestra las   *
      *                 revisiones vencidas o que vencen en los      *
      *                 proximos 30 dias y los clientes que subieron *
      *                 de nivel desde la corrida anterior.          *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLIRIES0.
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
      *  15/10/2026  DDC  DISPVIGI se recorre por la clave extendida  *
      *                   con el CUIT hallado en la lista; varias     *
      *                   disposiciones de la juridica y sus          *
      *                   vinculados puntuan una sola vez.            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-PFIS   ASSIGN TO "MSTRPFIS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CLI-CUIT
                  FILE STATUS IS WS-STATUS-PFIS.

           SELECT MASTER-PJUR   ASSIGN TO "MSTRPJUR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PJUR-CUIT
                  FILE STATUS IS WS-STATUS-PJUR.

           SELECT PARAMETROS    ASSIGN TO "PARMRIES"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-PARM.

           SELECT REVISIONES    ASSIGN TO "REVIRIES"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-REVI.

           SELECT RETENIDOS     ASSIGN TO "RETENIDO"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-RETE.

           SELECT RETEN-BARRIDO ASSIGN TO "RETENVBA"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-RVBA.

           SELECT DISPOSICION   ASSIGN TO "DISPVIGI"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DVI-CLAVE
                  FILE STATUS IS WS-STATUS-DVIG.

           SELECT RIESGO        ASSIGN TO "RIESGOCL"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RIE-CUIT
                  FILE STATUS IS WS-STATUS-RIES.

           SELECT SORT-TRABAJO  ASSIGN TO "SORTWK".

           SELECT LISTADO       ASSIGN TO "LISTRIES"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-LIST.

           SELECT FECHA-PROCESO ASSIGN TO "FECHPROC"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-FPRO.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-PFIS
           LABEL RECORDS ARE STANDARD.
           COPY "clivuel_pfis.cpy".

       FD  MASTER-PJUR
           LABEL RECORDS ARE STANDARD.
           COPY "clivuel_pjur.cpy".

      *    TARJETA "P": PONDERACION DE UN VALOR DE UN FACTOR.
      *    TARJETA "U": UMBRALES DE PUNTAJE DE LOS NIVELES MEDIO Y
      *    ALTO.
       FD  PARAMETROS
           LABEL RECORDS ARE STANDARD.
       01  REG-PARM-RIES.
           05  PAR-TIPO-TARJETA   PIC X.
               88  PAR-TARJETA-PESO       VALUE "P".
               88  PAR-TARJETA-UMBRAL     VALUE "U".
           05  PAR-DATOS-PESO.
               10  PAR-FACTOR     PIC X(8).
               10  PAR-VALOR      PIC X(3).
               10  PAR-PUNTOS     PIC X(3).
               10  PAR-PUNTOS-N   REDEFINES PAR-PUNTOS
                                  PIC 9(3).
               10  FILLER         PIC X(65).
           05  PAR-DATOS-UMBRAL   REDEFINES PAR-DATOS-PESO.
               10  PAR-UMBRAL-MEDIO   PIC X(3).
               10  PAR-UMBRAL-MEDIO-N REDEFINES PAR-UMBRAL-MEDIO
                                      PIC 9(3).
               10  PAR-UMBRAL-ALTO    PIC X(3).
               10  PAR-UMBRAL-ALTO-N  REDEFINES PAR-UMBRAL-ALTO
                                      PIC 9(3).
               10  FILLER             PIC X(73).

       FD  REVISIONES
           LABEL RECORDS ARE STANDARD.
       01  REG-REVISION.
           05  RVR-CUIT           PIC X(11).
           05  RVR-CUIT-N         REDEFINES RVR-CUIT
                                  PIC 9(11).
           05  RVR-FECHA          PIC X(8).
           05  RVR-FECHA-N        REDEFINES RVR-FECHA
                                  PIC 9(8).
           05  FILLER             PIC X(61).

       FD  RETENIDOS
           LABEL RECORDS ARE STANDARD.
           COPY "clireten.cpy".

       FD  RETEN-BARRIDO
           LABEL RECORDS ARE STANDARD.
           COPY "clireten.cpy"
               REPLACING ==REG-RETENIDO== BY ==REG-RETEN-BARRIDO==.

       FD  DISPOSICION
           LABEL RECORDS ARE STANDARD.
           COPY "clidisp.cpy".

       FD  RIESGO
           LABEL RECORDS ARE STANDARD.
           COPY "cliries.cpy".

       SD  SORT-TRABAJO.
       01  REG-SORT.
           05  SRT-OFICIAL        PIC X(8).
           05  SRT-MOTIVO         PIC 9.
               88  SRT-MOTIVO-VENCIDA     VALUE 1.
               88  SRT-MOTIVO-POR-VENCER  VALUE 2.
               88  SRT-MOTIVO-SUBE        VALUE 3.
           05  SRT-FECHA-PROX     PIC 9(8).
           05  SRT-CUIT           PIC 9(11).
           05  SRT-TIPO-PERSONA   PIC X.
           05  SRT-NOMBRE         PIC X(30).
           05  SRT-NIVEL          PIC 9.
           05  SRT-NIVEL-ANTERIOR PIC 9.

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
           05  WS-STATUS-PFIS     PIC XX          VALUE SPACES.
           05  WS-STATUS-PJUR     PIC XX          VALUE SPACES.
           05  WS-STATUS-PARM     PIC XX          VALUE SPACES.
           05  WS-STATUS-REVI     PIC XX          VALUE SPACES.
           05  WS-STATUS-RETE     PIC XX          VALUE SPACES.
           05  WS-STATUS-RVBA     PIC XX          VALUE SPACES.
           05  WS-STATUS-DVIG     PIC XX          VALUE SPACES.
           05  WS-STATUS-RIES     PIC XX          VALUE SPACES.
           05  WS-STATUS-LIST     PIC XX          VALUE SPACES.
           05  WS-FIN-PFIS        PIC X           VALUE "N".
               88  FIN-PFIS                       VALUE "S".
           05  WS-FIN-PJUR        PIC X           VALUE "N".
               88  FIN-PJUR                       VALUE "S".
           05  WS-FIN-PARM        PIC X           VALUE "N".
               88  FIN-PARM                       VALUE "S".
           05  WS-FIN-REVI        PIC X           VALUE "N".
               88  FIN-REVI                       VALUE "S".
           05  WS-FIN-RETE        PIC X           VALUE "N".
               88  FIN-RETE                       VALUE "S".
           05  WS-FIN-DVIG        PIC X           VALUE "N".
               88  FIN-DVIG                       VALUE "S".
           05  WS-FIN-SORT        PIC X           VALUE "N".
               88  FIN-SORT                       VALUE "S".
           05  WS-DISP-DISPONIBLE PIC X           VALUE "N".
               88  DISP-DISPONIBLE                VALUE "S".
           05  WS-UMBRAL-CARGADO  PIC X           VALUE "N".
               88  UMBRAL-CARGADO                 VALUE "S".
           05  WS-RIESGO-HALLADO  PIC X           VALUE "N".
               88  RIESGO-HALLADO                 VALUE "S".
           05  WS-PESO-HALLADO    PIC X           VALUE "N".
               88  PESO-HALLADO                   VALUE "S".
           05  WS-DISP-CONFIRMADA PIC X           VALUE "N".
               88  DISP-CONFIRMADA                VALUE "S".
           05  WS-DISP-LIBERADA   PIC X           VALUE "N".
               88  DISP-LIBERADA                  VALUE "S".

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
           05  WS-CANT-CALIFICADOS PIC 9(8) COMP  VALUE ZERO.
           05  WS-CANT-BAJO       PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-MEDIO      PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-ALTO       PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-VENCIDAS   PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-POR-VENCER PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-SUBEN      PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-REVISIONES PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-REV-RECHAZ PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-RETENCIONES PIC 9(8) COMP  VALUE ZERO.
           05  WS-CANT-OFI-LINEAS PIC 9(8)  COMP  VALUE ZERO.

      *-----------------------------------------------------------*
      *  TABLA DE PONDERACIONES CARGADA DE PARMRIES. EL VALOR "***"*
      *  PONDERA CUALQUIER VALOR DEL FACTOR SIN TARJETA PROPIA.    *
      *-----------------------------------------------------------*
       01  WS-TABLA-PESOS.
           05  WS-PES-USADOS      PIC 9(3)  COMP  VALUE ZERO.
           05  WS-PES-ENTRADA     OCCURS 200 TIMES.
               10  WS-PES-FACTOR  PIC X(8).
               10  WS-PES-VALOR   PIC X(3).
               10  WS-PES-PUNTOS  PIC 9(3).
       01  WS-PES-IDX             PIC 9(3)  COMP.
       01  WS-PESO-ACTUAL.
           05  WS-PAC-FACTOR      PIC X(8).
           05  WS-PAC-VALOR       PIC X(3).
       01  WS-PAC-PUNTOS          PIC 9(3).
       01  WS-COD-NUM             PIC 999.

      *-----------------------------------------------------------*
      *  UMBRALES DE NIVEL Y PERIODICIDAD DE LAS REVISIONES        *
      *-----------------------------------------------------------*
       01  WS-UMBRALES.
           05  WS-UMBRAL-MEDIO    PIC 9(3)        VALUE ZERO.
           05  WS-UMBRAL-ALTO     PIC 9(3)        VALUE ZERO.
       01  WS-ANIOS-REVISION.
           05  WS-ANIOS-BAJO      PIC 9           VALUE 5.
           05  WS-ANIOS-MEDIO     PIC 9           VALUE 2.
           05  WS-ANIOS-ALTO      PIC 9           VALUE 1.

      *-----------------------------------------------------------*
      *  CLIENTE EN CALIFICACION, TOMADO DE MSTRPFIS O MSTRPJUR    *
      *-----------------------------------------------------------*
       01  WS-CLIENTE.
           05  WS-CLI-CUIT        PIC 9(11).
           05  WS-CLI-TIPO-PERSONA PIC X.
           05  WS-CLI-OFICIAL     PIC X(8).
           05  WS-CLI-NOMBRE      PIC X(30).
           05  WS-CLI-TIPO-OPERAT PIC 99.
           05  WS-CLI-INVERSOR    PIC X.
           05  WS-CLI-RESIDENCIA  PIC X.
           05  WS-CLI-NACIONAL    PIC X(3).
           05  WS-CLI-SIT-LABORAL PIC 9.
           05  WS-CLI-TIPO-SOCIET PIC X(3).
       01  WS-PUNTAJE             PIC 9(3).
       01  WS-NIVEL               PIC 9.
       01  WS-NIVEL-PREVIO        PIC 9.
       01  WS-ANIOS               PIC 9.

      *-----------------------------------------------------------*
      *  FECHAS DE PROCESO Y DE REVISION                           *
      *-----------------------------------------------------------*
       01  WS-FECHA-TRABAJO       PIC 9(8).
       01  WS-FECHA-LIMITE        PIC 9(8).
       01  WS-FECHA-CALC          PIC 9(8).
       01  WS-FECHA-CALC-R        REDEFINES WS-FECHA-CALC.
           05  WS-FC-ANIO         PIC 9(4).
           05  WS-FC-MES          PIC 99.
           05  WS-FC-DIA          PIC 99.

      *-----------------------------------------------------------*
      *  CORTE DE CONTROL DEL LISTADO POR OFICIAL                  *
      *-----------------------------------------------------------*
       01  WS-OFICIAL-ANTERIOR    PIC X(8)        VALUE SPACES.
       01  WS-PRIMER-OFICIAL      PIC X           VALUE "S".
           88  PRIMER-OFICIAL                     VALUE "S".

      *-----------------------------------------------------------*
      *  CAMPOS EDITADOS PARA ARMAR LAS LINEAS DEL LISTADO         *
      *-----------------------------------------------------------*
       01  WS-CANT-ED             PIC ZZZZZZ9.
       01  WS-NIVEL-DESC          PIC X(5).
       01  WS-NIVEL-ACT-DESC      PIC X(5).
       01  WS-OBSERVACION         PIC X(17).

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-EXIT.
           PERFORM 1200-APLICAR-REVISIONES THRU 1200-EXIT.
           PERFORM 1300-MARCAR-RETENCIONES THRU 1300-EXIT.
           SORT SORT-TRABAJO
               ON ASCENDING KEY SRT-OFICIAL SRT-MOTIVO
                                SRT-FECHA-PROX SRT-CUIT
               INPUT PROCEDURE IS 2000-CALIFICAR-CLIENTES
                                  THRU 2000-EXIT
               OUTPUT PROCEDURE IS 6000-LISTAR-POR-OFICIAL
                                  THRU 6000-EXIT.
           PERFORM 8000-IMPRIMIR-RESUMEN  THRU 8000-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      *  1000-INICIALIZAR                                             *
      *****************************************************************
       1000-INICIALIZAR.
           PERFORM 1010-LEER-FECHA-PROCESO THRU 1010-EXIT.
           COMPUTE WS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-FECHA-TRABAJO) + 30).
           PERFORM 1050-LEER-PARAMETROS   THRU 1050-EXIT.
           PERFORM 1090-ABRIR-RIESGO      THRU 1090-EXIT.
           PERFORM 1100-ABRIR-DISPOSICION THRU 1100-EXIT.
           OPEN OUTPUT LISTADO.
           IF WS-STATUS-LIST NOT = "00"
               MOVE "LISTRIES"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-LIST     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RIESGO UIF Y REVISIONES DE DEBIDA DILIGENCIA  "
                  "FECHA: " WS-FECHA-TRABAJO
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "UMBRALES: MEDIO " WS-UMBRAL-MEDIO
                  "  ALTO " WS-UMBRAL-ALTO
                  "   REVISION: BAJO 5, MEDIO 2, ALTO 1 ANIOS"
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
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
               DISPLAY "CLIRIES0 - NO HAY DIA DE NEGOCIO ABIERTO EN "
                   "FECHPROC: " FPR-FECHA-PROCESO " ESTADO " FPR-ESTADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FPR-FECHA-PROCESO TO WS-FECHA-TRABAJO.
           IF FPR-REPROCESO
               DISPLAY "CLIRIES0 - REPROCESO AUTORIZADO DEL DIA "
                   FPR-FECHA-PROCESO
           END-IF.
       1010-EXIT.
           EXIT.

      *****************************************************************
      *  1050-LEER-PARAMETROS  -  carga la tabla de ponderaciones.    *
      *      Tarjeta "P": factor (cols 2-9), valor normalizado como   *
      *      en CODTABLA o "***" para cualquier otro (cols 10-12) y   *
      *      puntos (cols 13-15). Tarjeta "U": umbral del nivel MEDIO *
      *      (cols 2-4) y del nivel ALTO (cols 5-7). Sin tabla o sin  *
      *      umbrales no hay calificacion posible.                    *
      *****************************************************************
       1050-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WS-STATUS-PARM = "35"
               DISPLAY "CLIRIES0 - FALTA LA TABLA DE PONDERACIONES "
                   "PARMRIES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-STATUS-PARM NOT = "00"
               MOVE "PARMRIES"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PARM     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           PERFORM 1060-CARGAR-TARJETA THRU 1060-EXIT
               UNTIL FIN-PARM.
           CLOSE PARAMETROS.
           IF WS-PES-USADOS = ZERO
            OR NOT UMBRAL-CARGADO
               DISPLAY "CLIRIES0 - PARMRIES SIN PONDERACIONES O SIN "
                   "UMBRALES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

       1060-CARGAR-TARJETA.
           READ PARAMETROS
               AT END
                   SET FIN-PARM TO TRUE
                   GO TO 1060-EXIT
           END-READ.
           IF WS-STATUS-PARM NOT = "00"
               MOVE "PARMRIES"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PARM     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           IF PAR-TARJETA-UMBRAL
               IF PAR-UMBRAL-MEDIO NOT NUMERIC
                OR PAR-UMBRAL-ALTO NOT NUMERIC
                OR PAR-UMBRAL-MEDIO-N = ZERO
                OR PAR-UMBRAL-ALTO-N NOT > PAR-UMBRAL-MEDIO-N
                   DISPLAY "CLIRIES0 - UMBRALES INVALIDOS EN "
                       "PARMRIES: " PAR-UMBRAL-MEDIO " "
                       PAR-UMBRAL-ALTO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PAR-UMBRAL-MEDIO-N TO WS-UMBRAL-MEDIO
               MOVE PAR-UMBRAL-ALTO-N  TO WS-UMBRAL-ALTO
               SET UMBRAL-CARGADO TO TRUE
               GO TO 1060-EXIT
           END-IF.
           IF NOT PAR-TARJETA-PESO
               DISPLAY "CLIRIES0 - TIPO DE TARJETA INVALIDO EN "
                   "PARMRIES: " PAR-TIPO-TARJETA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           EVALUATE PAR-FACTOR
               WHEN "TIPOPER"
               WHEN "INVCALIF"
               WHEN "RESIDE"
               WHEN "NACIONAL"
               WHEN "SITLAB"
               WHEN "TIPOSOC"
               WHEN "VIGILAN"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CLIRIES0 - FACTOR INVALIDO EN PARMRIES: "
                       PAR-FACTOR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF PAR-VALOR = SPACES
            OR PAR-PUNTOS NOT NUMERIC
               DISPLAY "CLIRIES0 - PONDERACION INVALIDA EN PARMRIES: "
                   PAR-FACTOR " " PAR-VALOR " " PAR-PUNTOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PES-USADOS NOT < 200
               DISPLAY "CLIRIES0 - MAS DE 200 PONDERACIONES EN "
                   "PARMRIES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PES-USADOS.
           MOVE PAR-FACTOR   TO WS-PES-FACTOR (WS-PES-USADOS).
           MOVE PAR-VALOR    TO WS-PES-VALOR (WS-PES-USADOS).
           MOVE PAR-PUNTOS-N TO WS-PES-PUNTOS (WS-PES-USADOS).
       1060-EXIT.
           EXIT.

      *****************************************************************
      *  1090-ABRIR-RIESGO  -  RIESGOCL es permanente; la primera     *
      *      corrida lo crea vacio.                                   *
      *****************************************************************
       1090-ABRIR-RIESGO.
           OPEN I-O RIESGO.
           IF WS-STATUS-RIES = "35"
               OPEN OUTPUT RIESGO
               IF WS-STATUS-RIES NOT = "00"
                   MOVE "RIESGOCL"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-RIES     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
               END-IF
               CLOSE RIESGO
               OPEN I-O RIESGO
           END-IF.
           IF WS-STATUS-RIES NOT = "00"
               MOVE "RIESGOCL"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-RIES     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
       1090-EXIT.
           EXIT.

      *****************************************************************
      *  1100-ABRIR-DISPOSICION  -  abre el archivo de disposiciones  *
      *      de cumplimiento (ver CLIVDIS0); si no existe, el factor  *
      *      de vigilancia se toma solo de las retenciones.           *
      *****************************************************************
       1100-ABRIR-DISPOSICION.
           OPEN INPUT DISPOSICION.
           EVALUATE WS-STATUS-DVIG
               WHEN "00"
                   SET DISP-DISPONIBLE TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "DISPVIGI"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-DVIG     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1200-APLICAR-REVISIONES  -  tarjetas REVIRIES con el CUIT y  *
      *      la fecha (en blanco, la del dia) de cada revision de     *
      *      debida diligencia realizada. La proxima revision se      *
      *      cuenta desde esa fecha. Sin REVIRIES no hay revisiones   *
      *      para asentar.                                            *
      *****************************************************************
       1200-APLICAR-REVISIONES.
           OPEN INPUT REVISIONES.
           IF WS-STATUS-REVI = "35"
               GO TO 1200-EXIT
           END-IF.
           IF WS-STATUS-REVI NOT = "00"
               MOVE "REVIRIES"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-REVI     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "REVISIONES INFORMADAS EN REVIRIES"
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           PERFORM 1210-APLICAR-UNA-REVISION THRU 1210-EXIT
               UNTIL FIN-REVI.
           CLOSE REVISIONES.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       1200-EXIT.
           EXIT.

       1210-APLICAR-UNA-REVISION.
           READ REVISIONES
               AT END
                   SET FIN-REVI TO TRUE
                   GO TO 1210-EXIT
           END-READ.
           IF WS-STATUS-REVI NOT = "00"
               MOVE "REVIRIES"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-REVI     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           IF RVR-FECHA = SPACES
               MOVE WS-FECHA-TRABAJO TO RVR-FECHA-N
           END-IF.
           IF RVR-CUIT NOT NUMERIC
            OR RVR-FECHA NOT NUMERIC
            OR RVR-FECHA-N > WS-FECHA-TRABAJO
               ADD 1 TO WS-CANT-REV-RECHAZ
               MOVE SPACES TO LINEA-REPORTE
               STRING "  TARJETA INVALIDA: " RVR-CUIT " " RVR-FECHA
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               GO TO 1210-EXIT
           END-IF.
           MOVE RVR-CUIT-N TO RIE-CUIT.
           PERFORM 1400-LEER-RIESGO THRU 1400-EXIT.
           IF NOT RIESGO-HALLADO
            OR RIE-NIVEL-SIN-CALIFICAR
               ADD 1 TO WS-CANT-REV-RECHAZ
               MOVE SPACES TO LINEA-REPORTE
               STRING "  CLIENTE SIN CALIFICAR: " RVR-CUIT
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               GO TO 1210-EXIT
           END-IF.
           MOVE RVR-FECHA-N TO RIE-FECHA-ULT-REVISION.
           REWRITE REG-RIESGO.
           IF WS-STATUS-RIES NOT = "00"
               MOVE "RIESGOCL"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-RIES     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           ADD 1 TO WS-CANT-REVISIONES.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  REVISADO " RVR-CUIT " EL " RVR-FECHA
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       1210-EXIT.
           EXIT.

      *****************************************************************
      *  1300-MARCAR-RETENCIONES  -  asienta en RIESGOCL la fecha de  *
      *      cada retencion por la lista de vigilancia de RETENIDO    *
      *      (ultima corrida de CLIREPL0) y RETENVBA (barrido         *
      *      retroactivo de CLIVBAR0). Como RETENIDO se regraba cada  *
      *      noche, el antecedente queda en RIESGOCL; un CUIT aun sin *
      *      calificar queda registrado sin nivel hasta la primera    *
      *      calificacion. Los archivos ausentes se saltean.          *
      *****************************************************************
       1300-MARCAR-RETENCIONES.
           OPEN INPUT RETENIDOS.
           EVALUATE WS-STATUS-RETE
               WHEN "00"
                   MOVE "N" TO WS-FIN-RETE
                   PERFORM 1310-MARCAR-RETENIDO THRU 1310-EXIT
                       UNTIL FIN-RETE
                   CLOSE RETENIDOS
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "RETENIDO"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-RETE     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
           OPEN INPUT RETEN-BARRIDO.
           EVALUATE WS-STATUS-RVBA
               WHEN "00"
                   MOVE "N" TO WS-FIN-RETE
                   PERFORM 1320-MARCAR-RETEN-BARRIDO THRU 1320-EXIT
                       UNTIL FIN-RETE
                   CLOSE RETEN-BARRIDO
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "RETENVBA"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-RVBA     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
       1300-EXIT.
           EXIT.

       1310-MARCAR-RETENIDO.
           READ RETENIDOS
               AT END
                   SET FIN-RETE TO TRUE
                   GO TO 1310-EXIT
           END-READ.
           MOVE RET-CUIT OF REG-RETENIDO TO RIE-CUIT.
           MOVE RET-FECHA-PROCESO OF REG-RETENIDO TO WS-FECHA-CALC.
           PERFORM 1350-ASENTAR-RETENCION THRU 1350-EXIT.
       1310-EXIT.
           EXIT.

       1320-MARCAR-RETEN-BARRIDO.
           READ RETEN-BARRIDO
               AT END
                   SET FIN-RETE TO TRUE
                   GO TO 1320-EXIT
           END-READ.
           MOVE RET-CUIT OF REG-RETEN-BARRIDO TO RIE-CUIT.
           MOVE RET-FECHA-PROCESO OF REG-RETEN-BARRIDO
                                  TO WS-FECHA-CALC.
           PERFORM 1350-ASENTAR-RETENCION THRU 1350-EXIT.
       1320-EXIT.
           EXIT.

      *****************************************************************
      *  1350-ASENTAR-RETENCION  -  se invoca con el CUIT en RIE-CUIT *
      *      y la fecha de la retencion en WS-FECHA-CALC.             *
      *****************************************************************
       1350-ASENTAR-RETENCION.
           PERFORM 1400-LEER-RIESGO THRU 1400-EXIT.
           IF RIESGO-HALLADO
               IF WS-FECHA-CALC NOT > RIE-FECHA-ULT-RETENCION
                   GO TO 1350-EXIT
               END-IF
               MOVE WS-FECHA-CALC TO RIE-FECHA-ULT-RETENCION
               REWRITE REG-RIESGO
           ELSE
               MOVE RIE-CUIT TO WS-CLI-CUIT
               INITIALIZE REG-RIESGO
               MOVE WS-CLI-CUIT   TO RIE-CUIT
               MOVE WS-FECHA-CALC TO RIE-FECHA-ULT-RETENCION
               WRITE REG-RIESGO
           END-IF.
           IF WS-STATUS-RIES NOT = "00"
               MOVE "RIESGOCL"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-RIES     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           ADD 1 TO WS-CANT-RETENCIONES.
       1350-EXIT.
           EXIT.

      *****************************************************************
      *  1400-LEER-RIESGO  -  lectura directa de RIESGOCL por el CUIT *
      *      ya cargado en RIE-CUIT.                                  *
      *****************************************************************
       1400-LEER-RIESGO.
           MOVE "N" TO WS-RIESGO-HALLADO.
           READ RIESGO.
           EVALUATE WS-STATUS-RIES
               WHEN "00"
                   SET RIESGO-HALLADO TO TRUE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   MOVE "RIESGOCL"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-RIES     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
       1400-EXIT.
           EXIT.

      *****************************************************************
      *  2000-CALIFICAR-CLIENTES  -  procedimiento de entrada del     *
      *      ordenamiento: califica cada cliente de los masters y     *
      *      libera al ordenamiento los que van al listado.           *
      *****************************************************************
       2000-CALIFICAR-CLIENTES.
           OPEN INPUT MASTER-PFIS
                      MASTER-PJUR.
           IF WS-STATUS-PFIS NOT = "00"
               MOVE "MSTRPFIS"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PFIS     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           IF WS-STATUS-PJUR NOT = "00"
               MOVE "MSTRPJUR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PJUR     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           PERFORM 2150-LEER-PFIS THRU 2150-EXIT.
           PERFORM 2100-CALIFICAR-PFIS THRU 2100-EXIT
               UNTIL FIN-PFIS.
           PERFORM 2250-LEER-PJUR THRU 2250-EXIT.
           PERFORM 2200-CALIFICAR-PJUR THRU 2200-EXIT
               UNTIL FIN-PJUR.
           CLOSE MASTER-PFIS
                 MASTER-PJUR.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-CALIFICAR-PFIS  -  carga los factores de la persona     *
      *      fisica; no lleva tipo societario.                        *
      *****************************************************************
       2100-CALIFICAR-PFIS.
           MOVE CLI-CUIT           TO WS-CLI-CUIT.
           MOVE "F"                TO WS-CLI-TIPO-PERSONA.
           MOVE CLI-OFICIAL        TO WS-CLI-OFICIAL.
           MOVE SPACES             TO WS-CLI-NOMBRE.
           STRING CLI-APELLIDO DELIMITED BY "  "
                  " "          DELIMITED BY SIZE
                  CLI-NOMBRE   DELIMITED BY SIZE
                  INTO WS-CLI-NOMBRE.
           MOVE CLI-TIPO-OPERAT    TO WS-CLI-TIPO-OPERAT.
           MOVE CLI-INVERSOR-CALIF TO WS-CLI-INVERSOR.
           MOVE CLI-RESID-PAIS     TO WS-CLI-RESIDENCIA.
           MOVE CLI-NACIONAL       TO WS-COD-NUM.
           MOVE WS-COD-NUM         TO WS-CLI-NACIONAL.
           MOVE CLI-SIT-LABORAL    TO WS-CLI-SIT-LABORAL.
           MOVE SPACES             TO WS-CLI-TIPO-SOCIET.
           PERFORM 3000-CALIFICAR-CLIENTE THRU 3000-EXIT.
           PERFORM 2150-LEER-PFIS THRU 2150-EXIT.
       2100-EXIT.
           EXIT.

       2150-LEER-PFIS.
           READ MASTER-PFIS
               AT END
                   SET FIN-PFIS TO TRUE
           END-READ.
       2150-EXIT.
           EXIT.

      *****************************************************************
      *  2200-CALIFICAR-PJUR  -  carga los factores de la persona     *
      *      juridica; no lleva nacionalidad.                         *
      *****************************************************************
       2200-CALIFICAR-PJUR.
           MOVE PJUR-CUIT           TO WS-CLI-CUIT.
           MOVE "J"                 TO WS-CLI-TIPO-PERSONA.
           MOVE PJUR-OFICIAL        TO WS-CLI-OFICIAL.
           MOVE PJUR-RAZON-SOCIAL   TO WS-CLI-NOMBRE.
           MOVE PJUR-TIPO-OPERAT    TO WS-CLI-TIPO-OPERAT.
           MOVE PJUR-INVERSOR-CALIF TO WS-CLI-INVERSOR.
           MOVE PJUR-RESID-PAIS     TO WS-CLI-RESIDENCIA.
           MOVE SPACES              TO WS-CLI-NACIONAL.
           MOVE PJUR-SIT-LABORAL    TO WS-CLI-SIT-LABORAL.
           MOVE PJUR-TIPO-SOCIET    TO WS-CLI-TIPO-SOCIET.
           PERFORM 3000-CALIFICAR-CLIENTE THRU 3000-EXIT.
           PERFORM 2250-LEER-PJUR THRU 2250-EXIT.
       2200-EXIT.
           EXIT.

       2250-LEER-PJUR.
           READ MASTER-PJUR
               AT END
                   SET FIN-PJUR TO TRUE
           END-READ.
       2250-EXIT.
           EXIT.

      *****************************************************************
      *  3000-CALIFICAR-CLIENTE  -  suma las ponderaciones de los     *
      *      factores cargados en WS-CLIENTE, asigna el nivel y la    *
      *      proxima revision y graba RIESGOCL. Si el calculo del mes *
      *      ya existe (reejecucion), se compara contra el nivel de   *
      *      la corrida anterior que ya tiene asentado.               *
      *****************************************************************
       3000-CALIFICAR-CLIENTE.
           MOVE WS-CLI-CUIT TO RIE-CUIT.
           PERFORM 1400-LEER-RIESGO THRU 1400-EXIT.
           IF NOT RIESGO-HALLADO
               INITIALIZE REG-RIESGO
               MOVE WS-CLI-CUIT TO RIE-CUIT
           END-IF.
           MOVE ZERO TO WS-PUNTAJE.
           MOVE "TIPOPER"  TO WS-PAC-FACTOR.
           MOVE WS-CLI-TIPO-OPERAT TO WS-COD-NUM.
           MOVE WS-COD-NUM TO WS-PAC-VALOR.
           PERFORM 3100-SUMAR-FACTOR THRU 3100-EXIT.
           MOVE "INVCALIF" TO WS-PAC-FACTOR.
           MOVE WS-CLI-INVERSOR TO WS-PAC-VALOR.
           PERFORM 3100-SUMAR-FACTOR THRU 3100-EXIT.
           MOVE "RESIDE"   TO WS-PAC-FACTOR.
           MOVE WS-CLI-RESIDENCIA TO WS-PAC-VALOR.
           PERFORM 3100-SUMAR-FACTOR THRU 3100-EXIT.
           IF WS-CLI-NACIONAL NOT = SPACES
               MOVE "NACIONAL" TO WS-PAC-FACTOR
               MOVE WS-CLI-NACIONAL TO WS-PAC-VALOR
               PERFORM 3100-SUMAR-FACTOR THRU 3100-EXIT
           END-IF.
           MOVE "SITLAB"   TO WS-PAC-FACTOR.
           MOVE WS-CLI-SIT-LABORAL TO WS-COD-NUM.
           MOVE WS-COD-NUM TO WS-PAC-VALOR.
           PERFORM 3100-SUMAR-FACTOR THRU 3100-EXIT.
           IF WS-CLI-TIPO-SOCIET NOT = SPACES
               MOVE "TIPOSOC"  TO WS-PAC-FACTOR
               MOVE WS-CLI-TIPO-SOCIET TO WS-PAC-VALOR
               PERFORM 3100-SUMAR-FACTOR THRU 3100-EXIT
           END-IF.
           PERFORM 3200-SUMAR-VIGILANCIA THRU 3200-EXIT.
           EVALUATE TRUE
               WHEN WS-PUNTAJE NOT < WS-UMBRAL-ALTO
                   MOVE 3 TO WS-NIVEL
                   MOVE WS-ANIOS-ALTO  TO WS-ANIOS
                   ADD 1 TO WS-CANT-ALTO
               WHEN WS-PUNTAJE NOT < WS-UMBRAL-MEDIO
                   MOVE 2 TO WS-NIVEL
                   MOVE WS-ANIOS-MEDIO TO WS-ANIOS
                   ADD 1 TO WS-CANT-MEDIO
               WHEN OTHER
                   MOVE 1 TO WS-NIVEL
                   MOVE WS-ANIOS-BAJO  TO WS-ANIOS
                   ADD 1 TO WS-CANT-BAJO
           END-EVALUATE.
           IF RIE-FECHA-CALCULO (1:6) NOT = WS-FECHA-TRABAJO (1:6)
               MOVE RIE-NIVEL         TO RIE-NIVEL-ANTERIOR
               MOVE RIE-FECHA-CALCULO TO RIE-FECHA-CALCULO-ANT
           END-IF.
           MOVE RIE-NIVEL-ANTERIOR TO WS-NIVEL-PREVIO.
           MOVE WS-CLI-TIPO-PERSONA TO RIE-TIPO-PERSONA.
           MOVE WS-CLI-OFICIAL     TO RIE-OFICIAL.
           MOVE WS-NIVEL           TO RIE-NIVEL.
           MOVE WS-PUNTAJE         TO RIE-PUNTAJE.
           MOVE WS-FECHA-TRABAJO   TO RIE-FECHA-CALCULO.
           IF RIE-FECHA-ULT-REVISION = ZERO
               MOVE WS-FECHA-TRABAJO TO RIE-FECHA-ULT-REVISION
           END-IF.
           MOVE RIE-FECHA-ULT-REVISION TO WS-FECHA-CALC.
           PERFORM 4100-SUMAR-ANIOS THRU 4100-EXIT.
           MOVE WS-FECHA-CALC      TO RIE-FECHA-PROX-REVISION.
           IF RIESGO-HALLADO
               REWRITE REG-RIESGO
           ELSE
               WRITE REG-RIESGO
           END-IF.
           IF WS-STATUS-RIES NOT = "00"
               MOVE "RIESGOCL"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-RIES     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           ADD 1 TO WS-CANT-CALIFICADOS.
           PERFORM 3300-LIBERAR-NOVEDADES THRU 3300-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-SUMAR-FACTOR  -  suma los puntos del factor y valor     *
      *      cargados en WS-PESO-ACTUAL; sin tarjeta para el valor se *
      *      toma la del valor "***" del factor, si la hay.           *
      *****************************************************************
       3100-SUMAR-FACTOR.
           PERFORM 4000-BUSCAR-PESO THRU 4000-EXIT.
           IF NOT PESO-HALLADO
               MOVE "***" TO WS-PAC-VALOR
               PERFORM 4000-BUSCAR-PESO THRU 4000-EXIT
           END-IF.
           IF PESO-HALLADO
               ADD WS-PAC-PUNTOS TO WS-PUNTAJE
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3200-SUMAR-VIGILANCIA  -  antecedentes en la lista de        *
      *      vigilancia: "RET" si el cliente fue retenido alguna vez, *
      *      "CON" si cumplimiento confirmo alguna coincidencia y     *
      *      "LIB" si alguna fue liberada como falso positivo. Cada   *
      *      antecedente suma su propia ponderacion una sola vez, por *
      *      mas disposiciones que lo registren: DISPVIGI tiene una   *
      *      por coincidencia, y una juridica puede tener varias en   *
      *      la misma version (la propia y las de sus vinculados).    *
      *****************************************************************
       3200-SUMAR-VIGILANCIA.
           MOVE "VIGILAN" TO WS-PAC-FACTOR.
           IF RIE-FECHA-ULT-RETENCION NOT = ZERO
               MOVE "RET" TO WS-PAC-VALOR
               PERFORM 4000-BUSCAR-PESO THRU 4000-EXIT
               IF PESO-HALLADO
                   ADD WS-PAC-PUNTOS TO WS-PUNTAJE
               END-IF
           END-IF.
           MOVE "N" TO WS-DISP-CONFIRMADA
                       WS-DISP-LIBERADA.
           IF NOT DISP-DISPONIBLE
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-CLI-CUIT TO DVI-CUIT.
           MOVE LOW-VALUES  TO DVI-VERSION-LISTA.
           MOVE ZERO        TO DVI-CUIT-COINCIDENTE.
           MOVE "N" TO WS-FIN-DVIG.
           START DISPOSICION KEY IS NOT LESS THAN DVI-CLAVE
               INVALID KEY
                   SET FIN-DVIG TO TRUE
           END-START.
           PERFORM 3210-LEER-DISPOSICION THRU 3210-EXIT
               UNTIL FIN-DVIG.
           IF DISP-CONFIRMADA
               MOVE "CON" TO WS-PAC-VALOR
               PERFORM 4000-BUSCAR-PESO THRU 4000-EXIT
               IF PESO-HALLADO
                   ADD WS-PAC-PUNTOS TO WS-PUNTAJE
               END-IF
           END-IF.
           IF DISP-LIBERADA
               MOVE "LIB" TO WS-PAC-VALOR
               PERFORM 4000-BUSCAR-PESO THRU 4000-EXIT
               IF PESO-HALLADO
                   ADD WS-PAC-PUNTOS TO WS-PUNTAJE
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.

       3210-LEER-DISPOSICION.
           READ DISPOSICION NEXT
               AT END
                   SET FIN-DVIG TO TRUE
                   GO TO 3210-EXIT
           END-READ.
           IF WS-STATUS-DVIG NOT = "00"
               MOVE "DISPVIGI"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-DVIG     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           IF DVI-CUIT NOT = WS-CLI-CUIT
               SET FIN-DVIG TO TRUE
               GO TO 3210-EXIT
           END-IF.
           IF DVI-CONFIRMADO
               SET DISP-CONFIRMADA TO TRUE
           END-IF.
           IF DVI-LIBERADO
               SET DISP-LIBERADA TO TRUE
           END-IF.
       3210-EXIT.
           EXIT.

      *****************************************************************
      *  3300-LIBERAR-NOVEDADES  -  libera al ordenamiento el cliente *
      *      con la revision vencida o por vencer en 30 dias, y el    *
      *      que subio de nivel respecto de la corrida anterior.      *
      *****************************************************************
       3300-LIBERAR-NOVEDADES.
           MOVE WS-CLI-OFICIAL          TO SRT-OFICIAL.
           MOVE RIE-FECHA-PROX-REVISION TO SRT-FECHA-PROX.
           MOVE WS-CLI-CUIT             TO SRT-CUIT.
           MOVE WS-CLI-TIPO-PERSONA     TO SRT-TIPO-PERSONA.
           MOVE WS-CLI-NOMBRE           TO SRT-NOMBRE.
           MOVE WS-NIVEL                TO SRT-NIVEL.
           MOVE WS-NIVEL-PREVIO         TO SRT-NIVEL-ANTERIOR.
           IF RIE-FECHA-PROX-REVISION < WS-FECHA-TRABAJO
               SET SRT-MOTIVO-VENCIDA TO TRUE
               ADD 1 TO WS-CANT-VENCIDAS
               RELEASE REG-SORT
           ELSE
               IF RIE-FECHA-PROX-REVISION NOT > WS-FECHA-LIMITE
                   SET SRT-MOTIVO-POR-VENCER TO TRUE
                   ADD 1 TO WS-CANT-POR-VENCER
                   RELEASE REG-SORT
               END-IF
           END-IF.
           IF WS-NIVEL-PREVIO NOT = ZERO
              AND WS-NIVEL > WS-NIVEL-PREVIO
               SET SRT-MOTIVO-SUBE TO TRUE
               ADD 1 TO WS-CANT-SUBEN
               RELEASE REG-SORT
           END-IF.
       3300-EXIT.
           EXIT.

      *****************************************************************
      *  4000-BUSCAR-PESO  -  busca en la tabla de ponderaciones el   *
      *      factor y valor cargados en WS-PESO-ACTUAL; deja los      *
      *      puntos en WS-PAC-PUNTOS.                                 *
      *****************************************************************
       4000-BUSCAR-PESO.
           MOVE "N"  TO WS-PESO-HALLADO.
           MOVE ZERO TO WS-PAC-PUNTOS.
           PERFORM 4010-COMPARAR-PESO
               VARYING WS-PES-IDX FROM 1 BY 1
               UNTIL WS-PES-IDX > WS-PES-USADOS
                  OR PESO-HALLADO.
       4000-EXIT.
           EXIT.

       4010-COMPARAR-PESO.
           IF WS-PES-FACTOR (WS-PES-IDX) = WS-PAC-FACTOR
              AND WS-PES-VALOR (WS-PES-IDX) = WS-PAC-VALOR
               MOVE WS-PES-PUNTOS (WS-PES-IDX) TO WS-PAC-PUNTOS
               SET PESO-HALLADO TO TRUE
           END-IF.

      *****************************************************************
      *  4100-SUMAR-ANIOS  -  suma WS-ANIOS anios a la fecha de       *
      *      WS-FECHA-CALC; un 29 de febrero pasa al 28.              *
      *****************************************************************
       4100-SUMAR-ANIOS.
           ADD WS-ANIOS TO WS-FC-ANIO.
           IF WS-FC-MES = 2
              AND WS-FC-DIA = 29
               MOVE 28 TO WS-FC-DIA
           END-IF.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  6000-LISTAR-POR-OFICIAL  -  procedimiento de salida del      *
      *      ordenamiento: listado con corte por oficial.             *
      *****************************************************************
       6000-LISTAR-POR-OFICIAL.
           MOVE "N" TO WS-FIN-SORT.
           PERFORM 6100-RETORNAR THRU 6100-EXIT.
           IF FIN-SORT
               MOVE SPACES TO LINEA-REPORTE
               STRING "SIN REVISIONES VENCIDAS, POR VENCER NI "
                      "SUBAS DE NIVEL"
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6200-LISTAR-DETALLE THRU 6200-EXIT
               UNTIL FIN-SORT.
           PERFORM 6300-CERRAR-OFICIAL THRU 6300-EXIT.
       6000-EXIT.
           EXIT.

       6100-RETORNAR.
           RETURN SORT-TRABAJO
               AT END
                   SET FIN-SORT TO TRUE
           END-RETURN.
       6100-EXIT.
           EXIT.

      *****************************************************************
      *  6200-LISTAR-DETALLE  -  una linea por novedad; al cambiar el *
      *      oficial cierra el anterior y titula el nuevo.            *
      *****************************************************************
       6200-LISTAR-DETALLE.
           IF PRIMER-OFICIAL
              OR SRT-OFICIAL NOT = WS-OFICIAL-ANTERIOR
               IF NOT PRIMER-OFICIAL
                   PERFORM 6300-CERRAR-OFICIAL THRU 6300-EXIT
               END-IF
               MOVE "N" TO WS-PRIMER-OFICIAL
               MOVE SRT-OFICIAL TO WS-OFICIAL-ANTERIOR
               MOVE ZERO TO WS-CANT-OFI-LINEAS
               MOVE SPACES TO LINEA-REPORTE
               STRING "OFICIAL " SRT-OFICIAL
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "  CUIT        T NOMBRE                        "
                      "  NIVEL PROX.REV OBSERVACION"
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
           MOVE SRT-NIVEL TO WS-NIVEL.
           PERFORM 6400-DESCRIBIR-NIVEL THRU 6400-EXIT.
           MOVE WS-NIVEL-DESC TO WS-NIVEL-ACT-DESC.
           MOVE SRT-NIVEL-ANTERIOR TO WS-NIVEL.
           PERFORM 6400-DESCRIBIR-NIVEL THRU 6400-EXIT.
           MOVE SPACES TO WS-OBSERVACION.
           EVALUATE TRUE
               WHEN SRT-MOTIVO-VENCIDA
                   MOVE "REVISION VENCIDA" TO WS-OBSERVACION
               WHEN SRT-MOTIVO-POR-VENCER
                   MOVE "VENCE EN 30 DIAS" TO WS-OBSERVACION
               WHEN SRT-MOTIVO-SUBE
                   STRING "SUBE DESDE " WS-NIVEL-DESC
                          DELIMITED BY SIZE INTO WS-OBSERVACION
           END-EVALUATE.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE SRT-CUIT          TO LINEA-REPORTE (3:11).
           MOVE SRT-TIPO-PERSONA  TO LINEA-REPORTE (15:1).
           MOVE SRT-NOMBRE        TO LINEA-REPORTE (17:30).
           MOVE WS-NIVEL-ACT-DESC TO LINEA-REPORTE (49:5).
           MOVE SRT-FECHA-PROX    TO LINEA-REPORTE (55:8).
           MOVE WS-OBSERVACION    TO LINEA-REPORTE (64:17).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           ADD 1 TO WS-CANT-OFI-LINEAS.
           PERFORM 6100-RETORNAR THRU 6100-EXIT.
       6200-EXIT.
           EXIT.

       6300-CERRAR-OFICIAL.
           MOVE WS-CANT-OFI-LINEAS TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  TOTAL OFICIAL " WS-OFICIAL-ANTERIOR
                  ": " WS-CANT-ED
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       6300-EXIT.
           EXIT.

       6400-DESCRIBIR-NIVEL.
           EVALUATE WS-NIVEL
               WHEN 1
                   MOVE "BAJO"  TO WS-NIVEL-DESC
               WHEN 2
                   MOVE "MEDIO" TO WS-NIVEL-DESC
               WHEN 3
                   MOVE "ALTO"  TO WS-NIVEL-DESC
               WHEN OTHER
                   MOVE SPACES  TO WS-NIVEL-DESC
           END-EVALUATE.
       6400-EXIT.
           EXIT.

      *****************************************************************
      *  7000-ESCRIBIR-LINEA  -  graba una linea del listado,          *
      *      verificando el resultado de la escritura.                 *
      *****************************************************************
       7000-ESCRIBIR-LINEA.
           WRITE LINEA-REPORTE.
           IF WS-STATUS-LIST NOT = "00"
               MOVE "LISTRIES"         TO WS-ERROR-ARCHIVO
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
           MOVE WS-CANT-CALIFICADOS TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CLIENTES CALIFICADOS          : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-BAJO TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  NIVEL BAJO                  : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-MEDIO TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  NIVEL MEDIO                 : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-ALTO TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  NIVEL ALTO                  : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-VENCIDAS TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "REVISIONES VENCIDAS           : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-POR-VENCER TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "REVISIONES QUE VENCEN EN 30 D.: " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-SUBEN TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CLIENTES QUE SUBEN DE NIVEL   : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-REVISIONES TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "REVISIONES ASENTADAS          : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-REV-RECHAZ TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TARJETAS REVIRIES RECHAZADAS  : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  8900-ERROR-FATAL  -  corte del proceso ante un error de E/S  *
      *      Se invoca con WS-ERROR-ARCHIVO/WS-ERROR-STATUS cargados. *
      *****************************************************************
       8900-ERROR-FATAL.
           DISPLAY "CLIRIES0 - ERROR DE E/S EN ARCHIVO "
               WS-ERROR-ARCHIVO.
           DISPLAY "CLIRIES0 - FILE STATUS: " WS-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       8900-EXIT.
           EXIT.

      *****************************************************************
      *  9000-FINALIZAR  -  deja codigo de retorno 4 si hay revisiones *
      *      vencidas.                                                *
      *****************************************************************
       9000-FINALIZAR.
           CLOSE RIESGO
                 LISTADO.
           IF DISP-DISPONIBLE
               CLOSE DISPOSICION
           END-IF.
           DISPLAY "CLIRIES0 - CLIENTES CALIFICADOS   : "
               WS-CANT-CALIFICADOS.
           DISPLAY "CLIRIES0 - REVISIONES VENCIDAS    : "
               WS-CANT-VENCIDAS.
           DISPLAY "CLIRIES0 - CLIENTES QUE SUBEN     : "
               WS-CANT-SUBEN.
           IF WS-CANT-VENCIDAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   PROGRAM-ID  : CLIREAS0                                     *
      *   PROJECT     : Project2.client_replication                  *
      *                                                               *
      *   PURPOSE     : Reasignacion masiva de la cartera de un      *
      *                 oficial (baja del oficial o fusion de        *
      *                 sucursales). Cada tarjeta PARMREAS indica el *
      *                 oficial saliente, el oficial nuevo y,        *
      *                 opcionalmente, una provincia o un tipo de    *
      *                 operatoria que limita los clientes que se    *
      *                 mueven. Por cada cliente de MSTRPFIS y       *
      *                 MSTRPJUR alcanzado genera una novedad "M"    *
      *                 con la imagen completa del master y el       *
      *                 oficial nuevo en REASPFIS / REASPJUR, que se *
      *                 aplican con CLIMANT0 como cualquier otra     *
      *                 novedad (NOVEPFIS / NOVEPJUR) para que       *
      *                 AUDINOVE registre cada cambio. Se corre      *
      *                 despues del mantenimiento diario, y sus      *
      *                 novedades se aplican en una pasada de        *
      *                 CLIMANT0 propia, antes de la extraccion.     *
      *                 Ademas pasa al oficial nuevo las excepciones *
      *                 pendientes del cliente en EXCTRABA, para que *
      *                 CLIEXCA0 las impute al nuevo responsable, y  *
      *                 advierte los perfiles de SUBSPERF que rutean *
      *                 por el oficial saliente: ese destino dejaria *
      *                 de recibir los clientes reasignados. Listado *
      *                 de la corrida en LISTREAS.                   *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLIREAS0.
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
           SELECT PARAMETROS    ASSIGN TO "PARMREAS"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-PARM.

           SELECT MASTER-PFIS   ASSIGN TO "MSTRPFIS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CLI-CUIT OF REG-SALE
                  FILE STATUS IS WS-STATUS-PFIS.

           SELECT MASTER-PJUR   ASSIGN TO "MSTRPJUR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PJUR-CUIT OF REG-SALE-PJUR
                  FILE STATUS IS WS-STATUS-PJUR.

           SELECT REASIG-PFIS   ASSIGN TO "REASPFIS"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-REAP.

           SELECT REASIG-PJUR   ASSIGN TO "REASPJUR"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-REAJ.

           SELECT EXC-TRABAJO   ASSIGN TO "EXCTRABA"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EXT-CLAVE
                  FILE STATUS IS WS-STATUS-EXTR.

           SELECT PERFILES      ASSIGN TO "SUBSPERF"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-PERF.

           SELECT LISTADO       ASSIGN TO "LISTREAS"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-LIST.

           SELECT FECHA-PROCESO ASSIGN TO "FECHPROC"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-FPRO.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           LABEL RECORDS ARE STANDARD.
       01  REG-PARM-REAS.
           05  PAR-OFICIAL-ANTERIOR PIC X(8).
           05  PAR-OFICIAL-NUEVO  PIC X(8).
           05  PAR-PCIA           PIC X(2).
           05  PAR-TIPO-OPERAT    PIC X(2).
           05  FILLER             PIC X(60).

       FD  MASTER-PFIS
           LABEL RECORDS ARE STANDARD.
           COPY "clivuel_pfis.cpy".

       FD  MASTER-PJUR
           LABEL RECORDS ARE STANDARD.
           COPY "clivuel_pjur.cpy".

       FD  REASIG-PFIS
           LABEL RECORDS ARE STANDARD.
           COPY "clivuel_pfis.cpy"
               REPLACING ==REG-SALE== BY ==REG-REAS-PFIS==.

       FD  REASIG-PJUR
           LABEL RECORDS ARE STANDARD.
           COPY "clivuel_pjur.cpy"
               REPLACING ==REG-SALE-PJUR== BY ==REG-REAS-PJUR==.

       FD  EXC-TRABAJO
           LABEL RECORDS ARE STANDARD.
           COPY "cliexctr.cpy".

       FD  PERFILES
           LABEL RECORDS ARE STANDARD.
           COPY "cliperf.cpy".

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
           05  WS-STATUS-PFIS     PIC XX          VALUE SPACES.
           05  WS-STATUS-PJUR     PIC XX          VALUE SPACES.
           05  WS-STATUS-REAP     PIC XX          VALUE SPACES.
           05  WS-STATUS-REAJ     PIC XX          VALUE SPACES.
           05  WS-STATUS-EXTR     PIC XX          VALUE SPACES.
           05  WS-STATUS-PERF     PIC XX          VALUE SPACES.
           05  WS-STATUS-LIST     PIC XX          VALUE SPACES.
           05  WS-FIN-PARM        PIC X           VALUE "N".
               88  FIN-PARM                       VALUE "S".
           05  WS-FIN-PFIS        PIC X           VALUE "N".
               88  FIN-PFIS                       VALUE "S".
           05  WS-FIN-PJUR        PIC X           VALUE "N".
               88  FIN-PJUR                       VALUE "S".
           05  WS-FIN-EXTR        PIC X           VALUE "N".
               88  FIN-EXTR                       VALUE "S".
           05  WS-FIN-PERF        PIC X           VALUE "N".
               88  FIN-PERF                       VALUE "S".
           05  WS-EXTR-DISPONIBLE PIC X           VALUE "N".
               88  EXTR-DISPONIBLE                VALUE "S".
           05  WS-DOMIC-ENCONTRADO PIC X          VALUE "N".
               88  WS-DOMIC-HALLADO               VALUE "S".

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
           05  WS-CANT-LEIDOS-PFIS PIC 9(8) COMP  VALUE ZERO.
           05  WS-CANT-LEIDOS-PJUR PIC 9(8) COMP  VALUE ZERO.
           05  WS-CANT-REAS-PFIS  PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-REAS-PJUR  PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-EXCEP      PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-PERFILES   PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-EXC-CLI    PIC 9(4)  COMP  VALUE ZERO.

      *-----------------------------------------------------------*
      *  TARJETAS DE REASIGNACION. EL CLIENTE SE MUEVE CON LA      *
      *  PRIMERA TARJETA DE SU OFICIAL CUYOS FILTROS CUMPLE.       *
      *-----------------------------------------------------------*
       01  WS-TABLA-TARJETAS.
           05  WS-TAR-USADAS      PIC 9(3)  COMP  VALUE ZERO.
           05  WS-TAR-ENTRADA     OCCURS 50 TIMES.
               10  WS-TAR-ANTERIOR PIC X(8).
               10  WS-TAR-NUEVO   PIC X(8).
               10  WS-TAR-PCIA    PIC 99.
               10  WS-TAR-OPERAT  PIC 99.
               10  WS-TAR-CANT-PFIS PIC 9(7) COMP.
               10  WS-TAR-CANT-PJUR PIC 9(7) COMP.
               10  WS-TAR-CANT-EXC  PIC 9(7) COMP.
       01  WS-TAR-IDX             PIC 9(3)  COMP.
       01  WS-TAR-ELEGIDA         PIC 9(3)  COMP.

      *-----------------------------------------------------------*
      *  CLIENTE EN PROCESO                                        *
      *-----------------------------------------------------------*
       01  WS-CLIENTE.
           05  WS-CLI-CUIT        PIC 9(11).
           05  WS-CLI-TIPO-PERSONA PIC X.
           05  WS-CLI-OFICIAL     PIC X(8).
           05  WS-CLI-PCIA        PIC 99.
           05  WS-CLI-TIPO-OPERAT PIC 99.
           05  WS-CLI-NOMBRE      PIC X(30).
       01  WS-INDICE              PIC 9     COMP.

       01  WS-FECHA-TRABAJO       PIC 9(8).

      *-----------------------------------------------------------*
      *  CAMPOS EDITADOS PARA ARMAR LAS LINEAS DEL LISTADO         *
      *-----------------------------------------------------------*
       01  WS-CANT-ED             PIC ZZZZZZ9.
       01  WS-PFIS-ED             PIC ZZZZZZ9.
       01  WS-PJUR-ED             PIC ZZZZZZ9.
       01  WS-EXC-ED              PIC ZZ9.
       01  WS-FILTRO-DESC         PIC X(24).

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-EXIT.
           PERFORM 2000-REASIGNAR-PFIS    THRU 2000-EXIT
               UNTIL FIN-PFIS.
           PERFORM 3000-REASIGNAR-PJUR    THRU 3000-EXIT
               UNTIL FIN-PJUR.
           PERFORM 8000-IMPRIMIR-RESUMEN  THRU 8000-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      *  1000-INICIALIZAR                                             *
      *****************************************************************
       1000-INICIALIZAR.
           PERFORM 1010-LEER-FECHA-PROCESO THRU 1010-EXIT.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT.
           OPEN INPUT  MASTER-PFIS
                       MASTER-PJUR
                OUTPUT REASIG-PFIS
                       REASIG-PJUR
                       LISTADO.
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
           IF WS-STATUS-REAP NOT = "00"
               MOVE "REASPFIS"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-REAP     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           IF WS-STATUS-REAJ NOT = "00"
               MOVE "REASPJUR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-REAJ     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           IF WS-STATUS-LIST NOT = "00"
               MOVE "LISTREAS"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-LIST     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           OPEN I-O EXC-TRABAJO.
           EVALUATE WS-STATUS-EXTR
               WHEN "00"
                   SET EXTR-DISPONIBLE TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "EXCTRABA"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-EXTR     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "REASIGNACION MASIVA DE CARTERA DE OFICIALES  "
                  "FECHA: " WS-FECHA-TRABAJO
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           PERFORM 1200-CONTROLAR-PERFILES THRU 1200-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  CUIT        T NOMBRE                         "
                  "ANTERIOR NUEVO    EXC"
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           PERFORM 2100-LEER-PFIS THRU 2100-EXIT.
           PERFORM 3100-LEER-PJUR THRU 3100-EXIT.
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
               DISPLAY "CLIREAS0 - NO HAY DIA DE NEGOCIO ABIERTO EN "
                   "FECHPROC: " FPR-FECHA-PROCESO " ESTADO " FPR-ESTADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FPR-FECHA-PROCESO TO WS-FECHA-TRABAJO.
           IF FPR-REPROCESO
               DISPLAY "CLIREAS0 - REPROCESO AUTORIZADO DEL DIA "
                   FPR-FECHA-PROCESO
           END-IF.
       1010-EXIT.
           EXIT.

      *****************************************************************
      *  1050-LEER-PARAMETROS  -  una tarjeta por reasignacion:       *
      *      oficial saliente (cols 1-8), oficial nuevo (cols 9-16),  *
      *      provincia del domicilio principal (cols 17-18) y tipo de *
      *      operatoria (cols 19-20); los filtros en espacios o ceros *
      *      alcanzan a toda la cartera. Sin tarjetas no hay nada que *
      *      reasignar.                                               *
      *****************************************************************
       1050-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WS-STATUS-PARM NOT = "00"
               MOVE "PARMREAS"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PARM     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           PERFORM 1060-CARGAR-TARJETA THRU 1060-EXIT
               UNTIL FIN-PARM.
           CLOSE PARAMETROS.
           IF WS-TAR-USADAS = ZERO
               DISPLAY "CLIREAS0 - SIN TARJETAS EN PARMREAS"
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
               MOVE "PARMREAS"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PARM     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           IF PAR-OFICIAL-ANTERIOR = SPACES
            OR PAR-OFICIAL-NUEVO = SPACES
            OR PAR-OFICIAL-ANTERIOR = PAR-OFICIAL-NUEVO
               DISPLAY "CLIREAS0 - OFICIALES INVALIDOS EN PARMREAS: "
                   PAR-OFICIAL-ANTERIOR " " PAR-OFICIAL-NUEVO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TAR-USADAS NOT < 50
               DISPLAY "CLIREAS0 - MAS DE 50 TARJETAS EN PARMREAS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-TAR-USADAS.
           MOVE PAR-OFICIAL-ANTERIOR TO WS-TAR-ANTERIOR (WS-TAR-USADAS).
           MOVE PAR-OFICIAL-NUEVO    TO WS-TAR-NUEVO (WS-TAR-USADAS).
           MOVE ZERO TO WS-TAR-CANT-PFIS (WS-TAR-USADAS)
                        WS-TAR-CANT-PJUR (WS-TAR-USADAS)
                        WS-TAR-CANT-EXC (WS-TAR-USADAS).
           EVALUATE TRUE
               WHEN PAR-PCIA = SPACES
                   MOVE ZERO TO WS-TAR-PCIA (WS-TAR-USADAS)
               WHEN PAR-PCIA IS NUMERIC
                   MOVE PAR-PCIA TO WS-TAR-PCIA (WS-TAR-USADAS)
               WHEN OTHER
                   DISPLAY "CLIREAS0 - PROVINCIA INVALIDA EN PARMREAS: "
                       PAR-PCIA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           EVALUATE TRUE
               WHEN PAR-TIPO-OPERAT = SPACES
                   MOVE ZERO TO WS-TAR-OPERAT (WS-TAR-USADAS)
               WHEN PAR-TIPO-OPERAT IS NUMERIC
                   MOVE PAR-TIPO-OPERAT TO WS-TAR-OPERAT (WS-TAR-USADAS)
               WHEN OTHER
                   DISPLAY "CLIREAS0 - TIPO DE OPERATORIA INVALIDO EN "
                       "PARMREAS: " PAR-TIPO-OPERAT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       1060-EXIT.
           EXIT.

      *****************************************************************
      *  1200-CONTROLAR-PERFILES  -  advierte cada perfil de destino  *
      *      de SUBSPERF que selecciona por un oficial saliente. Sin  *
      *      SUBSPERF montado no hay perfiles que controlar.          *
      *****************************************************************
       1200-CONTROLAR-PERFILES.
           OPEN INPUT PERFILES.
           IF WS-STATUS-PERF = "35"
               GO TO 1200-EXIT
           END-IF.
           IF WS-STATUS-PERF NOT = "00"
               MOVE "SUBSPERF"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PERF     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           PERFORM 1210-LEER-PERFIL THRU 1210-EXIT
               UNTIL FIN-PERF.
           CLOSE PERFILES.
           IF WS-CANT-PERFILES > ZERO
               MOVE SPACES TO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

       1210-LEER-PERFIL.
           READ PERFILES
               AT END
                   SET FIN-PERF TO TRUE
                   GO TO 1210-EXIT
           END-READ.
           IF PER-OFICIAL = SPACES
               GO TO 1210-EXIT
           END-IF.
           PERFORM 1220-COMPARAR-PERFIL
               VARYING WS-TAR-IDX FROM 1 BY 1
               UNTIL WS-TAR-IDX > WS-TAR-USADAS.
       1210-EXIT.
           EXIT.

       1220-COMPARAR-PERFIL.
           IF PER-OFICIAL = WS-TAR-ANTERIOR (WS-TAR-IDX)
               ADD 1 TO WS-CANT-PERFILES
               MOVE SPACES TO LINEA-REPORTE
               STRING "ATENCION - EL PERFIL DEL DESTINO " PER-DESTINO
                      " RUTEA POR EL OFICIAL " PER-OFICIAL
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "           SU CARTERA PASA A "
                      WS-TAR-NUEVO (WS-TAR-IDX)
                      ": ACTUALIZAR SUBSPERF ANTES DE LA EXTRACCION"
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.

      *****************************************************************
      *  2000-REASIGNAR-PFIS  -  provincia del domicilio particular,  *
      *      o del primero informado (igual que CLISPLT0).            *
      *****************************************************************
       2000-REASIGNAR-PFIS.
           ADD 1 TO WS-CANT-LEIDOS-PFIS.
           MOVE CLI-CUIT OF REG-SALE        TO WS-CLI-CUIT.
           MOVE "F"                         TO WS-CLI-TIPO-PERSONA.
           MOVE CLI-OFICIAL OF REG-SALE     TO WS-CLI-OFICIAL.
           MOVE CLI-TIPO-OPERAT OF REG-SALE TO WS-CLI-TIPO-OPERAT.
           MOVE SPACES                      TO WS-CLI-NOMBRE.
           STRING CLI-APELLIDO OF REG-SALE DELIMITED BY "  "
                  " "                      DELIMITED BY SIZE
                  CLI-NOMBRE OF REG-SALE   DELIMITED BY SIZE
                  INTO WS-CLI-NOMBRE.
           PERFORM 2200-UBICAR-DOMICILIO THRU 2200-EXIT.
           PERFORM 4000-ELEGIR-TARJETA THRU 4000-EXIT.
           IF WS-TAR-ELEGIDA > ZERO
               MOVE REG-SALE         TO REG-REAS-PFIS
               MOVE "M"              TO CLI-TIPO-REGISTRO OF
                                        REG-REAS-PFIS
               MOVE WS-TAR-NUEVO (WS-TAR-ELEGIDA)
                                     TO CLI-OFICIAL OF REG-REAS-PFIS
               WRITE REG-REAS-PFIS
               IF WS-STATUS-REAP NOT = "00"
                   MOVE "REASPFIS"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-REAP     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
               END-IF
               ADD 1 TO WS-CANT-REAS-PFIS
               ADD 1 TO WS-TAR-CANT-PFIS (WS-TAR-ELEGIDA)
               PERFORM 5000-ACTUALIZAR-EXCEPCIONES THRU 5000-EXIT
           END-IF.
           PERFORM 2100-LEER-PFIS THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-LEER-PFIS.
           READ MASTER-PFIS
               AT END
                   SET FIN-PFIS TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-UBICAR-DOMICILIO.
           MOVE "N" TO WS-DOMIC-ENCONTRADO.
           MOVE ZERO TO WS-CLI-PCIA.
           IF CLI-CANT-DOMICILIOS OF REG-SALE > ZERO
               AND CLI-CANT-DOMICILIOS OF REG-SALE <= 3
               PERFORM 2210-BUSCAR-PARTICULAR
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > CLI-CANT-DOMICILIOS OF REG-SALE
                       OR WS-DOMIC-HALLADO
               IF NOT WS-DOMIC-HALLADO
                   MOVE CLI-DOMIC-PCIA OF REG-SALE (1)
                                           TO WS-CLI-PCIA
                   MOVE "S" TO WS-DOMIC-ENCONTRADO
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

       2210-BUSCAR-PARTICULAR.
           IF CLI-TIPO-DOMIC-PARTICULAR OF REG-SALE (WS-INDICE)
               MOVE CLI-DOMIC-PCIA OF REG-SALE (WS-INDICE)
                                           TO WS-CLI-PCIA
               MOVE "S" TO WS-DOMIC-ENCONTRADO
           END-IF.

      *****************************************************************
      *  3000-REASIGNAR-PJUR                                          *
      *****************************************************************
       3000-REASIGNAR-PJUR.
           ADD 1 TO WS-CANT-LEIDOS-PJUR.
           MOVE PJUR-CUIT OF REG-SALE-PJUR  TO WS-CLI-CUIT.
           MOVE "J"                         TO WS-CLI-TIPO-PERSONA.
           MOVE PJUR-OFICIAL OF REG-SALE-PJUR TO WS-CLI-OFICIAL.
           MOVE PJUR-TIPO-OPERAT OF REG-SALE-PJUR
                                            TO WS-CLI-TIPO-OPERAT.
           MOVE PJUR-PCIA OF REG-SALE-PJUR  TO WS-CLI-PCIA.
           MOVE PJUR-RAZON-SOCIAL OF REG-SALE-PJUR TO WS-CLI-NOMBRE.
           PERFORM 4000-ELEGIR-TARJETA THRU 4000-EXIT.
           IF WS-TAR-ELEGIDA > ZERO
               MOVE REG-SALE-PJUR    TO REG-REAS-PJUR
               MOVE "M"              TO PJUR-TIPO-REGISTRO OF
                                        REG-REAS-PJUR
               MOVE WS-TAR-NUEVO (WS-TAR-ELEGIDA)
                                     TO PJUR-OFICIAL OF REG-REAS-PJUR
               WRITE REG-REAS-PJUR
               IF WS-STATUS-REAJ NOT = "00"
                   MOVE "REASPJUR"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-REAJ     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
               END-IF
               ADD 1 TO WS-CANT-REAS-PJUR
               ADD 1 TO WS-TAR-CANT-PJUR (WS-TAR-ELEGIDA)
               PERFORM 5000-ACTUALIZAR-EXCEPCIONES THRU 5000-EXIT
           END-IF.
           PERFORM 3100-LEER-PJUR THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

       3100-LEER-PJUR.
           READ MASTER-PJUR
               AT END
                   SET FIN-PJUR TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  4000-ELEGIR-TARJETA  -  primera tarjeta del oficial del      *
      *      cliente cuyos filtros de provincia y tipo de operatoria  *
      *      cumple; WS-TAR-ELEGIDA queda en cero si no hay ninguna.  *
      *****************************************************************
       4000-ELEGIR-TARJETA.
           MOVE ZERO TO WS-TAR-ELEGIDA.
           PERFORM 4010-COMPARAR-TARJETA
               VARYING WS-TAR-IDX FROM 1 BY 1
               UNTIL WS-TAR-IDX > WS-TAR-USADAS
                  OR WS-TAR-ELEGIDA > ZERO.
       4000-EXIT.
           EXIT.

       4010-COMPARAR-TARJETA.
           IF WS-TAR-ANTERIOR (WS-TAR-IDX) = WS-CLI-OFICIAL
              AND (WS-TAR-PCIA (WS-TAR-IDX) = ZERO
                   OR WS-TAR-PCIA (WS-TAR-IDX) = WS-CLI-PCIA)
              AND (WS-TAR-OPERAT (WS-TAR-IDX) = ZERO
                   OR WS-TAR-OPERAT (WS-TAR-IDX) = WS-CLI-TIPO-OPERAT)
               MOVE WS-TAR-IDX TO WS-TAR-ELEGIDA
           END-IF.

      *****************************************************************
      *  5000-ACTUALIZAR-EXCEPCIONES  -  pasa al oficial nuevo las    *
      *      excepciones pendientes del cliente en EXCTRABA y lista   *
      *      el cliente reasignado.                                   *
      *****************************************************************
       5000-ACTUALIZAR-EXCEPCIONES.
           MOVE ZERO TO WS-CANT-EXC-CLI.
           IF EXTR-DISPONIBLE
               MOVE WS-CLI-CUIT TO EXT-CUIT
               MOVE ZERO        TO EXT-COD-ERROR
               MOVE "N" TO WS-FIN-EXTR
               START EXC-TRABAJO KEY IS NOT LESS THAN EXT-CLAVE
                   INVALID KEY
                       SET FIN-EXTR TO TRUE
               END-START
               PERFORM 5100-ACTUALIZAR-EXCEPCION THRU 5100-EXIT
                   UNTIL FIN-EXTR
           END-IF.
           ADD WS-CANT-EXC-CLI TO WS-CANT-EXCEP
                                  WS-TAR-CANT-EXC (WS-TAR-ELEGIDA).
           MOVE WS-CANT-EXC-CLI TO WS-EXC-ED.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE WS-CLI-CUIT         TO LINEA-REPORTE (3:11).
           MOVE WS-CLI-TIPO-PERSONA TO LINEA-REPORTE (15:1).
           MOVE WS-CLI-NOMBRE       TO LINEA-REPORTE (17:30).
           MOVE WS-CLI-OFICIAL      TO LINEA-REPORTE (48:8).
           MOVE WS-TAR-NUEVO (WS-TAR-ELEGIDA)
                                    TO LINEA-REPORTE (57:8).
           MOVE WS-EXC-ED           TO LINEA-REPORTE (66:3).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       5000-EXIT.
           EXIT.

       5100-ACTUALIZAR-EXCEPCION.
           READ EXC-TRABAJO NEXT
               AT END
                   SET FIN-EXTR TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           IF WS-STATUS-EXTR NOT = "00"
               MOVE "EXCTRABA"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-EXTR     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           IF EXT-CUIT NOT = WS-CLI-CUIT
               SET FIN-EXTR TO TRUE
               GO TO 5100-EXIT
           END-IF.
           IF NOT EXT-ESTADO-PENDIENTE
            OR EXT-OFICIAL = WS-TAR-NUEVO (WS-TAR-ELEGIDA)
               GO TO 5100-EXIT
           END-IF.
           MOVE WS-TAR-NUEVO (WS-TAR-ELEGIDA) TO EXT-OFICIAL.
           REWRITE REG-EXC-TRABAJO.
           IF WS-STATUS-EXTR NOT = "00"
               MOVE "EXCTRABA"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-EXTR     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           ADD 1 TO WS-CANT-EXC-CLI.
       5100-EXIT.
           EXIT.

      *****************************************************************
      *  7000-ESCRIBIR-LINEA  -  graba una linea del listado,          *
      *      verificando el resultado de la escritura.                 *
      *****************************************************************
       7000-ESCRIBIR-LINEA.
           WRITE LINEA-REPORTE.
           IF WS-STATUS-LIST NOT = "00"
               MOVE "LISTREAS"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-LIST     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
       7000-EXIT.
           EXIT.

      *****************************************************************
      *  8000-IMPRIMIR-RESUMEN  -  totales por tarjeta y generales.   *
      *****************************************************************
       8000-IMPRIMIR-RESUMEN.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ANTERIOR NUEVO    FILTRO                   "
                  "FISICAS   JURIDIC EXCEP."
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           PERFORM 8010-IMPRIMIR-TARJETA
               VARYING WS-TAR-IDX FROM 1 BY 1
               UNTIL WS-TAR-IDX > WS-TAR-USADAS.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-REAS-PFIS TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "NOVEDADES M EN REASPFIS   : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-REAS-PJUR TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "NOVEDADES M EN REASPJUR   : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-EXCEP TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "EXCEPCIONES REASIGNADAS   : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           IF NOT EXTR-DISPONIBLE
               MOVE SPACES TO LINEA-REPORTE
               STRING "  (EXCTRABA NO DISPONIBLE)"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
           MOVE WS-CANT-PERFILES TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PERFILES SUBSPERF A REVISAR: " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       8000-EXIT.
           EXIT.

       8010-IMPRIMIR-TARJETA.
           MOVE SPACES TO WS-FILTRO-DESC.
           EVALUATE TRUE
               WHEN WS-TAR-PCIA (WS-TAR-IDX) = ZERO
                AND WS-TAR-OPERAT (WS-TAR-IDX) = ZERO
                   MOVE "TODA LA CARTERA" TO WS-FILTRO-DESC
               WHEN WS-TAR-OPERAT (WS-TAR-IDX) = ZERO
                   STRING "PCIA " WS-TAR-PCIA (WS-TAR-IDX)
                          DELIMITED BY SIZE INTO WS-FILTRO-DESC
               WHEN WS-TAR-PCIA (WS-TAR-IDX) = ZERO
                   STRING "TIPO OPERAT " WS-TAR-OPERAT (WS-TAR-IDX)
                          DELIMITED BY SIZE INTO WS-FILTRO-DESC
               WHEN OTHER
                   STRING "PCIA " WS-TAR-PCIA (WS-TAR-IDX)
                          " TIPO OPERAT " WS-TAR-OPERAT (WS-TAR-IDX)
                          DELIMITED BY SIZE INTO WS-FILTRO-DESC
           END-EVALUATE.
           MOVE WS-TAR-CANT-PFIS (WS-TAR-IDX) TO WS-PFIS-ED.
           MOVE WS-TAR-CANT-PJUR (WS-TAR-IDX) TO WS-PJUR-ED.
           MOVE WS-TAR-CANT-EXC (WS-TAR-IDX)  TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-TAR-ANTERIOR (WS-TAR-IDX) " "
                  WS-TAR-NUEVO (WS-TAR-IDX) " "
                  WS-FILTRO-DESC " "
                  WS-PFIS-ED "   " WS-PJUR-ED WS-CANT-ED
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.

      *****************************************************************
      *  8900-ERROR-FATAL  -  corte del proceso ante un error de E/S  *
      *      Se invoca con WS-ERROR-ARCHIVO/WS-ERROR-STATUS cargados. *
      *****************************************************************
       8900-ERROR-FATAL.
           DISPLAY "CLIREAS0 - ERROR DE E/S EN ARCHIVO "
               WS-ERROR-ARCHIVO.
           DISPLAY "CLIREAS0 - FILE STATUS: " WS-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       8900-EXIT.
           EXIT.

      *****************************************************************
      *  9000-FINALIZAR  -  deja codigo de retorno 4 si algun perfil  *
      *      de SUBSPERF rutea por un oficial saliente.               *
      *****************************************************************
       9000-FINALIZAR.
           CLOSE MASTER-PFIS
                 MASTER-PJUR
                 REASIG-PFIS
                 REASIG-PJUR
                 LISTADO.
           IF EXTR-DISPONIBLE
               CLOSE EXC-TRABAJO
           END-IF.
           DISPLAY "CLIREAS0 - NOVEDADES REASPFIS     : "
               WS-CANT-REAS-PFIS.
           DISPLAY "CLIREAS0 - NOVEDADES REASPJUR     : "
               WS-CANT-REAS-PJUR.
           DISPLAY "CLIREAS0 - EXCEPCIONES REASIGNADAS: "
               WS-CANT-EXCEP.
           IF WS-CANT-PERFILES > ZERO
               DISPLAY "CLIREAS0 - PERFILES SUBSPERF POR EL OFICIAL "
                   "SALIENTE: " WS-CANT-PERFILES
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

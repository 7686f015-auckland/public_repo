      *****************************************************************
      *                                                               *
      *   PROGRAM-ID  : CLIUNIF0                                     *
      *   PROJECT     : Project2.client_replication                  *
      *                                                               *
      *   PURPOSE     : Consolidacion de la extraccion full          *
      *                 particionada por rango de CUIT (ver la       *
      *                 tarjeta PARMPART de CLIREPL0). Une en orden  *
      *                 de CUIT los extractos parciales, las         *
      *                 excepciones, los retenidos y los snapshots   *
      *                 de todas las particiones, controlando cada   *
      *                 particion contra su header/trailer y contra  *
      *                 el resumen que dejo en RESUPART, y escribe   *
      *                 EXTRPFIS y EXTRPJUR con un unico header y    *
      *                 trailer: una sola secuencia de REINICIO,     *
      *                 cantidades y sumas de control totales.       *
      *                 Asienta la corrida en HISTCORR, controla la  *
      *                 volumetria y emite el resumen INFVIGIL, de   *
      *                 modo que CLIVERI0, CLIARCH0 y CLISPLT0 vean  *
      *                 lo mismo que con una extraccion de un paso.  *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLIUNIF0.
       AUTHOR.        DEPTO DESARROLLO CUENTAS.
       INSTALLATION.  GERENCIA DE SISTEMAS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *****************************************************************
      *  MODIFICATION HISTORY                                        *
      *  --------------------------------------------------------    *
      *  DATE       INIT  DESCRIPTION                                *
      *  15/10/2026  DDC  Programa original.                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ENTRADAS: LAS SALIDAS DE CADA PARTICION, CONCATENADAS EN
      *    EL DD EN EL ORDEN DE LAS PARTICIONES (1, 2, ... N).
           SELECT RESUMEN-PART  ASSIGN TO "RESUPART"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-RSPT.

           SELECT PART-EXTR-PFIS ASSIGN TO "PAREXTPF"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-PEXP.

           SELECT PART-EXTR-PJUR ASSIGN TO "PAREXTPJ"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-PEXJ.

           SELECT PART-EXCEP    ASSIGN TO "PAREXCEP"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-PEXC.

           SELECT PART-RETEN    ASSIGN TO "PARRETEN"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-PRET.

           SELECT PART-SNAP-PFIS ASSIGN TO "PARSNPPF"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-PSNP.

           SELECT PART-SNAP-PJUR ASSIGN TO "PARSNPPJ"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-PSNJ.

      *    SALIDAS: LOS MISMOS DD QUE UNA EXTRACCION DE UN SOLO PASO.
           SELECT EXTRACTO-PFIS ASSIGN TO "EXTRPFIS"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-EXTP.

           SELECT EXTRACTO-PJUR ASSIGN TO "EXTRPJUR"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-EXTJ.

           SELECT EXCEPCIONES   ASSIGN TO "EXCEPCIO"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-EXCP.

           SELECT RETENIDOS     ASSIGN TO "RETENIDO"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-RETE.

           SELECT SNAP-NUE-PFIS ASSIGN TO "SNPNPFIS"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-SNNP.

           SELECT SNAP-NUE-PJUR ASSIGN TO "SNPNPJUR"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-SNNJ.

           SELECT REINICIO      ASSIGN TO "REINICIO"
                  ORGANIZATION IS RELATIVE
                  ACCESS MODE IS RANDOM
                  RELATIVE KEY IS WS-REINICIO-KEY
                  FILE STATUS IS WS-STATUS-REIN.

           SELECT PARAMETROS    ASSIGN TO "PARAMTRS"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-PARM.

           SELECT HISTORIA      ASSIGN TO "HISTCORR"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-HIST.

           SELECT INF-VIGILANCIA ASSIGN TO "INFVIGIL"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-INFV.

           SELECT RETEN-BARRIDO ASSIGN TO "RETENVBA"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-RVBA.

           SELECT FECHA-PROCESO ASSIGN TO "FECHPROC"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-FPRO.

       DATA DIVISION.
       FILE SECTION.
       FD  RESUMEN-PART
           LABEL RECORDS ARE STANDARD.
           COPY "cliresp.cpy".

       FD  PART-EXTR-PFIS
           LABEL RECORDS ARE STANDARD.
           COPY "clivuel_pfis.cpy"
               REPLACING ==REG-SALE== BY ==REG-PART-PFIS==.
           COPY "clictrl.cpy"
               REPLACING ==REG-CONTROL== BY ==PART-CONTROL-PFIS==.

       FD  PART-EXTR-PJUR
           LABEL RECORDS ARE STANDARD.
           COPY "clivuel_pjur.cpy"
               REPLACING ==REG-SALE-PJUR== BY ==REG-PART-PJUR==.
           COPY "clictrl.cpy"
               REPLACING ==REG-CONTROL== BY ==PART-CONTROL-PJUR==.

       FD  PART-EXCEP
           LABEL RECORDS ARE STANDARD.
           COPY "cliexcep.cpy"
               REPLACING ==REG-EXCEPCION== BY ==REG-PART-EXCEPCION==
                         LEADING ==EXC== BY ==PEX==.

       FD  PART-RETEN
           LABEL RECORDS ARE STANDARD.
           COPY "clireten.cpy"
               REPLACING ==REG-RETENIDO== BY ==REG-PART-RETENIDO==
                         LEADING ==RET== BY ==PRE==.

       FD  PART-SNAP-PFIS
           LABEL RECORDS ARE STANDARD.
           COPY "clivuel_pfis.cpy"
               REPLACING ==REG-SALE== BY ==REG-PART-SNAP-PFIS==.

       FD  PART-SNAP-PJUR
           LABEL RECORDS ARE STANDARD.
           COPY "clivuel_pjur.cpy"
               REPLACING ==REG-SALE-PJUR== BY ==REG-PART-SNAP-PJUR==.

       FD  EXTRACTO-PFIS
           LABEL RECORDS ARE STANDARD.
           COPY "clivuel_pfis.cpy"
               REPLACING ==REG-SALE== BY ==REG-SALE-OUT==.
           COPY "clictrl.cpy"
               REPLACING ==REG-CONTROL== BY ==REG-CONTROL-PFIS==.

       FD  EXTRACTO-PJUR
           LABEL RECORDS ARE STANDARD.
           COPY "clivuel_pjur.cpy"
               REPLACING ==REG-SALE-PJUR== BY ==REG-SALE-PJUR-OUT==.
           COPY "clictrl.cpy"
               REPLACING ==REG-CONTROL== BY ==REG-CONTROL-PJUR==.

       FD  EXCEPCIONES
           LABEL RECORDS ARE STANDARD.
           COPY "cliexcep.cpy".

       FD  RETENIDOS
           LABEL RECORDS ARE STANDARD.
           COPY "clireten.cpy".

       FD  SNAP-NUE-PFIS
           LABEL RECORDS ARE STANDARD.
           COPY "clivuel_pfis.cpy"
               REPLACING ==REG-SALE== BY ==REG-SNAP-NUE-PFIS==.

       FD  SNAP-NUE-PJUR
           LABEL RECORDS ARE STANDARD.
           COPY "clivuel_pjur.cpy"
               REPLACING ==REG-SALE-PJUR== BY ==REG-SNAP-NUE-PJUR==.

       FD  REINICIO
           LABEL RECORDS ARE STANDARD.
           COPY "clirest.cpy".

       FD  PARAMETROS
           LABEL RECORDS ARE STANDARD.
           COPY "cliparm.cpy".

       FD  HISTORIA
           LABEL RECORDS ARE STANDARD.
           COPY "clihist.cpy".

       FD  INF-VIGILANCIA
           LABEL RECORDS ARE STANDARD.
       01  LINEA-INFORME             PIC X(80).

       FD  RETEN-BARRIDO
           LABEL RECORDS ARE STANDARD.
           COPY "clireten.cpy"
               REPLACING ==REG-RETENIDO== BY ==REG-RETEN-BARRIDO==
                         LEADING ==RET== BY ==RVB==.

       FD  FECHA-PROCESO
           LABEL RECORDS ARE STANDARD.
           COPY "clifpro.cpy".

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------*
      *  SWITCHES                                                  *
      *-----------------------------------------------------------*
       01  WS-SWITCHES.
           05  WS-STATUS-FPRO     PIC XX          VALUE SPACES.
           05  WS-STATUS-RSPT     PIC XX          VALUE SPACES.
           05  WS-STATUS-PEXP     PIC XX          VALUE SPACES.
           05  WS-STATUS-PEXJ     PIC XX          VALUE SPACES.
           05  WS-STATUS-PEXC     PIC XX          VALUE SPACES.
           05  WS-STATUS-PRET     PIC XX          VALUE SPACES.
           05  WS-STATUS-PSNP     PIC XX          VALUE SPACES.
           05  WS-STATUS-PSNJ     PIC XX          VALUE SPACES.
           05  WS-STATUS-EXTP     PIC XX          VALUE SPACES.
           05  WS-STATUS-EXTJ     PIC XX          VALUE SPACES.
           05  WS-STATUS-EXCP     PIC XX          VALUE SPACES.
           05  WS-STATUS-RETE     PIC XX          VALUE SPACES.
           05  WS-STATUS-SNNP     PIC XX          VALUE SPACES.
           05  WS-STATUS-SNNJ     PIC XX          VALUE SPACES.
           05  WS-STATUS-REIN     PIC XX          VALUE SPACES.
           05  WS-STATUS-PARM     PIC XX          VALUE SPACES.
           05  WS-STATUS-HIST     PIC XX          VALUE SPACES.
           05  WS-STATUS-INFV     PIC XX          VALUE SPACES.
           05  WS-STATUS-RVBA     PIC XX          VALUE SPACES.
           05  WS-FIN-RSPT        PIC X           VALUE "N".
               88  FIN-RSPT                       VALUE "S".
           05  WS-FIN-PEXP        PIC X           VALUE "N".
               88  FIN-PEXP                       VALUE "S".
           05  WS-FIN-PEXJ        PIC X           VALUE "N".
               88  FIN-PEXJ                       VALUE "S".
           05  WS-FIN-PEXC        PIC X           VALUE "N".
               88  FIN-PEXC                       VALUE "S".
           05  WS-FIN-PRET        PIC X           VALUE "N".
               88  FIN-PRET                       VALUE "S".
           05  WS-FIN-PSNP        PIC X           VALUE "N".
               88  FIN-PSNP                       VALUE "S".
           05  WS-FIN-PSNJ        PIC X           VALUE "N".
               88  FIN-PSNJ                       VALUE "S".
           05  WS-FIN-HIST        PIC X           VALUE "N".
               88  FIN-HIST                       VALUE "S".
           05  WS-FIN-RVBA        PIC X           VALUE "N".
               88  FIN-RVBA                       VALUE "S".
           05  WS-ALERTA-VOLUMEN  PIC X           VALUE "N".
               88  ALERTA-VOLUMEN                 VALUE "S".
           05  WS-EJEC-REINICIADA PIC X           VALUE "N".
               88  EJEC-REINICIADA                VALUE "S".
           05  WS-TIPO-PASADA     PIC X           VALUE SPACES.
           05  WS-ETAPA-SEGMENTO  PIC X           VALUE "H".
               88  ETAPA-ESPERA-HEADER            VALUE "H".
               88  ETAPA-DETALLE                  VALUE "D".

      *-----------------------------------------------------------*
      *  DATOS PARA EL CORTE POR ERROR DE E/S                      *
      *-----------------------------------------------------------*
       01  WS-ERROR-FATAL.
           05  WS-ERROR-ARCHIVO   PIC X(12)       VALUE SPACES.
           05  WS-ERROR-STATUS    PIC XX          VALUE SPACES.

      *-----------------------------------------------------------*
      *  CONTADORES DE LA CORRIDA CONSOLIDADA                      *
      *-----------------------------------------------------------*
       01  WS-CONTADORES.
           05  WS-CANT-PFIS       PIC 9(8)  COMP   VALUE ZERO.
           05  WS-CANT-PJUR       PIC 9(8)  COMP   VALUE ZERO.
           05  WS-CANT-RECHAZOS   PIC 9(8)  COMP   VALUE ZERO.
           05  WS-CHECKSUM-PFIS   PIC 9(18) COMP   VALUE ZERO.
           05  WS-CHECKSUM-PJUR   PIC 9(18) COMP   VALUE ZERO.
           05  WS-ULT-CUIT-PFIS   PIC 9(11)        VALUE ZERO.
           05  WS-ULT-CUIT-PJUR   PIC 9(11)        VALUE ZERO.
           05  WS-CANT-SNAP-PFIS  PIC 9(8)  COMP   VALUE ZERO.
           05  WS-CANT-SNAP-PJUR  PIC 9(8)  COMP   VALUE ZERO.
           05  WS-ULT-SNAP-PFIS   PIC 9(11)        VALUE ZERO.
           05  WS-ULT-SNAP-PJUR   PIC 9(11)        VALUE ZERO.
           05  WS-CANT-EXCEP-F    PIC 9(8)  COMP   VALUE ZERO.
           05  WS-CANT-EXCEP-J    PIC 9(8)  COMP   VALUE ZERO.
           05  WS-RSP-RECHAZOS    PIC 9(8)  COMP   VALUE ZERO.

      *-----------------------------------------------------------*
      *  RESUMENES DE LAS PARTICIONES (RESUPART)                   *
      *-----------------------------------------------------------*
       01  WS-TABLA-PARTICIONES.
           05  WS-PART-CANT       PIC 9(2)  COMP   VALUE ZERO.
           05  WS-PART-ENTRADA    OCCURS 20 TIMES.
               10  WS-PART-DESDE      PIC 9(11).
               10  WS-PART-HASTA      PIC 9(11).
               10  WS-PART-CANT-PFIS  PIC 9(8)  COMP.
               10  WS-PART-CANT-PJUR  PIC 9(8)  COMP.
               10  WS-PART-CHECK-PFIS PIC 9(18) COMP.
               10  WS-PART-CHECK-PJUR PIC 9(18) COMP.
       01  WS-PART-TOTAL          PIC 9(2)         VALUE ZERO.
       01  WS-PART-ESPERADA       PIC 9(2)         VALUE ZERO.

      *-----------------------------------------------------------*
      *  CONTROL DE CADA PARTICION DENTRO DE UN EXTRACTO PARCIAL   *
      *  (HEADER CON EL NUMERO DE PARTICION, DETALLE, TRAILER)     *
      *-----------------------------------------------------------*
       01  WS-SEGMENTO.
           05  WS-ARCHIVO-ACTUAL  PIC X(12)       VALUE SPACES.
           05  WS-TIPO-ACTUAL     PIC X           VALUE SPACES.
           05  WS-SEG-IDX         PIC 9(2)  COMP  VALUE ZERO.
           05  WS-SEG-NRO         PIC 9(6)        VALUE ZERO.
           05  WS-SEG-FECHA       PIC 9(8)        VALUE ZERO.
           05  WS-SEG-CUIT        PIC 9(11)       VALUE ZERO.
           05  WS-SEG-ULT-CUIT    PIC 9(11)       VALUE ZERO.
           05  WS-SEG-CANT        PIC 9(8)  COMP  VALUE ZERO.
           05  WS-SEG-CHECKSUM    PIC 9(18) COMP  VALUE ZERO.
           05  WS-SEG-CANT-TRAILER PIC 9(8)       VALUE ZERO.
           05  WS-SEG-CHECK-TRAILER PIC 9(18)     VALUE ZERO.
           05  WS-SEG-CANT-RESUMEN PIC 9(8)       VALUE ZERO.
           05  WS-SEG-CHECK-RESUMEN PIC 9(18)     VALUE ZERO.

      *-----------------------------------------------------------*
      *  CONTROL DE REINICIO (RESTART)                             *
      *-----------------------------------------------------------*
       01  WS-REINICIO-KEY        PIC 9(4)  COMP   VALUE 1.

      *-----------------------------------------------------------*
      *  CONTROL VOLUMETRICO CONTRA LA CORRIDA ANTERIOR DEL MISMO  *
      *  MODO DE EXTRACCION                                        *
      *-----------------------------------------------------------*
       01  WS-VOLUMETRIA.
           05  WS-PCT-VARIACION   PIC 9(3)        VALUE ZERO.
           05  WS-HIST-HALLADA    PIC X           VALUE "N".
               88  HIST-HALLADA                   VALUE "S".
           05  WS-HIST-CANT-PFIS  PIC 9(8)  COMP  VALUE ZERO.
           05  WS-HIST-CANT-PJUR  PIC 9(8)  COMP  VALUE ZERO.
           05  WS-HIST-CANT-RECH  PIC 9(8)  COMP  VALUE ZERO.
           05  WS-VOL-ANTERIOR    PIC 9(8)  COMP.
           05  WS-VOL-ACTUAL      PIC 9(8)  COMP.
           05  WS-VOL-DIFERENCIA  PIC S9(9) COMP.
           05  WS-VOL-PCT         PIC 9(8)  COMP.
           05  WS-VOL-CONCEPTO    PIC X(12).

      *-----------------------------------------------------------*
      *  RESUMEN DEL BARRIDO CONTRA LA LISTA DE SUJETOS OBSERVADOS *
      *-----------------------------------------------------------*
       01  WS-VIGILANCIA.
           05  WS-VERSION-LISTA   PIC X(10)       VALUE SPACES.
           05  WS-FECHA-LISTA     PIC 9(8)        VALUE ZERO.
           05  WS-CANT-EXAMINADOS PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-RETENIDOS  PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-LIBERADOS  PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-RET-BARRIDO PIC 9(8) COMP  VALUE ZERO.
           05  WS-CANT-RET-VINCULO PIC 9(8) COMP  VALUE ZERO.
           05  WS-PART-REINICIADAS PIC 9(2) COMP  VALUE ZERO.
       01  WS-TABLA-CATEGORIAS.
           05  WS-CAT-USADAS      PIC 9(2)  COMP  VALUE ZERO.
           05  WS-CAT-ENTRADA     OCCURS 20 TIMES.
               10  WS-CAT-CODIGO  PIC XX.
               10  WS-CAT-CANT    PIC 9(6)  COMP.
       01  WS-CAT-IDX             PIC 9(2)  COMP.
       01  WS-CAT-POS             PIC 9(2)  COMP   VALUE ZERO.
       01  WS-CAT-ACTUAL          PIC XX           VALUE SPACES.
       01  WS-CAT-HALLADA         PIC X            VALUE "N".
           88  CAT-HALLADA                         VALUE "S".
       01  WS-INF-CANT-ED         PIC ZZZZZ9.

       01  WS-FECHA-TRABAJO       PIC 9(8).

      *-----------------------------------------------------------*
      *  MARCA DE FECHA/HORA DE LA CONSOLIDACION PARA HISTCORR     *
      *-----------------------------------------------------------*
       01  WS-TIMESTAMP.
           05  WS-TS-FECHA        PIC 9(8).
           05  WS-TS-HORA         PIC 9(6).
       01  WS-FECHA-HORA-EFEC REDEFINES WS-TIMESTAMP PIC 9(14).
       01  WS-TS-HORA-COMPLETA    PIC 9(8).

      *-----------------------------------------------------------*
      *  CAMPOS EDITADOS PARA LOS MENSAJES DE DIFERENCIAS          *
      *-----------------------------------------------------------*
       01  WS-CANT-CALC-ED        PIC Z(7)9.
       01  WS-CANT-TRAIL-ED       PIC Z(7)9.
       01  WS-CHECK-CALC-ED       PIC Z(17)9.
       01  WS-CHECK-TRAIL-ED      PIC Z(17)9.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-EXIT.
           PERFORM 2000-UNIR-PFIS         THRU 2000-EXIT.
           PERFORM 3000-UNIR-PJUR         THRU 3000-EXIT.
           PERFORM 4000-UNIR-EXCEPCIONES  THRU 4000-EXIT.
           PERFORM 5000-UNIR-RETENIDOS    THRU 5000-EXIT.
           PERFORM 6000-UNIR-SNAPSHOTS    THRU 6000-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      *  1000-INICIALIZAR  -  los resumenes de las particiones se     *
      *      validan antes de tocar REINICIO o las salidas: con una   *
      *      particion faltante o de otro dia no se consolida nada.   *
      *****************************************************************
       1000-INICIALIZAR.
           PERFORM 1010-LEER-FECHA-PROCESO THRU 1010-EXIT.
           MOVE WS-FECHA-TRABAJO      TO WS-TS-FECHA.
           ACCEPT WS-TS-HORA-COMPLETA FROM TIME.
           MOVE WS-TS-HORA-COMPLETA (1:6) TO WS-TS-HORA.
           PERFORM 1050-LEER-PARAMETROS   THRU 1050-EXIT.
           PERFORM 1100-CARGAR-RESUMENES  THRU 1100-EXIT.
           PERFORM 1200-ABRIR-REINICIO    THRU 1200-EXIT.
           OPEN INPUT  PART-EXTR-PFIS
                INPUT  PART-EXTR-PJUR.
           IF WS-STATUS-PEXP NOT = "00"
               MOVE "PAREXTPF"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PEXP     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           IF WS-STATUS-PEXJ NOT = "00"
               MOVE "PAREXTPJ"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PEXJ     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           OPEN OUTPUT EXTRACTO-PFIS
                OUTPUT EXTRACTO-PJUR
                OUTPUT EXCEPCIONES
                OUTPUT RETENIDOS
                OUTPUT SNAP-NUE-PFIS
                OUTPUT SNAP-NUE-PJUR.
           PERFORM 1300-VERIFICAR-SALIDAS THRU 1300-EXIT.
           PERFORM 1400-ESCRIBIR-HEADERS  THRU 1400-EXIT.
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
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           READ FECHA-PROCESO.
           IF WS-STATUS-FPRO NOT = "00"
               MOVE "FECHPROC"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-FPRO     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           CLOSE FECHA-PROCESO.
           IF NOT FPR-DIA-ABIERTO
              OR FPR-FECHA-PROCESO IS NOT NUMERIC
               DISPLAY "CLIUNIF0 - NO HAY DIA DE NEGOCIO ABIERTO EN "
                   "FECHPROC: " FPR-FECHA-PROCESO " ESTADO " FPR-ESTADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FPR-FECHA-PROCESO TO WS-FECHA-TRABAJO.
           IF FPR-REPROCESO
               DISPLAY "CLIUNIF0 - REPROCESO AUTORIZADO DEL DIA "
                   FPR-FECHA-PROCESO
           END-IF.
       1010-EXIT.
           EXIT.

      *****************************************************************
      *  1050-LEER-PARAMETROS  -  de la tarjeta PARAMTRS de la        *
      *      corrida solo interesa aqui la tolerancia de variacion    *
      *      volumetrica (cols 2-4); sin la tarjeta no hay control.   *
      *****************************************************************
       1050-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WS-STATUS-PARM = "35"
               GO TO 1050-EXIT
           END-IF.
           IF WS-STATUS-PARM NOT = "00"
               MOVE "PARAMTRS"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PARM     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           READ PARAMETROS.
           IF WS-STATUS-PARM NOT = "00"
               MOVE "PARAMTRS"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PARM     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN PAR-PCT-VARIACION IS NUMERIC
                   MOVE PAR-PCT-VARIACION TO WS-PCT-VARIACION
               WHEN PAR-PCT-VARIACION = SPACES
                   MOVE ZERO TO WS-PCT-VARIACION
               WHEN OTHER
                   DISPLAY "CLIUNIF0 - TOLERANCIA DE VARIACION "
                       "INVALIDA EN PARAMTRS: " PAR-PCT-VARIACION
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           CLOSE PARAMETROS.
       1050-EXIT.
           EXIT.

      *****************************************************************
      *  1100-CARGAR-RESUMENES  -  carga el resumen de cada particion *
      *      terminada. Tienen que estar todas, en orden, del dia de  *
      *      proceso, contra la misma version de VIGILIST, y sus      *
      *      rangos tienen que cubrir sin huecos ni solapamientos     *
      *      todos los CUIT posibles: un cliente fuera de todo rango  *
      *      desapareceria del extracto sin aviso.                    *
      *****************************************************************
       1100-CARGAR-RESUMENES.
           OPEN INPUT RESUMEN-PART.
           IF WS-STATUS-RSPT NOT = "00"
               MOVE "RESUPART"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-RSPT     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           MOVE "N" TO WS-FIN-RSPT.
           PERFORM 1110-LEER-RESUMEN THRU 1110-EXIT
               UNTIL FIN-RSPT.
           CLOSE RESUMEN-PART.
           IF WS-PART-CANT = ZERO
               DISPLAY "CLIUNIF0 - RESUPART SIN RESUMENES DE "
                   "PARTICION"
               PERFORM 8100-ERROR-CONSOLIDACION THRU 8100-EXIT
           END-IF.
           IF WS-PART-CANT NOT = WS-PART-TOTAL
               MOVE WS-PART-CANT TO WS-PART-ESPERADA
               DISPLAY "CLIUNIF0 - RESUPART TRAE " WS-PART-ESPERADA
                   " PARTICIONES DE " WS-PART-TOTAL
               PERFORM 8100-ERROR-CONSOLIDACION THRU 8100-EXIT
           END-IF.
           IF WS-PART-HASTA (WS-PART-CANT) NOT = 99999999999
               DISPLAY "CLIUNIF0 - LA ULTIMA PARTICION TERMINA EN "
                   WS-PART-HASTA (WS-PART-CANT)
                   ": QUEDAN CUIT SIN EXTRAER"
               PERFORM 8100-ERROR-CONSOLIDACION THRU 8100-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1110-LEER-RESUMEN  -  valida un resumen contra el anterior y *
      *      lo agrega a la tabla de particiones.                     *
      *****************************************************************
       1110-LEER-RESUMEN.
           READ RESUMEN-PART
               AT END
                   SET FIN-RSPT TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           IF WS-PART-CANT = 20
               DISPLAY "CLIUNIF0 - MAS DE 20 PARTICIONES EN RESUPART"
               PERFORM 8100-ERROR-CONSOLIDACION THRU 8100-EXIT
           END-IF.
           ADD 1 TO WS-PART-CANT.
           MOVE WS-PART-CANT TO WS-PART-ESPERADA.
           IF RSP-NRO-PARTICION NOT = WS-PART-ESPERADA
               DISPLAY "CLIUNIF0 - RESUPART: SE ESPERABA LA PARTICION "
                   WS-PART-ESPERADA " Y VINO LA " RSP-NRO-PARTICION
               PERFORM 8100-ERROR-CONSOLIDACION THRU 8100-EXIT
           END-IF.
           IF WS-PART-CANT = 1
               MOVE RSP-CANT-PARTICIONES TO WS-PART-TOTAL
               MOVE RSP-VERSION-LISTA    TO WS-VERSION-LISTA
               MOVE RSP-FECHA-LISTA      TO WS-FECHA-LISTA
               IF RSP-CUIT-DESDE NOT = ZERO
                   DISPLAY "CLIUNIF0 - LA PRIMERA PARTICION EMPIEZA "
                       "EN " RSP-CUIT-DESDE ": QUEDAN CUIT SIN EXTRAER"
                   PERFORM 8100-ERROR-CONSOLIDACION THRU 8100-EXIT
               END-IF
           ELSE
               IF RSP-CUIT-DESDE NOT =
                  WS-PART-HASTA (WS-PART-CANT - 1) + 1
                   DISPLAY "CLIUNIF0 - PARTICION " RSP-NRO-PARTICION
                       " EMPIEZA EN " RSP-CUIT-DESDE
                       ": NO CONTINUA A LA ANTERIOR"
                   PERFORM 8100-ERROR-CONSOLIDACION THRU 8100-EXIT
               END-IF
           END-IF.
           IF RSP-CANT-PARTICIONES NOT = WS-PART-TOTAL
               DISPLAY "CLIUNIF0 - PARTICION " RSP-NRO-PARTICION
                   " INFORMA " RSP-CANT-PARTICIONES
                   " PARTICIONES EN LUGAR DE " WS-PART-TOTAL
               PERFORM 8100-ERROR-CONSOLIDACION THRU 8100-EXIT
           END-IF.
           IF RSP-FECHA-PROCESO NOT = WS-FECHA-TRABAJO
               DISPLAY "CLIUNIF0 - PARTICION " RSP-NRO-PARTICION
                   " ES DEL DIA " RSP-FECHA-PROCESO
                   " Y NO DEL " WS-FECHA-TRABAJO
               PERFORM 8100-ERROR-CONSOLIDACION THRU 8100-EXIT
           END-IF.
           IF RSP-MODO-EXTRACCION NOT = "F"
               DISPLAY "CLIUNIF0 - PARTICION " RSP-NRO-PARTICION
                   " NO ES UNA EXTRACCION FULL: "
                   RSP-MODO-EXTRACCION
               PERFORM 8100-ERROR-CONSOLIDACION THRU 8100-EXIT
           END-IF.
           IF RSP-VERSION-LISTA NOT = WS-VERSION-LISTA
               DISPLAY "CLIUNIF0 - PARTICION " RSP-NRO-PARTICION
                   " BARRIDA CONTRA LA LISTA " RSP-VERSION-LISTA
                   " Y NO CONTRA LA " WS-VERSION-LISTA
               PERFORM 8100-ERROR-CONSOLIDACION THRU 8100-EXIT
           END-IF.
           MOVE RSP-CUIT-DESDE    TO WS-PART-DESDE (WS-PART-CANT).
           MOVE RSP-CUIT-HASTA    TO WS-PART-HASTA (WS-PART-CANT).
           MOVE RSP-CANT-PFIS     TO WS-PART-CANT-PFIS (WS-PART-CANT).
           MOVE RSP-CANT-PJUR     TO WS-PART-CANT-PJUR (WS-PART-CANT).
           MOVE RSP-CHECKSUM-PFIS TO WS-PART-CHECK-PFIS (WS-PART-CANT).
           MOVE RSP-CHECKSUM-PJUR TO WS-PART-CHECK-PJUR (WS-PART-CANT).
           ADD RSP-CANT-RECHAZOS   TO WS-RSP-RECHAZOS.
           ADD RSP-CANT-EXAMINADOS TO WS-CANT-EXAMINADOS.
           ADD RSP-CANT-LIBERADOS  TO WS-CANT-LIBERADOS.
           IF RSP-EJEC-REINICIADA
               ADD 1 TO WS-PART-REINICIADAS
               SET EJEC-REINICIADA TO TRUE
           END-IF.
           DISPLAY "CLIUNIF0 - PARTICION " RSP-NRO-PARTICION
               "  CUIT " RSP-CUIT-DESDE " A " RSP-CUIT-HASTA
               "  PFIS " RSP-CANT-PFIS " PJUR " RSP-CANT-PJUR
               " RECH " RSP-CANT-RECHAZOS.
       1110-EXIT.
           EXIT.

      *****************************************************************
      *  1200-ABRIR-REINICIO  -  el REINICIO de la corrida (no el de  *
      *      cada particion) da la secuencia de los extractos         *
      *      consolidados. Si quedo activo, una consolidacion         *
      *      anterior se corto: se rehace entera con la misma         *
      *      secuencia, que nunca llego a transmitirse.               *
      *****************************************************************
       1200-ABRIR-REINICIO.
           OPEN I-O REINICIO.
           IF WS-STATUS-REIN = "35"
               OPEN OUTPUT REINICIO
               MOVE "I"             TO REI-ESTADO
               MOVE ZERO            TO REI-NRO-SECUENCIA
               WRITE REG-REINICIO
               IF WS-STATUS-REIN NOT = "00"
                   MOVE "REINICIO"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-REIN     TO WS-ERROR-STATUS
                   PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
               END-IF
               CLOSE REINICIO
               OPEN I-O REINICIO
               IF WS-STATUS-REIN NOT = "00"
                   MOVE "REINICIO"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-REIN     TO WS-ERROR-STATUS
                   PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
               END-IF
           ELSE
               IF WS-STATUS-REIN NOT = "00"
                   MOVE "REINICIO"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-REIN     TO WS-ERROR-STATUS
                   PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
               END-IF
           END-IF.
           READ REINICIO.
           IF WS-STATUS-REIN NOT = "00"
               MOVE "REINICIO"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-REIN     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           IF REI-ESTADO-ACTIVO
               DISPLAY "CLIUNIF0 - REINICIO ACTIVO: SE REHACE LA "
                   "CONSOLIDACION CON LA SECUENCIA " REI-NRO-SECUENCIA
               SET EJEC-REINICIADA TO TRUE
           ELSE
               ADD 1 TO REI-NRO-SECUENCIA
               SET REI-ESTADO-ACTIVO TO TRUE
           END-IF.
           SET REI-MODO-FULL TO TRUE.
           MOVE ZERO TO REI-ULT-CUIT-PFIS
                        REI-ULT-CUIT-PJUR
                        REI-CANT-PFIS
                        REI-CANT-PJUR
                        REI-CANT-RECHAZOS
                        REI-CHECKSUM-PFIS
                        REI-CHECKSUM-PJUR.
           PERFORM 1250-GRABAR-REINICIO THRU 1250-EXIT.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  1250-GRABAR-REINICIO                                         *
      *****************************************************************
       1250-GRABAR-REINICIO.
           REWRITE REG-REINICIO.
           IF WS-STATUS-REIN NOT = "00"
               MOVE "REINICIO"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-REIN     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
       1250-EXIT.
           EXIT.

      *****************************************************************
      *  1300-VERIFICAR-SALIDAS  -  valida la apertura de las salidas *
      *      consolidadas.                                            *
      *****************************************************************
       1300-VERIFICAR-SALIDAS.
           IF WS-STATUS-EXTP NOT = "00"
               MOVE "EXTRPFIS"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-EXTP     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           IF WS-STATUS-EXTJ NOT = "00"
               MOVE "EXTRPJUR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-EXTJ     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           IF WS-STATUS-EXCP NOT = "00"
               MOVE "EXCEPCIO"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-EXCP     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           IF WS-STATUS-RETE NOT = "00"
               MOVE "RETENIDO"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-RETE     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           IF WS-STATUS-SNNP NOT = "00"
               MOVE "SNPNPFIS"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-SNNP     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           IF WS-STATUS-SNNJ NOT = "00"
               MOVE "SNPNPJUR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-SNNJ     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
       1300-EXIT.
           EXIT.

      *****************************************************************
      *  1400-ESCRIBIR-HEADERS - registro de cabecera en cada extracto *
      *      consolidado, con la secuencia de REINICIO.               *
      *****************************************************************
       1400-ESCRIBIR-HEADERS.
           SET CTL-TIPO-REG-HEADER OF REG-CONTROL-PFIS TO TRUE.
           MOVE WS-FECHA-TRABAJO      TO CTL-FECHA-PROCESO OF
                                          REG-CONTROL-PFIS.
           MOVE REI-NRO-SECUENCIA     TO CTL-NRO-SECUENCIA OF
                                          REG-CONTROL-PFIS.
           MOVE ZERO                  TO CTL-CANT-REGISTROS OF
                                          REG-CONTROL-PFIS
                                          CTL-CHECKSUM OF
                                          REG-CONTROL-PFIS.
           SET CTL-MODO-FULL OF REG-CONTROL-PFIS TO TRUE.
           WRITE REG-CONTROL-PFIS.
           IF WS-STATUS-EXTP NOT = "00"
               MOVE "EXTRPFIS"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-EXTP     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.

           SET CTL-TIPO-REG-HEADER OF REG-CONTROL-PJUR TO TRUE.
           MOVE WS-FECHA-TRABAJO      TO CTL-FECHA-PROCESO OF
                                          REG-CONTROL-PJUR.
           MOVE REI-NRO-SECUENCIA     TO CTL-NRO-SECUENCIA OF
                                          REG-CONTROL-PJUR.
           MOVE ZERO                  TO CTL-CANT-REGISTROS OF
                                          REG-CONTROL-PJUR
                                          CTL-CHECKSUM OF
                                          REG-CONTROL-PJUR.
           SET CTL-MODO-FULL OF REG-CONTROL-PJUR TO TRUE.
           WRITE REG-CONTROL-PJUR.
           IF WS-STATUS-EXTJ NOT = "00"
               MOVE "EXTRPJUR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-EXTJ     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
       1400-EXIT.
           EXIT.

      *****************************************************************
      *  2000-UNIR-PFIS  -  copia al extracto consolidado el detalle  *
      *      de cada particion, descartando sus headers y trailers    *
      *      una vez controlados.                                     *
      *****************************************************************
       2000-UNIR-PFIS.
           MOVE "PAREXTPF" TO WS-ARCHIVO-ACTUAL.
           MOVE "F"        TO WS-TIPO-ACTUAL.
           MOVE ZERO       TO WS-SEG-IDX
                              WS-SEG-ULT-CUIT.
           SET ETAPA-ESPERA-HEADER TO TRUE.
           PERFORM 2100-LEER-PFIS THRU 2100-EXIT.
           PERFORM 2010-CLASIFICAR-REG-PFIS THRU 2010-EXIT
               UNTIL FIN-PEXP.
           PERFORM 7300-VERIFICAR-CIERRE THRU 7300-EXIT.
           CLOSE PART-EXTR-PFIS.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2010-CLASIFICAR-REG-PFIS  -  un registro del extracto        *
      *      parcial segun sea header, trailer o detalle.             *
      *****************************************************************
       2010-CLASIFICAR-REG-PFIS.
           EVALUATE TRUE
               WHEN CTL-TIPO-REG-HEADER OF PART-CONTROL-PFIS
                   MOVE CTL-NRO-SECUENCIA OF PART-CONTROL-PFIS
                                              TO WS-SEG-NRO
                   MOVE CTL-FECHA-PROCESO OF PART-CONTROL-PFIS
                                              TO WS-SEG-FECHA
                   PERFORM 7000-ABRIR-SEGMENTO THRU 7000-EXIT
               WHEN CTL-TIPO-REG-TRAILER OF PART-CONTROL-PFIS
                   MOVE CTL-CANT-REGISTROS OF PART-CONTROL-PFIS
                                              TO WS-SEG-CANT-TRAILER
                   MOVE CTL-CHECKSUM OF PART-CONTROL-PFIS
                                              TO WS-SEG-CHECK-TRAILER
                   PERFORM 7100-CERRAR-SEGMENTO THRU 7100-EXIT
               WHEN OTHER
                   MOVE CLI-CUIT OF REG-PART-PFIS TO WS-SEG-CUIT
                   PERFORM 7200-CONTROLAR-DETALLE THRU 7200-EXIT
                   MOVE REG-PART-PFIS TO REG-SALE-OUT
                   WRITE REG-SALE-OUT
                   IF WS-STATUS-EXTP NOT = "00"
                       MOVE "EXTRPFIS"         TO WS-ERROR-ARCHIVO
                       MOVE WS-STATUS-EXTP     TO WS-ERROR-STATUS
                       PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
                   END-IF
                   ADD 1 TO WS-CANT-PFIS
                   ADD WS-SEG-CUIT TO WS-CHECKSUM-PFIS
                   MOVE WS-SEG-CUIT TO WS-ULT-CUIT-PFIS
           END-EVALUATE.
           PERFORM 2100-LEER-PFIS THRU 2100-EXIT.
       2010-EXIT.
           EXIT.

       2100-LEER-PFIS.
           READ PART-EXTR-PFIS
               AT END
                   SET FIN-PEXP TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  3000-UNIR-PJUR  -  igual que 2000 para personas juridicas.   *
      *****************************************************************
       3000-UNIR-PJUR.
           MOVE "PAREXTPJ" TO WS-ARCHIVO-ACTUAL.
           MOVE "J"        TO WS-TIPO-ACTUAL.
           MOVE ZERO       TO WS-SEG-IDX
                              WS-SEG-ULT-CUIT.
           SET ETAPA-ESPERA-HEADER TO TRUE.
           PERFORM 3100-LEER-PJUR THRU 3100-EXIT.
           PERFORM 3010-CLASIFICAR-REG-PJUR THRU 3010-EXIT
               UNTIL FIN-PEXJ.
           PERFORM 7300-VERIFICAR-CIERRE THRU 7300-EXIT.
           CLOSE PART-EXTR-PJUR.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3010-CLASIFICAR-REG-PJUR  -  un registro del extracto        *
      *      parcial segun sea header, trailer o detalle.             *
      *****************************************************************
       3010-CLASIFICAR-REG-PJUR.
           EVALUATE TRUE
               WHEN CTL-TIPO-REG-HEADER OF PART-CONTROL-PJUR
                   MOVE CTL-NRO-SECUENCIA OF PART-CONTROL-PJUR
                                              TO WS-SEG-NRO
                   MOVE CTL-FECHA-PROCESO OF PART-CONTROL-PJUR
                                              TO WS-SEG-FECHA
                   PERFORM 7000-ABRIR-SEGMENTO THRU 7000-EXIT
               WHEN CTL-TIPO-REG-TRAILER OF PART-CONTROL-PJUR
                   MOVE CTL-CANT-REGISTROS OF PART-CONTROL-PJUR
                                              TO WS-SEG-CANT-TRAILER
                   MOVE CTL-CHECKSUM OF PART-CONTROL-PJUR
                                              TO WS-SEG-CHECK-TRAILER
                   PERFORM 7100-CERRAR-SEGMENTO THRU 7100-EXIT
               WHEN OTHER
                   MOVE PJUR-CUIT OF REG-PART-PJUR TO WS-SEG-CUIT
                   PERFORM 7200-CONTROLAR-DETALLE THRU 7200-EXIT
                   MOVE REG-PART-PJUR TO REG-SALE-PJUR-OUT
                   WRITE REG-SALE-PJUR-OUT
                   IF WS-STATUS-EXTJ NOT = "00"
                       MOVE "EXTRPJUR"         TO WS-ERROR-ARCHIVO
                       MOVE WS-STATUS-EXTJ     TO WS-ERROR-STATUS
                       PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
                   END-IF
                   ADD 1 TO WS-CANT-PJUR
                   ADD WS-SEG-CUIT TO WS-CHECKSUM-PJUR
                   MOVE WS-SEG-CUIT TO WS-ULT-CUIT-PJUR
           END-EVALUATE.
           PERFORM 3100-LEER-PJUR THRU 3100-EXIT.
       3010-EXIT.
           EXIT.

       3100-LEER-PJUR.
           READ PART-EXTR-PJUR
               AT END
                   SET FIN-PEXJ TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  4000-UNIR-EXCEPCIONES  -  las excepciones de las particiones *
      *      se unen en dos pasadas, primero las de personas fisicas  *
      *      y despues las de juridicas, en el mismo orden en que las *
      *      graba una extraccion de un solo paso. El total tiene que *
      *      coincidir con los rechazos informados en RESUPART.       *
      *****************************************************************
       4000-UNIR-EXCEPCIONES.
           MOVE "F" TO WS-TIPO-PASADA.
           PERFORM 4010-PASADA-EXCEPCIONES THRU 4010-EXIT.
           MOVE "J" TO WS-TIPO-PASADA.
           PERFORM 4010-PASADA-EXCEPCIONES THRU 4010-EXIT.
           COMPUTE WS-CANT-RECHAZOS =
               WS-CANT-EXCEP-F + WS-CANT-EXCEP-J.
           IF WS-CANT-RECHAZOS NOT = WS-RSP-RECHAZOS
               MOVE WS-CANT-RECHAZOS TO WS-CANT-CALC-ED
               MOVE WS-RSP-RECHAZOS  TO WS-CANT-TRAIL-ED
               DISPLAY "CLIUNIF0 - PAREXCEP: EXCEPCIONES LEIDAS "
                   WS-CANT-CALC-ED " DIFIEREN DE RESUPART "
                   WS-CANT-TRAIL-ED
               PERFORM 8100-ERROR-CONSOLIDACION THRU 8100-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4010-PASADA-EXCEPCIONES  -  recorre PAREXCEP completo y      *
      *      copia las excepciones del tipo de persona WS-TIPO-PASADA *
      *****************************************************************
       4010-PASADA-EXCEPCIONES.
           OPEN INPUT PART-EXCEP.
           IF WS-STATUS-PEXC NOT = "00"
               MOVE "PAREXCEP"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PEXC     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           MOVE "N" TO WS-FIN-PEXC.
           PERFORM 4020-COPIAR-EXCEPCION THRU 4020-EXIT
               UNTIL FIN-PEXC.
           CLOSE PART-EXCEP.
       4010-EXIT.
           EXIT.

       4020-COPIAR-EXCEPCION.
           READ PART-EXCEP
               AT END
                   SET FIN-PEXC TO TRUE
                   GO TO 4020-EXIT
           END-READ.
           IF PEX-TIPO-PERSONA NOT = WS-TIPO-PASADA
               GO TO 4020-EXIT
           END-IF.
           MOVE REG-PART-EXCEPCION TO REG-EXCEPCION.
           WRITE REG-EXCEPCION.
           IF WS-STATUS-EXCP NOT = "00"
               MOVE "EXCEPCIO"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-EXCP     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           IF WS-TIPO-PASADA = "F"
               ADD 1 TO WS-CANT-EXCEP-F
           ELSE
               ADD 1 TO WS-CANT-EXCEP-J
           END-IF.
       4020-EXIT.
           EXIT.

      *****************************************************************
      *  5000-UNIR-RETENIDOS  -  igual que 4000 para los retenidos    *
      *      por vigilancia, que ademas se acumulan para el resumen   *
      *      INFVIGIL de la corrida completa.                         *
      *****************************************************************
       5000-UNIR-RETENIDOS.
           MOVE ZERO TO WS-CANT-RETENIDOS
                        WS-CANT-RET-VINCULO
                        WS-CAT-USADAS.
           MOVE "F" TO WS-TIPO-PASADA.
           PERFORM 5010-PASADA-RETENIDOS THRU 5010-EXIT.
           MOVE "J" TO WS-TIPO-PASADA.
           PERFORM 5010-PASADA-RETENIDOS THRU 5010-EXIT.
       5000-EXIT.
           EXIT.

      *****************************************************************
      *  5010-PASADA-RETENIDOS  -  recorre PARRETEN completo y copia  *
      *      los retenidos del tipo de persona WS-TIPO-PASADA.        *
      *****************************************************************
       5010-PASADA-RETENIDOS.
           OPEN INPUT PART-RETEN.
           IF WS-STATUS-PRET NOT = "00"
               MOVE "PARRETEN"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PRET     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           MOVE "N" TO WS-FIN-PRET.
           PERFORM 5020-COPIAR-RETENIDO THRU 5020-EXIT
               UNTIL FIN-PRET.
           CLOSE PART-RETEN.
       5010-EXIT.
           EXIT.

      *****************************************************************
      *  5020-COPIAR-RETENIDO  -  un retenido de otro dia indica que  *
      *      se monto el RETENIDO de una particion que no corrio hoy. *
      *****************************************************************
       5020-COPIAR-RETENIDO.
           READ PART-RETEN
               AT END
                   SET FIN-PRET TO TRUE
                   GO TO 5020-EXIT
           END-READ.
           IF PRE-TIPO-PERSONA NOT = WS-TIPO-PASADA
               GO TO 5020-EXIT
           END-IF.
           IF PRE-FECHA-PROCESO NOT = WS-FECHA-TRABAJO
               DISPLAY "CLIUNIF0 - PARRETEN: RETENIDO CUIT " PRE-CUIT
                   " DEL DIA " PRE-FECHA-PROCESO
               PERFORM 8100-ERROR-CONSOLIDACION THRU 8100-EXIT
           END-IF.
           MOVE REG-PART-RETENIDO TO REG-RETENIDO.
           WRITE REG-RETENIDO.
           IF WS-STATUS-RETE NOT = "00"
               MOVE "RETENIDO"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-RETE     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           ADD 1 TO WS-CANT-RETENIDOS.
           IF RET-MOTIVO (1:10) = "VINCULADO "
               ADD 1 TO WS-CANT-RET-VINCULO
           END-IF.
           MOVE RET-CATEGORIA TO WS-CAT-ACTUAL.
           PERFORM 5080-ACUMULAR-CATEGORIA THRU 5080-EXIT.
       5020-EXIT.
           EXIT.

      *****************************************************************
      *  5080-ACUMULAR-CATEGORIA  -  suma la retencion en la entrada  *
      *      de su categoria, dandola de alta si es la primera.       *
      *****************************************************************
       5080-ACUMULAR-CATEGORIA.
           MOVE "N" TO WS-CAT-HALLADA.
           MOVE ZERO TO WS-CAT-POS.
           IF WS-CAT-USADAS > ZERO
               PERFORM 5090-BUSCAR-CATEGORIA
                   VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-USADAS
                      OR CAT-HALLADA
           END-IF.
           IF NOT CAT-HALLADA
              AND WS-CAT-USADAS < 20
               ADD 1 TO WS-CAT-USADAS
               MOVE WS-CAT-USADAS TO WS-CAT-POS
               MOVE WS-CAT-ACTUAL TO WS-CAT-CODIGO (WS-CAT-POS)
               MOVE ZERO          TO WS-CAT-CANT (WS-CAT-POS)
               SET CAT-HALLADA    TO TRUE
           END-IF.
           IF CAT-HALLADA
               ADD 1 TO WS-CAT-CANT (WS-CAT-POS)
           END-IF.
       5080-EXIT.
           EXIT.

       5090-BUSCAR-CATEGORIA.
           IF WS-CAT-CODIGO (WS-CAT-IDX) = WS-CAT-ACTUAL
               MOVE WS-CAT-IDX TO WS-CAT-POS
               SET CAT-HALLADA TO TRUE
           END-IF.

      *****************************************************************
      *  6000-UNIR-SNAPSHOTS  -  los snapshots parciales ya vienen en *
      *      orden de CUIT dentro de cada rango; concatenados en el   *
      *      orden de las particiones forman el snapshot completo.    *
      *      En modo full cada registro extraido va tambien al        *
      *      snapshot, asi que las cantidades tienen que coincidir.   *
      *****************************************************************
       6000-UNIR-SNAPSHOTS.
           OPEN INPUT PART-SNAP-PFIS
                INPUT PART-SNAP-PJUR.
           IF WS-STATUS-PSNP NOT = "00"
               MOVE "PARSNPPF"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PSNP     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           IF WS-STATUS-PSNJ NOT = "00"
               MOVE "PARSNPPJ"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PSNJ     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           MOVE "N" TO WS-FIN-PSNP
                       WS-FIN-PSNJ.
           PERFORM 6010-COPIAR-SNAP-PFIS THRU 6010-EXIT
               UNTIL FIN-PSNP.
           PERFORM 6020-COPIAR-SNAP-PJUR THRU 6020-EXIT
               UNTIL FIN-PSNJ.
           CLOSE PART-SNAP-PFIS
                 PART-SNAP-PJUR.
           IF WS-CANT-SNAP-PFIS NOT = WS-CANT-PFIS
               MOVE WS-CANT-SNAP-PFIS TO WS-CANT-CALC-ED
               MOVE WS-CANT-PFIS      TO WS-CANT-TRAIL-ED
               DISPLAY "CLIUNIF0 - PARSNPPF: REGISTROS "
                   WS-CANT-CALC-ED " DIFIEREN DEL EXTRACTO "
                   WS-CANT-TRAIL-ED
               PERFORM 8100-ERROR-CONSOLIDACION THRU 8100-EXIT
           END-IF.
           IF WS-CANT-SNAP-PJUR NOT = WS-CANT-PJUR
               MOVE WS-CANT-SNAP-PJUR TO WS-CANT-CALC-ED
               MOVE WS-CANT-PJUR      TO WS-CANT-TRAIL-ED
               DISPLAY "CLIUNIF0 - PARSNPPJ: REGISTROS "
                   WS-CANT-CALC-ED " DIFIEREN DEL EXTRACTO "
                   WS-CANT-TRAIL-ED
               PERFORM 8100-ERROR-CONSOLIDACION THRU 8100-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

       6010-COPIAR-SNAP-PFIS.
           READ PART-SNAP-PFIS
               AT END
                   SET FIN-PSNP TO TRUE
                   GO TO 6010-EXIT
           END-READ.
           IF WS-CANT-SNAP-PFIS > ZERO
              AND CLI-CUIT OF REG-PART-SNAP-PFIS NOT > WS-ULT-SNAP-PFIS
               DISPLAY "CLIUNIF0 - PARSNPPF: CUIT "
                   CLI-CUIT OF REG-PART-SNAP-PFIS
                   " FUERA DE ORDEN TRAS " WS-ULT-SNAP-PFIS
               PERFORM 8100-ERROR-CONSOLIDACION THRU 8100-EXIT
           END-IF.
           MOVE REG-PART-SNAP-PFIS TO REG-SNAP-NUE-PFIS.
           WRITE REG-SNAP-NUE-PFIS.
           IF WS-STATUS-SNNP NOT = "00"
               MOVE "SNPNPFIS"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-SNNP     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           ADD 1 TO WS-CANT-SNAP-PFIS.
           MOVE CLI-CUIT OF REG-PART-SNAP-PFIS TO WS-ULT-SNAP-PFIS.
       6010-EXIT.
           EXIT.

       6020-COPIAR-SNAP-PJUR.
           READ PART-SNAP-PJUR
               AT END
                   SET FIN-PSNJ TO TRUE
                   GO TO 6020-EXIT
           END-READ.
           IF WS-CANT-SNAP-PJUR > ZERO
              AND PJUR-CUIT OF REG-PART-SNAP-PJUR
                  NOT > WS-ULT-SNAP-PJUR
               DISPLAY "CLIUNIF0 - PARSNPPJ: CUIT "
                   PJUR-CUIT OF REG-PART-SNAP-PJUR
                   " FUERA DE ORDEN TRAS " WS-ULT-SNAP-PJUR
               PERFORM 8100-ERROR-CONSOLIDACION THRU 8100-EXIT
           END-IF.
           MOVE REG-PART-SNAP-PJUR TO REG-SNAP-NUE-PJUR.
           WRITE REG-SNAP-NUE-PJUR.
           IF WS-STATUS-SNNJ NOT = "00"
               MOVE "SNPNPJUR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-SNNJ     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           ADD 1 TO WS-CANT-SNAP-PJUR.
           MOVE PJUR-CUIT OF REG-PART-SNAP-PJUR TO WS-ULT-SNAP-PJUR.
       6020-EXIT.
           EXIT.

      *****************************************************************
      *  7000-ABRIR-SEGMENTO  -  header de una particion dentro del   *
      *      extracto parcial: tiene que ser la siguiente particion   *
      *      (el header parcial lleva el numero de particion en el    *
      *      lugar de la secuencia) y del dia de proceso.             *
      *****************************************************************
       7000-ABRIR-SEGMENTO.
           IF NOT ETAPA-ESPERA-HEADER
               DISPLAY "CLIUNIF0 - " WS-ARCHIVO-ACTUAL
                   ": PARTICION " WS-SEG-IDX " SIN TRAILER (TRUNCADA)"
               PERFORM 8100-ERROR-CONSOLIDACION THRU 8100-EXIT
           END-IF.
           IF WS-SEG-IDX = WS-PART-CANT
               DISPLAY "CLIUNIF0 - " WS-ARCHIVO-ACTUAL
                   ": MAS PARTICIONES QUE EN RESUPART"
               PERFORM 8100-ERROR-CONSOLIDACION THRU 8100-EXIT
           END-IF.
           ADD 1 TO WS-SEG-IDX.
           IF WS-SEG-NRO NOT = WS-SEG-IDX
               DISPLAY "CLIUNIF0 - " WS-ARCHIVO-ACTUAL
                   ": SE ESPERABA LA PARTICION " WS-SEG-IDX
                   " Y VINO LA " WS-SEG-NRO
               PERFORM 8100-ERROR-CONSOLIDACION THRU 8100-EXIT
           END-IF.
           IF WS-SEG-FECHA NOT = WS-FECHA-TRABAJO
               DISPLAY "CLIUNIF0 - " WS-ARCHIVO-ACTUAL
                   ": PARTICION " WS-SEG-IDX " DEL DIA " WS-SEG-FECHA
               PERFORM 8100-ERROR-CONSOLIDACION THRU 8100-EXIT
           END-IF.
           MOVE ZERO TO WS-SEG-CANT
                        WS-SEG-CHECKSUM.
           SET ETAPA-DETALLE TO TRUE.
       7000-EXIT.
           EXIT.

      *****************************************************************
      *  7100-CERRAR-SEGMENTO  -  trailer de una particion: cantidad  *
      *      y suma de control recalculadas contra el trailer y       *
      *      contra el resumen de la particion en RESUPART.           *
      *****************************************************************
       7100-CERRAR-SEGMENTO.
           IF NOT ETAPA-DETALLE
               DISPLAY "CLIUNIF0 - " WS-ARCHIVO-ACTUAL
                   ": TRAILER SIN HEADER TRAS LA PARTICION " WS-SEG-IDX
               PERFORM 8100-ERROR-CONSOLIDACION THRU 8100-EXIT
           END-IF.
           IF WS-TIPO-ACTUAL = "F"
               MOVE WS-PART-CANT-PFIS (WS-SEG-IDX)
                                       TO WS-SEG-CANT-RESUMEN
               MOVE WS-PART-CHECK-PFIS (WS-SEG-IDX)
                                       TO WS-SEG-CHECK-RESUMEN
           ELSE
               MOVE WS-PART-CANT-PJUR (WS-SEG-IDX)
                                       TO WS-SEG-CANT-RESUMEN
               MOVE WS-PART-CHECK-PJUR (WS-SEG-IDX)
                                       TO WS-SEG-CHECK-RESUMEN
           END-IF.
           IF WS-SEG-CANT NOT = WS-SEG-CANT-TRAILER
            OR WS-SEG-CANT NOT = WS-SEG-CANT-RESUMEN
               MOVE WS-SEG-CANT         TO WS-CANT-CALC-ED
               MOVE WS-SEG-CANT-TRAILER TO WS-CANT-TRAIL-ED
               DISPLAY "CLIUNIF0 - " WS-ARCHIVO-ACTUAL
                   ": PARTICION " WS-SEG-IDX
                   " CANTIDAD LEIDA " WS-CANT-CALC-ED
                   " TRAILER " WS-CANT-TRAIL-ED
                   " RESUPART " WS-SEG-CANT-RESUMEN
               PERFORM 8100-ERROR-CONSOLIDACION THRU 8100-EXIT
           END-IF.
           IF WS-SEG-CHECKSUM NOT = WS-SEG-CHECK-TRAILER
            OR WS-SEG-CHECKSUM NOT = WS-SEG-CHECK-RESUMEN
               MOVE WS-SEG-CHECKSUM      TO WS-CHECK-CALC-ED
               MOVE WS-SEG-CHECK-TRAILER TO WS-CHECK-TRAIL-ED
               DISPLAY "CLIUNIF0 - " WS-ARCHIVO-ACTUAL
                   ": PARTICION " WS-SEG-IDX
                   " CHECKSUM CALCULADO " WS-CHECK-CALC-ED
                   " TRAILER " WS-CHECK-TRAIL-ED
                   " RESUPART " WS-SEG-CHECK-RESUMEN
               PERFORM 8100-ERROR-CONSOLIDACION THRU 8100-EXIT
           END-IF.
           SET ETAPA-ESPERA-HEADER TO TRUE.
       7100-EXIT.
           EXIT.

      *****************************************************************
      *  7200-CONTROLAR-DETALLE  -  un detalle tiene que estar entre  *
      *      header y trailer, dentro del rango de CUIT de su         *
      *      particion y en orden ascendente sobre todo el archivo.   *
      *****************************************************************
       7200-CONTROLAR-DETALLE.
           IF NOT ETAPA-DETALLE
               DISPLAY "CLIUNIF0 - " WS-ARCHIVO-ACTUAL
                   ": DETALLE CUIT " WS-SEG-CUIT " FUERA DE PARTICION"
               PERFORM 8100-ERROR-CONSOLIDACION THRU 8100-EXIT
           END-IF.
           IF WS-SEG-CUIT < WS-PART-DESDE (WS-SEG-IDX)
            OR WS-SEG-CUIT > WS-PART-HASTA (WS-SEG-IDX)
               DISPLAY "CLIUNIF0 - " WS-ARCHIVO-ACTUAL
                   ": CUIT " WS-SEG-CUIT " FUERA DEL RANGO DE LA "
                   "PARTICION " WS-SEG-IDX
               PERFORM 8100-ERROR-CONSOLIDACION THRU 8100-EXIT
           END-IF.
           IF WS-SEG-ULT-CUIT NOT = ZERO
              AND WS-SEG-CUIT NOT > WS-SEG-ULT-CUIT
               DISPLAY "CLIUNIF0 - " WS-ARCHIVO-ACTUAL
                   ": CUIT " WS-SEG-CUIT " FUERA DE ORDEN TRAS "
                   WS-SEG-ULT-CUIT
               PERFORM 8100-ERROR-CONSOLIDACION THRU 8100-EXIT
           END-IF.
           ADD 1 TO WS-SEG-CANT.
           ADD WS-SEG-CUIT TO WS-SEG-CHECKSUM.
           MOVE WS-SEG-CUIT TO WS-SEG-ULT-CUIT.
       7200-EXIT.
           EXIT.

      *****************************************************************
      *  7300-VERIFICAR-CIERRE  -  al agotar el extracto parcial      *
      *      tienen que haberse cerrado todas las particiones.        *
      *****************************************************************
       7300-VERIFICAR-CIERRE.
           IF NOT ETAPA-ESPERA-HEADER
               DISPLAY "CLIUNIF0 - " WS-ARCHIVO-ACTUAL
                   ": PARTICION " WS-SEG-IDX " SIN TRAILER (TRUNCADA)"
               PERFORM 8100-ERROR-CONSOLIDACION THRU 8100-EXIT
           END-IF.
           IF WS-SEG-IDX NOT = WS-PART-CANT
               DISPLAY "CLIUNIF0 - " WS-ARCHIVO-ACTUAL
                   ": TRAE " WS-SEG-IDX " PARTICIONES DE "
                   WS-PART-TOTAL
               PERFORM 8100-ERROR-CONSOLIDACION THRU 8100-EXIT
           END-IF.
       7300-EXIT.
           EXIT.

      *****************************************************************
      *  8000-ERROR-FATAL  -  corte del proceso ante un error de E/S  *
      *      Se invoca con WS-ERROR-ARCHIVO/WS-ERROR-STATUS cargados. *
      *****************************************************************
       8000-ERROR-FATAL.
           DISPLAY "CLIUNIF0 - ERROR DE E/S EN ARCHIVO "
               WS-ERROR-ARCHIVO.
           DISPLAY "CLIUNIF0 - FILE STATUS: " WS-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  8100-ERROR-CONSOLIDACION  -  las salidas de las particiones  *
      *      no concuerdan entre si o con sus resumenes: no se        *
      *      consolida. Si REINICIO ya se abrio queda activo, de modo *
      *      que CLIVERI0 tampoco deja transmitir lo que se grabo.    *
      *****************************************************************
       8100-ERROR-CONSOLIDACION.
           DISPLAY "CLIUNIF0 - PARTICIONES INCONSISTENTES: "
               "NO SE CONSOLIDA".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  9000-FINALIZAR                                               *
      *****************************************************************
       9000-FINALIZAR.
           SET CTL-TIPO-REG-TRAILER OF REG-CONTROL-PFIS TO TRUE.
           MOVE WS-CANT-PFIS         TO CTL-CANT-REGISTROS OF
                                         REG-CONTROL-PFIS.
           MOVE WS-CHECKSUM-PFIS     TO CTL-CHECKSUM OF
                                         REG-CONTROL-PFIS.
           MOVE ZERO                 TO CTL-FECHA-PROCESO OF
                                         REG-CONTROL-PFIS
                                         CTL-NRO-SECUENCIA OF
                                         REG-CONTROL-PFIS.
           SET CTL-MODO-FULL OF REG-CONTROL-PFIS TO TRUE.
           WRITE REG-CONTROL-PFIS.
           IF WS-STATUS-EXTP NOT = "00"
               MOVE "EXTRPFIS"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-EXTP     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.

           SET CTL-TIPO-REG-TRAILER OF REG-CONTROL-PJUR TO TRUE.
           MOVE WS-CANT-PJUR         TO CTL-CANT-REGISTROS OF
                                         REG-CONTROL-PJUR.
           MOVE WS-CHECKSUM-PJUR     TO CTL-CHECKSUM OF
                                         REG-CONTROL-PJUR.
           MOVE ZERO                 TO CTL-FECHA-PROCESO OF
                                         REG-CONTROL-PJUR
                                         CTL-NRO-SECUENCIA OF
                                         REG-CONTROL-PJUR.
           SET CTL-MODO-FULL OF REG-CONTROL-PJUR TO TRUE.
           WRITE REG-CONTROL-PJUR.
           IF WS-STATUS-EXTJ NOT = "00"
               MOVE "EXTRPJUR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-EXTJ     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.

           CLOSE EXTRACTO-PFIS
                 EXTRACTO-PJUR
                 EXCEPCIONES
                 RETENIDOS
                 SNAP-NUE-PFIS
                 SNAP-NUE-PJUR.

           SET REI-ESTADO-INACTIVO TO TRUE.
           MOVE WS-ULT-CUIT-PFIS     TO REI-ULT-CUIT-PFIS.
           MOVE WS-ULT-CUIT-PJUR     TO REI-ULT-CUIT-PJUR.
           MOVE WS-CANT-PFIS         TO REI-CANT-PFIS.
           MOVE WS-CANT-PJUR         TO REI-CANT-PJUR.
           MOVE WS-CANT-RECHAZOS     TO REI-CANT-RECHAZOS.
           MOVE WS-CHECKSUM-PFIS     TO REI-CHECKSUM-PFIS.
           MOVE WS-CHECKSUM-PJUR     TO REI-CHECKSUM-PJUR.
           PERFORM 1250-GRABAR-REINICIO THRU 1250-EXIT.
           CLOSE REINICIO.

           PERFORM 9100-CONTROLAR-VOLUMETRIA THRU 9100-EXIT.
           PERFORM 9300-GRABAR-HISTORIA      THRU 9300-EXIT.
           PERFORM 9400-INFORMAR-VIGILANCIA  THRU 9400-EXIT.

           DISPLAY "CLIUNIF0 - PARTICIONES CONSOLIDADAS: "
               WS-PART-TOTAL.
           DISPLAY "CLIUNIF0 - SECUENCIA DE LOS EXTRACTOS : "
               REI-NRO-SECUENCIA.
           DISPLAY "CLIUNIF0 - REGISTROS PFIS ESCRITOS: " WS-CANT-PFIS.
           DISPLAY "CLIUNIF0 - REGISTROS PJUR ESCRITOS: " WS-CANT-PJUR.
           DISPLAY "CLIUNIF0 - REGISTROS RECHAZADOS   : "
               WS-CANT-RECHAZOS.
       9000-EXIT.
           EXIT.

      *****************************************************************
      *  9100-CONTROLAR-VOLUMETRIA  -  compara los volumenes de esta  *
      *      corrida contra la ultima corrida anterior del mismo modo *
      *      asentada en HISTCORR; un desvio mayor a la tolerancia de *
      *      PARAMTRS deja aviso con codigo de retorno 4.             *
      *****************************************************************
       9100-CONTROLAR-VOLUMETRIA.
           IF WS-PCT-VARIACION = ZERO
               GO TO 9100-EXIT
           END-IF.
           OPEN INPUT HISTORIA.
           IF WS-STATUS-HIST = "35"
               GO TO 9100-EXIT
           END-IF.
           IF WS-STATUS-HIST NOT = "00"
               MOVE "HISTCORR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-HIST     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           MOVE "N" TO WS-FIN-HIST
                       WS-HIST-HALLADA.
           PERFORM 9110-BUSCAR-ULTIMA-CORRIDA THRU 9110-EXIT
               UNTIL FIN-HIST.
           CLOSE HISTORIA.
           IF NOT HIST-HALLADA
               GO TO 9100-EXIT
           END-IF.
           MOVE WS-HIST-CANT-PFIS  TO WS-VOL-ANTERIOR.
           MOVE WS-CANT-PFIS       TO WS-VOL-ACTUAL.
           MOVE "PFIS"             TO WS-VOL-CONCEPTO.
           PERFORM 9120-CONTROLAR-DESVIO THRU 9120-EXIT.
           MOVE WS-HIST-CANT-PJUR  TO WS-VOL-ANTERIOR.
           MOVE WS-CANT-PJUR       TO WS-VOL-ACTUAL.
           MOVE "PJUR"             TO WS-VOL-CONCEPTO.
           PERFORM 9120-CONTROLAR-DESVIO THRU 9120-EXIT.
           MOVE WS-HIST-CANT-RECH  TO WS-VOL-ANTERIOR.
           MOVE WS-CANT-RECHAZOS   TO WS-VOL-ACTUAL.
           MOVE "RECHAZOS"         TO WS-VOL-CONCEPTO.
           PERFORM 9120-CONTROLAR-DESVIO THRU 9120-EXIT.
           IF ALERTA-VOLUMEN
              AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9100-EXIT.
           EXIT.

      *****************************************************************
      *  9110-BUSCAR-ULTIMA-CORRIDA  -  retiene los volumenes del     *
      *      ultimo registro de historia de una corrida full.         *
      *****************************************************************
       9110-BUSCAR-ULTIMA-CORRIDA.
           READ HISTORIA
               AT END
                   SET FIN-HIST TO TRUE
           END-READ.
           IF NOT FIN-HIST
              AND HIS-MODO-FULL
               SET HIST-HALLADA TO TRUE
               MOVE HIS-CANT-PFIS     TO WS-HIST-CANT-PFIS
               MOVE HIS-CANT-PJUR     TO WS-HIST-CANT-PJUR
               MOVE HIS-CANT-RECHAZOS TO WS-HIST-CANT-RECH
           END-IF.
       9110-EXIT.
           EXIT.

      *****************************************************************
      *  9120-CONTROLAR-DESVIO  -  desvio porcentual de WS-VOL-ACTUAL *
      *      contra WS-VOL-ANTERIOR para el concepto en proceso.      *
      *****************************************************************
       9120-CONTROLAR-DESVIO.
           IF WS-VOL-ANTERIOR = ZERO
               GO TO 9120-EXIT
           END-IF.
           COMPUTE WS-VOL-DIFERENCIA =
               WS-VOL-ACTUAL - WS-VOL-ANTERIOR.
           IF WS-VOL-DIFERENCIA < ZERO
               COMPUTE WS-VOL-DIFERENCIA = ZERO - WS-VOL-DIFERENCIA
           END-IF.
           COMPUTE WS-VOL-PCT =
               (WS-VOL-DIFERENCIA * 100) / WS-VOL-ANTERIOR.
           IF WS-VOL-PCT > WS-PCT-VARIACION
               DISPLAY "CLIUNIF0 - AVISO: VARIACION DE VOLUMEN "
                   WS-VOL-CONCEPTO
               DISPLAY "CLIUNIF0 - ANTERIOR " WS-VOL-ANTERIOR
                   " ACTUAL " WS-VOL-ACTUAL
                   " DESVIO % " WS-VOL-PCT
               SET ALERTA-VOLUMEN TO TRUE
           END-IF.
       9120-EXIT.
           EXIT.

      *****************************************************************
      *  9300-GRABAR-HISTORIA  -  asienta la corrida consolidada en   *
      *      el archivo permanente de historia de corridas, como una  *
      *      sola corrida; es reiniciada si alguna particion lo fue.  *
      *****************************************************************
       9300-GRABAR-HISTORIA.
           OPEN EXTEND HISTORIA.
           IF WS-STATUS-HIST = "35"
               OPEN OUTPUT HISTORIA
           END-IF.
           IF WS-STATUS-HIST NOT = "00"
               MOVE "HISTCORR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-HIST     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           MOVE REI-NRO-SECUENCIA     TO HIS-NRO-SECUENCIA.
           MOVE WS-FECHA-HORA-EFEC    TO HIS-FECHA-HORA.
           IF EJEC-REINICIADA
               SET HIS-EJEC-REINICIADA TO TRUE
           ELSE
               SET HIS-EJEC-COMPLETA   TO TRUE
           END-IF.
           SET HIS-MODO-FULL          TO TRUE.
           MOVE WS-CANT-PFIS          TO HIS-CANT-PFIS.
           MOVE WS-CANT-PJUR          TO HIS-CANT-PJUR.
           MOVE WS-CANT-RECHAZOS      TO HIS-CANT-RECHAZOS.
           MOVE WS-CHECKSUM-PFIS      TO HIS-CHECKSUM-PFIS.
           MOVE WS-CHECKSUM-PJUR      TO HIS-CHECKSUM-PJUR.
           MOVE RETURN-CODE           TO HIS-RETURN-CODE.
           WRITE REG-HISTORIA.
           IF WS-STATUS-HIST NOT = "00"
               MOVE "HISTCORR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-HIST     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           CLOSE HISTORIA.
       9300-EXIT.
           EXIT.

      *****************************************************************
      *  9400-INFORMAR-VIGILANCIA  -  resumen del barrido contra la   *
      *      lista de sujetos observados de toda la corrida, para la  *
      *      firma diaria del oficial de cumplimiento: examinados y   *
      *      liberados sumados de los resumenes de las particiones,   *
      *      retenciones y categorias del RETENIDO consolidado mas    *
      *      el barrido retroactivo RETENVBA, igual que CLIREPL0.     *
      *****************************************************************
       9400-INFORMAR-VIGILANCIA.
           PERFORM 9440-SUMAR-BARRIDO-RETRO THRU 9440-EXIT.
           OPEN OUTPUT INF-VIGILANCIA.
           IF WS-STATUS-INFV NOT = "00"
               MOVE "INFVIGIL"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-INFV     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           MOVE SPACES TO LINEA-INFORME.
           STRING "RESUMEN DE BARRIDO DE VIGILANCIA  FECHA: "
                  WS-FECHA-TRABAJO
                  DELIMITED BY SIZE INTO LINEA-INFORME.
           PERFORM 9410-ESCRIBIR-INFORME THRU 9410-EXIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "LISTA VERSION " WS-VERSION-LISTA
                  "  FECHA DE LISTA " WS-FECHA-LISTA
                  DELIMITED BY SIZE INTO LINEA-INFORME.
           PERFORM 9410-ESCRIBIR-INFORME THRU 9410-EXIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "EXTRACCION EN " WS-PART-TOTAL
                  " PARTICIONES POR RANGO DE CUIT"
                  DELIMITED BY SIZE INTO LINEA-INFORME.
           PERFORM 9410-ESCRIBIR-INFORME THRU 9410-EXIT.
           MOVE SPACES TO LINEA-INFORME.
           PERFORM 9410-ESCRIBIR-INFORME THRU 9410-EXIT.
           MOVE WS-CANT-EXAMINADOS TO WS-INF-CANT-ED.
           MOVE SPACES TO LINEA-INFORME.
           STRING "REGISTROS EXAMINADOS      : " WS-INF-CANT-ED
                  DELIMITED BY SIZE INTO LINEA-INFORME.
           PERFORM 9410-ESCRIBIR-INFORME THRU 9410-EXIT.
           IF WS-PART-REINICIADAS > ZERO
               MOVE WS-PART-REINICIADAS TO WS-INF-CANT-ED
               MOVE SPACES TO LINEA-INFORME
               STRING "  (EN " WS-INF-CANT-ED
                      " PARTICIONES REINICIADAS SOLO EL TRAMO "
                      "POSTERIOR AL REINICIO)"
                      DELIMITED BY SIZE INTO LINEA-INFORME
               PERFORM 9410-ESCRIBIR-INFORME THRU 9410-EXIT
           END-IF.
           MOVE WS-CANT-RETENIDOS TO WS-INF-CANT-ED.
           MOVE SPACES TO LINEA-INFORME.
           STRING "COINCIDENCIAS RETENIDAS   : " WS-INF-CANT-ED
                  DELIMITED BY SIZE INTO LINEA-INFORME.
           PERFORM 9410-ESCRIBIR-INFORME THRU 9410-EXIT.
           IF WS-CANT-RET-BARRIDO > ZERO
               MOVE WS-CANT-RET-BARRIDO TO WS-INF-CANT-ED
               MOVE SPACES TO LINEA-INFORME
               STRING "  (INCLUYE " WS-INF-CANT-ED
                      " DEL BARRIDO RETROACTIVO)"
                      DELIMITED BY SIZE INTO LINEA-INFORME
               PERFORM 9410-ESCRIBIR-INFORME THRU 9410-EXIT
           END-IF.
           IF WS-CANT-RET-VINCULO > ZERO
               MOVE WS-CANT-RET-VINCULO TO WS-INF-CANT-ED
               MOVE SPACES TO LINEA-INFORME
               STRING "  (INCLUYE " WS-INF-CANT-ED
                      " POR PERSONAS VINCULADAS)"
                      DELIMITED BY SIZE INTO LINEA-INFORME
               PERFORM 9410-ESCRIBIR-INFORME THRU 9410-EXIT
           END-IF.
           MOVE WS-CANT-LIBERADOS TO WS-INF-CANT-ED.
           MOVE SPACES TO LINEA-INFORME.
           STRING "COINCIDENCIAS LIBERADAS   : " WS-INF-CANT-ED
                  DELIMITED BY SIZE INTO LINEA-INFORME.
           PERFORM 9410-ESCRIBIR-INFORME THRU 9410-EXIT.
           IF WS-CAT-USADAS > ZERO
               PERFORM 9420-INFORMAR-CATEGORIA
                   VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-USADAS
           END-IF.
           CLOSE INF-VIGILANCIA.
       9400-EXIT.
           EXIT.

       9410-ESCRIBIR-INFORME.
           WRITE LINEA-INFORME.
           IF WS-STATUS-INFV NOT = "00"
               MOVE "INFVIGIL"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-INFV     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
       9410-EXIT.
           EXIT.

       9420-INFORMAR-CATEGORIA.
           MOVE WS-CAT-CANT (WS-CAT-IDX) TO WS-INF-CANT-ED.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  CATEGORIA " WS-CAT-CODIGO (WS-CAT-IDX)
                  "  COINCIDENCIAS: " WS-INF-CANT-ED
                  DELIMITED BY SIZE INTO LINEA-INFORME.
           PERFORM 9410-ESCRIBIR-INFORME THRU 9410-EXIT.

      *****************************************************************
      *  9440-SUMAR-BARRIDO-RETRO  -  suma al resumen las retenciones *
      *      del barrido retroactivo RETENVBA (ver CLIVBAR0) de la    *
      *      version vigente de la lista; sin ese archivo el resumen  *
      *      cubre solo la corrida, como antes del barrido.           *
      *****************************************************************
       9440-SUMAR-BARRIDO-RETRO.
           OPEN INPUT RETEN-BARRIDO.
           IF WS-STATUS-RVBA = "35"
               GO TO 9440-EXIT
           END-IF.
           IF WS-STATUS-RVBA NOT = "00"
               MOVE "RETENVBA"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-RVBA     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           MOVE "N" TO WS-FIN-RVBA.
           PERFORM 9450-CONTAR-RETEN-BARRIDO THRU 9450-EXIT
               UNTIL FIN-RVBA.
           CLOSE RETEN-BARRIDO.
       9440-EXIT.
           EXIT.

       9450-CONTAR-RETEN-BARRIDO.
           READ RETEN-BARRIDO
               AT END
                   SET FIN-RVBA TO TRUE
                   GO TO 9450-EXIT
           END-READ.
           IF RVB-VERSION-LISTA = WS-VERSION-LISTA
               ADD 1 TO WS-CANT-RETENIDOS
               ADD 1 TO WS-CANT-RET-BARRIDO
               IF RVB-MOTIVO (1:10) = "VINCULADO "
                   ADD 1 TO WS-CANT-RET-VINCULO
               END-IF
               MOVE RVB-CATEGORIA TO WS-CAT-ACTUAL
               PERFORM 5080-ACUMULAR-CATEGORIA THRU 5080-EXIT
           END-IF.
       9450-EXIT.
           EXIT.

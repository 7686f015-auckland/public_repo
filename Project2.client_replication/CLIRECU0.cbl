      *****************************************************************
      *                                                               *
      *   PROGRAM-ID  : CLIRECU0                                     *
      *   PROJECT     : Project2.client_replication                  *
      *                                                               *
      *   PURPOSE     : Reconstruccion de los masters de clientes a  *
      *                 partir del archivo de auditoria AUDINOVE que *
      *                 graba CLIMANT0. Copia MSTRPFIS y MSTRPJUR    *
      *                 vigentes a los masters reconstruidos         *
      *                 RECUPFIS / RECUPJUR y sobre ellos reaplica   *
      *                 las imagenes antes de las novedades elegidas *
      *                 en orden inverso al de su aplicacion: un     *
      *                 alta se elimina, una modificacion vuelve a   *
      *                 su imagen anterior y una baja se repone. La  *
      *                 tarjeta PARMRECU elige el modo:              *
      *                   "P" - punto en el tiempo: se revierte toda *
      *                         novedad con fecha de proceso         *
      *                         posterior a la fecha informada.      *
      *                   "C" - corrida: se revierte solamente la    *
      *                         fecha de proceso informada; un CUIT  *
      *                         que volvio a cambiar en una fecha    *
      *                         posterior no se toca y se informa    *
      *                         como conflicto.                      *
      *                 El tipo de persona ("F"/"J", espacio ambos)  *
      *                 limita la reconstruccion a un master. El     *
      *                 listado LISTRECU informa cada CUIT tocado y  *
      *                 las cantidades y sumas de control de los     *
      *                 masters reconstruidos junto a la ultima      *
      *                 corrida completa de HISTCORR anterior a la   *
      *                 fecha, para cotejarlas antes de reemplazar   *
      *                 los masters productivos.                     *
      *                 CLIBAJAS se copia igual a RECUBAJA: revertir *
      *                 una baja quita el cierre (o repone el cierre *
      *                 anterior) y revertir una reactivacion deja   *
      *                 al cliente otra vez cerrado.                 *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLIRECU0.
       AUTHOR.        DEPTO DESARROLLO CUENTAS.
       INSTALLATION.  GERENCIA DE SISTEMAS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *****************************************************************
      *  MODIFICATION HISTORY                                        *
      *  --------------------------------------------------------    *
      *  DATE       INIT  DESCRIPTION                                *
      *  15/10/2026  DDC  Programa original.                         *
      *  15/10/2026  DDC  Revierte las reactivaciones de clientes    *
      *                   cerrados (novedad "R") como las altas.     *
      *  15/10/2026  DDC  Fecha de proceso tomada del dia de negocio *
      *                   abierto en FECHPROC en lugar del reloj del *
      *                   sistema.                                   *
      *  15/10/2026  DDC  Reconstruye tambien CLIBAJAS en RECUBAJA.  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS    ASSIGN TO "PARMRECU"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-PARM.

           SELECT AUDITORIA     ASSIGN TO "AUDINOVE"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-AUDI.

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

           SELECT RECU-PFIS     ASSIGN TO "RECUPFIS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CLI-CUIT OF REG-RECU-PFIS
                  FILE STATUS IS WS-STATUS-RCPF.

           SELECT RECU-PJUR     ASSIGN TO "RECUPJUR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PJUR-CUIT OF REG-RECU-PJUR
                  FILE STATUS IS WS-STATUS-RCPJ.

           SELECT CLIENTES-BAJA ASSIGN TO "CLIBAJAS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BJA-CUIT
                  FILE STATUS IS WS-STATUS-BAJA.

           SELECT RECU-BAJA     ASSIGN TO "RECUBAJA"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RBJ-CUIT
                  FILE STATUS IS WS-STATUS-RCBJ.

           SELECT HISTORIA      ASSIGN TO "HISTCORR"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-HIST.

           SELECT SORT-TRABAJO  ASSIGN TO "SORTWK".

           SELECT LISTADO       ASSIGN TO "LISTRECU"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-LIST.

           SELECT FECHA-PROCESO ASSIGN TO "FECHPROC"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-FPRO.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           LABEL RECORDS ARE STANDARD.
       01  REG-PARM-RECU.
           05  PAR-MODO           PIC X.
               88  PAR-MODO-PUNTO         VALUE "P".
               88  PAR-MODO-CORRIDA       VALUE "C".
           05  PAR-FECHA          PIC X(8).
           05  PAR-TIPO-PERSONA   PIC X.
               88  PAR-TIPO-VALIDO        VALUE "F" "J" " ".
           05  FILLER             PIC X(70).

       FD  AUDITORIA
           LABEL RECORDS ARE STANDARD.
           COPY "cliaudit.cpy".

       FD  MASTER-PFIS
           LABEL RECORDS ARE STANDARD.
           COPY "clivuel_pfis.cpy".

       FD  MASTER-PJUR
           LABEL RECORDS ARE STANDARD.
           COPY "clivuel_pjur.cpy".

       FD  RECU-PFIS
           LABEL RECORDS ARE STANDARD.
           COPY "clivuel_pfis.cpy"
               REPLACING ==REG-SALE== BY ==REG-RECU-PFIS==.

       FD  RECU-PJUR
           LABEL RECORDS ARE STANDARD.
           COPY "clivuel_pjur.cpy"
               REPLACING ==REG-SALE-PJUR== BY ==REG-RECU-PJUR==.

       FD  CLIENTES-BAJA
           LABEL RECORDS ARE STANDARD.
           COPY "clibaja.cpy".

       FD  RECU-BAJA
           LABEL RECORDS ARE STANDARD.
           COPY "clibaja.cpy"
               REPLACING ==REG-CLIENTE-BAJA== BY ==REG-RECU-BAJA==
                         LEADING ==BJA== BY ==RBJ==.

       FD  HISTORIA
           LABEL RECORDS ARE STANDARD.
           COPY "clihist.cpy".

       SD  SORT-TRABAJO.
       01  REG-SORT.
           05  SRT-ORDEN          PIC 9(9).
           05  SRT-NRO-REGISTRO   PIC 9(9).
           05  SRT-FECHA          PIC 9(8).
           05  SRT-TIPO-PERSONA   PIC X.
           05  SRT-TIPO-NOVEDAD   PIC X.
           05  SRT-CUIT           PIC 9(11).
           05  SRT-REVIERTE       PIC X.
               88  SRT-A-REVERTIR         VALUE "S".
               88  SRT-POSTERIOR          VALUE "N".
           05  SRT-IMAGEN         PIC X(871).

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
           05  WS-STATUS-AUDI     PIC XX          VALUE SPACES.
           05  WS-STATUS-PFIS     PIC XX          VALUE SPACES.
           05  WS-STATUS-PJUR     PIC XX          VALUE SPACES.
           05  WS-STATUS-RCPF     PIC XX          VALUE SPACES.
           05  WS-STATUS-RCPJ     PIC XX          VALUE SPACES.
           05  WS-STATUS-BAJA     PIC XX          VALUE SPACES.
           05  WS-STATUS-RCBJ     PIC XX          VALUE SPACES.
           05  WS-STATUS-HIST     PIC XX          VALUE SPACES.
           05  WS-STATUS-LIST     PIC XX          VALUE SPACES.
           05  WS-FIN-ARCHIVO     PIC X           VALUE "N".
               88  FIN-ARCHIVO                    VALUE "S".
           05  WS-FIN-AUDI        PIC X           VALUE "N".
               88  FIN-AUDI                       VALUE "S".
           05  WS-FIN-SORT        PIC X           VALUE "N".
               88  FIN-SORT                       VALUE "S".
           05  WS-POS-HALLADO     PIC X           VALUE "N".
               88  POS-HALLADO                    VALUE "S".
           05  WS-HIST-HALLADA    PIC X           VALUE "N".
               88  HIST-HALLADA                   VALUE "S".
           05  WS-CIERRE-HALLADO  PIC X           VALUE "N".
               88  CIERRE-HALLADO                 VALUE "S".

      *-----------------------------------------------------------*
      *  DATOS PARA EL CORTE POR ERROR DE E/S                      *
      *-----------------------------------------------------------*
       01  WS-ERROR-FATAL.
           05  WS-ERROR-ARCHIVO   PIC X(12)       VALUE SPACES.
           05  WS-ERROR-STATUS    PIC XX          VALUE SPACES.

      *-----------------------------------------------------------*
      *  PARAMETROS DE LA RECONSTRUCCION                           *
      *-----------------------------------------------------------*
       01  WS-PARAMETROS.
           05  WS-MODO            PIC X           VALUE SPACE.
               88  MODO-PUNTO                     VALUE "P".
               88  MODO-CORRIDA                   VALUE "C".
           05  WS-FECHA-CORTE     PIC 9(8)        VALUE ZERO.
           05  WS-TIPO-PERSONA    PIC X           VALUE SPACE.

      *-----------------------------------------------------------*
      *  CONTADORES                                                *
      *-----------------------------------------------------------*
       01  WS-CONTADORES.
           05  WS-CANT-PARES      PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-SELECCION  PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-HUERFANAS  PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-ALTAS-REV  PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-MODIF-REV  PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-BAJAS-REV  PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-CONFLICTOS PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-INCONSIST  PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-ACTUAL-PFIS PIC 9(8) COMP  VALUE ZERO.
           05  WS-CANT-ACTUAL-PJUR PIC 9(8) COMP  VALUE ZERO.
           05  WS-CANT-RECU-PFIS  PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-RECU-PJUR  PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-ACTUAL-BAJA PIC 9(8) COMP  VALUE ZERO.
           05  WS-CANT-RECU-BAJA  PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-BAJA-ELIM  PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-BAJA-REPU  PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-BAJA-CERR  PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CHECKSUM-PFIS   PIC 9(18) COMP  VALUE ZERO.
           05  WS-CHECKSUM-PJUR   PIC 9(18) COMP  VALUE ZERO.
           05  WS-CANT-ESPERADA   PIC S9(9) COMP  VALUE ZERO.
           05  WS-CANT-OBTENIDA   PIC S9(9) COMP  VALUE ZERO.

       01  WS-NRO-ORDEN           PIC 9(9)  COMP  VALUE ZERO.
       01  WS-NRO-REGISTRO        PIC 9(9)  COMP  VALUE ZERO.

      *-----------------------------------------------------------*
      *  DATOS DEL PAR ANTES/DESPUES EN PROCESO                    *
      *-----------------------------------------------------------*
       01  WS-PAR-EN-PROCESO.
           05  WS-PAR-FECHA       PIC 9(8).
           05  WS-PAR-TIPO-PERS   PIC X.
           05  WS-PAR-TIPO-NOVE   PIC X.
           05  WS-PAR-CUIT        PIC 9(11).
           05  WS-PAR-NRO-REG     PIC 9(9).
       01  WS-IMAGEN-ANTES        PIC X(871).

      *-----------------------------------------------------------*
      *  CIERRE ANTERIOR DE UN CLIENTE CERRADO MAS DE UNA VEZ,     *
      *  TOMADO DE AUDINOVE AL REVERTIR SU ULTIMA BAJA             *
      *-----------------------------------------------------------*
       01  WS-CIERRE-ANTERIOR.
           05  WS-ANT-FECHA-BAJA  PIC 9(8).
           05  WS-ANT-FECHA-REACT PIC 9(8).
           05  WS-ANT-REGISTRO    PIC X(871).

      *-----------------------------------------------------------*
      *  TABLA DE CUIT CON NOVEDADES POSTERIORES A LA CORRIDA      *
      *  QUE SE REVIERTE (SOLO MODO "C")                           *
      *-----------------------------------------------------------*
       01  WS-TABLA-POSTERIORES.
           05  WS-POS-USADOS      PIC 9(4)  COMP  VALUE ZERO.
           05  WS-POS-ENTRADA     OCCURS 5000 TIMES.
               10  WS-POS-TIPO    PIC X.
               10  WS-POS-CUIT    PIC 9(11).
       01  WS-POS-IDX             PIC 9(4)  COMP.

      *-----------------------------------------------------------*
      *  CORRIDA DE REFERENCIA TOMADA DE HISTCORR                  *
      *-----------------------------------------------------------*
       01  WS-REFERENCIA.
           05  WS-REF-SECUENCIA   PIC 9(6)        VALUE ZERO.
           05  WS-REF-FECHA       PIC 9(8)        VALUE ZERO.
           05  WS-REF-CANT-PFIS   PIC 9(8)        VALUE ZERO.
           05  WS-REF-CANT-PJUR   PIC 9(8)        VALUE ZERO.
           05  WS-REF-RECHAZOS    PIC 9(8)        VALUE ZERO.
           05  WS-REF-CHECKSUM-PFIS PIC 9(18)     VALUE ZERO.
           05  WS-REF-CHECKSUM-PJUR PIC 9(18)     VALUE ZERO.

      *-----------------------------------------------------------*
      *  CAMPOS EDITADOS PARA ARMAR LAS LINEAS DEL LISTADO         *
      *-----------------------------------------------------------*
       01  WS-CUIT-ED             PIC Z(10)9.
       01  WS-CANT-ED             PIC ZZZZZZZ9.
       01  WS-CANT-ED-2           PIC ZZZZZZZ9.
       01  WS-CHECKSUM-ED         PIC Z(17)9.
       01  WS-CHECKSUM-ED-2       PIC Z(17)9.
       01  WS-ACCION              PIC X(40).
       01  WS-ACCION-BAJA         PIC X(40).

       01  WS-FECHA-TRABAJO       PIC 9(8).

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-EXIT.
           SORT SORT-TRABAJO
               ON DESCENDING KEY SRT-ORDEN
               INPUT PROCEDURE IS 2000-SELECCIONAR-PARES
                                  THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-REVERTIR-NOVEDADES
                                  THRU 3000-EXIT.
           PERFORM 6000-CONTAR-RECONSTRUIDOS THRU 6000-EXIT.
           PERFORM 6500-BUSCAR-REFERENCIA THRU 6500-EXIT.
           PERFORM 8000-IMPRIMIR-RESUMEN  THRU 8000-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      *  1000-INICIALIZAR  -  lee la tarjeta y copia los masters      *
      *      vigentes y CLIBAJAS a los archivos reconstruidos, sobre  *
      *      los que se revierten despues las novedades.              *
      *****************************************************************
       1000-INICIALIZAR.
           PERFORM 1010-LEER-FECHA-PROCESO THRU 1010-EXIT.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT.
           OPEN OUTPUT LISTADO.
           IF WS-STATUS-LIST NOT = "00"
               MOVE "LISTRECU"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-LIST     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RECONSTRUCCION DE MASTERS DESDE AUDINOVE  FECHA: "
                  WS-FECHA-TRABAJO
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           IF MODO-PUNTO
               STRING "MODO PUNTO EN EL TIEMPO: SE REVIERTE LO "
                      "POSTERIOR AL " WS-FECHA-CORTE
                      "  TIPO " WS-TIPO-PERSONA
                      DELIMITED BY SIZE INTO LINEA-REPORTE
           ELSE
               STRING "MODO CORRIDA: SE REVIERTE LA FECHA DE PROCESO "
                      WS-FECHA-CORTE
                      "  TIPO " WS-TIPO-PERSONA
                      DELIMITED BY SIZE INTO LINEA-REPORTE
           END-IF.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           PERFORM 1100-COPIAR-MASTER-PFIS THRU 1100-EXIT.
           PERFORM 1200-COPIAR-MASTER-PJUR THRU 1200-EXIT.
           PERFORM 1300-COPIAR-BAJAS THRU 1300-EXIT.
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
               DISPLAY "CLIRECU0 - NO HAY DIA DE NEGOCIO ABIERTO EN "
                   "FECHPROC: " FPR-FECHA-PROCESO " ESTADO " FPR-ESTADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FPR-FECHA-PROCESO TO WS-FECHA-TRABAJO.
           IF FPR-REPROCESO
               DISPLAY "CLIRECU0 - REPROCESO AUTORIZADO DEL DIA "
                   FPR-FECHA-PROCESO
           END-IF.
       1010-EXIT.
           EXIT.

      *****************************************************************
      *  1050-LEER-PARAMETROS  -  modo (col 1), fecha (cols 2-9) y    *
      *      tipo de persona (col 10). La tarjeta es obligatoria: sin *
      *      ella no hay a que fecha volver.                          *
      *****************************************************************
       1050-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WS-STATUS-PARM = "35"
               DISPLAY "CLIRECU0 - FALTA LA TARJETA PARMRECU"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-STATUS-PARM NOT = "00"
               MOVE "PARMRECU"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PARM     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           READ PARAMETROS.
           IF WS-STATUS-PARM NOT = "00"
               MOVE "PARMRECU"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PARM     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           IF NOT PAR-MODO-PUNTO
              AND NOT PAR-MODO-CORRIDA
               DISPLAY "CLIRECU0 - MODO INVALIDO EN PARMRECU: "
                   PAR-MODO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PAR-FECHA IS NOT NUMERIC
              OR PAR-FECHA = ZERO
               DISPLAY "CLIRECU0 - FECHA INVALIDA EN PARMRECU: "
                   PAR-FECHA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT PAR-TIPO-VALIDO
               DISPLAY "CLIRECU0 - TIPO DE PERSONA INVALIDO EN "
                   "PARMRECU: " PAR-TIPO-PERSONA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PAR-MODO          TO WS-MODO.
           MOVE PAR-FECHA         TO WS-FECHA-CORTE.
           MOVE PAR-TIPO-PERSONA  TO WS-TIPO-PERSONA.
           CLOSE PARAMETROS.
       1050-EXIT.
           EXIT.

      *****************************************************************
      *  1100-COPIAR-MASTER-PFIS  -  carga RECUPFIS con el contenido  *
      *      vigente de MSTRPFIS.                                     *
      *****************************************************************
       1100-COPIAR-MASTER-PFIS.
           OPEN INPUT  MASTER-PFIS
                OUTPUT RECU-PFIS.
           IF WS-STATUS-PFIS NOT = "00"
               MOVE "MSTRPFIS"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PFIS     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           IF WS-STATUS-RCPF NOT = "00"
               MOVE "RECUPFIS"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-RCPF     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM 1110-COPIAR-PFIS THRU 1110-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE MASTER-PFIS
                 RECU-PFIS.
       1100-EXIT.
           EXIT.

       1110-COPIAR-PFIS.
           READ MASTER-PFIS
               AT END
                   SET FIN-ARCHIVO TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           MOVE REG-SALE TO REG-RECU-PFIS.
           WRITE REG-RECU-PFIS.
           IF WS-STATUS-RCPF NOT = "00"
               MOVE "RECUPFIS"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-RCPF     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           ADD 1 TO WS-CANT-ACTUAL-PFIS.
       1110-EXIT.
           EXIT.

      *****************************************************************
      *  1200-COPIAR-MASTER-PJUR  -  igual que 1100 para MSTRPJUR.    *
      *****************************************************************
       1200-COPIAR-MASTER-PJUR.
           OPEN INPUT  MASTER-PJUR
                OUTPUT RECU-PJUR.
           IF WS-STATUS-PJUR NOT = "00"
               MOVE "MSTRPJUR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PJUR     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           IF WS-STATUS-RCPJ NOT = "00"
               MOVE "RECUPJUR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-RCPJ     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM 1210-COPIAR-PJUR THRU 1210-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE MASTER-PJUR
                 RECU-PJUR.
       1200-EXIT.
           EXIT.

       1210-COPIAR-PJUR.
           READ MASTER-PJUR
               AT END
                   SET FIN-ARCHIVO TO TRUE
                   GO TO 1210-EXIT
           END-READ.
           MOVE REG-SALE-PJUR TO REG-RECU-PJUR.
           WRITE REG-RECU-PJUR.
           IF WS-STATUS-RCPJ NOT = "00"
               MOVE "RECUPJUR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-RCPJ     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           ADD 1 TO WS-CANT-ACTUAL-PJUR.
       1210-EXIT.
           EXIT.

      *****************************************************************
      *  1300-COPIAR-BAJAS  -  carga RECUBAJA con el contenido        *
      *      vigente de CLIBAJAS. CLIBAJAS se crea con la primera     *
      *      baja; si todavia no existe RECUBAJA queda vacio.         *
      *****************************************************************
       1300-COPIAR-BAJAS.
           OPEN OUTPUT RECU-BAJA.
           IF WS-STATUS-RCBJ NOT = "00"
               MOVE "RECUBAJA"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-RCBJ     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           OPEN INPUT CLIENTES-BAJA.
           EVALUATE WS-STATUS-BAJA
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   CLOSE RECU-BAJA
                   GO TO 1300-EXIT
               WHEN OTHER
                   MOVE "CLIBAJAS"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-BAJA     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM 1310-COPIAR-BAJA THRU 1310-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CLIENTES-BAJA
                 RECU-BAJA.
       1300-EXIT.
           EXIT.

       1310-COPIAR-BAJA.
           READ CLIENTES-BAJA
               AT END
                   SET FIN-ARCHIVO TO TRUE
                   GO TO 1310-EXIT
           END-READ.
           MOVE REG-CLIENTE-BAJA TO REG-RECU-BAJA.
           WRITE REG-RECU-BAJA.
           IF WS-STATUS-RCBJ NOT = "00"
               MOVE "RECUBAJA"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-RCBJ     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           ADD 1 TO WS-CANT-ACTUAL-BAJA.
       1310-EXIT.
           EXIT.

      *****************************************************************
      *  2000-SELECCIONAR-PARES  -  procedimiento de entrada del      *
      *      ordenamiento: empareja las imagenes de AUDINOVE (las     *
      *      generaciones concatenadas en orden cronologico) y libera *
      *      cada par elegido con su numero de orden, para que la     *
      *      salida los devuelva del mas nuevo al mas viejo.          *
      *****************************************************************
       2000-SELECCIONAR-PARES.
           OPEN INPUT AUDITORIA.
           IF WS-STATUS-AUDI NOT = "00"
               MOVE "AUDINOVE"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-AUDI     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           PERFORM 2200-LEER-AUDITORIA THRU 2200-EXIT.
           PERFORM 2100-PROCESAR-AUDITORIA THRU 2100-EXIT
               UNTIL FIN-AUDI.
           CLOSE AUDITORIA.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-PROCESAR-AUDITORIA  -  espera la imagen antes de un par *
      *      y la empareja con la imagen despues siguiente, igual que *
      *      CLIAUDI0; una imagen que no cierra par se informa.       *
      *****************************************************************
       2100-PROCESAR-AUDITORIA.
           IF NOT AUD-IMAGEN-ANTES
               ADD 1 TO WS-CANT-HUERFANAS
               MOVE AUD-CUIT TO WS-CUIT-ED
               MOVE SPACES TO LINEA-REPORTE
               STRING "  ATENCION - IMAGEN DESPUES SIN ANTES  CUIT "
                      WS-CUIT-ED "  FECHA " AUD-FECHA-PROCESO
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               PERFORM 2200-LEER-AUDITORIA THRU 2200-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE AUD-FECHA-PROCESO TO WS-PAR-FECHA.
           MOVE AUD-TIPO-PERSONA  TO WS-PAR-TIPO-PERS.
           MOVE AUD-TIPO-NOVEDAD  TO WS-PAR-TIPO-NOVE.
           MOVE AUD-CUIT          TO WS-PAR-CUIT.
           MOVE WS-NRO-REGISTRO   TO WS-PAR-NRO-REG.
           MOVE AUD-REGISTRO      TO WS-IMAGEN-ANTES.
           PERFORM 2200-LEER-AUDITORIA THRU 2200-EXIT.
           IF FIN-AUDI
            OR NOT AUD-IMAGEN-DESPUES
            OR AUD-CUIT NOT = WS-PAR-CUIT
               ADD 1 TO WS-CANT-HUERFANAS
               MOVE WS-PAR-CUIT TO WS-CUIT-ED
               MOVE SPACES TO LINEA-REPORTE
               STRING "  ATENCION - IMAGEN ANTES SIN DESPUES  CUIT "
                      WS-CUIT-ED "  FECHA " WS-PAR-FECHA
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-CANT-PARES.
           PERFORM 2300-LIBERAR-PAR THRU 2300-EXIT.
           PERFORM 2200-LEER-AUDITORIA THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

       2200-LEER-AUDITORIA.
           READ AUDITORIA
               AT END
                   SET FIN-AUDI TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           ADD 1 TO WS-NRO-REGISTRO.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-LIBERAR-PAR  -  decide si el par se revierte segun el   *
      *      modo de la tarjeta. En modo "C" los pares de fechas      *
      *      posteriores del mismo tipo de persona se liberan sin     *
      *      revertir, solo para detectar los conflictos.             *
      *****************************************************************
       2300-LIBERAR-PAR.
           IF WS-TIPO-PERSONA NOT = SPACE
              AND WS-PAR-TIPO-PERS NOT = WS-TIPO-PERSONA
               GO TO 2300-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN MODO-PUNTO
                AND WS-PAR-FECHA > WS-FECHA-CORTE
                   SET SRT-A-REVERTIR TO TRUE
               WHEN MODO-CORRIDA
                AND WS-PAR-FECHA = WS-FECHA-CORTE
                   SET SRT-A-REVERTIR TO TRUE
               WHEN MODO-CORRIDA
                AND WS-PAR-FECHA > WS-FECHA-CORTE
                   SET SRT-POSTERIOR  TO TRUE
               WHEN OTHER
                   GO TO 2300-EXIT
           END-EVALUATE.
           IF SRT-A-REVERTIR
               ADD 1 TO WS-CANT-SELECCION
           END-IF.
           ADD 1 TO WS-NRO-ORDEN.
           MOVE WS-NRO-ORDEN      TO SRT-ORDEN.
           MOVE WS-PAR-NRO-REG    TO SRT-NRO-REGISTRO.
           MOVE WS-PAR-FECHA      TO SRT-FECHA.
           MOVE WS-PAR-TIPO-PERS  TO SRT-TIPO-PERSONA.
           MOVE WS-PAR-TIPO-NOVE  TO SRT-TIPO-NOVEDAD.
           MOVE WS-PAR-CUIT       TO SRT-CUIT.
           MOVE WS-IMAGEN-ANTES   TO SRT-IMAGEN.
           RELEASE REG-SORT.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  3000-REVERTIR-NOVEDADES  -  procedimiento de salida: recibe  *
      *      los pares del mas nuevo al mas viejo y los revierte      *
      *      sobre los masters reconstruidos y RECUBAJA.              *
      *****************************************************************
       3000-REVERTIR-NOVEDADES.
           OPEN I-O RECU-PFIS
                    RECU-PJUR
                    RECU-BAJA.
           IF WS-STATUS-RCPF NOT = "00"
               MOVE "RECUPFIS"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-RCPF     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           IF WS-STATUS-RCPJ NOT = "00"
               MOVE "RECUPJUR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-RCPJ     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           IF WS-STATUS-RCBJ NOT = "00"
               MOVE "RECUBAJA"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-RCBJ     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CUIT REVERTIDOS (DEL MAS NUEVO AL MAS VIEJO)"
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           PERFORM 3100-RETORNAR THRU 3100-EXIT.
           PERFORM 3200-REVERTIR-PAR THRU 3200-EXIT
               UNTIL FIN-SORT.
           CLOSE RECU-PFIS
                 RECU-PJUR
                 RECU-BAJA.
       3000-EXIT.
           EXIT.

       3100-RETORNAR.
           RETURN SORT-TRABAJO
               AT END
                   SET FIN-SORT TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3200-REVERTIR-PAR  -  un par posterior solo se anota; un par *
      *      a revertir cuyo CUIT tiene cambios posteriores queda     *
      *      como conflicto sin aplicar. Las bajas y reactivaciones   *
      *      revierten ademas el cierre del cliente en RECUBAJA.      *
      *****************************************************************
       3200-REVERTIR-PAR.
           IF SRT-POSTERIOR
               PERFORM 3300-ANOTAR-POSTERIOR THRU 3300-EXIT
               PERFORM 3100-RETORNAR THRU 3100-EXIT
               GO TO 3200-EXIT
           END-IF.
           MOVE SPACES TO WS-ACCION-BAJA.
           IF MODO-CORRIDA
               PERFORM 3400-BUSCAR-POSTERIOR THRU 3400-EXIT
               IF POS-HALLADO
                   ADD 1 TO WS-CANT-CONFLICTOS
                   MOVE "CONFLICTO: CAMBIO POSTERIOR, SE MANTIENE"
                                        TO WS-ACCION
                   PERFORM 5900-INFORMAR-CUIT THRU 5900-EXIT
                   PERFORM 3100-RETORNAR THRU 3100-EXIT
                   GO TO 3200-EXIT
               END-IF
           END-IF.
           IF SRT-TIPO-PERSONA = "F"
               PERFORM 4000-REVERTIR-PFIS THRU 4000-EXIT
           ELSE
               PERFORM 5000-REVERTIR-PJUR THRU 5000-EXIT
           END-IF.
           IF SRT-TIPO-NOVEDAD = "B"
            OR SRT-TIPO-NOVEDAD = "R"
               PERFORM 5500-REVERTIR-CIERRE THRU 5500-EXIT
           END-IF.
           PERFORM 5900-INFORMAR-CUIT THRU 5900-EXIT.
           PERFORM 3100-RETORNAR THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3300-ANOTAR-POSTERIOR  -  registra el CUIT de un par de una  *
      *      fecha posterior a la corrida que se revierte.            *
      *****************************************************************
       3300-ANOTAR-POSTERIOR.
           PERFORM 3400-BUSCAR-POSTERIOR THRU 3400-EXIT.
           IF POS-HALLADO
               GO TO 3300-EXIT
           END-IF.
           IF WS-POS-USADOS >= 5000
               DISPLAY "CLIRECU0 - MAS DE 5000 CUIT CON NOVEDADES "
                   "POSTERIORES: USAR EL MODO P"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-POS-USADOS.
           MOVE SRT-TIPO-PERSONA TO WS-POS-TIPO (WS-POS-USADOS).
           MOVE SRT-CUIT         TO WS-POS-CUIT (WS-POS-USADOS).
       3300-EXIT.
           EXIT.

      *****************************************************************
      *  3400-BUSCAR-POSTERIOR  -  busca el CUIT del par retornado en *
      *      la tabla de CUIT con novedades posteriores.              *
      *****************************************************************
       3400-BUSCAR-POSTERIOR.
           MOVE "N" TO WS-POS-HALLADO.
           IF WS-POS-USADOS = ZERO
               GO TO 3400-EXIT
           END-IF.
           PERFORM 3410-COMPARAR-POSTERIOR
               VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX > WS-POS-USADOS
                  OR POS-HALLADO.
       3400-EXIT.
           EXIT.

       3410-COMPARAR-POSTERIOR.
           IF WS-POS-CUIT (WS-POS-IDX) = SRT-CUIT
              AND WS-POS-TIPO (WS-POS-IDX) = SRT-TIPO-PERSONA
               SET POS-HALLADO TO TRUE
           END-IF.

      *****************************************************************
      *  4000-REVERTIR-PFIS  -  deshace la novedad sobre RECUPFIS:    *
      *      el alta se elimina, la modificacion se reemplaza por la  *
      *      imagen antes y la baja se repone con ella. Un estado del *
      *      master que no condice con la novedad se informa como     *
      *      inconsistencia y se resuelve a favor de la imagen antes. *
      *      La reactivacion de un cliente cerrado se revierte como   *
      *      un alta; su cierre en RECUBAJA lo revierte 5500.         *
      *****************************************************************
       4000-REVERTIR-PFIS.
           MOVE SRT-CUIT TO CLI-CUIT OF REG-RECU-PFIS.
           EVALUATE SRT-TIPO-NOVEDAD
               WHEN "A"
               WHEN "R"
                   DELETE RECU-PFIS
                   EVALUATE WS-STATUS-RCPF
                       WHEN "00"
                           ADD 1 TO WS-CANT-ALTAS-REV
                           MOVE "ALTA REVERTIDA: ELIMINADO"
                                                TO WS-ACCION
                           IF SRT-TIPO-NOVEDAD = "R"
                               MOVE "REACTIVACION REVERTIDA: ELIMINADO"
                                                TO WS-ACCION
                           END-IF
                       WHEN "23"
                           ADD 1 TO WS-CANT-INCONSIST
                           MOVE "INCONSISTENCIA: ALTA YA AUSENTE"
                                                TO WS-ACCION
                       WHEN OTHER
                           MOVE "RECUPFIS"         TO WS-ERROR-ARCHIVO
                           MOVE WS-STATUS-RCPF     TO WS-ERROR-STATUS
                           PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
                   END-EVALUATE
               WHEN "M"
                   MOVE SRT-IMAGEN TO REG-RECU-PFIS
                   REWRITE REG-RECU-PFIS
                   EVALUATE WS-STATUS-RCPF
                       WHEN "00"
                           ADD 1 TO WS-CANT-MODIF-REV
                           MOVE "MODIFICACION REVERTIDA"
                                                TO WS-ACCION
                       WHEN "23"
                           PERFORM 4100-REPONER-PFIS THRU 4100-EXIT
                           ADD 1 TO WS-CANT-INCONSIST
                           MOVE "INCONSISTENCIA: MODIF SOBRE AUSENTE"
                                                TO WS-ACCION
                       WHEN OTHER
                           MOVE "RECUPFIS"         TO WS-ERROR-ARCHIVO
                           MOVE WS-STATUS-RCPF     TO WS-ERROR-STATUS
                           PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
                   END-EVALUATE
               WHEN "B"
                   MOVE SRT-IMAGEN TO REG-RECU-PFIS
                   WRITE REG-RECU-PFIS
                   EVALUATE WS-STATUS-RCPF
                       WHEN "00"
                           ADD 1 TO WS-CANT-BAJAS-REV
                           MOVE "BAJA REVERTIDA: REPUESTO"
                                                TO WS-ACCION
                       WHEN "22"
                           REWRITE REG-RECU-PFIS
                           IF WS-STATUS-RCPF NOT = "00"
                               MOVE "RECUPFIS"     TO WS-ERROR-ARCHIVO
                               MOVE WS-STATUS-RCPF TO WS-ERROR-STATUS
                               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
                           END-IF
                           ADD 1 TO WS-CANT-INCONSIST
                           MOVE "INCONSISTENCIA: BAJA SOBRE PRESENTE"
                                                TO WS-ACCION
                       WHEN OTHER
                           MOVE "RECUPFIS"         TO WS-ERROR-ARCHIVO
                           MOVE WS-STATUS-RCPF     TO WS-ERROR-STATUS
                           PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
                   END-EVALUATE
               WHEN OTHER
                   ADD 1 TO WS-CANT-INCONSIST
                   MOVE "INCONSISTENCIA: TIPO NOVEDAD DESCONOCIDO"
                                                TO WS-ACCION
           END-EVALUATE.
       4000-EXIT.
           EXIT.

       4100-REPONER-PFIS.
           WRITE REG-RECU-PFIS.
           IF WS-STATUS-RCPF NOT = "00"
               MOVE "RECUPFIS"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-RCPF     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  5000-REVERTIR-PJUR  -  igual que 4000 sobre RECUPJUR; la     *
      *      imagen de persona juridica ocupa los primeros 270 bytes. *
      *****************************************************************
       5000-REVERTIR-PJUR.
           MOVE SRT-CUIT TO PJUR-CUIT OF REG-RECU-PJUR.
           EVALUATE SRT-TIPO-NOVEDAD
               WHEN "A"
               WHEN "R"
                   DELETE RECU-PJUR
                   EVALUATE WS-STATUS-RCPJ
                       WHEN "00"
                           ADD 1 TO WS-CANT-ALTAS-REV
                           MOVE "ALTA REVERTIDA: ELIMINADO"
                                                TO WS-ACCION
                           IF SRT-TIPO-NOVEDAD = "R"
                               MOVE "REACTIVACION REVERTIDA: ELIMINADO"
                                                TO WS-ACCION
                           END-IF
                       WHEN "23"
                           ADD 1 TO WS-CANT-INCONSIST
                           MOVE "INCONSISTENCIA: ALTA YA AUSENTE"
                                                TO WS-ACCION
                       WHEN OTHER
                           MOVE "RECUPJUR"         TO WS-ERROR-ARCHIVO
                           MOVE WS-STATUS-RCPJ     TO WS-ERROR-STATUS
                           PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
                   END-EVALUATE
               WHEN "M"
                   MOVE SRT-IMAGEN TO REG-RECU-PJUR
                   REWRITE REG-RECU-PJUR
                   EVALUATE WS-STATUS-RCPJ
                       WHEN "00"
                           ADD 1 TO WS-CANT-MODIF-REV
                           MOVE "MODIFICACION REVERTIDA"
                                                TO WS-ACCION
                       WHEN "23"
                           PERFORM 5100-REPONER-PJUR THRU 5100-EXIT
                           ADD 1 TO WS-CANT-INCONSIST
                           MOVE "INCONSISTENCIA: MODIF SOBRE AUSENTE"
                                                TO WS-ACCION
                       WHEN OTHER
                           MOVE "RECUPJUR"         TO WS-ERROR-ARCHIVO
                           MOVE WS-STATUS-RCPJ     TO WS-ERROR-STATUS
                           PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
                   END-EVALUATE
               WHEN "B"
                   MOVE SRT-IMAGEN TO REG-RECU-PJUR
                   WRITE REG-RECU-PJUR
                   EVALUATE WS-STATUS-RCPJ
                       WHEN "00"
                           ADD 1 TO WS-CANT-BAJAS-REV
                           MOVE "BAJA REVERTIDA: REPUESTO"
                                                TO WS-ACCION
                       WHEN "22"
                           REWRITE REG-RECU-PJUR
                           IF WS-STATUS-RCPJ NOT = "00"
                               MOVE "RECUPJUR"     TO WS-ERROR-ARCHIVO
                               MOVE WS-STATUS-RCPJ TO WS-ERROR-STATUS
                               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
                           END-IF
                           ADD 1 TO WS-CANT-INCONSIST
                           MOVE "INCONSISTENCIA: BAJA SOBRE PRESENTE"
                                                TO WS-ACCION
                       WHEN OTHER
                           MOVE "RECUPJUR"         TO WS-ERROR-ARCHIVO
                           MOVE WS-STATUS-RCPJ     TO WS-ERROR-STATUS
                           PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
                   END-EVALUATE
               WHEN OTHER
                   ADD 1 TO WS-CANT-INCONSIST
                   MOVE "INCONSISTENCIA: TIPO NOVEDAD DESCONOCIDO"
                                                TO WS-ACCION
           END-EVALUATE.
       5000-EXIT.
           EXIT.

       5100-REPONER-PJUR.
           WRITE REG-RECU-PJUR.
           IF WS-STATUS-RCPJ NOT = "00"
               MOVE "RECUPJUR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-RCPJ     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      *****************************************************************
      *  5500-REVERTIR-CIERRE  -  deshace en RECUBAJA el cierre que   *
      *      registro CLIMANT0 con la baja o la reactivacion. La baja *
      *      del primer cierre elimina la entrada del CUIT; la de un  *
      *      cliente ya cerrado antes repone el cierre anterior       *
      *      tomado de AUDINOVE. La reactivacion deja el cliente      *
      *      otra vez cerrado y sin fecha de reactivacion.            *
      *****************************************************************
       5500-REVERTIR-CIERRE.
           MOVE SRT-CUIT TO RBJ-CUIT.
           READ RECU-BAJA.
           EVALUATE WS-STATUS-RCBJ
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   ADD 1 TO WS-CANT-INCONSIST
                   MOVE "INCONSISTENCIA: CUIT SIN CIERRE"
                                                TO WS-ACCION-BAJA
                   GO TO 5500-EXIT
               WHEN OTHER
                   MOVE "RECUBAJA"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-RCBJ     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
           IF SRT-TIPO-NOVEDAD = "R"
               PERFORM 5520-REVERTIR-REACTIVACION THRU 5520-EXIT
           ELSE
               PERFORM 5510-REVERTIR-BAJA THRU 5510-EXIT
           END-IF.
       5500-EXIT.
           EXIT.

      *****************************************************************
      *  5510-REVERTIR-BAJA  -  el cierre a deshacer tiene que ser el *
      *      de la fecha de la baja revertida; las novedades          *
      *      posteriores del CUIT ya se revirtieron antes.            *
      *****************************************************************
       5510-REVERTIR-BAJA.
           IF NOT RBJ-ESTADO-CERRADO
              OR RBJ-FECHA-BAJA NOT = SRT-FECHA
               ADD 1 TO WS-CANT-INCONSIST
               MOVE "INCONSISTENCIA: CIERRE DE OTRA FECHA"
                                                TO WS-ACCION-BAJA
               GO TO 5510-EXIT
           END-IF.
           IF RBJ-CANT-BAJAS NOT > 1
               DELETE RECU-BAJA
               IF WS-STATUS-RCBJ NOT = "00"
                   MOVE "RECUBAJA"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-RCBJ     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
               END-IF
               ADD 1 TO WS-CANT-BAJA-ELIM
               MOVE "CIERRE ELIMINADO"      TO WS-ACCION-BAJA
               GO TO 5510-EXIT
           END-IF.
           PERFORM 5600-BUSCAR-CIERRE-ANTERIOR THRU 5600-EXIT.
           SUBTRACT 1 FROM RBJ-CANT-BAJAS.
           SET RBJ-ESTADO-REACTIVADO    TO TRUE.
           IF CIERRE-HALLADO
               MOVE WS-ANT-FECHA-BAJA   TO RBJ-FECHA-BAJA
               MOVE WS-ANT-FECHA-REACT  TO RBJ-FECHA-REACTIV
               MOVE WS-ANT-REGISTRO     TO RBJ-REGISTRO
               IF WS-ANT-FECHA-REACT = ZERO
                   SET RBJ-ESTADO-CERRADO TO TRUE
               END-IF
           END-IF.
           REWRITE REG-RECU-BAJA.
           IF WS-STATUS-RCBJ NOT = "00"
               MOVE "RECUBAJA"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-RCBJ     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           IF CIERRE-HALLADO
               ADD 1 TO WS-CANT-BAJA-REPU
               MOVE "CIERRE ANTERIOR REPUESTO"  TO WS-ACCION-BAJA
           ELSE
               ADD 1 TO WS-CANT-INCONSIST
               MOVE "INCONSISTENCIA: CIERRE PREVIO NO HALLADO"
                                                TO WS-ACCION-BAJA
           END-IF.
       5510-EXIT.
           EXIT.

       5520-REVERTIR-REACTIVACION.
           IF NOT RBJ-ESTADO-REACTIVADO
               ADD 1 TO WS-CANT-INCONSIST
               MOVE "INCONSISTENCIA: CLIENTE NO REACTIVADO"
                                                TO WS-ACCION-BAJA
               GO TO 5520-EXIT
           END-IF.
           SET RBJ-ESTADO-CERRADO       TO TRUE.
           MOVE ZERO                    TO RBJ-FECHA-REACTIV.
           REWRITE REG-RECU-BAJA.
           IF WS-STATUS-RCBJ NOT = "00"
               MOVE "RECUBAJA"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-RCBJ     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           ADD 1 TO WS-CANT-BAJA-CERR.
           MOVE "VUELVE A CERRADO"          TO WS-ACCION-BAJA.
       5520-EXIT.
           EXIT.

      *****************************************************************
      *  5600-BUSCAR-CIERRE-ANTERIOR  -  CLIBAJAS guarda solo el      *
      *      ultimo cierre: el anterior se busca releyendo AUDINOVE   *
      *      hasta la imagen antes de la baja revertida. La ultima    *
      *      baja del CUIT da la fecha y la imagen del cierre, y la   *
      *      reactivacion que la siguio su fecha de reactivacion. Si  *
      *      la baja ya no esta en las generaciones de AUDINOVE el    *
      *      cierre queda como reactivado con los datos vigentes.     *
      *****************************************************************
       5600-BUSCAR-CIERRE-ANTERIOR.
           MOVE "N"  TO WS-CIERRE-HALLADO.
           MOVE ZERO TO WS-ANT-FECHA-BAJA
                        WS-ANT-FECHA-REACT.
           MOVE SPACES TO WS-ANT-REGISTRO.
           OPEN INPUT AUDITORIA.
           IF WS-STATUS-AUDI NOT = "00"
               MOVE "AUDINOVE"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-AUDI     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           MOVE "N"  TO WS-FIN-AUDI.
           MOVE ZERO TO WS-NRO-REGISTRO.
           PERFORM 2200-LEER-AUDITORIA THRU 2200-EXIT.
           PERFORM 5610-EXAMINAR-AUDITORIA THRU 5610-EXIT
               UNTIL FIN-AUDI
                  OR WS-NRO-REGISTRO NOT < SRT-NRO-REGISTRO.
           CLOSE AUDITORIA.
       5600-EXIT.
           EXIT.

       5610-EXAMINAR-AUDITORIA.
           IF AUD-IMAGEN-ANTES
              AND AUD-CUIT = SRT-CUIT
              AND AUD-TIPO-PERSONA = SRT-TIPO-PERSONA
               EVALUATE AUD-TIPO-NOVEDAD
                   WHEN "B"
                       SET CIERRE-HALLADO      TO TRUE
                       MOVE AUD-FECHA-PROCESO  TO WS-ANT-FECHA-BAJA
                       MOVE ZERO               TO WS-ANT-FECHA-REACT
                       MOVE AUD-REGISTRO       TO WS-ANT-REGISTRO
                   WHEN "R"
                       MOVE AUD-FECHA-PROCESO  TO WS-ANT-FECHA-REACT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM 2200-LEER-AUDITORIA THRU 2200-EXIT.
       5610-EXIT.
           EXIT.

      *****************************************************************
      *  5900-INFORMAR-CUIT  -  linea del listado por cada CUIT       *
      *      tocado. Se invoca con WS-ACCION cargada; WS-ACCION-BAJA  *
      *      agrega lo hecho sobre RECUBAJA.                          *
      *****************************************************************
       5900-INFORMAR-CUIT.
           MOVE SRT-CUIT TO WS-CUIT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  CUIT " WS-CUIT-ED
                  " " SRT-TIPO-PERSONA
                  " " SRT-FECHA
                  " " SRT-TIPO-NOVEDAD
                  "  " WS-ACCION
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           IF WS-ACCION-BAJA NOT = SPACES
               MOVE SPACES TO LINEA-REPORTE
               STRING "                          RECUBAJA: "
                      WS-ACCION-BAJA
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
       5900-EXIT.
           EXIT.

      *****************************************************************
      *  6000-CONTAR-RECONSTRUIDOS  -  cantidades y suma de CUIT de   *
      *      los masters reconstruidos, en los mismos terminos que    *
      *      asienta CLIREPL0 en HISTCORR, y entradas de RECUBAJA.    *
      *****************************************************************
       6000-CONTAR-RECONSTRUIDOS.
           OPEN INPUT RECU-PFIS
                      RECU-PJUR
                      RECU-BAJA.
           IF WS-STATUS-RCPF NOT = "00"
               MOVE "RECUPFIS"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-RCPF     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           IF WS-STATUS-RCPJ NOT = "00"
               MOVE "RECUPJUR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-RCPJ     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           IF WS-STATUS-RCBJ NOT = "00"
               MOVE "RECUBAJA"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-RCBJ     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM 6100-CONTAR-PFIS THRU 6100-EXIT
               UNTIL FIN-ARCHIVO.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM 6200-CONTAR-PJUR THRU 6200-EXIT
               UNTIL FIN-ARCHIVO.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM 6300-CONTAR-BAJAS THRU 6300-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE RECU-PFIS
                 RECU-PJUR
                 RECU-BAJA.
       6000-EXIT.
           EXIT.

       6100-CONTAR-PFIS.
           READ RECU-PFIS NEXT
               AT END
                   SET FIN-ARCHIVO TO TRUE
                   GO TO 6100-EXIT
           END-READ.
           ADD 1 TO WS-CANT-RECU-PFIS.
           ADD CLI-CUIT OF REG-RECU-PFIS TO WS-CHECKSUM-PFIS.
       6100-EXIT.
           EXIT.

       6200-CONTAR-PJUR.
           READ RECU-PJUR NEXT
               AT END
                   SET FIN-ARCHIVO TO TRUE
                   GO TO 6200-EXIT
           END-READ.
           ADD 1 TO WS-CANT-RECU-PJUR.
           ADD PJUR-CUIT OF REG-RECU-PJUR TO WS-CHECKSUM-PJUR.
       6200-EXIT.
           EXIT.

       6300-CONTAR-BAJAS.
           READ RECU-BAJA NEXT
               AT END
                   SET FIN-ARCHIVO TO TRUE
                   GO TO 6300-EXIT
           END-READ.
           ADD 1 TO WS-CANT-RECU-BAJA.
       6300-EXIT.
           EXIT.

      *****************************************************************
      *  6500-BUSCAR-REFERENCIA  -  ultima corrida completa de        *
      *      HISTCORR anterior al estado reconstruido: hasta la fecha *
      *      de corte inclusive en modo "P", anterior a la fecha      *
      *      revertida en modo "C". Sin historia no hay referencia.   *
      *****************************************************************
       6500-BUSCAR-REFERENCIA.
           OPEN INPUT HISTORIA.
           IF WS-STATUS-HIST = "35"
               GO TO 6500-EXIT
           END-IF.
           IF WS-STATUS-HIST NOT = "00"
               MOVE "HISTCORR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-HIST     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM 6510-LEER-HISTORIA THRU 6510-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE HISTORIA.
       6500-EXIT.
           EXIT.

       6510-LEER-HISTORIA.
           READ HISTORIA
               AT END
                   SET FIN-ARCHIVO TO TRUE
                   GO TO 6510-EXIT
           END-READ.
           IF NOT HIS-MODO-FULL
               GO TO 6510-EXIT
           END-IF.
           IF (MODO-PUNTO
               AND HIS-FECHA-HORA (1:8) <= WS-FECHA-CORTE)
            OR (MODO-CORRIDA
               AND HIS-FECHA-HORA (1:8) < WS-FECHA-CORTE)
               SET HIST-HALLADA TO TRUE
               MOVE HIS-NRO-SECUENCIA    TO WS-REF-SECUENCIA
               MOVE HIS-FECHA-HORA (1:8) TO WS-REF-FECHA
               MOVE HIS-CANT-PFIS        TO WS-REF-CANT-PFIS
               MOVE HIS-CANT-PJUR        TO WS-REF-CANT-PJUR
               MOVE HIS-CANT-RECHAZOS    TO WS-REF-RECHAZOS
               MOVE HIS-CHECKSUM-PFIS    TO WS-REF-CHECKSUM-PFIS
               MOVE HIS-CHECKSUM-PJUR    TO WS-REF-CHECKSUM-PJUR
           END-IF.
       6510-EXIT.
           EXIT.

      *****************************************************************
      *  7000-ESCRIBIR-LINEA  -  graba una linea del listado,          *
      *      verificando el resultado de la escritura.                 *
      *****************************************************************
       7000-ESCRIBIR-LINEA.
           WRITE LINEA-REPORTE.
           IF WS-STATUS-LIST NOT = "00"
               MOVE "LISTRECU"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-LIST     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
       7000-EXIT.
           EXIT.

      *****************************************************************
      *  8000-IMPRIMIR-RESUMEN  -  totales de la reversion y cuadro   *
      *      de control de los masters reconstruidos. El master       *
      *      reconstruido debe igualar al vigente menos las altas     *
      *      revertidas mas las bajas repuestas.                      *
      *****************************************************************
       8000-IMPRIMIR-RESUMEN.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-PARES TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL PARES LEIDOS        : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-SELECCION TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL PARES A REVERTIR    : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-ALTAS-REV TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ALTAS REVERTIDAS          : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-MODIF-REV TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "MODIFICACIONES REVERTIDAS : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-BAJAS-REV TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "BAJAS REVERTIDAS          : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-CONFLICTOS TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CONFLICTOS SIN REVERTIR   : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-INCONSIST TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "INCONSISTENCIAS           : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-HUERFANAS TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "IMAGENES HUERFANAS        : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-BAJA-ELIM TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RECUBAJA CIERRES BORRADOS : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-BAJA-REPU TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RECUBAJA CIERRES REPUESTOS: " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-BAJA-CERR TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RECUBAJA VUELTOS A CERRADO: " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.

           MOVE SPACES TO LINEA-REPORTE.
           STRING "CONTROL DE LOS MASTERS      VIGENTE  RECONSTRUIDO"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-ACTUAL-PFIS TO WS-CANT-ED.
           MOVE WS-CANT-RECU-PFIS   TO WS-CANT-ED-2.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "   REGISTROS PFIS       : " WS-CANT-ED
                  "      " WS-CANT-ED-2
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-ACTUAL-PJUR TO WS-CANT-ED.
           MOVE WS-CANT-RECU-PJUR   TO WS-CANT-ED-2.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "   REGISTROS PJUR       : " WS-CANT-ED
                  "      " WS-CANT-ED-2
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-ACTUAL-BAJA TO WS-CANT-ED.
           MOVE WS-CANT-RECU-BAJA   TO WS-CANT-ED-2.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "   REGISTROS CLIBAJAS   : " WS-CANT-ED
                  "      " WS-CANT-ED-2
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CHECKSUM-PFIS TO WS-CHECKSUM-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "   CHECKSUM PFIS RECONSTRUIDO: " WS-CHECKSUM-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CHECKSUM-PJUR TO WS-CHECKSUM-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "   CHECKSUM PJUR RECONSTRUIDO: " WS-CHECKSUM-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           PERFORM 8100-VERIFICAR-ECUACION THRU 8100-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           PERFORM 8200-IMPRIMIR-REFERENCIA THRU 8200-EXIT.
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  8100-VERIFICAR-ECUACION  -  vigente - altas + bajas debe dar *
      *      el reconstruido. Las altas y bajas revertidas se         *
      *      acumulan sin distinguir el master, de modo que la        *
      *      ecuacion se controla sobre el total de ambos.            *
      *****************************************************************
       8100-VERIFICAR-ECUACION.
           COMPUTE WS-CANT-ESPERADA =
               WS-CANT-ACTUAL-PFIS + WS-CANT-ACTUAL-PJUR
             - WS-CANT-ALTAS-REV + WS-CANT-BAJAS-REV.
           COMPUTE WS-CANT-OBTENIDA =
               WS-CANT-RECU-PFIS + WS-CANT-RECU-PJUR.
           MOVE SPACES TO LINEA-REPORTE.
           IF WS-CANT-ESPERADA = WS-CANT-OBTENIDA
               STRING "   VIGENTE - ALTAS + BAJAS = RECONSTRUIDO: "
                      "CUADRA"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
           ELSE
               ADD 1 TO WS-CANT-INCONSIST
               STRING "   VIGENTE - ALTAS + BAJAS = RECONSTRUIDO: "
                      "NO CUADRA (VER INCONSISTENCIAS)"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
           END-IF.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  8200-IMPRIMIR-REFERENCIA  -  la corrida completa de HISTCORR *
      *      de referencia. El extracto excluye los registros con     *
      *      excepciones o retenidos, de modo que lo emitido mas los  *
      *      rechazos de esa corrida es lo comparable contra el       *
      *      master reconstruido.                                     *
      *****************************************************************
       8200-IMPRIMIR-REFERENCIA.
           IF NOT HIST-HALLADA
               MOVE SPACES TO LINEA-REPORTE
               STRING "SIN CORRIDA COMPLETA DE REFERENCIA EN HISTCORR"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               GO TO 8200-EXIT
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "REFERENCIA HISTCORR  SECUENCIA " WS-REF-SECUENCIA
                  "  FECHA " WS-REF-FECHA "  MODO F"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-REF-CANT-PFIS TO WS-CANT-ED.
           MOVE WS-REF-CANT-PJUR TO WS-CANT-ED-2.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "   EMITIDOS PFIS / PJUR : " WS-CANT-ED
                  " / " WS-CANT-ED-2
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-REF-RECHAZOS TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "   RECHAZOS DE LA CORRIDA: " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-REF-CHECKSUM-PFIS TO WS-CHECKSUM-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "   CHECKSUM PFIS EMITIDO     : " WS-CHECKSUM-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-REF-CHECKSUM-PJUR TO WS-CHECKSUM-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "   CHECKSUM PJUR EMITIDO     : " WS-CHECKSUM-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       8200-EXIT.
           EXIT.

      *****************************************************************
      *  8900-ERROR-FATAL  -  corte del proceso ante un error de E/S  *
      *      Se invoca con WS-ERROR-ARCHIVO/WS-ERROR-STATUS cargados. *
      *****************************************************************
       8900-ERROR-FATAL.
           DISPLAY "CLIRECU0 - ERROR DE E/S EN ARCHIVO "
               WS-ERROR-ARCHIVO.
           DISPLAY "CLIRECU0 - FILE STATUS: " WS-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       8900-EXIT.
           EXIT.

      *****************************************************************
      *  9000-FINALIZAR  -  un conflicto sin revertir devuelve codigo *
      *      8; inconsistencias o imagenes huerfanas devuelven 4.     *
      *****************************************************************
       9000-FINALIZAR.
           CLOSE LISTADO.
           DISPLAY "CLIRECU0 - PARES A REVERTIR       : "
               WS-CANT-SELECCION.
           DISPLAY "CLIRECU0 - ALTAS REVERTIDAS       : "
               WS-CANT-ALTAS-REV.
           DISPLAY "CLIRECU0 - MODIF REVERTIDAS       : "
               WS-CANT-MODIF-REV.
           DISPLAY "CLIRECU0 - BAJAS REVERTIDAS       : "
               WS-CANT-BAJAS-REV.
           DISPLAY "CLIRECU0 - CONFLICTOS             : "
               WS-CANT-CONFLICTOS.
           DISPLAY "CLIRECU0 - REGISTROS PFIS RECONST.: "
               WS-CANT-RECU-PFIS.
           DISPLAY "CLIRECU0 - REGISTROS PJUR RECONST.: "
               WS-CANT-RECU-PJUR.
           DISPLAY "CLIRECU0 - REGISTROS BAJA RECONST.: "
               WS-CANT-RECU-BAJA.
           EVALUATE TRUE
               WHEN WS-CANT-CONFLICTOS > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CANT-INCONSIST > ZERO
                 OR WS-CANT-HUERFANAS > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       9000-EXIT.
           EXIT.

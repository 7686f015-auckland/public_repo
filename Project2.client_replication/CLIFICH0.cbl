      *****************************************************************
      *                                                               *
      *   PROGRAM-ID  : CLIFICH0                                     *
      *   PROJECT     : Project2.client_replication                  *
      *                                                               *
      *   PURPOSE     : Ficha consolidada de un cliente sobre todos  *
      *                 los archivos del sistema de replicacion.     *
      *                 Dado el CUIT de la tarjeta PARMFICH imprime, *
      *                 en un solo listado:                          *
      *                   1. el registro vigente en MSTRPFIS o       *
      *                      MSTRPJUR, o su cierre en CLIBAJAS;      *
      *                   2. las excepciones de EXCTRABA, pendientes *
      *                      o cerradas, con su codigo;              *
      *                   3. las retenciones por lista de vigilancia *
      *                      de RETENIDO y RETENVBA;                 *
      *                   4. las disposiciones de cumplimiento de    *
      *                      DISPVIGI;                               *
      *                   5. las novedades rechazadas en RECHNOVE y  *
      *                      el contador de reenvios de RESUBCTL;    *
      *                   6. las ultimas generaciones archivadas     *
      *                      (ARCHINDX / ARCHPFIS / ARCHPJUR) en las *
      *                      que el CUIT fue transmitido.            *
      *                 Responde en un paso por que un cliente no    *
      *                 llego a un destino. Los archivos que no      *
      *                 esten montados se informan y se saltean.     *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLIFICH0.
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
      *  15/10/2026  DDC  Cada disposicion de DISPVIGI se lista con   *
      *                   el CUIT hallado en la lista: el del cliente *
      *                   o el de su persona vinculada.               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS    ASSIGN TO "PARMFICH"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-PARM.

           SELECT MASTER-PFIS   ASSIGN TO "MSTRPFIS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CLI-CUIT OF REG-SALE
                  FILE STATUS IS WS-STATUS-PFIS.

           SELECT MASTER-PJUR   ASSIGN TO "MSTRPJUR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PJUR-CUIT OF REG-SALE-PJUR
                  FILE STATUS IS WS-STATUS-PJUR.

           SELECT CLIENTES-BAJA ASSIGN TO "CLIBAJAS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BJA-CUIT
                  FILE STATUS IS WS-STATUS-BAJA.

           SELECT EXC-TRABAJO   ASSIGN TO "EXCTRABA"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EXT-CLAVE
                  FILE STATUS IS WS-STATUS-EXTR.

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

           SELECT RECHAZOS      ASSIGN TO "RECHNOVE"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-RECH.

           SELECT RESUBMISION   ASSIGN TO "RESUBCTL"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RSB-CLAVE
                  FILE STATUS IS WS-STATUS-RSUB.

           SELECT ARCH-INDICE   ASSIGN TO "ARCHINDX"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-ARCX.

           SELECT ARCH-PFIS     ASSIGN TO "ARCHPFIS"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-ARCP.

           SELECT ARCH-PJUR     ASSIGN TO "ARCHPJUR"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-ARCJ.

           SELECT LISTADO       ASSIGN TO "LISTFICH"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-LIST.

           SELECT FECHA-PROCESO ASSIGN TO "FECHPROC"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-FPRO.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           LABEL RECORDS ARE STANDARD.
       01  REG-PARM-FICH.
           05  PAR-CUIT           PIC X(11).
           05  FILLER             PIC X(69).

       FD  MASTER-PFIS
           LABEL RECORDS ARE STANDARD.
           COPY "clivuel_pfis.cpy".

       FD  MASTER-PJUR
           LABEL RECORDS ARE STANDARD.
           COPY "clivuel_pjur.cpy".

       FD  CLIENTES-BAJA
           LABEL RECORDS ARE STANDARD.
           COPY "clibaja.cpy".

       FD  EXC-TRABAJO
           LABEL RECORDS ARE STANDARD.
           COPY "cliexctr.cpy".

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

       FD  RECHAZOS
           LABEL RECORDS ARE STANDARD.
           COPY "clinovrj.cpy".

       FD  RESUBMISION
           LABEL RECORDS ARE STANDARD.
           COPY "clirsub.cpy".

       FD  ARCH-INDICE
           LABEL RECORDS ARE STANDARD.
           COPY "cliarch.cpy".

       FD  ARCH-PFIS
           LABEL RECORDS ARE STANDARD.
           COPY "clivuel_pfis.cpy"
               REPLACING ==REG-SALE== BY ==ARC-REG-PFIS==.
           COPY "clictrl.cpy"
               REPLACING ==REG-CONTROL== BY ==ARC-CONTROL-PFIS==.

       FD  ARCH-PJUR
           LABEL RECORDS ARE STANDARD.
           COPY "clivuel_pjur.cpy"
               REPLACING ==REG-SALE-PJUR== BY ==ARC-REG-PJUR==.
           COPY "clictrl.cpy"
               REPLACING ==REG-CONTROL== BY ==ARC-CONTROL-PJUR==.

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
           05  WS-STATUS-BAJA     PIC XX          VALUE SPACES.
           05  WS-STATUS-EXTR     PIC XX          VALUE SPACES.
           05  WS-STATUS-RETE     PIC XX          VALUE SPACES.
           05  WS-STATUS-RVBA     PIC XX          VALUE SPACES.
           05  WS-STATUS-DVIG     PIC XX          VALUE SPACES.
           05  WS-STATUS-RECH     PIC XX          VALUE SPACES.
           05  WS-STATUS-RSUB     PIC XX          VALUE SPACES.
           05  WS-STATUS-ARCX     PIC XX          VALUE SPACES.
           05  WS-STATUS-ARCP     PIC XX          VALUE SPACES.
           05  WS-STATUS-ARCJ     PIC XX          VALUE SPACES.
           05  WS-STATUS-LIST     PIC XX          VALUE SPACES.
           05  WS-FIN-ARCHIVO     PIC X           VALUE "N".
               88  FIN-ARCHIVO                    VALUE "S".
           05  WS-EN-GENERACION   PIC X           VALUE "N".
               88  EN-GENERACION                  VALUE "S".
           05  WS-TIPO-CLIENTE    PIC X           VALUE SPACE.
               88  CLIENTE-PFIS                   VALUE "F".
               88  CLIENTE-PJUR                   VALUE "J".

      *-----------------------------------------------------------*
      *  DATOS PARA EL CORTE POR ERROR DE E/S                      *
      *-----------------------------------------------------------*
       01  WS-ERROR-FATAL.
           05  WS-ERROR-ARCHIVO   PIC X(12)       VALUE SPACES.
           05  WS-ERROR-STATUS    PIC XX          VALUE SPACES.

       01  WS-CON-CUIT            PIC 9(11)       VALUE ZERO.

      *-----------------------------------------------------------*
      *  CONTADORES                                                *
      *-----------------------------------------------------------*
       01  WS-CONTADORES.
           05  WS-CANT-EXCEP      PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-EXC-PEND   PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-RETEN      PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-DISPOS     PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-RECHAZOS   PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-GENERAC    PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-TRANSMIT   PIC 9(8)  COMP  VALUE ZERO.

      *-----------------------------------------------------------*
      *  ULTIMAS GENERACIONES ARCHIVADAS CON EL CUIT. LA TABLA SE  *
      *  CORRE HACIA ARRIBA AL LLENARSE, DE MODO QUE CONSERVA LAS  *
      *  MAS RECIENTES.                                            *
      *-----------------------------------------------------------*
       01  WS-GENERACION-ACTUAL.
           05  WS-GAC-FECHA       PIC 9(8).
           05  WS-GAC-SECUENCIA   PIC 9(6).
           05  WS-GAC-MODO        PIC X.
       01  WS-TABLA-GENERACIONES.
           05  WS-GEN-USADOS      PIC 9(3)  COMP  VALUE ZERO.
           05  WS-GEN-ENTRADA     OCCURS 10 TIMES.
               10  WS-GEN-FECHA   PIC 9(8).
               10  WS-GEN-SECUENCIA PIC 9(6).
               10  WS-GEN-MODO    PIC X.
               10  WS-GEN-TIPO-PERS PIC X.
               10  WS-GEN-TIPO-REG PIC X.
       01  WS-GEN-IDX             PIC 9(3)  COMP.

      *-----------------------------------------------------------*
      *  IMAGEN DE LA NOVEDAD RECHAZADA Y DEL CLIENTE CERRADO. EL  *
      *  CUIT OCUPA LA MISMA POSICION EN AMBOS LAYOUTS.            *
      *-----------------------------------------------------------*
           COPY "clivuel_pfis.cpy"
               REPLACING ==REG-SALE== BY ==WS-IMG-PFIS==.
           COPY "clivuel_pjur.cpy"
               REPLACING ==REG-SALE-PJUR== BY ==WS-IMG-PJUR==.

      *-----------------------------------------------------------*
      *  CAMPOS EDITADOS PARA ARMAR LAS LINEAS DEL LISTADO         *
      *-----------------------------------------------------------*
       01  WS-DETALLE.
           05  WS-DET-NOMBRE      PIC X(16).
           05  WS-DET-VALOR       PIC X(60).
       01  WS-CUIT-ED             PIC Z(10)9.
       01  WS-CANT-ED             PIC ZZZZZZZ9.
       01  WS-COD-ED              PIC 99.
       01  WS-REENVIOS-ED         PIC ZZ9.
       01  WS-NOMBRE              PIC X(60).
       01  WS-ESTADO              PIC X(10).

       01  WS-FECHA-TRABAJO       PIC 9(8).

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-EXIT.
           PERFORM 2000-FICHA-MASTER      THRU 2000-EXIT.
           PERFORM 3000-FICHA-EXCEPCIONES THRU 3000-EXIT.
           PERFORM 4000-FICHA-RETENCIONES THRU 4000-EXIT.
           PERFORM 4500-FICHA-DISPOSICION THRU 4500-EXIT.
           PERFORM 5000-FICHA-RECHAZOS    THRU 5000-EXIT.
           PERFORM 6000-FICHA-ARCHIVO     THRU 6000-EXIT.
           PERFORM 8000-IMPRIMIR-RESUMEN  THRU 8000-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      *  1000-INICIALIZAR                                             *
      *****************************************************************
       1000-INICIALIZAR.
           PERFORM 1010-LEER-FECHA-PROCESO THRU 1010-EXIT.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT.
           OPEN OUTPUT LISTADO.
           IF WS-STATUS-LIST NOT = "00"
               MOVE "LISTFICH"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-LIST     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           MOVE WS-CON-CUIT TO WS-CUIT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "FICHA DEL CLIENTE  CUIT " WS-CUIT-ED
                  "  FECHA " WS-FECHA-TRABAJO
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
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
               DISPLAY "CLIFICH0 - NO HAY DIA DE NEGOCIO ABIERTO EN "
                   "FECHPROC: " FPR-FECHA-PROCESO " ESTADO " FPR-ESTADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FPR-FECHA-PROCESO TO WS-FECHA-TRABAJO.
           IF FPR-REPROCESO
               DISPLAY "CLIFICH0 - REPROCESO AUTORIZADO DEL DIA "
                   FPR-FECHA-PROCESO
           END-IF.
       1010-EXIT.
           EXIT.

      *****************************************************************
      *  1050-LEER-PARAMETROS  -  CUIT (cols 1-11); la tarjeta es     *
      *      obligatoria.                                             *
      *****************************************************************
       1050-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WS-STATUS-PARM NOT = "00"
               MOVE "PARMFICH"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PARM     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           READ PARAMETROS.
           IF WS-STATUS-PARM NOT = "00"
               MOVE "PARMFICH"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PARM     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           IF PAR-CUIT NOT NUMERIC
            OR PAR-CUIT = ZERO
               DISPLAY "CLIFICH0 - CUIT INVALIDO EN PARMFICH: "
                   PAR-CUIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PAR-CUIT TO WS-CON-CUIT.
           CLOSE PARAMETROS.
       1050-EXIT.
           EXIT.

      *****************************************************************
      *  1900-TITULO-SECCION  -  linea en blanco y titulo de la       *
      *      seccion, cargado en WS-DET-VALOR.                        *
      *****************************************************************
       1900-TITULO-SECCION.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-DET-VALOR
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       1900-EXIT.
           EXIT.

      *****************************************************************
      *  1950-NO-DISPONIBLE  -  informa un archivo que no esta        *
      *      montado; su nombre viene en WS-DET-NOMBRE.               *
      *****************************************************************
       1950-NO-DISPONIBLE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  ARCHIVO " WS-DET-NOMBRE " NO DISPONIBLE"
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       1950-EXIT.
           EXIT.

      *****************************************************************
      *  2000-FICHA-MASTER  -  registro vigente del cliente; si no    *
      *      esta en ninguno de los masters se busca su cierre en     *
      *      CLIBAJAS.                                                *
      *****************************************************************
       2000-FICHA-MASTER.
           MOVE "1. MASTER DE CLIENTES" TO WS-DET-VALOR.
           PERFORM 1900-TITULO-SECCION THRU 1900-EXIT.
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
           MOVE WS-CON-CUIT TO CLI-CUIT OF REG-SALE.
           READ MASTER-PFIS.
           EVALUATE WS-STATUS-PFIS
               WHEN "00"
                   SET CLIENTE-PFIS TO TRUE
                   PERFORM 2100-IMPRIMIR-PFIS THRU 2100-EXIT
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   MOVE "MSTRPFIS"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-PFIS     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
           MOVE WS-CON-CUIT TO PJUR-CUIT OF REG-SALE-PJUR.
           READ MASTER-PJUR.
           EVALUATE WS-STATUS-PJUR
               WHEN "00"
                   SET CLIENTE-PJUR TO TRUE
                   PERFORM 2200-IMPRIMIR-PJUR THRU 2200-EXIT
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   MOVE "MSTRPJUR"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-PJUR     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
           CLOSE MASTER-PFIS
                 MASTER-PJUR.
           PERFORM 2300-BUSCAR-CIERRE THRU 2300-EXIT.
       2000-EXIT.
           EXIT.

       2100-IMPRIMIR-PFIS.
           MOVE SPACES TO WS-NOMBRE.
           STRING CLI-APELLIDO OF REG-SALE DELIMITED BY "  "
                  " " CLI-NOMBRE OF REG-SALE DELIMITED BY "  "
                  INTO WS-NOMBRE.
           MOVE "PERSONA FISICA"   TO WS-DET-NOMBRE.
           MOVE WS-NOMBRE          TO WS-DET-VALOR.
           PERFORM 7100-IMPRIMIR-CAMPO THRU 7100-EXIT.
           MOVE "NRO DOCUMENTO"    TO WS-DET-NOMBRE.
           MOVE CLI-NRODOC OF REG-SALE TO WS-DET-VALOR.
           PERFORM 7100-IMPRIMIR-CAMPO THRU 7100-EXIT.
           MOVE "ULTIMA NOVEDAD"   TO WS-DET-NOMBRE.
           MOVE SPACES             TO WS-DET-VALOR.
           STRING CLI-TIPO-REGISTRO OF REG-SALE
                  "  " CLI-FECHA-HORA-EFEC OF REG-SALE
                  DELIMITED BY SIZE INTO WS-DET-VALOR.
           PERFORM 7100-IMPRIMIR-CAMPO THRU 7100-EXIT.
           MOVE "OFICIAL"          TO WS-DET-NOMBRE.
           MOVE CLI-OFICIAL OF REG-SALE TO WS-DET-VALOR.
           PERFORM 7100-IMPRIMIR-CAMPO THRU 7100-EXIT.
           MOVE "TIPO OPERATORIA"  TO WS-DET-NOMBRE.
           MOVE CLI-TIPO-OPERAT OF REG-SALE TO WS-DET-VALOR.
           PERFORM 7100-IMPRIMIR-CAMPO THRU 7100-EXIT.
           MOVE "PROVINCIA DOM 1"  TO WS-DET-NOMBRE.
           MOVE CLI-DOMIC-PCIA OF REG-SALE (1) TO WS-DET-VALOR.
           PERFORM 7100-IMPRIMIR-CAMPO THRU 7100-EXIT.
           MOVE "INVERSOR CALIF"   TO WS-DET-NOMBRE.
           MOVE CLI-INVERSOR-CALIF OF REG-SALE TO WS-DET-VALOR.
           PERFORM 7100-IMPRIMIR-CAMPO THRU 7100-EXIT.
           MOVE "RESIDENTE PAIS"   TO WS-DET-NOMBRE.
           MOVE CLI-RESID-PAIS OF REG-SALE TO WS-DET-VALOR.
           PERFORM 7100-IMPRIMIR-CAMPO THRU 7100-EXIT.
       2100-EXIT.
           EXIT.

       2200-IMPRIMIR-PJUR.
           MOVE "PERSONA JURIDICA" TO WS-DET-NOMBRE.
           MOVE PJUR-RAZON-SOCIAL OF REG-SALE-PJUR TO WS-DET-VALOR.
           PERFORM 7100-IMPRIMIR-CAMPO THRU 7100-EXIT.
           MOVE "TIPO SOCIETARIO"  TO WS-DET-NOMBRE.
           MOVE PJUR-TIPO-SOCIET OF REG-SALE-PJUR TO WS-DET-VALOR.
           PERFORM 7100-IMPRIMIR-CAMPO THRU 7100-EXIT.
           MOVE "ULTIMA NOVEDAD"   TO WS-DET-NOMBRE.
           MOVE SPACES             TO WS-DET-VALOR.
           STRING PJUR-TIPO-REGISTRO OF REG-SALE-PJUR
                  "  " PJUR-FECHA-HORA-EFEC OF REG-SALE-PJUR
                  DELIMITED BY SIZE INTO WS-DET-VALOR.
           PERFORM 7100-IMPRIMIR-CAMPO THRU 7100-EXIT.
           MOVE "OFICIAL"          TO WS-DET-NOMBRE.
           MOVE PJUR-OFICIAL OF REG-SALE-PJUR TO WS-DET-VALOR.
           PERFORM 7100-IMPRIMIR-CAMPO THRU 7100-EXIT.
           MOVE "TIPO OPERATORIA"  TO WS-DET-NOMBRE.
           MOVE PJUR-TIPO-OPERAT OF REG-SALE-PJUR TO WS-DET-VALOR.
           PERFORM 7100-IMPRIMIR-CAMPO THRU 7100-EXIT.
           MOVE "PROVINCIA"        TO WS-DET-NOMBRE.
           MOVE PJUR-PCIA OF REG-SALE-PJUR TO WS-DET-VALOR.
           PERFORM 7100-IMPRIMIR-CAMPO THRU 7100-EXIT.
           MOVE "INVERSOR CALIF"   TO WS-DET-NOMBRE.
           MOVE PJUR-INVERSOR-CALIF OF REG-SALE-PJUR TO WS-DET-VALOR.
           PERFORM 7100-IMPRIMIR-CAMPO THRU 7100-EXIT.
           MOVE "RESIDENTE PAIS"   TO WS-DET-NOMBRE.
           MOVE PJUR-RESID-PAIS OF REG-SALE-PJUR TO WS-DET-VALOR.
           PERFORM 7100-IMPRIMIR-CAMPO THRU 7100-EXIT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-BUSCAR-CIERRE  -  un cliente cerrado (o reactivado)     *
      *      figura en CLIBAJAS con la fecha de su ultima baja.       *
      *****************************************************************
       2300-BUSCAR-CIERRE.
           OPEN INPUT CLIENTES-BAJA.
           EVALUATE WS-STATUS-BAJA
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   IF WS-TIPO-CLIENTE = SPACE
                       PERFORM 2400-SIN-MASTER THRU 2400-EXIT
                   END-IF
                   GO TO 2300-EXIT
               WHEN OTHER
                   MOVE "CLIBAJAS"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-BAJA     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
           MOVE WS-CON-CUIT TO BJA-CUIT.
           READ CLIENTES-BAJA.
           EVALUATE WS-STATUS-BAJA
               WHEN "00"
                   IF WS-TIPO-CLIENTE = SPACE
                       MOVE BJA-TIPO-PERSONA TO WS-TIPO-CLIENTE
                   END-IF
                   MOVE "CLIENTE CERRADO" TO WS-DET-NOMBRE
                   MOVE SPACES            TO WS-DET-VALOR
                   STRING "BAJA DEL " BJA-FECHA-BAJA
                          "  TIPO " BJA-TIPO-PERSONA
                          DELIMITED BY SIZE INTO WS-DET-VALOR
                   PERFORM 7100-IMPRIMIR-CAMPO THRU 7100-EXIT
                   IF BJA-ESTADO-REACTIVADO
                       MOVE "REACTIVADO"      TO WS-DET-NOMBRE
                       MOVE BJA-FECHA-REACTIV TO WS-DET-VALOR
                       PERFORM 7100-IMPRIMIR-CAMPO THRU 7100-EXIT
                   END-IF
               WHEN "23"
                   IF WS-TIPO-CLIENTE = SPACE
                       PERFORM 2400-SIN-MASTER THRU 2400-EXIT
                   END-IF
               WHEN OTHER
                   MOVE "CLIBAJAS"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-BAJA     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
           CLOSE CLIENTES-BAJA.
       2300-EXIT.
           EXIT.

       2400-SIN-MASTER.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  EL CUIT NO EXISTE EN MSTRPFIS NI EN MSTRPJUR"
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  3000-FICHA-EXCEPCIONES  -  posiciona EXCTRABA en el primer   *
      *      codigo del CUIT y lista todas sus excepciones.           *
      *****************************************************************
       3000-FICHA-EXCEPCIONES.
           MOVE "2. EXCEPCIONES (EXCTRABA)" TO WS-DET-VALOR.
           PERFORM 1900-TITULO-SECCION THRU 1900-EXIT.
           OPEN INPUT EXC-TRABAJO.
           EVALUATE WS-STATUS-EXTR
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   MOVE "EXCTRABA" TO WS-DET-NOMBRE
                   PERFORM 1950-NO-DISPONIBLE THRU 1950-EXIT
                   GO TO 3000-EXIT
               WHEN OTHER
                   MOVE "EXCTRABA"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-EXTR     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE WS-CON-CUIT TO EXT-CUIT.
           MOVE ZERO        TO EXT-COD-ERROR.
           START EXC-TRABAJO KEY IS NOT LESS THAN EXT-CLAVE
               INVALID KEY
                   SET FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM 3100-LISTAR-EXCEPCION THRU 3100-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE EXC-TRABAJO.
           IF WS-CANT-EXCEP = ZERO
               MOVE SPACES TO LINEA-REPORTE
               STRING "  SIN EXCEPCIONES REGISTRADAS"
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-LISTAR-EXCEPCION.
           READ EXC-TRABAJO NEXT
               AT END
                   SET FIN-ARCHIVO TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF EXT-CUIT NOT = WS-CON-CUIT
               SET FIN-ARCHIVO TO TRUE
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-CANT-EXCEP.
           EVALUATE TRUE
               WHEN EXT-ESTADO-PENDIENTE
                   MOVE "PENDIENTE"  TO WS-ESTADO
                   ADD 1 TO WS-CANT-EXC-PEND
               WHEN EXT-ESTADO-CORREGIDA
                   MOVE "CORREGIDA"  TO WS-ESTADO
               WHEN EXT-ESTADO-DESCARTADA
                   MOVE "DESCARTADA" TO WS-ESTADO
               WHEN OTHER
                   MOVE EXT-ESTADO   TO WS-ESTADO
           END-EVALUATE.
           MOVE EXT-COD-ERROR TO WS-COD-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  CODIGO " WS-COD-ED
                  "  " WS-ESTADO
                  "  DETECTADA " EXT-FECHA-DETECCION
                  "  ESTADO " EXT-FECHA-ESTADO
                  "  OF " EXT-OFICIAL
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "    " EXT-DESCRIPCION
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  4000-FICHA-RETENCIONES  -  retenciones del extracto diario   *
      *      (RETENIDO) y del barrido retroactivo (RETENVBA).         *
      *****************************************************************
       4000-FICHA-RETENCIONES.
           MOVE "3. RETENCIONES POR LISTA DE VIGILANCIA"
                                         TO WS-DET-VALOR.
           PERFORM 1900-TITULO-SECCION THRU 1900-EXIT.
           OPEN INPUT RETENIDOS.
           EVALUATE WS-STATUS-RETE
               WHEN "00"
                   MOVE "N" TO WS-FIN-ARCHIVO
                   PERFORM 4100-LEER-RETENIDO THRU 4100-EXIT
                       UNTIL FIN-ARCHIVO
                   CLOSE RETENIDOS
               WHEN "35"
                   MOVE "RETENIDO" TO WS-DET-NOMBRE
                   PERFORM 1950-NO-DISPONIBLE THRU 1950-EXIT
               WHEN OTHER
                   MOVE "RETENIDO"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-RETE     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
           OPEN INPUT RETEN-BARRIDO.
           EVALUATE WS-STATUS-RVBA
               WHEN "00"
                   MOVE "N" TO WS-FIN-ARCHIVO
                   PERFORM 4200-LEER-RETEN-BARRIDO THRU 4200-EXIT
                       UNTIL FIN-ARCHIVO
                   CLOSE RETEN-BARRIDO
               WHEN "35"
                   MOVE "RETENVBA" TO WS-DET-NOMBRE
                   PERFORM 1950-NO-DISPONIBLE THRU 1950-EXIT
               WHEN OTHER
                   MOVE "RETENVBA"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-RVBA     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
           IF WS-CANT-RETEN = ZERO
               MOVE SPACES TO LINEA-REPORTE
               STRING "  SIN RETENCIONES"
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-LEER-RETENIDO.
           READ RETENIDOS
               AT END
                   SET FIN-ARCHIVO TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF RET-CUIT OF REG-RETENIDO NOT = WS-CON-CUIT
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-CANT-RETEN.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  RETENIDO  "
                  RET-FECHA-PROCESO OF REG-RETENIDO
                  "  CATEGORIA "
                  RET-CATEGORIA OF REG-RETENIDO
                  "  LISTA "
                  RET-VERSION-LISTA OF REG-RETENIDO
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "    "
                  RET-MOTIVO OF REG-RETENIDO
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       4100-EXIT.
           EXIT.

       4200-LEER-RETEN-BARRIDO.
           READ RETEN-BARRIDO
               AT END
                   SET FIN-ARCHIVO TO TRUE
                   GO TO 4200-EXIT
           END-READ.
           IF RET-CUIT OF REG-RETEN-BARRIDO NOT = WS-CON-CUIT
               GO TO 4200-EXIT
           END-IF.
           ADD 1 TO WS-CANT-RETEN.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  RETENVBA  "
                  RET-FECHA-PROCESO OF REG-RETEN-BARRIDO
                  "  CATEGORIA "
                  RET-CATEGORIA OF REG-RETEN-BARRIDO
                  "  LISTA "
                  RET-VERSION-LISTA OF REG-RETEN-BARRIDO
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "    "
                  RET-MOTIVO OF REG-RETEN-BARRIDO
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  4500-FICHA-DISPOSICION  -  decisiones de cumplimiento de     *
      *      DISPVIGI para el CUIT, una por version de la lista y     *
      *      CUIT hallado en ella (el propio o el de un vinculado).   *
      *****************************************************************
       4500-FICHA-DISPOSICION.
           MOVE "4. DISPOSICION DE CUMPLIMIENTO (DISPVIGI)"
                                         TO WS-DET-VALOR.
           PERFORM 1900-TITULO-SECCION THRU 1900-EXIT.
           OPEN INPUT DISPOSICION.
           EVALUATE WS-STATUS-DVIG
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   MOVE "DISPVIGI" TO WS-DET-NOMBRE
                   PERFORM 1950-NO-DISPONIBLE THRU 1950-EXIT
                   GO TO 4500-EXIT
               WHEN OTHER
                   MOVE "DISPVIGI"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-DVIG     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE WS-CON-CUIT TO DVI-CUIT.
           MOVE LOW-VALUES  TO DVI-VERSION-LISTA.
           MOVE ZERO        TO DVI-CUIT-COINCIDENTE.
           START DISPOSICION KEY IS NOT LESS THAN DVI-CLAVE
               INVALID KEY
                   SET FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM 4600-LISTAR-DISPOSICION THRU 4600-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE DISPOSICION.
           IF WS-CANT-DISPOS = ZERO
               MOVE SPACES TO LINEA-REPORTE
               STRING "  SIN DISPOSICIONES"
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
       4500-EXIT.
           EXIT.

       4600-LISTAR-DISPOSICION.
           READ DISPOSICION NEXT
               AT END
                   SET FIN-ARCHIVO TO TRUE
                   GO TO 4600-EXIT
           END-READ.
           IF DVI-CUIT NOT = WS-CON-CUIT
               SET FIN-ARCHIVO TO TRUE
               GO TO 4600-EXIT
           END-IF.
           ADD 1 TO WS-CANT-DISPOS.
           EVALUATE TRUE
               WHEN DVI-LIBERADO
                   MOVE "LIBERADO"   TO WS-ESTADO
               WHEN DVI-CONFIRMADO
                   MOVE "CONFIRMADO" TO WS-ESTADO
               WHEN OTHER
                   MOVE DVI-DISPOSICION TO WS-ESTADO
           END-EVALUATE.
           MOVE DVI-CUIT-COINCIDENTE TO WS-CUIT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           IF DVI-CUIT-COINCIDENTE = DVI-CUIT
               STRING "  LISTA " DVI-VERSION-LISTA
                      "  " WS-ESTADO
                      "  HALLADO " WS-CUIT-ED " PROPIO"
                      DELIMITED BY SIZE INTO LINEA-REPORTE
           ELSE
               STRING "  LISTA " DVI-VERSION-LISTA
                      "  " WS-ESTADO
                      "  HALLADO " WS-CUIT-ED " VINCULADO"
                      DELIMITED BY SIZE INTO LINEA-REPORTE
           END-IF.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "    DECIDIDO " DVI-FECHA-DECISION
                  "  ANALISTA " DVI-ANALISTA
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       4600-EXIT.
           EXIT.

      *****************************************************************
      *  5000-FICHA-RECHAZOS  -  novedades del CUIT rechazadas por    *
      *      CLIMANT0 y reenvios ya emitidos por CLIRECH0.            *
      *****************************************************************
       5000-FICHA-RECHAZOS.
           MOVE "5. NOVEDADES RECHAZADAS (RECHNOVE / RESUBCTL)"
                                         TO WS-DET-VALOR.
           PERFORM 1900-TITULO-SECCION THRU 1900-EXIT.
           OPEN INPUT RECHAZOS.
           EVALUATE WS-STATUS-RECH
               WHEN "00"
                   MOVE "N" TO WS-FIN-ARCHIVO
                   PERFORM 5100-LEER-RECHAZO THRU 5100-EXIT
                       UNTIL FIN-ARCHIVO
                   CLOSE RECHAZOS
               WHEN "35"
                   MOVE "RECHNOVE" TO WS-DET-NOMBRE
                   PERFORM 1950-NO-DISPONIBLE THRU 1950-EXIT
               WHEN OTHER
                   MOVE "RECHNOVE"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-RECH     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
           IF WS-CANT-RECHAZOS = ZERO
               MOVE SPACES TO LINEA-REPORTE
               STRING "  SIN NOVEDADES RECHAZADAS"
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
           OPEN INPUT RESUBMISION.
           EVALUATE WS-STATUS-RSUB
               WHEN "00"
                   MOVE "F" TO RSB-TIPO-PERSONA
                   PERFORM 5200-LEER-RESUBMISION THRU 5200-EXIT
                   MOVE "J" TO RSB-TIPO-PERSONA
                   PERFORM 5200-LEER-RESUBMISION THRU 5200-EXIT
                   CLOSE RESUBMISION
               WHEN "35"
                   MOVE "RESUBCTL" TO WS-DET-NOMBRE
                   PERFORM 1950-NO-DISPONIBLE THRU 1950-EXIT
               WHEN OTHER
                   MOVE "RESUBCTL"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-RSUB     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
       5000-EXIT.
           EXIT.

       5100-LEER-RECHAZO.
           READ RECHAZOS
               AT END
                   SET FIN-ARCHIVO TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           MOVE RCH-REGISTRO TO WS-IMG-PFIS.
           IF CLI-CUIT OF WS-IMG-PFIS NOT = WS-CON-CUIT
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-CANT-RECHAZOS.
           MOVE RCH-COD-MOTIVO TO WS-COD-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  " RCH-FECHA-PROCESO
                  " " RCH-TIPO-PERSONA
                  " NOV " CLI-TIPO-REGISTRO OF WS-IMG-PFIS
                  "  MOTIVO " WS-COD-ED
                  " " RCH-DESCRIPCION
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       5100-EXIT.
           EXIT.

      *****************************************************************
      *  5200-LEER-RESUBMISION  -  contador de reenvios del CUIT para *
      *      el tipo de persona ya cargado en RSB-TIPO-PERSONA.       *
      *****************************************************************
       5200-LEER-RESUBMISION.
           MOVE WS-CON-CUIT TO RSB-CUIT.
           READ RESUBMISION.
           EVALUATE WS-STATUS-RSUB
               WHEN "00"
                   MOVE RSB-CANT-REENVIOS TO WS-REENVIOS-ED
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "  REENVIOS EMITIDOS (" RSB-TIPO-PERSONA
                          "): " WS-REENVIOS-ED
                          "  ULTIMO " RSB-FECHA-ULTIMO
                          DELIMITED BY SIZE INTO LINEA-REPORTE
                   PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   MOVE "RESUBCTL"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-RSUB     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
       5200-EXIT.
           EXIT.

      *****************************************************************
      *  6000-FICHA-ARCHIVO  -  generaciones retenidas en ARCHINDX y  *
      *      las ultimas en que el CUIT fue transmitido.              *
      *****************************************************************
       6000-FICHA-ARCHIVO.
           MOVE "6. GENERACIONES ARCHIVADAS (ARCHINDX)" TO WS-DET-VALOR.
           PERFORM 1900-TITULO-SECCION THRU 1900-EXIT.
           OPEN INPUT ARCH-INDICE.
           EVALUATE WS-STATUS-ARCX
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   MOVE "ARCHINDX" TO WS-DET-NOMBRE
                   PERFORM 1950-NO-DISPONIBLE THRU 1950-EXIT
                   GO TO 6000-EXIT
               WHEN OTHER
                   MOVE "ARCHINDX"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-ARCX     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM 6050-LEER-INDICE THRU 6050-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE ARCH-INDICE.
           MOVE WS-CANT-GENERAC TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  GENERACIONES RETENIDAS: " WS-CANT-ED
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           IF WS-CANT-GENERAC = ZERO
               GO TO 6000-EXIT
           END-IF.
           OPEN INPUT ARCH-PFIS
                      ARCH-PJUR.
           IF WS-STATUS-ARCP NOT = "00"
               MOVE "ARCHPFIS"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-ARCP     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           IF WS-STATUS-ARCJ NOT = "00"
               MOVE "ARCHPJUR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-ARCJ     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE "N" TO WS-EN-GENERACION.
           PERFORM 6100-BUSCAR-PFIS THRU 6100-EXIT
               UNTIL FIN-ARCHIVO.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE "N" TO WS-EN-GENERACION.
           PERFORM 6200-BUSCAR-PJUR THRU 6200-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE ARCH-PFIS
                 ARCH-PJUR.
           IF WS-GEN-USADOS = ZERO
               MOVE SPACES TO LINEA-REPORTE
               STRING "  EL CUIT NO FUE TRANSMITIDO EN NINGUNA "
                      "GENERACION RETENIDA"
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               GO TO 6000-EXIT
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  ULTIMAS TRANSMISIONES DEL CUIT:"
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           PERFORM 6400-IMPRIMIR-GENERACION
               VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-GEN-USADOS.
       6000-EXIT.
           EXIT.

       6050-LEER-INDICE.
           READ ARCH-INDICE
               AT END
                   SET FIN-ARCHIVO TO TRUE
                   GO TO 6050-EXIT
           END-READ.
           ADD 1 TO WS-CANT-GENERAC.
           IF WS-CANT-GENERAC = 1
               MOVE SPACES TO LINEA-REPORTE
               STRING "  PRIMERA RETENIDA: " ARX-FECHA-PROCESO
                      "  SECUENCIA " ARX-NRO-SECUENCIA
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
       6050-EXIT.
           EXIT.

      *****************************************************************
      *  6100-BUSCAR-PFIS  -  recorre ARCHPFIS anotando cada          *
      *      generacion en la que aparece el CUIT.                    *
      *****************************************************************
       6100-BUSCAR-PFIS.
           READ ARCH-PFIS
               AT END
                   SET FIN-ARCHIVO TO TRUE
                   GO TO 6100-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN CTL-TIPO-REG-HEADER OF ARC-CONTROL-PFIS
                   SET EN-GENERACION TO TRUE
                   MOVE CTL-FECHA-PROCESO OF ARC-CONTROL-PFIS
                                         TO WS-GAC-FECHA
                   MOVE CTL-NRO-SECUENCIA OF ARC-CONTROL-PFIS
                                         TO WS-GAC-SECUENCIA
                   MOVE CTL-MODO-EXTRACCION OF ARC-CONTROL-PFIS
                                         TO WS-GAC-MODO
               WHEN CTL-TIPO-REG-TRAILER OF ARC-CONTROL-PFIS
                   MOVE "N" TO WS-EN-GENERACION
               WHEN OTHER
                   IF EN-GENERACION
                      AND CLI-CUIT OF ARC-REG-PFIS = WS-CON-CUIT
                       PERFORM 6300-ANOTAR-GENERACION THRU 6300-EXIT
                       MOVE "F" TO WS-GEN-TIPO-PERS (WS-GEN-USADOS)
                       MOVE CLI-TIPO-REGISTRO OF ARC-REG-PFIS
                                TO WS-GEN-TIPO-REG (WS-GEN-USADOS)
                   END-IF
           END-EVALUATE.
       6100-EXIT.
           EXIT.

      *****************************************************************
      *  6200-BUSCAR-PJUR  -  igual que 6100 sobre ARCHPJUR.          *
      *****************************************************************
       6200-BUSCAR-PJUR.
           READ ARCH-PJUR
               AT END
                   SET FIN-ARCHIVO TO TRUE
                   GO TO 6200-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN CTL-TIPO-REG-HEADER OF ARC-CONTROL-PJUR
                   SET EN-GENERACION TO TRUE
                   MOVE CTL-FECHA-PROCESO OF ARC-CONTROL-PJUR
                                         TO WS-GAC-FECHA
                   MOVE CTL-NRO-SECUENCIA OF ARC-CONTROL-PJUR
                                         TO WS-GAC-SECUENCIA
                   MOVE CTL-MODO-EXTRACCION OF ARC-CONTROL-PJUR
                                         TO WS-GAC-MODO
               WHEN CTL-TIPO-REG-TRAILER OF ARC-CONTROL-PJUR
                   MOVE "N" TO WS-EN-GENERACION
               WHEN OTHER
                   IF EN-GENERACION
                      AND PJUR-CUIT OF ARC-REG-PJUR = WS-CON-CUIT
                       PERFORM 6300-ANOTAR-GENERACION THRU 6300-EXIT
                       MOVE "J" TO WS-GEN-TIPO-PERS (WS-GEN-USADOS)
                       MOVE PJUR-TIPO-REGISTRO OF ARC-REG-PJUR
                                TO WS-GEN-TIPO-REG (WS-GEN-USADOS)
                   END-IF
           END-EVALUATE.
       6200-EXIT.
           EXIT.

      *****************************************************************
      *  6300-ANOTAR-GENERACION  -  agrega la generacion en curso al  *
      *      final de la tabla; llena, descarta la mas antigua.       *
      *****************************************************************
       6300-ANOTAR-GENERACION.
           ADD 1 TO WS-CANT-TRANSMIT.
           IF WS-GEN-USADOS = 10
               PERFORM 6310-CORRER-GENERACION
                   VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > 9
           ELSE
               ADD 1 TO WS-GEN-USADOS
           END-IF.
           MOVE WS-GAC-FECHA     TO WS-GEN-FECHA (WS-GEN-USADOS).
           MOVE WS-GAC-SECUENCIA TO WS-GEN-SECUENCIA (WS-GEN-USADOS).
           MOVE WS-GAC-MODO      TO WS-GEN-MODO (WS-GEN-USADOS).
       6300-EXIT.
           EXIT.

       6310-CORRER-GENERACION.
           MOVE WS-GEN-ENTRADA (WS-GEN-IDX + 1)
                                 TO WS-GEN-ENTRADA (WS-GEN-IDX).

       6400-IMPRIMIR-GENERACION.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "    FECHA " WS-GEN-FECHA (WS-GEN-IDX)
                  "  SECUENCIA " WS-GEN-SECUENCIA (WS-GEN-IDX)
                  "  MODO " WS-GEN-MODO (WS-GEN-IDX)
                  "  TIPO " WS-GEN-TIPO-PERS (WS-GEN-IDX)
                  "  NOVEDAD " WS-GEN-TIPO-REG (WS-GEN-IDX)
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.

      *****************************************************************
      *  7000-ESCRIBIR-LINEA  -  graba una linea del listado,          *
      *      verificando el resultado de la escritura.                 *
      *****************************************************************
       7000-ESCRIBIR-LINEA.
           WRITE LINEA-REPORTE.
           IF WS-STATUS-LIST NOT = "00"
               MOVE "LISTFICH"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-LIST     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
       7000-EXIT.
           EXIT.

       7100-IMPRIMIR-CAMPO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  " WS-DET-NOMBRE ": " WS-DET-VALOR
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       7100-EXIT.
           EXIT.

      *****************************************************************
      *  8000-IMPRIMIR-RESUMEN                                        *
      *****************************************************************
       8000-IMPRIMIR-RESUMEN.
           MOVE "RESUMEN" TO WS-DET-VALOR.
           PERFORM 1900-TITULO-SECCION THRU 1900-EXIT.
           MOVE WS-CANT-EXC-PEND TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "EXCEPCIONES PENDIENTES    : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-RETEN TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RETENCIONES               : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-RECHAZOS TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "NOVEDADES RECHAZADAS      : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-TRANSMIT TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TRANSMISIONES ARCHIVADAS  : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  8900-ERROR-FATAL  -  corte del proceso ante un error de E/S  *
      *      Se invoca con WS-ERROR-ARCHIVO/WS-ERROR-STATUS cargados. *
      *****************************************************************
       8900-ERROR-FATAL.
           DISPLAY "CLIFICH0 - ERROR DE E/S EN ARCHIVO "
               WS-ERROR-ARCHIVO.
           DISPLAY "CLIFICH0 - FILE STATUS: " WS-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       8900-EXIT.
           EXIT.

      *****************************************************************
      *  9000-FINALIZAR  -  un CUIT inexistente en masters y en       *
      *      CLIBAJAS devuelve codigo 4.                              *
      *****************************************************************
       9000-FINALIZAR.
           CLOSE LISTADO.
           DISPLAY "CLIFICH0 - CUIT CONSULTADO        : " WS-CON-CUIT.
           DISPLAY "CLIFICH0 - EXCEPCIONES            : "
               WS-CANT-EXCEP.
           DISPLAY "CLIFICH0 - RETENCIONES            : "
               WS-CANT-RETEN.
           DISPLAY "CLIFICH0 - RECHAZOS               : "
               WS-CANT-RECHAZOS.
           IF WS-TIPO-CLIENTE = SPACE
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

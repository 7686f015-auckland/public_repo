      *****************************************************************
      *                                                               *
      *   PROGRAM-ID  : CLIIMPO0                                     *
      *   PROJECT     : Project2.client_replication                  *
      *                                                               *
      *   PURPOSE     : Interfaz mensual al sistema impositivo de    *
      *                 los cambios de situacion IVA, codigo de      *
      *                 Ganancias y categoria de la Ley 25.413 de    *
      *                 los clientes. Empareja las imagenes antes y  *
      *                 despues de AUDINOVE del mes informado en     *
      *                 PARMIMPO (por omision, el mes anterior),     *
      *                 igual que CLIAUDI0, y graba en INTFIMPO un   *
      *                 registro por cada regimen que cambio: CUIT,  *
      *                 regimen, valor anterior, valor nuevo y fecha *
      *                 efectiva. Las altas y reactivaciones se      *
      *                 informan con su categoria inicial y las      *
      *                 bajas con su categoria final. El archivo     *
      *                 cierra con un trailer de control (cantidad y *
      *                 suma de CUIT) y el listado LISTIMPO resume   *
      *                 por regimen las entradas y salidas de cada   *
      *                 codigo con su descripcion de CODTABLA.       *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLIIMPO0.
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
           SELECT PARAMETROS    ASSIGN TO "PARMIMPO"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-PARM.

           SELECT AUDITORIA     ASSIGN TO "AUDINOVE"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-AUDI.

           SELECT INTERFAZ      ASSIGN TO "INTFIMPO"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-INTF.

           SELECT COD-TABLA     ASSIGN TO "CODTABLA"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS COD-CLAVE
                  FILE STATUS IS WS-STATUS-CODT.

           SELECT LISTADO       ASSIGN TO "LISTIMPO"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-LIST.

           SELECT FECHA-PROCESO ASSIGN TO "FECHPROC"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-FPRO.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           LABEL RECORDS ARE STANDARD.
       01  REG-PARM-IMPO.
           05  PAR-PERIODO        PIC X(6).
           05  PAR-PERIODO-R      REDEFINES PAR-PERIODO.
               10  PAR-PER-ANIO   PIC 9(4).
               10  PAR-PER-MES    PIC 99.
           05  FILLER             PIC X(74).

       FD  AUDITORIA
           LABEL RECORDS ARE STANDARD.
           COPY "cliaudit.cpy".

       FD  INTERFAZ
           LABEL RECORDS ARE STANDARD.
           COPY "cliimpo.cpy".

       FD  COD-TABLA
           LABEL RECORDS ARE STANDARD.
           COPY "clicodt.cpy".

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
           05  WS-STATUS-INTF     PIC XX          VALUE SPACES.
           05  WS-STATUS-CODT     PIC XX          VALUE SPACES.
           05  WS-STATUS-LIST     PIC XX          VALUE SPACES.
           05  WS-FIN-AUDI        PIC X           VALUE "N".
               88  FIN-AUDI                       VALUE "S".
           05  WS-TABLA-DISPONIBLE PIC X          VALUE "N".
               88  TABLA-DISPONIBLE               VALUE "S".
           05  WS-HAY-ANTES       PIC X           VALUE "N".
               88  HAY-ANTES                      VALUE "S".
           05  WS-HAY-DESPUES     PIC X           VALUE "N".
               88  HAY-DESPUES                    VALUE "S".
           05  WS-REGIMEN-IMPRESO PIC X           VALUE "N".
               88  REGIMEN-IMPRESO                VALUE "S".

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
           05  WS-CANT-PARES      PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-PERIODO    PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-HUERFANAS  PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-GRABADOS   PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-ALTAS      PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-MODIF      PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-BAJAS      PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-REACTIV    PIC 9(8)  COMP  VALUE ZERO.
       01  WS-CHECKSUM            PIC 9(18)       VALUE ZERO.

      *-----------------------------------------------------------*
      *  PERIODO INFORMADO Y FECHA DE PROCESO                      *
      *-----------------------------------------------------------*
       01  WS-PERIODO.
           05  WS-PER-ANIO        PIC 9(4).
           05  WS-PER-MES         PIC 99.
       01  WS-PERIODO-N REDEFINES WS-PERIODO PIC 9(6).

       01  WS-FECHA-TRABAJO       PIC 9(8).
       01  WS-FECHA-R REDEFINES WS-FECHA-TRABAJO.
           05  WS-FEC-ANIO        PIC 9(4).
           05  WS-FEC-MES         PIC 99.
           05  WS-FEC-DIA         PIC 99.

      *-----------------------------------------------------------*
      *  DATOS DEL PAR ANTES/DESPUES EN PROCESO                    *
      *-----------------------------------------------------------*
       01  WS-PAR-EN-PROCESO.
           05  WS-PAR-FECHA       PIC 9(8).
           05  WS-PAR-TIPO-PERS   PIC X.
           05  WS-PAR-TIPO-NOVE   PIC X.
           05  WS-PAR-CUIT        PIC 9(11).
           05  WS-PAR-FECHA-EFEC  PIC 9(8).

       01  WS-IMAGEN-ANTES        PIC X(871).
       01  WS-IMAGEN-DESPUES      PIC X(871).

      *-----------------------------------------------------------*
      *  IMAGENES DECODIFICADAS EN LOS LAYOUTS DE SALIDA           *
      *-----------------------------------------------------------*
           COPY "clivuel_pfis.cpy"
               REPLACING ==REG-SALE== BY ==WS-ANT-PFIS==.
           COPY "clivuel_pfis.cpy"
               REPLACING ==REG-SALE== BY ==WS-DES-PFIS==.
           COPY "clivuel_pjur.cpy"
               REPLACING ==REG-SALE-PJUR== BY ==WS-ANT-PJUR==.
           COPY "clivuel_pjur.cpy"
               REPLACING ==REG-SALE-PJUR== BY ==WS-DES-PJUR==.

      *-----------------------------------------------------------*
      *  REGIMEN EN COMPARACION                                    *
      *-----------------------------------------------------------*
       01  WS-COMPARACION.
           05  WS-CMP-ANTES       PIC 99.
           05  WS-CMP-DESPUES     PIC 99.
       01  WS-COD-NUM             PIC 999.
       01  WS-COD-IDX             PIC 9(3)  COMP.

      *-----------------------------------------------------------*
      *  RESUMEN POR REGIMEN: ENTRADAS Y SALIDAS DE CADA CODIGO    *
      *  (POSICION = CODIGO + 1). EL DOMINIO ES EL DE CODTABLA.    *
      *-----------------------------------------------------------*
       01  WS-TABLA-REGIMEN.
           05  WS-REG-ENTRADA     OCCURS 3 TIMES.
               10  WS-REG-DOMINIO PIC X(8).
               10  WS-REG-TITULO  PIC X(24).
               10  WS-REG-CODIGO  OCCURS 100 TIMES.
                   15  WS-RC-ENTRAN PIC 9(7) COMP.
                   15  WS-RC-SALEN  PIC 9(7) COMP.
       01  WS-REG-IDX             PIC 9     COMP.

      *-----------------------------------------------------------*
      *  CAMPOS EDITADOS PARA ARMAR LAS LINEAS DEL LISTADO         *
      *-----------------------------------------------------------*
       01  WS-CANT-ED             PIC ZZZZZZ9.
       01  WS-ENTRAN-ED           PIC ZZZZZZ9.
       01  WS-SALEN-ED            PIC ZZZZZZ9.
       01  WS-CUIT-ED             PIC Z(10)9.
       01  WS-COD-DESC            PIC X(30).

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-EXIT.
           PERFORM 2000-PROCESAR-AUDITORIA THRU 2000-EXIT
               UNTIL FIN-AUDI.
           PERFORM 6000-GRABAR-TRAILER    THRU 6000-EXIT.
           PERFORM 8000-IMPRIMIR-RESUMEN  THRU 8000-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      *  1000-INICIALIZAR                                             *
      *****************************************************************
       1000-INICIALIZAR.
           PERFORM 1010-LEER-FECHA-PROCESO THRU 1010-EXIT.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT.
           INITIALIZE WS-TABLA-REGIMEN.
           MOVE "IVA"                  TO WS-REG-DOMINIO (1).
           MOVE "SITUACION IVA"        TO WS-REG-TITULO (1).
           MOVE "GANANC"               TO WS-REG-DOMINIO (2).
           MOVE "IMPUESTO A LAS GANANCIAS" TO WS-REG-TITULO (2).
           MOVE "LEY25413"             TO WS-REG-DOMINIO (3).
           MOVE "CATEGORIA LEY 25413"  TO WS-REG-TITULO (3).
           OPEN INPUT  AUDITORIA
                OUTPUT INTERFAZ
                       LISTADO.
           IF WS-STATUS-AUDI NOT = "00"
               MOVE "AUDINOVE"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-AUDI     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           IF WS-STATUS-INTF NOT = "00"
               MOVE "INTFIMPO"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-INTF     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           IF WS-STATUS-LIST NOT = "00"
               MOVE "LISTIMPO"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-LIST     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           OPEN INPUT COD-TABLA.
           EVALUATE WS-STATUS-CODT
               WHEN "00"
                   SET TABLA-DISPONIBLE TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "CODTABLA"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-CODT     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CAMBIOS DE REGIMEN IMPOSITIVO  PERIODO: "
                  WS-PERIODO "  FECHA: " WS-FECHA-TRABAJO
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           PERFORM 2100-LEER-AUDITORIA THRU 2100-EXIT.
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
               DISPLAY "CLIIMPO0 - NO HAY DIA DE NEGOCIO ABIERTO EN "
                   "FECHPROC: " FPR-FECHA-PROCESO " ESTADO " FPR-ESTADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FPR-FECHA-PROCESO TO WS-FECHA-TRABAJO.
           IF FPR-REPROCESO
               DISPLAY "CLIIMPO0 - REPROCESO AUTORIZADO DEL DIA "
                   FPR-FECHA-PROCESO
           END-IF.
       1010-EXIT.
           EXIT.

      *****************************************************************
      *  1050-LEER-PARAMETROS  -  periodo AAAAMM (cols 1-6). Sin      *
      *      tarjeta, o con el periodo en espacios, se informa el mes *
      *      calendario anterior a la fecha de proceso.               *
      *****************************************************************
       1050-LEER-PARAMETROS.
           IF WS-FEC-MES = 1
               COMPUTE WS-PER-ANIO = WS-FEC-ANIO - 1
               MOVE 12 TO WS-PER-MES
           ELSE
               MOVE WS-FEC-ANIO TO WS-PER-ANIO
               COMPUTE WS-PER-MES = WS-FEC-MES - 1
           END-IF.
           OPEN INPUT PARAMETROS.
           IF WS-STATUS-PARM = "35"
               GO TO 1050-EXIT
           END-IF.
           IF WS-STATUS-PARM NOT = "00"
               MOVE "PARMIMPO"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PARM     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           READ PARAMETROS.
           IF WS-STATUS-PARM NOT = "00"
               MOVE "PARMIMPO"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PARM     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN PAR-PERIODO = SPACES
                   CONTINUE
               WHEN PAR-PERIODO IS NUMERIC
                AND PAR-PER-MES > ZERO
                AND PAR-PER-MES NOT > 12
                   MOVE PAR-PERIODO TO WS-PERIODO
               WHEN OTHER
                   DISPLAY "CLIIMPO0 - PERIODO INVALIDO EN PARMIMPO: "
                       PAR-PERIODO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           CLOSE PARAMETROS.
       1050-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESAR-AUDITORIA  -  espera la imagen antes de un par *
      *      y la empareja con la imagen despues siguiente; una       *
      *      imagen que no cierra par se informa como huerfana.       *
      *****************************************************************
       2000-PROCESAR-AUDITORIA.
           IF NOT AUD-IMAGEN-ANTES
               ADD 1 TO WS-CANT-HUERFANAS
               MOVE AUD-CUIT TO WS-CUIT-ED
               MOVE SPACES TO LINEA-REPORTE
               STRING "  ATENCION - IMAGEN DESPUES SIN ANTES  CUIT "
                      WS-CUIT-ED "  FECHA " AUD-FECHA-PROCESO
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               PERFORM 2100-LEER-AUDITORIA THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE AUD-FECHA-PROCESO TO WS-PAR-FECHA.
           MOVE AUD-TIPO-PERSONA  TO WS-PAR-TIPO-PERS.
           MOVE AUD-TIPO-NOVEDAD  TO WS-PAR-TIPO-NOVE.
           MOVE AUD-CUIT          TO WS-PAR-CUIT.
           MOVE AUD-REGISTRO      TO WS-IMAGEN-ANTES.
           PERFORM 2100-LEER-AUDITORIA THRU 2100-EXIT.
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
               GO TO 2000-EXIT
           END-IF.
           MOVE AUD-REGISTRO TO WS-IMAGEN-DESPUES.
           ADD 1 TO WS-CANT-PARES.
           IF WS-PAR-FECHA (1:6) = WS-PERIODO
               ADD 1 TO WS-CANT-PERIODO
               PERFORM 3000-PROCESAR-PAR THRU 3000-EXIT
           END-IF.
           PERFORM 2100-LEER-AUDITORIA THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-LEER-AUDITORIA.
           READ AUDITORIA
               AT END
                   SET FIN-AUDI TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  3000-PROCESAR-PAR  -  decodifica las imagenes del par. Un    *
      *      alta o una reactivacion solo tiene imagen despues y una  *
      *      baja solo imagen antes. La fecha efectiva es la del      *
      *      registro del master despues del cambio; en la baja, la   *
      *      fecha de proceso.                                        *
      *****************************************************************
       3000-PROCESAR-PAR.
           MOVE "S" TO WS-HAY-ANTES
                       WS-HAY-DESPUES.
           EVALUATE WS-PAR-TIPO-NOVE
               WHEN "A"
                   MOVE "N" TO WS-HAY-ANTES
                   ADD 1 TO WS-CANT-ALTAS
               WHEN "R"
                   MOVE "N" TO WS-HAY-ANTES
                   ADD 1 TO WS-CANT-REACTIV
               WHEN "B"
                   MOVE "N" TO WS-HAY-DESPUES
                   ADD 1 TO WS-CANT-BAJAS
               WHEN OTHER
                   ADD 1 TO WS-CANT-MODIF
           END-EVALUATE.
           MOVE WS-PAR-FECHA TO WS-PAR-FECHA-EFEC.
           IF WS-PAR-TIPO-PERS = "F"
               MOVE WS-IMAGEN-ANTES   TO WS-ANT-PFIS
               MOVE WS-IMAGEN-DESPUES TO WS-DES-PFIS
               IF HAY-DESPUES
                  AND CLI-FECHA-HORA-EFEC OF WS-DES-PFIS IS NUMERIC
                  AND CLI-FECHA-HORA-EFEC OF WS-DES-PFIS > ZERO
                   MOVE CLI-FECHA-HORA-EFEC OF WS-DES-PFIS (1:8)
                                      TO WS-PAR-FECHA-EFEC
               END-IF
               PERFORM 4000-COMPARAR-PFIS THRU 4000-EXIT
           ELSE
               MOVE WS-IMAGEN-ANTES   TO WS-ANT-PJUR
               MOVE WS-IMAGEN-DESPUES TO WS-DES-PJUR
               IF HAY-DESPUES
                  AND PJUR-FECHA-HORA-EFEC OF WS-DES-PJUR IS NUMERIC
                  AND PJUR-FECHA-HORA-EFEC OF WS-DES-PJUR > ZERO
                   MOVE PJUR-FECHA-HORA-EFEC OF WS-DES-PJUR (1:8)
                                      TO WS-PAR-FECHA-EFEC
               END-IF
               PERFORM 5000-COMPARAR-PJUR THRU 5000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  4000-COMPARAR-PFIS                                           *
      *****************************************************************
       4000-COMPARAR-PFIS.
           MOVE 1 TO WS-REG-IDX.
           MOVE CLI-IVA OF WS-ANT-PFIS TO WS-CMP-ANTES.
           MOVE CLI-IVA OF WS-DES-PFIS TO WS-CMP-DESPUES.
           PERFORM 3500-INFORMAR-REGIMEN THRU 3500-EXIT.
           MOVE 2 TO WS-REG-IDX.
           MOVE CLI-COD-GANANCIAS OF WS-ANT-PFIS TO WS-CMP-ANTES.
           MOVE CLI-COD-GANANCIAS OF WS-DES-PFIS TO WS-CMP-DESPUES.
           PERFORM 3500-INFORMAR-REGIMEN THRU 3500-EXIT.
           MOVE 3 TO WS-REG-IDX.
           MOVE CLI-CAT-LEY25413 OF WS-ANT-PFIS TO WS-CMP-ANTES.
           MOVE CLI-CAT-LEY25413 OF WS-DES-PFIS TO WS-CMP-DESPUES.
           PERFORM 3500-INFORMAR-REGIMEN THRU 3500-EXIT.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  5000-COMPARAR-PJUR                                           *
      *****************************************************************
       5000-COMPARAR-PJUR.
           MOVE 1 TO WS-REG-IDX.
           MOVE PJUR-IVA OF WS-ANT-PJUR TO WS-CMP-ANTES.
           MOVE PJUR-IVA OF WS-DES-PJUR TO WS-CMP-DESPUES.
           PERFORM 3500-INFORMAR-REGIMEN THRU 3500-EXIT.
           MOVE 2 TO WS-REG-IDX.
           MOVE PJUR-COD-GANANCIAS OF WS-ANT-PJUR TO WS-CMP-ANTES.
           MOVE PJUR-COD-GANANCIAS OF WS-DES-PJUR TO WS-CMP-DESPUES.
           PERFORM 3500-INFORMAR-REGIMEN THRU 3500-EXIT.
           MOVE 3 TO WS-REG-IDX.
           MOVE PJUR-CAT-LEY25413 OF WS-ANT-PJUR TO WS-CMP-ANTES.
           MOVE PJUR-CAT-LEY25413 OF WS-DES-PJUR TO WS-CMP-DESPUES.
           PERFORM 3500-INFORMAR-REGIMEN THRU 3500-EXIT.
       5000-EXIT.
           EXIT.

      *****************************************************************
      *  3500-INFORMAR-REGIMEN  -  graba el registro de interfaz del  *
      *      regimen WS-REG-IDX si cambio (siempre en alta, baja o    *
      *      reactivacion) y acumula las entradas y salidas de cada   *
      *      codigo para el resumen.                                  *
      *****************************************************************
       3500-INFORMAR-REGIMEN.
           IF HAY-ANTES
              AND HAY-DESPUES
              AND WS-CMP-ANTES = WS-CMP-DESPUES
               GO TO 3500-EXIT
           END-IF.
           MOVE SPACES               TO REG-IMPOSITIVO.
           SET IMP-TIPO-REG-DETALLE  TO TRUE.
           MOVE WS-PAR-CUIT          TO IMP-CUIT.
           MOVE WS-PAR-TIPO-PERS     TO IMP-TIPO-PERSONA.
           MOVE WS-REG-DOMINIO (WS-REG-IDX) TO IMP-CAMPO.
           MOVE WS-PAR-TIPO-NOVE     TO IMP-TIPO-NOVEDAD.
           MOVE WS-PAR-FECHA-EFEC    TO IMP-FECHA-EFECTIVA.
           IF HAY-ANTES
               MOVE WS-CMP-ANTES TO WS-COD-NUM
               MOVE WS-COD-NUM   TO IMP-VALOR-ANTERIOR
               COMPUTE WS-COD-IDX = WS-CMP-ANTES + 1
               ADD 1 TO WS-RC-SALEN (WS-REG-IDX, WS-COD-IDX)
           END-IF.
           IF HAY-DESPUES
               MOVE WS-CMP-DESPUES TO WS-COD-NUM
               MOVE WS-COD-NUM     TO IMP-VALOR-NUEVO
               COMPUTE WS-COD-IDX = WS-CMP-DESPUES + 1
               ADD 1 TO WS-RC-ENTRAN (WS-REG-IDX, WS-COD-IDX)
           END-IF.
           WRITE REG-IMPOSITIVO.
           IF WS-STATUS-INTF NOT = "00"
               MOVE "INTFIMPO"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-INTF     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           ADD 1           TO WS-CANT-GRABADOS.
           ADD WS-PAR-CUIT TO WS-CHECKSUM.
       3500-EXIT.
           EXIT.

      *****************************************************************
      *  6000-GRABAR-TRAILER  -  registro de control del archivo:     *
      *      periodo, cantidad de registros y suma de los CUIT.       *
      *****************************************************************
       6000-GRABAR-TRAILER.
           MOVE SPACES           TO REG-IMPOSITIVO-CTL.
           MOVE "T"              TO ICT-TIPO-REG.
           MOVE WS-PERIODO-N     TO ICT-PERIODO.
           MOVE WS-CANT-GRABADOS TO ICT-CANT-REGISTROS.
           MOVE WS-CHECKSUM      TO ICT-CHECKSUM.
           WRITE REG-IMPOSITIVO-CTL.
           IF WS-STATUS-INTF NOT = "00"
               MOVE "INTFIMPO"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-INTF     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

      *****************************************************************
      *  7000-ESCRIBIR-LINEA  -  graba una linea del listado,          *
      *      verificando el resultado de la escritura.                 *
      *****************************************************************
       7000-ESCRIBIR-LINEA.
           WRITE LINEA-REPORTE.
           IF WS-STATUS-LIST NOT = "00"
               MOVE "LISTIMPO"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-LIST     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
       7000-EXIT.
           EXIT.

      *****************************************************************
      *  8000-IMPRIMIR-RESUMEN  -  por regimen, los codigos con       *
      *      movimiento en el periodo; luego los totales.             *
      *****************************************************************
       8000-IMPRIMIR-RESUMEN.
           PERFORM 8010-IMPRIMIR-REGIMEN THRU 8010-EXIT
               VARYING WS-REG-IDX FROM 1 BY 1 UNTIL WS-REG-IDX > 3.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-PERIODO TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "NOVEDADES DEL PERIODO     : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-ALTAS TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  ALTAS                   : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-REACTIV TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  REACTIVACIONES          : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-MODIF TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  MODIFICACIONES          : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-BAJAS TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  BAJAS                   : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-GRABADOS TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "REGISTROS EN INTFIMPO     : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SUMA DE CONTROL CUIT      : " WS-CHECKSUM
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-HUERFANAS TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "IMAGENES HUERFANAS        : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       8000-EXIT.
           EXIT.

       8010-IMPRIMIR-REGIMEN.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "REGIMEN " WS-REG-TITULO (WS-REG-IDX)
                  "  (DOMINIO " WS-REG-DOMINIO (WS-REG-IDX) ")"
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  COD DESCRIPCION                       "
                  "ENTRAN     SALEN"
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE "N" TO WS-REGIMEN-IMPRESO.
           PERFORM 8020-IMPRIMIR-CODIGO
               VARYING WS-COD-IDX FROM 1 BY 1 UNTIL WS-COD-IDX > 100.
           IF NOT REGIMEN-IMPRESO
               MOVE SPACES TO LINEA-REPORTE
               STRING "  SIN CAMBIOS EN EL PERIODO"
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
       8010-EXIT.
           EXIT.

       8020-IMPRIMIR-CODIGO.
           IF WS-RC-ENTRAN (WS-REG-IDX, WS-COD-IDX) > ZERO
            OR WS-RC-SALEN (WS-REG-IDX, WS-COD-IDX) > ZERO
               SET REGIMEN-IMPRESO TO TRUE
               COMPUTE WS-COD-NUM = WS-COD-IDX - 1
               PERFORM 8030-BUSCAR-DESC-CODIGO THRU 8030-EXIT
               MOVE WS-RC-ENTRAN (WS-REG-IDX, WS-COD-IDX)
                                   TO WS-ENTRAN-ED
               MOVE WS-RC-SALEN (WS-REG-IDX, WS-COD-IDX)
                                   TO WS-SALEN-ED
               MOVE SPACES TO LINEA-REPORTE
               STRING "  " WS-COD-NUM " " WS-COD-DESC
                      "   " WS-ENTRAN-ED "   " WS-SALEN-ED
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.

      *****************************************************************
      *  8030-BUSCAR-DESC-CODIGO  -  toma de la tabla de codigos la   *
      *      descripcion del codigo WS-COD-NUM del dominio del        *
      *      regimen; sin tabla o sin codigo vigente la descripcion   *
      *      queda en blanco.                                         *
      *****************************************************************
       8030-BUSCAR-DESC-CODIGO.
           MOVE SPACES TO WS-COD-DESC.
           IF NOT TABLA-DISPONIBLE
               GO TO 8030-EXIT
           END-IF.
           MOVE WS-REG-DOMINIO (WS-REG-IDX) TO COD-DOMINIO.
           MOVE WS-COD-NUM                  TO COD-CODIGO.
           READ COD-TABLA.
           EVALUATE WS-STATUS-CODT
               WHEN "00"
                   IF COD-VIGENCIA-DESDE <= WS-FECHA-TRABAJO
                      AND (COD-VIGENCIA-HASTA = ZERO
                           OR WS-FECHA-TRABAJO <= COD-VIGENCIA-HASTA)
                       MOVE COD-DESCRIPCION TO WS-COD-DESC
                   END-IF
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   MOVE "CODTABLA"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-CODT     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
       8030-EXIT.
           EXIT.

      *****************************************************************
      *  8900-ERROR-FATAL  -  corte del proceso ante un error de E/S  *
      *      Se invoca con WS-ERROR-ARCHIVO/WS-ERROR-STATUS cargados. *
      *****************************************************************
       8900-ERROR-FATAL.
           DISPLAY "CLIIMPO0 - ERROR DE E/S EN ARCHIVO "
               WS-ERROR-ARCHIVO.
           DISPLAY "CLIIMPO0 - FILE STATUS: " WS-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       8900-EXIT.
           EXIT.

      *****************************************************************
      *  9000-FINALIZAR  -  deja codigo de retorno 4 si hubo imagenes *
      *      huerfanas: la interfaz puede estar incompleta.           *
      *****************************************************************
       9000-FINALIZAR.
           CLOSE AUDITORIA
                 INTERFAZ
                 LISTADO.
           IF TABLA-DISPONIBLE
               CLOSE COD-TABLA
           END-IF.
           DISPLAY "CLIIMPO0 - PERIODO INFORMADO      : " WS-PERIODO.
           DISPLAY "CLIIMPO0 - NOVEDADES DEL PERIODO  : "
               WS-CANT-PERIODO.
           DISPLAY "CLIIMPO0 - REGISTROS DE INTERFAZ  : "
               WS-CANT-GRABADOS.
           IF WS-CANT-HUERFANAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

      *****************************************************************
      *                                                               *
      *   PROGRAM-ID  : CLIVINC0                                     *
      *   PROJECT     : Project2.client_replication                  *
      *                                                               *
      *   PURPOSE     : Mantenimiento batch del archivo de personas  *
      *                 vinculadas a las personas juridicas VINCPJUR *
      *                 (socios, apoderados, autoridades y           *
      *                 beneficiarios finales), clave CUIT de la     *
      *                 juridica + CUIT de la persona vinculada.     *
      *                 Lee las tarjetas NOVEVINC con el alta, la    *
      *                 modificacion o la baja de cada vinculo y las *
      *                 aplica sobre el archivo indexado, listando   *
      *                 el resultado. El alta exige que la juridica  *
      *                 exista en MSTRPJUR. El fin de un vinculo se  *
      *                 informa con una modificacion que carga la    *
      *                 vigencia hasta; la baja borra el vinculo y   *
      *                 queda para los cargados por error.           *
      *                 CLIREPL0 y CLIVBAR0 controlan contra la      *
      *                 lista VIGILIST a los vinculados vigentes, y  *
      *                 CLIBENF0 lista las juridicas sin beneficiario*
      *                 final o con participaciones que no suman 100.*
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLIVINC0.
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
           SELECT NOVEDADES     ASSIGN TO "NOVEVINC"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-NOVE.

           SELECT VINCULOS      ASSIGN TO "VINCPJUR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VIN-CLAVE
                  FILE STATUS IS WS-STATUS-VINC.

           SELECT MASTER-PJUR   ASSIGN TO "MSTRPJUR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PJUR-CUIT
                  FILE STATUS IS WS-STATUS-PJUR.

           SELECT LISTADO       ASSIGN TO "LISTVINC"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-LIST.

           SELECT FECHA-PROCESO ASSIGN TO "FECHPROC"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-FPRO.

       DATA DIVISION.
       FILE SECTION.
       FD  NOVEDADES
           LABEL RECORDS ARE STANDARD.
       01  REG-NOVE-VINCULO.
           05  NVI-ACCION         PIC X.
               88  NVI-ACCION-ALTA        VALUE "A".
               88  NVI-ACCION-MODIF       VALUE "M".
               88  NVI-ACCION-BAJA        VALUE "B".
           05  NVI-CUIT-PJUR      PIC X(11).
           05  NVI-CUIT-PERSONA   PIC X(11).
           05  NVI-ROL            PIC XX.
           05  NVI-TIPO-PERSONA   PIC X.
           05  NVI-PORCENTAJE     PIC X(5).
           05  NVI-PORCENTAJE-N   REDEFINES NVI-PORCENTAJE
                                  PIC 9(3)V99.
           05  NVI-FECHA-DESDE    PIC X(8).
           05  NVI-FECHA-HASTA    PIC X(8).
           05  NVI-NOMBRE         PIC X(33).

       FD  VINCULOS
           LABEL RECORDS ARE STANDARD.
           COPY "clivinc.cpy".

       FD  MASTER-PJUR
           LABEL RECORDS ARE STANDARD.
           COPY "clivuel_pjur.cpy".

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
           05  WS-STATUS-NOVE     PIC XX          VALUE SPACES.
           05  WS-STATUS-VINC     PIC XX          VALUE SPACES.
           05  WS-STATUS-PJUR     PIC XX          VALUE SPACES.
           05  WS-STATUS-LIST     PIC XX          VALUE SPACES.
           05  WS-FIN-NOVE        PIC X           VALUE "N".
               88  FIN-NOVE                       VALUE "S".
           05  WS-VINCULO-HALLADO PIC X           VALUE "N".
               88  VINCULO-HALLADO                VALUE "S".
           05  WS-TARJETA-VALIDA  PIC X           VALUE "N".
               88  TARJETA-VALIDA                 VALUE "S".

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
           05  WS-CANT-ALTAS      PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-MODIFS     PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-BAJAS      PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-RECHAZADAS PIC 9(8)  COMP  VALUE ZERO.

      *-----------------------------------------------------------*
      *  CAMPOS EDITADOS PARA ARMAR LAS LINEAS DEL LISTADO         *
      *-----------------------------------------------------------*
       01  WS-CANT-ED             PIC ZZZZZ9.
       01  WS-PORC-ED             PIC ZZ9,99.

       01  WS-FECHA-TRABAJO       PIC 9(8).

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-EXIT.
           PERFORM 2000-PROCESAR-TARJETA  THRU 2000-EXIT
               UNTIL FIN-NOVE.
           PERFORM 8000-IMPRIMIR-RESUMEN  THRU 8000-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      *  1000-INICIALIZAR                                             *
      *****************************************************************
       1000-INICIALIZAR.
           PERFORM 1010-LEER-FECHA-PROCESO THRU 1010-EXIT.
           PERFORM 1100-ABRIR-VINCULOS THRU 1100-EXIT.
           OPEN INPUT  NOVEDADES
                       MASTER-PJUR
                OUTPUT LISTADO.
           IF WS-STATUS-NOVE NOT = "00"
               MOVE "NOVEVINC"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-NOVE     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           IF WS-STATUS-PJUR NOT = "00"
               MOVE "MSTRPJUR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PJUR     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           IF WS-STATUS-LIST NOT = "00"
               MOVE "LISTVINC"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-LIST     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "MANTENIMIENTO DE PERSONAS VINCULADAS  FECHA: "
                  WS-FECHA-TRABAJO
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           PERFORM 2100-LEER-TARJETA THRU 2100-EXIT.
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
               DISPLAY "CLIVINC0 - NO HAY DIA DE NEGOCIO ABIERTO EN "
                   "FECHPROC: " FPR-FECHA-PROCESO " ESTADO " FPR-ESTADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FPR-FECHA-PROCESO TO WS-FECHA-TRABAJO.
           IF FPR-REPROCESO
               DISPLAY "CLIVINC0 - REPROCESO AUTORIZADO DEL DIA "
                   FPR-FECHA-PROCESO
           END-IF.
       1010-EXIT.
           EXIT.

      *****************************************************************
      *  1100-ABRIR-VINCULOS  -  localiza o crea el archivo de        *
      *      personas vinculadas.                                     *
      *****************************************************************
       1100-ABRIR-VINCULOS.
           OPEN I-O VINCULOS.
           IF WS-STATUS-VINC = "35"
               OPEN OUTPUT VINCULOS
               IF WS-STATUS-VINC NOT = "00"
                   MOVE "VINCPJUR"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-VINC     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
               END-IF
               CLOSE VINCULOS
               OPEN I-O VINCULOS
           END-IF.
           IF WS-STATUS-VINC NOT = "00"
               MOVE "VINCPJUR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-VINC     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESAR-TARJETA  -  valida la tarjeta y aplica el      *
      *      alta, la modificacion o la baja sobre el archivo.        *
      *****************************************************************
       2000-PROCESAR-TARJETA.
           PERFORM 2200-VALIDAR-TARJETA THRU 2200-EXIT.
           IF NOT TARJETA-VALIDA
               PERFORM 2100-LEER-TARJETA THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2300-BUSCAR-VINCULO THRU 2300-EXIT.
           EVALUATE TRUE
               WHEN NVI-ACCION-ALTA
                   PERFORM 3000-APLICAR-ALTA THRU 3000-EXIT
               WHEN NVI-ACCION-MODIF
                   PERFORM 3100-APLICAR-MODIF THRU 3100-EXIT
               WHEN NVI-ACCION-BAJA
                   PERFORM 3200-APLICAR-BAJA THRU 3200-EXIT
           END-EVALUATE.
           PERFORM 2100-LEER-TARJETA THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-LEER-TARJETA.
           READ NOVEDADES
               AT END
                   SET FIN-NOVE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-VALIDAR-TARJETA  -  forma de la tarjeta: accion A/M/B,  *
      *      ambos CUIT numericos y distintos de cero; rol SO/AP/AU/  *
      *      BF y tipo de persona F/J obligatorios en el alta y       *
      *      validos si vienen en la modificacion; porcentaje         *
      *      numerico hasta 100,00 o en blanco; vigencias numericas o *
      *      en blanco, con la vigencia hasta no menor que la desde.  *
      *****************************************************************
       2200-VALIDAR-TARJETA.
           SET TARJETA-VALIDA TO TRUE.
           IF (NOT NVI-ACCION-ALTA
               AND NOT NVI-ACCION-MODIF
               AND NOT NVI-ACCION-BAJA)
            OR NVI-CUIT-PJUR NOT NUMERIC
            OR NVI-CUIT-PERSONA NOT NUMERIC
               MOVE "N" TO WS-TARJETA-VALIDA
           ELSE
               IF NVI-CUIT-PJUR = ZEROS
                OR NVI-CUIT-PERSONA = ZEROS
                   MOVE "N" TO WS-TARJETA-VALIDA
               END-IF
           END-IF.
           MOVE NVI-ROL TO VIN-ROL.
           IF NVI-ROL NOT = SPACES
              AND NOT VIN-ROL-VALIDO
               MOVE "N" TO WS-TARJETA-VALIDA
           END-IF.
           IF NVI-TIPO-PERSONA NOT = SPACES
              AND NVI-TIPO-PERSONA NOT = "F"
              AND NVI-TIPO-PERSONA NOT = "J"
               MOVE "N" TO WS-TARJETA-VALIDA
           END-IF.
           IF NVI-ACCION-ALTA
              AND (NVI-ROL = SPACES OR NVI-TIPO-PERSONA = SPACES)
               MOVE "N" TO WS-TARJETA-VALIDA
           END-IF.
           IF NVI-PORCENTAJE NOT = SPACES
               IF NVI-PORCENTAJE NOT NUMERIC
                   MOVE "N" TO WS-TARJETA-VALIDA
               ELSE
                   IF NVI-PORCENTAJE-N > 100
                       MOVE "N" TO WS-TARJETA-VALIDA
                   END-IF
               END-IF
           END-IF.
           IF NVI-FECHA-DESDE NOT = SPACES
              AND NVI-FECHA-DESDE NOT NUMERIC
               MOVE "N" TO WS-TARJETA-VALIDA
           END-IF.
           IF NVI-FECHA-HASTA NOT = SPACES
              AND NVI-FECHA-HASTA NOT NUMERIC
               MOVE "N" TO WS-TARJETA-VALIDA
           END-IF.
           IF NVI-FECHA-DESDE NUMERIC
              AND NVI-FECHA-HASTA NUMERIC
              AND NVI-FECHA-HASTA NOT = ZEROS
              AND NVI-FECHA-HASTA < NVI-FECHA-DESDE
               MOVE "N" TO WS-TARJETA-VALIDA
           END-IF.
           IF NOT TARJETA-VALIDA
               ADD 1 TO WS-CANT-RECHAZADAS
               MOVE SPACES TO LINEA-REPORTE
               STRING "  TARJETA INVALIDA: " NVI-ACCION
                      " " NVI-CUIT-PJUR " " NVI-CUIT-PERSONA
                      " " NVI-ROL
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-BUSCAR-VINCULO  -  lectura directa del archivo por la   *
      *      clave de la tarjeta.                                     *
      *****************************************************************
       2300-BUSCAR-VINCULO.
           MOVE "N" TO WS-VINCULO-HALLADO.
           MOVE NVI-CUIT-PJUR    TO VIN-CUIT-PJUR.
           MOVE NVI-CUIT-PERSONA TO VIN-CUIT-PERSONA.
           READ VINCULOS.
           EVALUATE WS-STATUS-VINC
               WHEN "00"
                   SET VINCULO-HALLADO TO TRUE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   MOVE "VINCPJUR"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-VINC     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2400-CARGAR-REGISTRO  -  arma el vinculo nuevo desde la      *
      *      tarjeta. Un porcentaje en blanco queda en cero; una      *
      *      vigencia desde en blanco toma la fecha del dia y una     *
      *      vigencia hasta en blanco queda sin limite.               *
      *****************************************************************
       2400-CARGAR-REGISTRO.
           MOVE NVI-CUIT-PJUR    TO VIN-CUIT-PJUR.
           MOVE NVI-CUIT-PERSONA TO VIN-CUIT-PERSONA.
           MOVE NVI-ROL          TO VIN-ROL.
           MOVE NVI-TIPO-PERSONA TO VIN-TIPO-PERSONA.
           MOVE NVI-NOMBRE       TO VIN-NOMBRE.
           IF NVI-PORCENTAJE = SPACES
               MOVE ZERO             TO VIN-PORCENTAJE
           ELSE
               MOVE NVI-PORCENTAJE-N TO VIN-PORCENTAJE
           END-IF.
           IF NVI-FECHA-DESDE = SPACES
               MOVE WS-FECHA-TRABAJO TO VIN-FECHA-DESDE
           ELSE
               MOVE NVI-FECHA-DESDE  TO VIN-FECHA-DESDE
           END-IF.
           IF NVI-FECHA-HASTA = SPACES
               MOVE ZERO             TO VIN-FECHA-HASTA
           ELSE
               MOVE NVI-FECHA-HASTA  TO VIN-FECHA-HASTA
           END-IF.
           MOVE WS-FECHA-TRABAJO TO VIN-FECHA-ACTUALIZ.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2500-ACTUALIZAR-REGISTRO  -  en la modificacion solo se      *
      *      reemplazan los campos informados en la tarjeta; los que  *
      *      vienen en blanco conservan el valor del archivo. Una     *
      *      vigencia hasta en ceros reabre el vinculo sin limite.    *
      *****************************************************************
       2500-ACTUALIZAR-REGISTRO.
           IF NVI-ROL NOT = SPACES
               MOVE NVI-ROL          TO VIN-ROL
           END-IF.
           IF NVI-TIPO-PERSONA NOT = SPACES
               MOVE NVI-TIPO-PERSONA TO VIN-TIPO-PERSONA
           END-IF.
           IF NVI-NOMBRE NOT = SPACES
               MOVE NVI-NOMBRE       TO VIN-NOMBRE
           END-IF.
           IF NVI-PORCENTAJE NOT = SPACES
               MOVE NVI-PORCENTAJE-N TO VIN-PORCENTAJE
           END-IF.
           IF NVI-FECHA-DESDE NOT = SPACES
               MOVE NVI-FECHA-DESDE  TO VIN-FECHA-DESDE
           END-IF.
           IF NVI-FECHA-HASTA NOT = SPACES
               MOVE NVI-FECHA-HASTA  TO VIN-FECHA-HASTA
           END-IF.
           MOVE WS-FECHA-TRABAJO TO VIN-FECHA-ACTUALIZ.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2600-BUSCAR-PJUR  -  el alta de un vinculo exige que la      *
      *      persona juridica exista en el maestro.                   *
      *****************************************************************
       2600-BUSCAR-PJUR.
           MOVE NVI-CUIT-PJUR TO PJUR-CUIT.
           READ MASTER-PJUR.
           EVALUATE WS-STATUS-PJUR
               WHEN "00"
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   MOVE "MSTRPJUR"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-PJUR     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  3000-APLICAR-ALTA                                            *
      *****************************************************************
       3000-APLICAR-ALTA.
           IF VINCULO-HALLADO
               ADD 1 TO WS-CANT-RECHAZADAS
               MOVE SPACES TO LINEA-REPORTE
               STRING "  ALTA SOBRE VINCULO EXISTENTE: "
                      NVI-CUIT-PJUR " " NVI-CUIT-PERSONA
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2600-BUSCAR-PJUR THRU 2600-EXIT.
           IF WS-STATUS-PJUR = "23"
               ADD 1 TO WS-CANT-RECHAZADAS
               MOVE SPACES TO LINEA-REPORTE
               STRING "  ALTA SOBRE JURIDICA INEXISTENTE: "
                      NVI-CUIT-PJUR " " NVI-CUIT-PERSONA
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2400-CARGAR-REGISTRO THRU 2400-EXIT.
           WRITE REG-VINCULADO.
           IF WS-STATUS-VINC NOT = "00"
               MOVE "VINCPJUR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-VINC     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           ADD 1 TO WS-CANT-ALTAS.
           PERFORM 3300-LISTAR-VINCULO THRU 3300-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-APLICAR-MODIF                                           *
      *****************************************************************
       3100-APLICAR-MODIF.
           IF NOT VINCULO-HALLADO
               ADD 1 TO WS-CANT-RECHAZADAS
               MOVE SPACES TO LINEA-REPORTE
               STRING "  MODIF SOBRE VINCULO INEXISTENTE: "
                      NVI-CUIT-PJUR " " NVI-CUIT-PERSONA
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               GO TO 3100-EXIT
           END-IF.
           PERFORM 2500-ACTUALIZAR-REGISTRO THRU 2500-EXIT.
           IF VIN-FECHA-HASTA NOT = ZERO
              AND VIN-FECHA-HASTA < VIN-FECHA-DESDE
               ADD 1 TO WS-CANT-RECHAZADAS
               MOVE SPACES TO LINEA-REPORTE
               STRING "  MODIF CON VIGENCIA HASTA ANTERIOR A DESDE: "
                      NVI-CUIT-PJUR " " NVI-CUIT-PERSONA
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               GO TO 3100-EXIT
           END-IF.
           REWRITE REG-VINCULADO.
           IF WS-STATUS-VINC NOT = "00"
               MOVE "VINCPJUR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-VINC     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           ADD 1 TO WS-CANT-MODIFS.
           PERFORM 3300-LISTAR-VINCULO THRU 3300-EXIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3200-APLICAR-BAJA                                            *
      *****************************************************************
       3200-APLICAR-BAJA.
           IF NOT VINCULO-HALLADO
               ADD 1 TO WS-CANT-RECHAZADAS
               MOVE SPACES TO LINEA-REPORTE
               STRING "  BAJA SOBRE VINCULO INEXISTENTE: "
                      NVI-CUIT-PJUR " " NVI-CUIT-PERSONA
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               GO TO 3200-EXIT
           END-IF.
           DELETE VINCULOS.
           IF WS-STATUS-VINC NOT = "00"
               MOVE "VINCPJUR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-VINC     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           ADD 1 TO WS-CANT-BAJAS.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  BAJA  " NVI-CUIT-PJUR " " NVI-CUIT-PERSONA
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3300-LISTAR-VINCULO  -  linea del listado con el vinculo tal *
      *      como quedo grabado (alta o modificacion).                *
      *****************************************************************
       3300-LISTAR-VINCULO.
           MOVE VIN-PORCENTAJE TO WS-PORC-ED.
           MOVE SPACES TO LINEA-REPORTE.
           IF NVI-ACCION-ALTA
               STRING "  ALTA  " DELIMITED BY SIZE
                   INTO LINEA-REPORTE
           ELSE
               STRING "  MODIF " DELIMITED BY SIZE
                   INTO LINEA-REPORTE
           END-IF.
           MOVE VIN-CUIT-PJUR    TO LINEA-REPORTE (9:11).
           MOVE VIN-CUIT-PERSONA TO LINEA-REPORTE (21:11).
           MOVE VIN-ROL          TO LINEA-REPORTE (33:2).
           MOVE WS-PORC-ED       TO LINEA-REPORTE (36:6).
           MOVE VIN-FECHA-DESDE  TO LINEA-REPORTE (43:8).
           MOVE VIN-FECHA-HASTA  TO LINEA-REPORTE (52:8).
           MOVE VIN-NOMBRE       TO LINEA-REPORTE (61:20).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       3300-EXIT.
           EXIT.

      *****************************************************************
      *  7000-ESCRIBIR-LINEA  -  graba una linea del listado,          *
      *      verificando el resultado de la escritura.                 *
      *****************************************************************
       7000-ESCRIBIR-LINEA.
           WRITE LINEA-REPORTE.
           IF WS-STATUS-LIST NOT = "00"
               MOVE "LISTVINC"         TO WS-ERROR-ARCHIVO
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
           MOVE WS-CANT-ALTAS TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL ALTAS APLICADAS     : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-MODIFS TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL MODIFS APLICADAS    : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-BAJAS TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL BAJAS APLICADAS     : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-RECHAZADAS TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL TARJETAS RECHAZADAS : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  8900-ERROR-FATAL  -  corte del proceso ante un error de E/S  *
      *      Se invoca con WS-ERROR-ARCHIVO/WS-ERROR-STATUS cargados. *
      *****************************************************************
       8900-ERROR-FATAL.
           DISPLAY "CLIVINC0 - ERROR DE E/S EN ARCHIVO "
               WS-ERROR-ARCHIVO.
           DISPLAY "CLIVINC0 - FILE STATUS: " WS-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       8900-EXIT.
           EXIT.

      *****************************************************************
      *  9000-FINALIZAR                                               *
      *****************************************************************
       9000-FINALIZAR.
           CLOSE NOVEDADES
                 VINCULOS
                 MASTER-PJUR
                 LISTADO.
           DISPLAY "CLIVINC0 - ALTAS APLICADAS        : "
               WS-CANT-ALTAS.
           DISPLAY "CLIVINC0 - MODIFS APLICADAS       : "
               WS-CANT-MODIFS.
           DISPLAY "CLIVINC0 - BAJAS APLICADAS        : "
               WS-CANT-BAJAS.
           DISPLAY "CLIVINC0 - TARJETAS RECHAZADAS    : "
               WS-CANT-RECHAZADAS.
           IF WS-CANT-RECHAZADAS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

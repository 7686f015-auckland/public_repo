      *****************************************************************
      *                                                               *
      *   PROGRAM-ID  : CLICALI0                                     *
      *   PROJECT     : Project2.client_replication                  *
      *                                                               *
      *   PURPOSE     : Tablero mensual de calidad de datos de los   *
      *                 masters MSTRPFIS y MSTRPJUR por oficial      *
      *                 (CLI-OFICIAL / PJUR-OFICIAL). Por cartera    *
      *                 cuenta los clientes con:                     *
      *                   - CLI-CANT-TELEFONOS en cero, o            *
      *                     PJUR-TELEF en blanco;                    *
      *                   - CLI-CANT-DOMICILIOS en cero;             *
      *                   - ningun domicilio legal (tipo 3);         *
      *                   - ningun empleo actual en EMP-EMPLEOS      *
      *                     (EMP-FECEGRESO en ceros);                *
      *                   - algun codigo valido pero generico, segun *
      *                     las tarjetas PARMCALI (dominio + codigo, *
      *                     una por tarjeta, como en CODTABLA).      *
      *                 El puntaje de la cartera es el porcentaje de *
      *                 clientes sin ningun defecto. Cada mes queda  *
      *                 grabado en el historico permanente CALIHIST  *
      *                 (clave periodo + oficial; una reejecucion    *
      *                 del mismo mes lo regraba) y el listado       *
      *                 LISTCALI compara el puntaje con los tres     *
      *                 meses anteriores, marcando las carteras que  *
      *                 empeoran para el seguimiento de la gerencia  *
      *                 comercial.                                   *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLICALI0.
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

           SELECT PARAMETROS    ASSIGN TO "PARMCALI"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-PARM.

           SELECT HIST-CALIDAD  ASSIGN TO "CALIHIST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CAL-CLAVE
                  FILE STATUS IS WS-STATUS-HCAL.

           SELECT LISTADO       ASSIGN TO "LISTCALI"
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

       FD  PARAMETROS
           LABEL RECORDS ARE STANDARD.
       01  REG-PARM-CALI.
           05  PAR-DOMINIO        PIC X(8).
           05  PAR-CODIGO         PIC X(3).
           05  FILLER             PIC X(69).

       FD  HIST-CALIDAD
           LABEL RECORDS ARE STANDARD.
           COPY "clicali.cpy".

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
           05  WS-STATUS-HCAL     PIC XX          VALUE SPACES.
           05  WS-STATUS-LIST     PIC XX          VALUE SPACES.
           05  WS-FIN-PFIS        PIC X           VALUE "N".
               88  FIN-PFIS                       VALUE "S".
           05  WS-FIN-PJUR        PIC X           VALUE "N".
               88  FIN-PJUR                       VALUE "S".
           05  WS-FIN-PARM        PIC X           VALUE "N".
               88  FIN-PARM                       VALUE "S".
           05  WS-CLI-DEFECTO     PIC X           VALUE "N".
               88  CLI-CON-DEFECTO                VALUE "S".
           05  WS-CLI-GENERICO    PIC X           VALUE "N".
               88  CLI-CON-GENERICO               VALUE "S".
           05  WS-HALLADO         PIC X           VALUE "N".
               88  HALLADO                        VALUE "S".

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
           05  WS-CANT-FUERA-TABLA PIC 9(8) COMP  VALUE ZERO.
           05  WS-CANT-EMPEORAN   PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-BAJA-3M    PIC 9(8)  COMP  VALUE ZERO.

      *-----------------------------------------------------------*
      *  PERIODO EVALUADO Y LOS TRES MESES ANTERIORES (AAAAMM)     *
      *-----------------------------------------------------------*
       01  WS-FECHA-TRABAJO       PIC 9(8).
       01  WS-PERIODO-CALC        PIC 9(6).
       01  WS-PERIODO-CALC-R      REDEFINES WS-PERIODO-CALC.
           05  WS-PER-ANIO        PIC 9(4).
           05  WS-PER-MES         PIC 99.
       01  WS-PERIODO-ACTUAL      PIC 9(6).
       01  WS-TABLA-PERIODOS.
           05  WS-PERIODO-ANT     PIC 9(6)  OCCURS 3 TIMES.
       01  WS-PER-IDX             PIC 9(3)  COMP.

      *-----------------------------------------------------------*
      *  CODIGOS GENERICOS CARGADOS DE PARMCALI                    *
      *-----------------------------------------------------------*
       01  WS-TABLA-GENERICOS.
           05  WS-GEN-USADOS      PIC 9(3)  COMP  VALUE ZERO.
           05  WS-GEN-ENTRADA     OCCURS 50 TIMES.
               10  WS-GEN-DOMINIO PIC X(8).
               10  WS-GEN-CODIGO  PIC X(3).
       01  WS-GEN-IDX             PIC 9(3)  COMP.
       01  WS-GEN-ACTUAL.
           05  WS-GAC-DOMINIO     PIC X(8).
           05  WS-GAC-CODIGO      PIC X(3).
       01  WS-COD-NUM             PIC 999.

      *-----------------------------------------------------------*
      *  ACUMULADOS POR OFICIAL. LA ULTIMA ENTRADA EN USO LLEVA EL *
      *  TOTAL GENERAL, GRABADO EN CALIHIST COMO *TOTAL*.          *
      *-----------------------------------------------------------*
       01  WS-TABLA-OFICIALES.
           05  WS-OFI-CANT-USADOS PIC 9(3)  COMP  VALUE ZERO.
           05  WS-OFI-ENTRADA     OCCURS 101 TIMES.
               10  WS-OFI-NOMBRE  PIC X(8).
               10  WS-OFI-PFIS    PIC 9(7)  COMP.
               10  WS-OFI-PJUR    PIC 9(7)  COMP.
               10  WS-OFI-SIN-TEL PIC 9(7)  COMP.
               10  WS-OFI-SIN-DOM PIC 9(7)  COMP.
               10  WS-OFI-SIN-LEG PIC 9(7)  COMP.
               10  WS-OFI-SIN-EMP PIC 9(7)  COMP.
               10  WS-OFI-GENER   PIC 9(7)  COMP.
               10  WS-OFI-INCOMPL PIC 9(7)  COMP.
       01  WS-OFI-IDX             PIC 9(3)  COMP.
       01  WS-OFI-POS             PIC 9(3)  COMP  VALUE ZERO.
       01  WS-OFI-HALLADO         PIC X           VALUE "N".
           88  OFI-HALLADO                        VALUE "S".
       01  WS-OFICIAL-ACTUAL      PIC X(8).
       01  WS-IDX                 PIC 9(3)  COMP.
       01  WS-TOTAL-CLIENTES      PIC 9(7)  COMP.

      *-----------------------------------------------------------*
      *  PUNTAJES DEL MES Y DE LOS TRES MESES ANTERIORES           *
      *-----------------------------------------------------------*
       01  WS-PUNTAJE-ACTUAL      PIC 9(3)V99.
       01  WS-TABLA-ANTERIORES.
           05  WS-ANT-ENTRADA     OCCURS 3 TIMES.
               10  WS-ANT-HALLADO PIC X.
               10  WS-ANT-PUNTAJE PIC 9(3)V99.
               10  WS-ANT-TEXTO   PIC X(6).
       01  WS-DIFERENCIA          PIC S9(3)V99.
       01  WS-DIF-TEXTO           PIC X(7).
       01  WS-TENDENCIA           PIC X(8).

      *-----------------------------------------------------------*
      *  CAMPOS EDITADOS PARA ARMAR LAS LINEAS DEL LISTADO         *
      *-----------------------------------------------------------*
       01  WS-CANT-ED             PIC ZZZZZZ9.
       01  WS-CANT-ED-2           PIC ZZZZZZ9.
       01  WS-CANT-ED-3           PIC ZZZZZZ9.
       01  WS-CANT-ED-4           PIC ZZZZZZ9.
       01  WS-PUNT-ED             PIC ZZ9,99.
       01  WS-DIF-ED              PIC -ZZ9,99.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-EXIT.
           PERFORM 2000-PROCESAR-PFIS     THRU 2000-EXIT
               UNTIL FIN-PFIS.
           PERFORM 3000-PROCESAR-PJUR     THRU 3000-EXIT
               UNTIL FIN-PJUR.
           PERFORM 4900-ARMAR-TOTAL       THRU 4900-EXIT.
           IF WS-OFI-CANT-USADOS > ZERO
               PERFORM 5000-EVALUAR-OFICIAL THRU 5000-EXIT
                   VARYING WS-OFI-IDX FROM 1 BY 1
                   UNTIL WS-OFI-IDX > WS-OFI-CANT-USADOS
           END-IF.
           PERFORM 8000-IMPRIMIR-RESUMEN  THRU 8000-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      *  1000-INICIALIZAR                                             *
      *****************************************************************
       1000-INICIALIZAR.
           PERFORM 1010-LEER-FECHA-PROCESO THRU 1010-EXIT.
           PERFORM 1100-CALCULAR-PERIODOS THRU 1100-EXIT.
           PERFORM 1050-LEER-PARAMETROS   THRU 1050-EXIT.
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
           PERFORM 1090-ABRIR-HISTORIA THRU 1090-EXIT.
           OPEN OUTPUT LISTADO.
           IF WS-STATUS-LIST NOT = "00"
               MOVE "LISTCALI"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-LIST     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           MOVE WS-GEN-USADOS TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CALIDAD DE DATOS POR OFICIAL  PERIODO "
                  WS-PERIODO-ACTUAL
                  "  FECHA " WS-FECHA-TRABAJO
                  "  GENERICOS" WS-CANT-ED
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PUNTAJE = % DE CLIENTES SIN DEFECTOS.  M-1/M-2/M-3"
                  " = MESES ANTERIORES"
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
               DISPLAY "CLICALI0 - NO HAY DIA DE NEGOCIO ABIERTO EN "
                   "FECHPROC: " FPR-FECHA-PROCESO " ESTADO " FPR-ESTADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FPR-FECHA-PROCESO TO WS-FECHA-TRABAJO.
           IF FPR-REPROCESO
               DISPLAY "CLICALI0 - REPROCESO AUTORIZADO DEL DIA "
                   FPR-FECHA-PROCESO
           END-IF.
       1010-EXIT.
           EXIT.

      *****************************************************************
      *  1050-LEER-PARAMETROS  -  una tarjeta por codigo generico:    *
      *      dominio de CODTABLA (cols 1-8) y codigo normalizado como *
      *      en la tabla (cols 9-11). Sin PARMCALI no se controlan    *
      *      codigos genericos.                                       *
      *****************************************************************
       1050-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WS-STATUS-PARM = "35"
               GO TO 1050-EXIT
           END-IF.
           IF WS-STATUS-PARM NOT = "00"
               MOVE "PARMCALI"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PARM     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           PERFORM 1060-CARGAR-GENERICO THRU 1060-EXIT
               UNTIL FIN-PARM.
           CLOSE PARAMETROS.
       1050-EXIT.
           EXIT.

       1060-CARGAR-GENERICO.
           READ PARAMETROS
               AT END
                   SET FIN-PARM TO TRUE
                   GO TO 1060-EXIT
           END-READ.
           IF WS-STATUS-PARM NOT = "00"
               MOVE "PARMCALI"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PARM     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           EVALUATE PAR-DOMINIO
               WHEN "ESTCIV"
               WHEN "PROFE"
               WHEN "NACIONAL"
               WHEN "IVA"
               WHEN "SITLAB"
               WHEN "TIPOPER"
               WHEN "TIPOSOC"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CLICALI0 - DOMINIO INVALIDO EN PARMCALI: "
                       PAR-DOMINIO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF PAR-CODIGO = SPACES
               DISPLAY "CLICALI0 - CODIGO INVALIDO EN PARMCALI: "
                   PAR-DOMINIO PAR-CODIGO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-GEN-USADOS NOT < 50
               DISPLAY "CLICALI0 - MAS DE 50 TARJETAS EN PARMCALI"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-GEN-USADOS.
           MOVE PAR-DOMINIO TO WS-GEN-DOMINIO (WS-GEN-USADOS).
           MOVE PAR-CODIGO  TO WS-GEN-CODIGO (WS-GEN-USADOS).
       1060-EXIT.
           EXIT.

      *****************************************************************
      *  1090-ABRIR-HISTORIA  -  CALIHIST es permanente; la primera   *
      *      corrida lo crea vacio.                                   *
      *****************************************************************
       1090-ABRIR-HISTORIA.
           OPEN I-O HIST-CALIDAD.
           IF WS-STATUS-HCAL = "35"
               OPEN OUTPUT HIST-CALIDAD
               IF WS-STATUS-HCAL NOT = "00"
                   MOVE "CALIHIST"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-HCAL     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
               END-IF
               CLOSE HIST-CALIDAD
               OPEN I-O HIST-CALIDAD
           END-IF.
           IF WS-STATUS-HCAL NOT = "00"
               MOVE "CALIHIST"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-HCAL     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
       1090-EXIT.
           EXIT.

      *****************************************************************
      *  1100-CALCULAR-PERIODOS  -  mes de la fecha de proceso y los  *
      *      tres meses anteriores, contra los que se compara.        *
      *****************************************************************
       1100-CALCULAR-PERIODOS.
           MOVE WS-FECHA-TRABAJO (1:6) TO WS-PERIODO-CALC.
           MOVE WS-PERIODO-CALC TO WS-PERIODO-ACTUAL.
           PERFORM 1110-MES-ANTERIOR
               VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > 3.
       1100-EXIT.
           EXIT.

       1110-MES-ANTERIOR.
           IF WS-PER-MES = 1
               MOVE 12 TO WS-PER-MES
               SUBTRACT 1 FROM WS-PER-ANIO
           ELSE
               SUBTRACT 1 FROM WS-PER-MES
           END-IF.
           MOVE WS-PERIODO-CALC TO WS-PERIODO-ANT (WS-PER-IDX).

      *****************************************************************
      *  2000-PROCESAR-PFIS  -  controles de completitud de la        *
      *      persona fisica, acumulados en la cartera de su oficial.  *
      *****************************************************************
       2000-PROCESAR-PFIS.
           MOVE CLI-OFICIAL TO WS-OFICIAL-ACTUAL.
           PERFORM 4000-UBICAR-OFICIAL THRU 4000-EXIT.
           IF NOT OFI-HALLADO
               ADD 1 TO WS-CANT-FUERA-TABLA
               GO TO 2000-NEXT
           END-IF.
           MOVE "N" TO WS-CLI-DEFECTO.
           ADD 1 TO WS-OFI-PFIS (WS-OFI-POS).
           IF CLI-CANT-TELEFONOS = ZERO
               ADD 1 TO WS-OFI-SIN-TEL (WS-OFI-POS)
               SET CLI-CON-DEFECTO TO TRUE
           END-IF.
           IF CLI-CANT-DOMICILIOS = ZERO
               ADD 1 TO WS-OFI-SIN-DOM (WS-OFI-POS)
               SET CLI-CON-DEFECTO TO TRUE
           END-IF.
           MOVE "N" TO WS-HALLADO.
           IF CLI-CANT-DOMICILIOS > ZERO
               PERFORM 2200-BUSCAR-DOMIC-LEGAL
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > CLI-CANT-DOMICILIOS
                      OR WS-IDX > 3
                      OR HALLADO
           END-IF.
           IF NOT HALLADO
               ADD 1 TO WS-OFI-SIN-LEG (WS-OFI-POS)
               SET CLI-CON-DEFECTO TO TRUE
           END-IF.
           MOVE "N" TO WS-HALLADO.
           IF EMP-CANT-EMPLEOS > ZERO
               PERFORM 2300-BUSCAR-EMPLEO-ACTUAL
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > EMP-CANT-EMPLEOS
                      OR WS-IDX > 5
                      OR HALLADO
           END-IF.
           IF NOT HALLADO
               ADD 1 TO WS-OFI-SIN-EMP (WS-OFI-POS)
               SET CLI-CON-DEFECTO TO TRUE
           END-IF.
           PERFORM 2400-GENERICOS-PFIS THRU 2400-EXIT.
           IF CLI-CON-GENERICO
               ADD 1 TO WS-OFI-GENER (WS-OFI-POS)
               SET CLI-CON-DEFECTO TO TRUE
           END-IF.
           IF CLI-CON-DEFECTO
               ADD 1 TO WS-OFI-INCOMPL (WS-OFI-POS)
           END-IF.
       2000-NEXT.
           PERFORM 2100-LEER-PFIS THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-LEER-PFIS.
           READ MASTER-PFIS NEXT
               AT END
                   SET FIN-PFIS TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF WS-STATUS-PFIS NOT = "00"
               MOVE "MSTRPFIS"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PFIS     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           ADD 1 TO WS-CANT-LEIDOS-PFIS.
       2100-EXIT.
           EXIT.

       2200-BUSCAR-DOMIC-LEGAL.
           IF CLI-TIPO-DOMIC-LEGAL (WS-IDX)
               SET HALLADO TO TRUE
           END-IF.

       2300-BUSCAR-EMPLEO-ACTUAL.
           IF EMP-FECEGRESO (WS-IDX) = ZERO
               SET HALLADO TO TRUE
           END-IF.

      *****************************************************************
      *  2400-GENERICOS-PFIS  -  codigos de dominio de la persona     *
      *      fisica contra la tabla de codigos genericos.             *
      *****************************************************************
       2400-GENERICOS-PFIS.
           MOVE "N" TO WS-CLI-GENERICO.
           IF WS-GEN-USADOS = ZERO
               GO TO 2400-EXIT
           END-IF.
           MOVE "ESTCIV"   TO WS-GAC-DOMINIO.
           MOVE CLI-ESTCIV TO WS-COD-NUM.
           MOVE WS-COD-NUM TO WS-GAC-CODIGO.
           PERFORM 4500-CONTROLAR-GENERICO THRU 4500-EXIT.
           MOVE "PROFE"    TO WS-GAC-DOMINIO.
           MOVE CLI-PROFE  TO WS-COD-NUM.
           MOVE WS-COD-NUM TO WS-GAC-CODIGO.
           PERFORM 4500-CONTROLAR-GENERICO THRU 4500-EXIT.
           MOVE "NACIONAL" TO WS-GAC-DOMINIO.
           MOVE CLI-NACIONAL TO WS-COD-NUM.
           MOVE WS-COD-NUM TO WS-GAC-CODIGO.
           PERFORM 4500-CONTROLAR-GENERICO THRU 4500-EXIT.
           MOVE "IVA"      TO WS-GAC-DOMINIO.
           MOVE CLI-IVA    TO WS-COD-NUM.
           MOVE WS-COD-NUM TO WS-GAC-CODIGO.
           PERFORM 4500-CONTROLAR-GENERICO THRU 4500-EXIT.
           MOVE "SITLAB"   TO WS-GAC-DOMINIO.
           MOVE CLI-SIT-LABORAL TO WS-COD-NUM.
           MOVE WS-COD-NUM TO WS-GAC-CODIGO.
           PERFORM 4500-CONTROLAR-GENERICO THRU 4500-EXIT.
           MOVE "TIPOPER"  TO WS-GAC-DOMINIO.
           MOVE CLI-TIPO-OPERAT TO WS-COD-NUM.
           MOVE WS-COD-NUM TO WS-GAC-CODIGO.
           PERFORM 4500-CONTROLAR-GENERICO THRU 4500-EXIT.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  3000-PROCESAR-PJUR  -  controles de la persona juridica:     *
      *      telefono en blanco y codigos genericos.                  *
      *****************************************************************
       3000-PROCESAR-PJUR.
           MOVE PJUR-OFICIAL TO WS-OFICIAL-ACTUAL.
           PERFORM 4000-UBICAR-OFICIAL THRU 4000-EXIT.
           IF NOT OFI-HALLADO
               ADD 1 TO WS-CANT-FUERA-TABLA
               GO TO 3000-NEXT
           END-IF.
           MOVE "N" TO WS-CLI-DEFECTO.
           ADD 1 TO WS-OFI-PJUR (WS-OFI-POS).
           IF PJUR-TELEF = SPACES
               ADD 1 TO WS-OFI-SIN-TEL (WS-OFI-POS)
               SET CLI-CON-DEFECTO TO TRUE
           END-IF.
           PERFORM 3200-GENERICOS-PJUR THRU 3200-EXIT.
           IF CLI-CON-GENERICO
               ADD 1 TO WS-OFI-GENER (WS-OFI-POS)
               SET CLI-CON-DEFECTO TO TRUE
           END-IF.
           IF CLI-CON-DEFECTO
               ADD 1 TO WS-OFI-INCOMPL (WS-OFI-POS)
           END-IF.
       3000-NEXT.
           PERFORM 3100-LEER-PJUR THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

       3100-LEER-PJUR.
           READ MASTER-PJUR NEXT
               AT END
                   SET FIN-PJUR TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF WS-STATUS-PJUR NOT = "00"
               MOVE "MSTRPJUR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PJUR     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           ADD 1 TO WS-CANT-LEIDOS-PJUR.
       3100-EXIT.
           EXIT.

       3200-GENERICOS-PJUR.
           MOVE "N" TO WS-CLI-GENERICO.
           IF WS-GEN-USADOS = ZERO
               GO TO 3200-EXIT
           END-IF.
           MOVE "TIPOSOC"  TO WS-GAC-DOMINIO.
           MOVE SPACES     TO WS-GAC-CODIGO.
           MOVE PJUR-TIPO-SOCIET TO WS-GAC-CODIGO.
           PERFORM 4500-CONTROLAR-GENERICO THRU 4500-EXIT.
           MOVE "IVA"      TO WS-GAC-DOMINIO.
           MOVE PJUR-IVA   TO WS-COD-NUM.
           MOVE WS-COD-NUM TO WS-GAC-CODIGO.
           PERFORM 4500-CONTROLAR-GENERICO THRU 4500-EXIT.
           MOVE "SITLAB"   TO WS-GAC-DOMINIO.
           MOVE PJUR-SIT-LABORAL TO WS-COD-NUM.
           MOVE WS-COD-NUM TO WS-GAC-CODIGO.
           PERFORM 4500-CONTROLAR-GENERICO THRU 4500-EXIT.
           MOVE "TIPOPER"  TO WS-GAC-DOMINIO.
           MOVE PJUR-TIPO-OPERAT TO WS-COD-NUM.
           MOVE WS-COD-NUM TO WS-GAC-CODIGO.
           PERFORM 4500-CONTROLAR-GENERICO THRU 4500-EXIT.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  4000-UBICAR-OFICIAL  -  posiciona WS-OFI-POS en la entrada   *
      *      de WS-OFICIAL-ACTUAL, dandola de alta si es la primera.  *
      *      Se reservan 100 carteras; la ultima entrada es el total. *
      *****************************************************************
       4000-UBICAR-OFICIAL.
           MOVE "N" TO WS-OFI-HALLADO.
           MOVE ZERO TO WS-OFI-POS.
           IF WS-OFI-CANT-USADOS > ZERO
               PERFORM 4010-BUSCAR-OFICIAL
                   VARYING WS-OFI-IDX FROM 1 BY 1
                   UNTIL WS-OFI-IDX > WS-OFI-CANT-USADOS
                      OR OFI-HALLADO
           END-IF.
           IF NOT OFI-HALLADO
              AND WS-OFI-CANT-USADOS < 100
               ADD 1 TO WS-OFI-CANT-USADOS
               MOVE WS-OFI-CANT-USADOS TO WS-OFI-POS
               PERFORM 4020-INICIAR-ENTRADA THRU 4020-EXIT
               MOVE WS-OFICIAL-ACTUAL TO WS-OFI-NOMBRE (WS-OFI-POS)
               SET OFI-HALLADO TO TRUE
           END-IF.
       4000-EXIT.
           EXIT.

       4010-BUSCAR-OFICIAL.
           IF WS-OFI-NOMBRE (WS-OFI-IDX) = WS-OFICIAL-ACTUAL
               MOVE WS-OFI-IDX TO WS-OFI-POS
               SET OFI-HALLADO TO TRUE
           END-IF.

       4020-INICIAR-ENTRADA.
           MOVE ZERO TO WS-OFI-PFIS (WS-OFI-POS)
                        WS-OFI-PJUR (WS-OFI-POS)
                        WS-OFI-SIN-TEL (WS-OFI-POS)
                        WS-OFI-SIN-DOM (WS-OFI-POS)
                        WS-OFI-SIN-LEG (WS-OFI-POS)
                        WS-OFI-SIN-EMP (WS-OFI-POS)
                        WS-OFI-GENER (WS-OFI-POS)
                        WS-OFI-INCOMPL (WS-OFI-POS).
       4020-EXIT.
           EXIT.

      *****************************************************************
      *  4500-CONTROLAR-GENERICO  -  marca el cliente si el codigo    *
      *      cargado en WS-GEN-ACTUAL figura en la tabla de genericos.*
      *****************************************************************
       4500-CONTROLAR-GENERICO.
           MOVE "N" TO WS-HALLADO.
           PERFORM 4510-BUSCAR-GENERICO
               VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-GEN-USADOS
                  OR HALLADO.
           IF HALLADO
               SET CLI-CON-GENERICO TO TRUE
           END-IF.
       4500-EXIT.
           EXIT.

       4510-BUSCAR-GENERICO.
           IF WS-GEN-DOMINIO (WS-GEN-IDX) = WS-GAC-DOMINIO
              AND WS-GEN-CODIGO (WS-GEN-IDX) = WS-GAC-CODIGO
               SET HALLADO TO TRUE
           END-IF.

      *****************************************************************
      *  4900-ARMAR-TOTAL  -  suma todas las carteras en la entrada   *
      *      siguiente a la ultima usada.                             *
      *****************************************************************
       4900-ARMAR-TOTAL.
           IF WS-OFI-CANT-USADOS = ZERO
               GO TO 4900-EXIT
           END-IF.
           COMPUTE WS-OFI-POS = WS-OFI-CANT-USADOS + 1.
           PERFORM 4020-INICIAR-ENTRADA THRU 4020-EXIT.
           MOVE "*TOTAL*" TO WS-OFI-NOMBRE (WS-OFI-POS).
           PERFORM 4910-SUMAR-OFICIAL
               VARYING WS-OFI-IDX FROM 1 BY 1
               UNTIL WS-OFI-IDX > WS-OFI-CANT-USADOS.
           MOVE WS-OFI-POS TO WS-OFI-CANT-USADOS.
       4900-EXIT.
           EXIT.

       4910-SUMAR-OFICIAL.
           ADD WS-OFI-PFIS (WS-OFI-IDX)    TO WS-OFI-PFIS (WS-OFI-POS).
           ADD WS-OFI-PJUR (WS-OFI-IDX)    TO WS-OFI-PJUR (WS-OFI-POS).
           ADD WS-OFI-SIN-TEL (WS-OFI-IDX)
                                    TO WS-OFI-SIN-TEL (WS-OFI-POS).
           ADD WS-OFI-SIN-DOM (WS-OFI-IDX)
                                    TO WS-OFI-SIN-DOM (WS-OFI-POS).
           ADD WS-OFI-SIN-LEG (WS-OFI-IDX)
                                    TO WS-OFI-SIN-LEG (WS-OFI-POS).
           ADD WS-OFI-SIN-EMP (WS-OFI-IDX)
                                    TO WS-OFI-SIN-EMP (WS-OFI-POS).
           ADD WS-OFI-GENER (WS-OFI-IDX)   TO WS-OFI-GENER (WS-OFI-POS).
           ADD WS-OFI-INCOMPL (WS-OFI-IDX)
                                    TO WS-OFI-INCOMPL (WS-OFI-POS).

      *****************************************************************
      *  5000-EVALUAR-OFICIAL  -  puntaje del mes, comparacion con    *
      *      los tres meses anteriores de CALIHIST, grabacion del mes *
      *      y detalle en el listado.                                 *
      *****************************************************************
       5000-EVALUAR-OFICIAL.
           COMPUTE WS-TOTAL-CLIENTES = WS-OFI-PFIS (WS-OFI-IDX)
                                     + WS-OFI-PJUR (WS-OFI-IDX).
           IF WS-TOTAL-CLIENTES = ZERO
               MOVE ZERO TO WS-PUNTAJE-ACTUAL
           ELSE
               COMPUTE WS-PUNTAJE-ACTUAL ROUNDED =
                   (WS-TOTAL-CLIENTES - WS-OFI-INCOMPL (WS-OFI-IDX))
                   * 100 / WS-TOTAL-CLIENTES
           END-IF.
           PERFORM 5100-LEER-ANTERIOR THRU 5100-EXIT
               VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > 3.
           PERFORM 5200-DETERMINAR-TENDENCIA THRU 5200-EXIT.
           PERFORM 5300-GRABAR-HISTORIA THRU 5300-EXIT.
           PERFORM 6000-IMPRIMIR-OFICIAL THRU 6000-EXIT.
       5000-EXIT.
           EXIT.

       5100-LEER-ANTERIOR.
           MOVE "N"    TO WS-ANT-HALLADO (WS-PER-IDX).
           MOVE ZERO   TO WS-ANT-PUNTAJE (WS-PER-IDX).
           MOVE "  S/D " TO WS-ANT-TEXTO (WS-PER-IDX).
           MOVE WS-PERIODO-ANT (WS-PER-IDX) TO CAL-PERIODO.
           MOVE WS-OFI-NOMBRE (WS-OFI-IDX)  TO CAL-OFICIAL.
           READ HIST-CALIDAD.
           EVALUATE WS-STATUS-HCAL
               WHEN "00"
                   MOVE "S"         TO WS-ANT-HALLADO (WS-PER-IDX)
                   MOVE CAL-PUNTAJE TO WS-ANT-PUNTAJE (WS-PER-IDX)
                   MOVE CAL-PUNTAJE TO WS-PUNT-ED
                   MOVE WS-PUNT-ED  TO WS-ANT-TEXTO (WS-PER-IDX)
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   MOVE "CALIHIST"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-HCAL     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
       5100-EXIT.
           EXIT.

      *****************************************************************
      *  5200-DETERMINAR-TENDENCIA  -  diferencia contra el mes       *
      *      anterior; tres bajas seguidas se marcan BAJA 3M.         *
      *****************************************************************
       5200-DETERMINAR-TENDENCIA.
           MOVE "    S/D" TO WS-DIF-TEXTO.
           IF WS-ANT-HALLADO (1) NOT = "S"
               MOVE "NUEVO"    TO WS-TENDENCIA
               GO TO 5200-EXIT
           END-IF.
           COMPUTE WS-DIFERENCIA =
               WS-PUNTAJE-ACTUAL - WS-ANT-PUNTAJE (1).
           MOVE WS-DIFERENCIA TO WS-DIF-ED.
           MOVE WS-DIF-ED     TO WS-DIF-TEXTO.
           EVALUATE TRUE
               WHEN WS-DIFERENCIA < ZERO
                   MOVE "EMPEORA"  TO WS-TENDENCIA
                   IF WS-OFI-IDX < WS-OFI-CANT-USADOS
                       ADD 1 TO WS-CANT-EMPEORAN
                   END-IF
               WHEN WS-DIFERENCIA > ZERO
                   MOVE "MEJORA"   TO WS-TENDENCIA
               WHEN OTHER
                   MOVE "IGUAL"    TO WS-TENDENCIA
           END-EVALUATE.
           IF WS-DIFERENCIA < ZERO
              AND WS-ANT-HALLADO (2) = "S"
              AND WS-ANT-HALLADO (3) = "S"
              AND WS-ANT-PUNTAJE (1) < WS-ANT-PUNTAJE (2)
              AND WS-ANT-PUNTAJE (2) < WS-ANT-PUNTAJE (3)
               MOVE "BAJA 3M"  TO WS-TENDENCIA
               IF WS-OFI-IDX < WS-OFI-CANT-USADOS
                   ADD 1 TO WS-CANT-BAJA-3M
               END-IF
           END-IF.
       5200-EXIT.
           EXIT.

      *****************************************************************
      *  5300-GRABAR-HISTORIA  -  alta del mes en CALIHIST; si el mes *
      *      ya fue procesado se regraba con los valores actuales.    *
      *****************************************************************
       5300-GRABAR-HISTORIA.
           MOVE WS-PERIODO-ACTUAL          TO CAL-PERIODO.
           MOVE WS-OFI-NOMBRE (WS-OFI-IDX) TO CAL-OFICIAL.
           MOVE WS-FECHA-TRABAJO           TO CAL-FECHA-PROCESO.
           MOVE WS-OFI-PFIS (WS-OFI-IDX)    TO CAL-CANT-PFIS.
           MOVE WS-OFI-PJUR (WS-OFI-IDX)    TO CAL-CANT-PJUR.
           MOVE WS-OFI-SIN-TEL (WS-OFI-IDX) TO CAL-SIN-TELEFONO.
           MOVE WS-OFI-SIN-DOM (WS-OFI-IDX) TO CAL-SIN-DOMICILIO.
           MOVE WS-OFI-SIN-LEG (WS-OFI-IDX) TO CAL-SIN-DOM-LEGAL.
           MOVE WS-OFI-SIN-EMP (WS-OFI-IDX) TO CAL-SIN-EMPLEO.
           MOVE WS-OFI-GENER (WS-OFI-IDX)   TO CAL-COD-GENERICO.
           MOVE WS-OFI-INCOMPL (WS-OFI-IDX) TO CAL-INCOMPLETOS.
           MOVE WS-PUNTAJE-ACTUAL          TO CAL-PUNTAJE.
           WRITE REG-CALIDAD.
           IF WS-STATUS-HCAL = "22"
               REWRITE REG-CALIDAD
           END-IF.
           IF WS-STATUS-HCAL NOT = "00"
               MOVE "CALIHIST"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-HCAL     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
       5300-EXIT.
           EXIT.

      *****************************************************************
      *  6000-IMPRIMIR-OFICIAL  -  tres lineas por cartera: clientes, *
      *      defectos y evolucion del puntaje.                        *
      *****************************************************************
       6000-IMPRIMIR-OFICIAL.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-OFI-PFIS (WS-OFI-IDX)    TO WS-CANT-ED.
           MOVE WS-OFI-PJUR (WS-OFI-IDX)    TO WS-CANT-ED-2.
           MOVE WS-OFI-GENER (WS-OFI-IDX)   TO WS-CANT-ED-3.
           MOVE WS-OFI-INCOMPL (WS-OFI-IDX) TO WS-CANT-ED-4.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "OFICIAL " WS-OFI-NOMBRE (WS-OFI-IDX)
                  " PFIS" WS-CANT-ED
                  " PJUR" WS-CANT-ED-2
                  " GENERICOS" WS-CANT-ED-3
                  " INCOMPL" WS-CANT-ED-4
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-OFI-SIN-TEL (WS-OFI-IDX) TO WS-CANT-ED.
           MOVE WS-OFI-SIN-DOM (WS-OFI-IDX) TO WS-CANT-ED-2.
           MOVE WS-OFI-SIN-LEG (WS-OFI-IDX) TO WS-CANT-ED-3.
           MOVE WS-OFI-SIN-EMP (WS-OFI-IDX) TO WS-CANT-ED-4.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  SIN TEL" WS-CANT-ED
                  "  SIN DOMIC" WS-CANT-ED-2
                  "  SIN LEGAL" WS-CANT-ED-3
                  "  SIN EMPLEO" WS-CANT-ED-4
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-PUNTAJE-ACTUAL TO WS-PUNT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  PUNTAJE " WS-PUNT-ED
                  "  M-1 " WS-ANT-TEXTO (1)
                  " M-2 " WS-ANT-TEXTO (2)
                  " M-3 " WS-ANT-TEXTO (3)
                  "  DIF " WS-DIF-TEXTO
                  " " WS-TENDENCIA
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       6000-EXIT.
           EXIT.

      *****************************************************************
      *  7000-ESCRIBIR-LINEA  -  graba una linea del listado,          *
      *      verificando el resultado de la escritura.                 *
      *****************************************************************
       7000-ESCRIBIR-LINEA.
           WRITE LINEA-REPORTE.
           IF WS-STATUS-LIST NOT = "00"
               MOVE "LISTCALI"         TO WS-ERROR-ARCHIVO
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
           MOVE WS-CANT-LEIDOS-PFIS TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PERSONAS FISICAS LEIDAS   : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-LEIDOS-PJUR TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PERSONAS JURIDICAS LEIDAS : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-EMPEORAN TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "OFICIALES QUE EMPEORAN    : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-BAJA-3M TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  CON TRES BAJAS SEGUIDAS : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           IF WS-CANT-FUERA-TABLA > ZERO
               MOVE WS-CANT-FUERA-TABLA TO WS-CANT-ED
               MOVE SPACES TO LINEA-REPORTE
               STRING "CLIENTES SIN LUGAR EN LA TABLA DE OFICIALES: "
                      WS-CANT-ED
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  8900-ERROR-FATAL  -  corte del proceso ante un error de E/S  *
      *      Se invoca con WS-ERROR-ARCHIVO/WS-ERROR-STATUS cargados. *
      *****************************************************************
       8900-ERROR-FATAL.
           DISPLAY "CLICALI0 - ERROR DE E/S EN ARCHIVO "
               WS-ERROR-ARCHIVO.
           DISPLAY "CLICALI0 - FILE STATUS: " WS-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       8900-EXIT.
           EXIT.

      *****************************************************************
      *  9000-FINALIZAR  -  si hubo clientes que no entraron en la   *
      *      tabla de oficiales la corrida termina con codigo 4.      *
      *****************************************************************
       9000-FINALIZAR.
           CLOSE MASTER-PFIS
                 MASTER-PJUR
                 HIST-CALIDAD
                 LISTADO.
           DISPLAY "CLICALI0 - PERIODO EVALUADO       : "
               WS-PERIODO-ACTUAL.
           DISPLAY "CLICALI0 - PERSONAS FISICAS       : "
               WS-CANT-LEIDOS-PFIS.
           DISPLAY "CLICALI0 - PERSONAS JURIDICAS     : "
               WS-CANT-LEIDOS-PJUR.
           DISPLAY "CLICALI0 - OFICIALES QUE EMPEORAN : "
               WS-CANT-EMPEORAN.
           IF WS-CANT-FUERA-TABLA > ZERO
               DISPLAY "CLICALI0 - CLIENTES FUERA DE TABLA: "
                   WS-CANT-FUERA-TABLA
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

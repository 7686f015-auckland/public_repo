      *****************************************************************
      *                                                               *
      *   PROGRAM-ID  : CLIFPRO0                                     *
      *   PROJECT     : Project2.client_replication                  *
      *                                                               *
      *   PURPOSE     : Control de la fecha de proceso. Mantiene el  *
      *                 registro unico FECHPROC con el dia de        *
      *                 negocio vigente y su estado, del que toman   *
      *                 la fecha todos los programas CLI* en lugar   *
      *                 del reloj del sistema. Las tarjetas PARMFPRO *
      *                 inicializan el control (I), cierran el dia   *
      *                 (C), abren el dia habil siguiente segun el   *
      *                 calendario FERIADOS (A), o autorizan el      *
      *                 reproceso de una fecha pasada (R), que se    *
      *                 cierra con su propia tarjeta C restituyendo  *
      *                 el dia vigente. Una tarjeta rechazada corta  *
      *                 el paso sin modificar FECHPROC; sin tarjetas *
      *                 solo se lista el estado del control.         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLIFPRO0.
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
           SELECT PARAMETROS    ASSIGN TO "PARMFPRO"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-PARM.

           SELECT FECHA-PROCESO ASSIGN TO "FECHPROC"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-FPRO.

           SELECT FERIADOS      ASSIGN TO "FERIADOS"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-FERI.

           SELECT LISTADO       ASSIGN TO "LISTFPRO"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-LIST.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           LABEL RECORDS ARE STANDARD.
       01  REG-PARM-FPRO.
           05  PAR-ACCION         PIC X.
               88  PAR-ACCION-INICIAR     VALUE "I".
               88  PAR-ACCION-ABRIR       VALUE "A".
               88  PAR-ACCION-CERRAR      VALUE "C".
               88  PAR-ACCION-REPROCESO   VALUE "R".
           05  PAR-FECHA          PIC X(8).
           05  FILLER             PIC X(71).

       FD  FECHA-PROCESO
           LABEL RECORDS ARE STANDARD.
       01  REG-FECHPROC-ARCH      PIC X(80).

       FD  FERIADOS
           LABEL RECORDS ARE STANDARD.
           COPY "cliferi.cpy".

       FD  LISTADO
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REPORTE             PIC X(80).

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------*
      *  SWITCHES                                                  *
      *-----------------------------------------------------------*
       01  WS-SWITCHES.
           05  WS-STATUS-PARM     PIC XX          VALUE SPACES.
           05  WS-STATUS-FPRO     PIC XX          VALUE SPACES.
           05  WS-STATUS-FERI     PIC XX          VALUE SPACES.
           05  WS-STATUS-LIST     PIC XX          VALUE SPACES.
           05  WS-FIN-PARM        PIC X           VALUE "N".
               88  FIN-PARM                       VALUE "S".
           05  WS-FIN-FERI        PIC X           VALUE "N".
               88  FIN-FERI                       VALUE "S".
           05  WS-FPRO-EXISTE     PIC X           VALUE "N".
               88  FPRO-EXISTE                    VALUE "S".
           05  WS-FPRO-MODIFICADO PIC X           VALUE "N".
               88  FPRO-MODIFICADO                VALUE "S".
           05  WS-ES-HABIL        PIC X           VALUE "N".
               88  ES-HABIL                       VALUE "S".

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
           05  WS-CANT-TARJETAS   PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-FERIADOS   PIC 9(8)  COMP  VALUE ZERO.

      *-----------------------------------------------------------*
      *  REGISTRO DE CONTROL VIGENTE (SE GRABA AL FINAL DEL PASO)  *
      *-----------------------------------------------------------*
           COPY "clifpro.cpy".

      *-----------------------------------------------------------*
      *  CALENDARIO DE FERIADOS HABILES (LUNES A VIERNES)          *
      *-----------------------------------------------------------*
       01  WS-TABLA-FERIADOS.
           05  WS-FER-CARGADOS    PIC 9(3)  COMP  VALUE ZERO.
           05  WS-FER-ENTRADA     OCCURS 400 TIMES.
               10  WS-FER-FECHA   PIC 9(8).
       01  WS-FER-IDX             PIC 9(3)  COMP.

      *-----------------------------------------------------------*
      *  CALCULO DE DIA HABIL                                      *
      *-----------------------------------------------------------*
       01  WS-DIA-HABIL.
           05  WS-DHA-FECHA       PIC 9(8).
           05  WS-DHA-ENTERO      PIC S9(8) COMP.
           05  WS-DHA-SEMANAS     PIC S9(8) COMP.
           05  WS-DHA-DIA-SEMANA  PIC S9(4) COMP.

      *-----------------------------------------------------------*
      *  FECHA DE LA TARJETA Y RELOJ DEL SISTEMA                   *
      *-----------------------------------------------------------*
       01  WS-FECHA-TARJETA       PIC 9(8)        VALUE ZERO.
       01  WS-FEC-TARJETA-R REDEFINES WS-FECHA-TARJETA.
           05  WS-FTA-ANIO        PIC 9(4).
           05  WS-FTA-MES         PIC 9(2).
           05  WS-FTA-DIA         PIC 9(2).
       01  WS-FECHA-NUEVA         PIC 9(8)        VALUE ZERO.

       01  WS-RELOJ.
           05  WS-REL-FECHA       PIC 9(8).
           05  WS-REL-HORA        PIC 9(6).
       01  WS-RELOJ-FECHA-HORA REDEFINES WS-RELOJ PIC 9(14).
       01  WS-REL-HORA-COMPLETA   PIC 9(8).

      *-----------------------------------------------------------*
      *  CAMPOS EDITADOS PARA ARMAR LAS LINEAS DEL LISTADO         *
      *-----------------------------------------------------------*
       01  WS-CANT-ED             PIC ZZZZZ9.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-EXIT.
           PERFORM 2000-PROCESAR-TARJETA  THRU 2000-EXIT
               UNTIL FIN-PARM.
           PERFORM 6000-GRABAR-CONTROL    THRU 6000-EXIT.
           PERFORM 8000-IMPRIMIR-RESUMEN  THRU 8000-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      *  1000-INICIALIZAR  -  el reloj del sistema solo se usa aca    *
      *      para sellar la apertura y el cierre del dia.             *
      *****************************************************************
       1000-INICIALIZAR.
           ACCEPT WS-REL-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-REL-HORA-COMPLETA FROM TIME.
           MOVE WS-REL-HORA-COMPLETA (1:6) TO WS-REL-HORA.
           PERFORM 1100-CARGAR-FERIADOS THRU 1100-EXIT.
           PERFORM 1200-LEER-CONTROL    THRU 1200-EXIT.
           OPEN INPUT  PARAMETROS
                OUTPUT LISTADO.
           IF WS-STATUS-PARM NOT = "00"
               MOVE "PARMFPRO"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PARM     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           IF WS-STATUS-LIST NOT = "00"
               MOVE "LISTFPRO"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-LIST     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           MOVE WS-FER-CARGADOS TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CONTROL DE FECHA DE PROCESO  RELOJ: "
                  WS-REL-FECHA " " WS-REL-HORA
                  "  FERIADOS HABILES: " WS-CANT-ED
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           IF FPRO-EXISTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "ESTADO INICIAL:"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               PERFORM 7100-LISTAR-CONTROL THRU 7100-EXIT
           ELSE
               MOVE SPACES TO LINEA-REPORTE
               STRING "ESTADO INICIAL: FECHPROC SIN INICIALIZAR"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
           PERFORM 2100-LEER-TARJETA THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-CARGAR-FERIADOS  -  retiene los feriados del calendario *
      *      que caen de lunes a viernes; sabados y domingos ya son   *
      *      inhabiles. El calendario es obligatorio.                 *
      *****************************************************************
       1100-CARGAR-FERIADOS.
           OPEN INPUT FERIADOS.
           IF WS-STATUS-FERI NOT = "00"
               MOVE "FERIADOS"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-FERI     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           PERFORM 1110-LEER-FERIADO THRU 1110-EXIT.
           PERFORM 1120-GUARDAR-FERIADO THRU 1120-EXIT
               UNTIL FIN-FERI.
           CLOSE FERIADOS.
       1100-EXIT.
           EXIT.

       1110-LEER-FERIADO.
           READ FERIADOS
               AT END
                   SET FIN-FERI TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

       1120-GUARDAR-FERIADO.
           ADD 1 TO WS-CANT-FERIADOS.
           IF FER-FECHA IS NOT NUMERIC
              OR FER-FECHA = ZERO
               DISPLAY "CLIFPRO0 - FECHA INVALIDA EN FERIADOS: "
                   FER-FECHA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FER-FECHA TO WS-DHA-FECHA.
           PERFORM 5100-DIA-DE-SEMANA THRU 5100-EXIT.
           IF WS-DHA-DIA-SEMANA >= 1
              AND WS-DHA-DIA-SEMANA <= 5
               IF WS-FER-CARGADOS >= 400
                   DISPLAY "CLIFPRO0 - MAS DE 400 FERIADOS HABILES "
                       "EN EL CALENDARIO FERIADOS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-FER-CARGADOS
               MOVE FER-FECHA TO WS-FER-FECHA (WS-FER-CARGADOS)
           END-IF.
           PERFORM 1110-LEER-FERIADO THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      *****************************************************************
      *  1200-LEER-CONTROL  -  toma el registro vigente de FECHPROC;  *
      *      si el archivo no existe o esta vacio, solo se acepta la  *
      *      tarjeta de inicializacion.                               *
      *****************************************************************
       1200-LEER-CONTROL.
           INITIALIZE REG-FECHA-PROCESO.
           OPEN INPUT FECHA-PROCESO.
           IF WS-STATUS-FPRO = "35"
               GO TO 1200-EXIT
           END-IF.
           IF WS-STATUS-FPRO NOT = "00"
               MOVE "FECHPROC"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-FPRO     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           READ FECHA-PROCESO INTO REG-FECHA-PROCESO.
           EVALUATE WS-STATUS-FPRO
               WHEN "00"
                   SET FPRO-EXISTE TO TRUE
               WHEN "10"
                   INITIALIZE REG-FECHA-PROCESO
               WHEN OTHER
                   MOVE "FECHPROC"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-FPRO     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
           CLOSE FECHA-PROCESO.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESAR-TARJETA  -  valida la fecha informada y aplica *
      *      la accion sobre el registro de control en memoria.       *
      *****************************************************************
       2000-PROCESAR-TARJETA.
           ADD 1 TO WS-CANT-TARJETAS.
           PERFORM 2200-VALIDAR-FECHA THRU 2200-EXIT.
           EVALUATE TRUE
               WHEN PAR-ACCION-INICIAR
                   PERFORM 3000-INICIAR-CONTROL THRU 3000-EXIT
               WHEN PAR-ACCION-ABRIR
                   PERFORM 3100-ABRIR-DIA       THRU 3100-EXIT
               WHEN PAR-ACCION-CERRAR
                   PERFORM 3200-CERRAR-DIA      THRU 3200-EXIT
               WHEN PAR-ACCION-REPROCESO
                   PERFORM 3300-AUTORIZAR-REPROCESO THRU 3300-EXIT
               WHEN OTHER
                   DISPLAY "CLIFPRO0 - ACCION INVALIDA EN PARMFPRO: "
                       PAR-ACCION
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           SET FPRO-MODIFICADO TO TRUE.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TARJETA " PAR-ACCION "  FECHA " PAR-FECHA
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           PERFORM 7100-LISTAR-CONTROL THRU 7100-EXIT.
           PERFORM 2100-LEER-TARJETA THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-LEER-TARJETA.
           READ PARAMETROS
               AT END
                   SET FIN-PARM TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-VALIDAR-FECHA  -  la fecha de la tarjeta es opcional    *
      *      (solo la exigen I y R); si viene debe ser una fecha      *
      *      AAAAMMDD valida y un dia habil del calendario.           *
      *****************************************************************
       2200-VALIDAR-FECHA.
           MOVE ZERO TO WS-FECHA-TARJETA.
           IF PAR-FECHA = SPACES
               GO TO 2200-EXIT
           END-IF.
           IF PAR-FECHA IS NOT NUMERIC
               DISPLAY "CLIFPRO0 - FECHA INVALIDA EN PARMFPRO: "
                   PAR-FECHA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PAR-FECHA TO WS-FECHA-TARJETA.
           IF WS-FTA-ANIO < 1601
              OR WS-FTA-MES < 1 OR WS-FTA-MES > 12
              OR WS-FTA-DIA < 1 OR WS-FTA-DIA > 31
               DISPLAY "CLIFPRO0 - FECHA INVALIDA EN PARMFPRO: "
                   PAR-FECHA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-DHA-FECHA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-FECHA-TARJETA)).
           IF WS-DHA-FECHA NOT = WS-FECHA-TARJETA
               DISPLAY "CLIFPRO0 - FECHA INEXISTENTE EN PARMFPRO: "
                   PAR-FECHA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-FECHA-TARJETA TO WS-DHA-FECHA.
           PERFORM 5000-VERIFICAR-HABIL THRU 5000-EXIT.
           IF NOT ES-HABIL
               DISPLAY "CLIFPRO0 - LA FECHA DE PARMFPRO NO ES DIA "
                   "HABIL: " PAR-FECHA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  3000-INICIAR-CONTROL  -  primera carga de FECHPROC: abre el  *
      *      dia de la tarjeta. No pisa un control ya inicializado.   *
      *****************************************************************
       3000-INICIAR-CONTROL.
           IF FPRO-EXISTE
               DISPLAY "CLIFPRO0 - FECHPROC YA INICIALIZADO, DIA "
                   FPR-FECHA-PROCESO " ESTADO " FPR-ESTADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FECHA-TARJETA = ZERO
               DISPLAY "CLIFPRO0 - LA INICIALIZACION REQUIERE FECHA "
                   "EN PARMFPRO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           INITIALIZE REG-FECHA-PROCESO.
           MOVE WS-FECHA-TARJETA  TO FPR-FECHA-PROCESO.
           PERFORM 3500-CALCULAR-ANTERIOR THRU 3500-EXIT.
           SET FPR-DIA-ABIERTO    TO TRUE.
           SET FPR-PROCESO-NORMAL TO TRUE.
           MOVE ZERO              TO FPR-FECHA-REANUDA.
           MOVE SPACES            TO FPR-ESTADO-REANUDA.
           MOVE WS-RELOJ-FECHA-HORA TO FPR-FECHA-HORA-APERTURA.
           MOVE ZERO              TO FPR-FECHA-HORA-CIERRE.
           SET FPRO-EXISTE        TO TRUE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-ABRIR-DIA  -  abre el dia habil siguiente al cerrado,   *
      *      o el de la tarjeta si se informa (contingencia); nunca   *
      *      una fecha anterior: eso es un reproceso.                 *
      *****************************************************************
       3100-ABRIR-DIA.
           PERFORM 3900-EXIGIR-CONTROL THRU 3900-EXIT.
           IF NOT FPR-DIA-CERRADO
               DISPLAY "CLIFPRO0 - NO SE PUEDE ABRIR: EL DIA "
                   FPR-FECHA-PROCESO " NO ESTA CERRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FECHA-TARJETA = ZERO
               MOVE FPR-FECHA-PROCESO TO WS-DHA-FECHA
               PERFORM 5200-SIGUIENTE-HABIL THRU 5200-EXIT
               MOVE WS-DHA-FECHA      TO WS-FECHA-NUEVA
           ELSE
               IF WS-FECHA-TARJETA NOT > FPR-FECHA-PROCESO
                   DISPLAY "CLIFPRO0 - LA FECHA A ABRIR " PAR-FECHA
                       " NO ES POSTERIOR AL DIA " FPR-FECHA-PROCESO
                       "; USAR TARJETA R PARA UN REPROCESO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-FECHA-TARJETA  TO WS-FECHA-NUEVA
           END-IF.
           MOVE FPR-FECHA-PROCESO   TO FPR-FECHA-ANTERIOR.
           MOVE WS-FECHA-NUEVA      TO FPR-FECHA-PROCESO.
           SET FPR-DIA-ABIERTO      TO TRUE.
           MOVE WS-RELOJ-FECHA-HORA TO FPR-FECHA-HORA-APERTURA.
           MOVE ZERO                TO FPR-FECHA-HORA-CIERRE.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3200-CERRAR-DIA  -  cierra el dia abierto. Si era un         *
      *      reproceso restituye el dia vigente con el estado que     *
      *      tenia al autorizarlo.                                    *
      *****************************************************************
       3200-CERRAR-DIA.
           PERFORM 3900-EXIGIR-CONTROL THRU 3900-EXIT.
           IF NOT FPR-DIA-ABIERTO
               DISPLAY "CLIFPRO0 - NO SE PUEDE CERRAR: EL DIA "
                   FPR-FECHA-PROCESO " NO ESTA ABIERTO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RELOJ-FECHA-HORA TO FPR-FECHA-HORA-CIERRE.
           IF NOT FPR-REPROCESO
               SET FPR-DIA-CERRADO TO TRUE
               GO TO 3200-EXIT
           END-IF.
           DISPLAY "CLIFPRO0 - FIN DEL REPROCESO DEL DIA "
               FPR-FECHA-PROCESO.
           MOVE FPR-FECHA-REANUDA   TO FPR-FECHA-PROCESO.
           MOVE FPR-ESTADO-REANUDA  TO FPR-ESTADO.
           IF FPR-DIA-ABIERTO
               MOVE ZERO            TO FPR-FECHA-HORA-CIERRE
           END-IF.
           PERFORM 3500-CALCULAR-ANTERIOR THRU 3500-EXIT.
           SET FPR-PROCESO-NORMAL   TO TRUE.
           MOVE ZERO                TO FPR-FECHA-REANUDA.
           MOVE SPACES              TO FPR-ESTADO-REANUDA.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3300-AUTORIZAR-REPROCESO  -  abre una fecha pasada para      *
      *      volver a correr su proceso. El dia vigente y su estado   *
      *      quedan guardados hasta la tarjeta C del reproceso.       *
      *****************************************************************
       3300-AUTORIZAR-REPROCESO.
           PERFORM 3900-EXIGIR-CONTROL THRU 3900-EXIT.
           IF FPR-REPROCESO
               DISPLAY "CLIFPRO0 - YA HAY UN REPROCESO EN CURSO DEL "
                   "DIA " FPR-FECHA-PROCESO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FECHA-TARJETA = ZERO
               DISPLAY "CLIFPRO0 - EL REPROCESO REQUIERE FECHA "
                   "EN PARMFPRO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FECHA-TARJETA > FPR-FECHA-PROCESO
              OR (WS-FECHA-TARJETA = FPR-FECHA-PROCESO
                  AND FPR-DIA-ABIERTO)
               DISPLAY "CLIFPRO0 - LA FECHA A REPROCESAR " PAR-FECHA
                   " NO ES ANTERIOR AL DIA " FPR-FECHA-PROCESO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FPR-FECHA-PROCESO   TO FPR-FECHA-REANUDA.
           MOVE FPR-ESTADO          TO FPR-ESTADO-REANUDA.
           MOVE WS-FECHA-TARJETA    TO FPR-FECHA-PROCESO.
           PERFORM 3500-CALCULAR-ANTERIOR THRU 3500-EXIT.
           SET FPR-DIA-ABIERTO      TO TRUE.
           SET FPR-REPROCESO        TO TRUE.
           MOVE WS-RELOJ-FECHA-HORA TO FPR-FECHA-HORA-APERTURA.
           MOVE ZERO                TO FPR-FECHA-HORA-CIERRE.
           DISPLAY "CLIFPRO0 - REPROCESO AUTORIZADO DEL DIA "
               FPR-FECHA-PROCESO " (VIGENTE " FPR-FECHA-REANUDA ")".
       3300-EXIT.
           EXIT.

      *****************************************************************
      *  3500-CALCULAR-ANTERIOR  -  dia habil anterior al dia de      *
      *      negocio del registro de control.                         *
      *****************************************************************
       3500-CALCULAR-ANTERIOR.
           MOVE FPR-FECHA-PROCESO TO WS-DHA-FECHA.
           PERFORM 5300-ANTERIOR-HABIL THRU 5300-EXIT.
           MOVE WS-DHA-FECHA      TO FPR-FECHA-ANTERIOR.
       3500-EXIT.
           EXIT.

       3900-EXIGIR-CONTROL.
           IF NOT FPRO-EXISTE
               DISPLAY "CLIFPRO0 - FECHPROC SIN INICIALIZAR; LA "
                   "PRIMERA TARJETA DEBE SER I"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       3900-EXIT.
           EXIT.

      *****************************************************************
      *  5000-VERIFICAR-HABIL  -  WS-DHA-FECHA es habil si cae de     *
      *      lunes a viernes y no figura en el calendario.            *
      *****************************************************************
       5000-VERIFICAR-HABIL.
           MOVE "N" TO WS-ES-HABIL.
           PERFORM 5100-DIA-DE-SEMANA THRU 5100-EXIT.
           IF WS-DHA-DIA-SEMANA < 1
              OR WS-DHA-DIA-SEMANA > 5
               GO TO 5000-EXIT
           END-IF.
           SET ES-HABIL TO TRUE.
           IF WS-FER-CARGADOS > ZERO
               PERFORM 5010-BUSCAR-FERIADO
                   VARYING WS-FER-IDX FROM 1 BY 1
                   UNTIL WS-FER-IDX > WS-FER-CARGADOS
                      OR NOT ES-HABIL
           END-IF.
       5000-EXIT.
           EXIT.

       5010-BUSCAR-FERIADO.
           IF WS-FER-FECHA (WS-FER-IDX) = WS-DHA-FECHA
               MOVE "N" TO WS-ES-HABIL
           END-IF.

      *****************************************************************
      *  5100-DIA-DE-SEMANA  -  el dia 1 del calendario entero es el  *
      *      lunes 01/01/1601: el resto de dividir por 7 da 1=lunes   *
      *      ... 5=viernes, 6=sabado y 0=domingo.                     *
      *****************************************************************
       5100-DIA-DE-SEMANA.
           COMPUTE WS-DHA-ENTERO =
               FUNCTION INTEGER-OF-DATE (WS-DHA-FECHA).
           DIVIDE WS-DHA-ENTERO BY 7
               GIVING WS-DHA-SEMANAS
               REMAINDER WS-DHA-DIA-SEMANA.
       5100-EXIT.
           EXIT.

      *****************************************************************
      *  5200-SIGUIENTE-HABIL  -  avanza WS-DHA-FECHA hasta el        *
      *      proximo dia habil.                                       *
      *****************************************************************
       5200-SIGUIENTE-HABIL.
           MOVE "N" TO WS-ES-HABIL.
           PERFORM 5210-AVANZAR-DIA THRU 5210-EXIT
               UNTIL ES-HABIL.
       5200-EXIT.
           EXIT.

       5210-AVANZAR-DIA.
           COMPUTE WS-DHA-FECHA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DHA-FECHA) + 1).
           PERFORM 5000-VERIFICAR-HABIL THRU 5000-EXIT.
       5210-EXIT.
           EXIT.

      *****************************************************************
      *  5300-ANTERIOR-HABIL  -  retrocede WS-DHA-FECHA hasta el      *
      *      dia habil anterior.                                      *
      *****************************************************************
       5300-ANTERIOR-HABIL.
           MOVE "N" TO WS-ES-HABIL.
           PERFORM 5310-RETROCEDER-DIA THRU 5310-EXIT
               UNTIL ES-HABIL.
       5300-EXIT.
           EXIT.

       5310-RETROCEDER-DIA.
           COMPUTE WS-DHA-FECHA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DHA-FECHA) - 1).
           PERFORM 5000-VERIFICAR-HABIL THRU 5000-EXIT.
       5310-EXIT.
           EXIT.

      *****************************************************************
      *  6000-GRABAR-CONTROL  -  con todas las tarjetas aceptadas     *
      *      reemplaza el registro de FECHPROC.                       *
      *****************************************************************
       6000-GRABAR-CONTROL.
           IF NOT FPRO-MODIFICADO
               GO TO 6000-EXIT
           END-IF.
           OPEN OUTPUT FECHA-PROCESO.
           IF WS-STATUS-FPRO NOT = "00"
               MOVE "FECHPROC"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-FPRO     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           WRITE REG-FECHPROC-ARCH FROM REG-FECHA-PROCESO.
           IF WS-STATUS-FPRO NOT = "00"
               MOVE "FECHPROC"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-FPRO     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           CLOSE FECHA-PROCESO.
       6000-EXIT.
           EXIT.

      *****************************************************************
      *  7000-ESCRIBIR-LINEA  -  graba una linea del listado,          *
      *      verificando el resultado de la escritura.                 *
      *****************************************************************
       7000-ESCRIBIR-LINEA.
           WRITE LINEA-REPORTE.
           IF WS-STATUS-LIST NOT = "00"
               MOVE "LISTFPRO"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-LIST     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
       7000-EXIT.
           EXIT.

      *****************************************************************
      *  7100-LISTAR-CONTROL  -  estado del registro de control.      *
      *****************************************************************
       7100-LISTAR-CONTROL.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  DIA DE NEGOCIO " FPR-FECHA-PROCESO
                  "  ESTADO " FPR-ESTADO
                  "  ANTERIOR " FPR-FECHA-ANTERIOR
                  "  REPROCESO " FPR-IND-REPROCESO
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           IF FPR-REPROCESO
               MOVE SPACES TO LINEA-REPORTE
               STRING "  DIA VIGENTE A RESTITUIR " FPR-FECHA-REANUDA
                      "  ESTADO " FPR-ESTADO-REANUDA
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  APERTURA " FPR-FECHA-HORA-APERTURA
                  "  CIERRE " FPR-FECHA-HORA-CIERRE
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       7100-EXIT.
           EXIT.

      *****************************************************************
      *  8000-IMPRIMIR-RESUMEN                                        *
      *****************************************************************
       8000-IMPRIMIR-RESUMEN.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           IF WS-CANT-TARJETAS = ZERO
               MOVE SPACES TO LINEA-REPORTE
               STRING "SIN TARJETAS EN PARMFPRO: FECHPROC NO SE "
                      "MODIFICA"
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               GO TO 8000-EXIT
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ESTADO FINAL:"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           PERFORM 7100-LISTAR-CONTROL THRU 7100-EXIT.
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  8900-ERROR-FATAL  -  corte del proceso ante un error de E/S  *
      *      Se invoca con WS-ERROR-ARCHIVO/WS-ERROR-STATUS cargados. *
      *****************************************************************
       8900-ERROR-FATAL.
           DISPLAY "CLIFPRO0 - ERROR DE E/S EN ARCHIVO "
               WS-ERROR-ARCHIVO.
           DISPLAY "CLIFPRO0 - FILE STATUS: " WS-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       8900-EXIT.
           EXIT.

      *****************************************************************
      *  9000-FINALIZAR                                               *
      *****************************************************************
       9000-FINALIZAR.
           CLOSE PARAMETROS
                 LISTADO.
           DISPLAY "CLIFPRO0 - TARJETAS PROCESADAS    : "
               WS-CANT-TARJETAS.
           DISPLAY "CLIFPRO0 - FERIADOS EN CALENDARIO : "
               WS-CANT-FERIADOS.
           DISPLAY "CLIFPRO0 - DIA DE NEGOCIO         : "
               FPR-FECHA-PROCESO " ESTADO " FPR-ESTADO.
       9000-EXIT.
           EXIT.

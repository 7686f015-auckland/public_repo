      *   PURPOSE     : Mantenimiento batch del archivo de           *
      *                 disposiciones de cumplimiento DISPVIGI,      *
      *                 clave CUIT + version de la lista contra la   *
      *                 que se produjo la coincidencia + CUIT        *
      *                 hallado en la lista (el del cliente o el de  *
      *                 su persona vinculada). Lee las               *
      *                 tarjetas de decision DECIVIGI ("L" liberado, *
      *                 "C" confirmado) y las aplica; CLIREPL0       *
      *                 consulta este archivo antes de retener, de   *
      *                 suplementario con sus propios registros de   *
      *                 control, para que el destino reciba los      *
      *                 registros retenidos durante la               *
      *                 investigacion. Una persona juridica se emite *
      *                 recien cuando todas sus coincidencias de la  *
      *                 version (la propia y las de sus vinculados)  *
      *                 estan liberadas: las retenidas en RETENIDO y *
      *                 RETENVBA y, con la version vigente, las que  *
      *                 da VIGILIST para ella y sus vinculados       *
      *                 vigentes en VINCPJUR.                        *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *  --------------------------------------------------------    *
      *  DATE       INIT  DESCRIPTION                                *
      *  02/09/2026  DDC  Programa original.                         *
      *  15/10/2026  DDC  Fecha de proceso tomada del dia de negocio *
      *                   abierto en FECHPROC en lugar del reloj del *
      *                   sistema.                                   *
      *  15/10/2026  DDC  La disposicion se registra por coincidencia *
      *                   y no por cliente: la tarjeta DECIVIGI trae  *
      *                   en cols 32-42 el CUIT hallado en la lista   *
      *                   (en blanco, el del propio cliente), de      *
      *                   modo que liberar una coincidencia de la     *
      *                   juridica no libera las de sus vinculados.   *
      *  15/10/2026  DDC  La juridica liberada con otras             *
      *                   coincidencias todavia retenidas no se      *
      *                   emite al suplementario; se lista como      *
      *                   liberacion parcial.                        *
      *  15/10/2026  DDC  Con la version vigente de la lista, la     *
      *                   juridica y sus vinculados se controlan     *
      *                   contra VIGILIST: la retencion graba solo   *
      *                   la primera coincidencia.                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
                  RELATIVE KEY IS WS-LIBERA-KEY
                  FILE STATUS IS WS-STATUS-LSEC.

           SELECT RETENIDOS     ASSIGN TO "RETENIDO"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-RETE.

           SELECT RETEN-BARRIDO ASSIGN TO "RETENVBA"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-RVBA.

           SELECT VIGILANCIA    ASSIGN TO "VIGILIST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VIG-CUIT
                  FILE STATUS IS WS-STATUS-VIGI.

           SELECT VINCULOS      ASSIGN TO "VINCPJUR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VIN-CLAVE
                  FILE STATUS IS WS-STATUS-VINC.

           SELECT LISTADO       ASSIGN TO "LISTVDIS"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-LIST.

           SELECT FECHA-PROCESO ASSIGN TO "FECHPROC"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-FPRO.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISIONES
               88  DVC-CONFIRMADO         VALUE "C".
           05  DVC-TIPO-PERSONA   PIC X.
           05  DVC-ANALISTA       PIC X(8).
           05  DVC-CUIT-COINCIDENTE PIC X(11).
           05  FILLER             PIC X(38).

       FD  DISPOSICION
           LABEL RECORDS ARE STANDARD.
                         ==REG-LIBERA-CONTROL==
                         LEADING ==REC== BY ==LIB==.

       FD  RETENIDOS
           LABEL RECORDS ARE STANDARD.
           COPY "clireten.cpy".

       FD  RETEN-BARRIDO
           LABEL RECORDS ARE STANDARD.
           COPY "clireten.cpy"
               REPLACING ==REG-RETENIDO== BY ==REG-RETEN-BARRIDO==
                         LEADING ==RET== BY ==RVB==.

       FD  VIGILANCIA
           LABEL RECORDS ARE STANDARD.
           COPY "clivigi.cpy".

       FD  VINCULOS
           LABEL RECORDS ARE STANDARD.
           COPY "clivinc.cpy".

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
           05  WS-STATUS-DECI     PIC XX          VALUE SPACES.
           05  WS-STATUS-DVIG     PIC XX          VALUE SPACES.
           05  WS-STATUS-PFIS     PIC XX          VALUE SPACES.
           05  WS-STATUS-LIBJ     PIC XX          VALUE SPACES.
           05  WS-STATUS-LSEC     PIC XX          VALUE SPACES.
           05  WS-STATUS-LIST     PIC XX          VALUE SPACES.
           05  WS-STATUS-RETE     PIC XX          VALUE SPACES.
           05  WS-STATUS-RVBA     PIC XX          VALUE SPACES.
           05  WS-STATUS-VIGI     PIC XX          VALUE SPACES.
           05  WS-STATUS-VINC     PIC XX          VALUE SPACES.
           05  WS-FIN-DECI        PIC X           VALUE "N".
               88  FIN-DECI                       VALUE "S".
           05  WS-FIN-RETE        PIC X           VALUE "N".
               88  FIN-RETE                       VALUE "S".
           05  WS-FIN-RVBA        PIC X           VALUE "N".
               88  FIN-RVBA                       VALUE "S".
           05  WS-FIN-VINC        PIC X           VALUE "N".
               88  FIN-VINC                       VALUE "S".
           05  WS-VIGI-DISPONIBLE PIC X           VALUE "N".
               88  VIGI-DISPONIBLE                VALUE "S".
           05  WS-VINC-DISPONIBLE PIC X           VALUE "N".
               88  VINC-DISPONIBLE                VALUE "S".
           05  WS-MASTER-HALLADO  PIC X           VALUE "N".
               88  MASTER-HALLADO                 VALUE "S".
           05  WS-LIB-PARCIAL     PIC X           VALUE "N".
               88  LIB-PARCIAL                    VALUE "S".

      *-----------------------------------------------------------*
      *  DATOS PARA EL CORTE POR ERROR DE E/S                      *
           05  WS-CANT-LIBERADOS  PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-CONFIRMADOS PIC 9(8) COMP  VALUE ZERO.
           05  WS-CANT-SIN-MASTER PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-LIB-PARCIAL PIC 9(8) COMP  VALUE ZERO.
           05  WS-CANT-LIB-PFIS   PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-LIB-PJUR   PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CHECKSUM-LIBF   PIC 9(18) COMP  VALUE ZERO.

       01  WS-LIBERA-KEY          PIC 9(4)  COMP  VALUE 1.

      *-----------------------------------------------------------*
      *  COINCIDENCIA DE LA JURIDICA QUE SE CONTROLA ANTES DE      *
      *  EMITIRLA Y PRIMERA QUE SIGUE RETENIDA                     *
      *-----------------------------------------------------------*
       01  WS-CUIT-CONTROL        PIC X(11)       VALUE SPACES.
       01  WS-CUIT-PENDIENTE      PIC X(11)       VALUE SPACES.
       01  WS-VERSION-VIGENTE     PIC X(10)       VALUE SPACES.

      *-----------------------------------------------------------*
      *  MARCA DE FECHA/HORA EFECTIVA DE LA EMISION                 *
      *-----------------------------------------------------------*
      *  CAMPOS EDITADOS PARA ARMAR LAS LINEAS DEL LISTADO         *
      *-----------------------------------------------------------*
       01  WS-CUIT-ED             PIC Z(10)9.
       01  WS-CUIT-ED-2           PIC Z(10)9.
       01  WS-CANT-ED             PIC ZZZZZ9.

       01  WS-FECHA-TRABAJO       PIC 9(8).
      *  1000-INICIALIZAR                                             *
      *****************************************************************
       1000-INICIALIZAR.
           PERFORM 1010-LEER-FECHA-PROCESO THRU 1010-EXIT.
           MOVE WS-FECHA-TRABAJO      TO WS-TS-FECHA.
           ACCEPT WS-TS-HORA-COMPLETA FROM TIME.
           MOVE WS-TS-HORA-COMPLETA (1:6) TO WS-TS-HORA.
           PERFORM 1100-ABRIR-DISPOSICION THRU 1100-EXIT.
           PERFORM 1150-ABRIR-LIBERA-CTL  THRU 1150-EXIT.
           PERFORM 1160-ABRIR-VIGILANCIA  THRU 1160-EXIT.
           OPEN INPUT  DECISIONES
                INPUT  MASTER-PFIS
                INPUT  MASTER-PJUR
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
               DISPLAY "CLIVDIS0 - NO HAY DIA DE NEGOCIO ABIERTO EN "
                   "FECHPROC: " FPR-FECHA-PROCESO " ESTADO " FPR-ESTADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FPR-FECHA-PROCESO TO WS-FECHA-TRABAJO.
           IF FPR-REPROCESO
               DISPLAY "CLIVDIS0 - REPROCESO AUTORIZADO DEL DIA "
                   FPR-FECHA-PROCESO
           END-IF.
       1010-EXIT.
           EXIT.

      *****************************************************************
      *  1100-ABRIR-DISPOSICION  -  localiza o crea el archivo de     *
      *      disposiciones de cumplimiento.                           *
       1150-EXIT.
           EXIT.

      *****************************************************************
      *  1160-ABRIR-VIGILANCIA  -  la lista de observados y los       *
      *      vinculos de las juridicas, para controlar antes de       *
      *      emitir una juridica todas sus coincidencias con la       *
      *      version vigente. Sin VIGILIST solo se controlan las      *
      *      retenciones grabadas; sin VINCPJUR, solo el CUIT propio. *
      *****************************************************************
       1160-ABRIR-VIGILANCIA.
           OPEN INPUT VIGILANCIA.
           EVALUATE WS-STATUS-VIGI
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "CLIVDIS0 - VIGILIST AUSENTE: SE CONTROLAN "
                       "SOLO RETENIDO Y RETENVBA"
                   GO TO 1160-EXIT
               WHEN OTHER
                   MOVE "VIGILIST"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-VIGI     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
           MOVE ZERO TO VIG-CUIT.
           READ VIGILANCIA.
           IF WS-STATUS-VIGI NOT = "00"
               DISPLAY "CLIVDIS0 - VIGILIST SIN REGISTRO CABECERA "
                   "(CUIT CERO)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE VIG-VERSION-LISTA TO WS-VERSION-VIGENTE.
           SET VIGI-DISPONIBLE TO TRUE.
           OPEN INPUT VINCULOS.
           EVALUATE WS-STATUS-VINC
               WHEN "00"
                   SET VINC-DISPONIBLE TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "VINCPJUR"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-VINC     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
       1160-EXIT.
           EXIT.

      *****************************************************************
      *  1200-ESCRIBIR-HEADERS - registro de cabecera en cada         *
      *      extracto suplementario de liberaciones.                  *

      *****************************************************************
      *  2000-PROCESAR-DECISION  -  valida la tarjeta y la aplica al  *
      *      archivo de disposiciones. Sin CUIT coincidente la        *
      *      decision es sobre la coincidencia del propio cliente;    *
      *      una persona fisica no tiene vinculados.                  *
      *****************************************************************
       2000-PROCESAR-DECISION.
           IF DVC-CUIT-COINCIDENTE = SPACES
               MOVE DVC-CUIT TO DVC-CUIT-COINCIDENTE
           END-IF.
           IF DVC-CUIT NOT NUMERIC
            OR DVC-VERSION = SPACES
            OR (NOT DVC-LIBERADO AND NOT DVC-CONFIRMADO)
            OR (DVC-TIPO-PERSONA NOT = "F"
                AND DVC-TIPO-PERSONA NOT = "J")
            OR DVC-CUIT-COINCIDENTE NOT NUMERIC
            OR (DVC-TIPO-PERSONA = "F"
                AND DVC-CUIT-COINCIDENTE NOT = DVC-CUIT)
               DISPLAY "CLIVDIS0 - TARJETA INVALIDA EN DECIVIGI: "
                   DVC-CUIT " " DVC-VERSION " " DVC-DISPOSICION
                   " " DVC-TIPO-PERSONA " " DVC-CUIT-COINCIDENTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      *  3000-APLICAR-DISPOSICION  -  alta o actualizacion de la      *
      *      disposicion del CUIT para la version de lista y el CUIT  *
      *      coincidente indicados.                                   *
      *****************************************************************
       3000-APLICAR-DISPOSICION.
           MOVE DVC-CUIT    TO DVI-CUIT.
           MOVE DVC-VERSION TO DVI-VERSION-LISTA.
           MOVE DVC-CUIT-COINCIDENTE TO DVI-CUIT-COINCIDENTE.
           READ DISPOSICION.
           EVALUATE WS-STATUS-DVIG
               WHEN "00"
               WHEN "23"
                   MOVE DVC-CUIT         TO DVI-CUIT
                   MOVE DVC-VERSION      TO DVI-VERSION-LISTA
                   MOVE DVC-CUIT-COINCIDENTE TO DVI-CUIT-COINCIDENTE
                   MOVE DVC-DISPOSICION  TO DVI-DISPOSICION
                   MOVE DVC-TIPO-PERSONA TO DVI-TIPO-PERSONA
                   MOVE WS-FECHA-TRABAJO TO DVI-FECHA-DECISION
                  "  ANALISTA " DVI-ANALISTA
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           IF DVI-CUIT-COINCIDENTE NOT = DVI-CUIT
               MOVE DVI-CUIT-COINCIDENTE TO WS-CUIT-ED
               MOVE SPACES TO LINEA-REPORTE
               STRING "    COINCIDENCIA DE PERSONA VINCULADA CUIT "
                      WS-CUIT-ED
                      DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

           EXIT.

      *****************************************************************
      *  4200-EMITIR-LIB-PJUR  -  la juridica se emite solo si no le  *
      *      queda otra coincidencia retenida en la version.          *
      *****************************************************************
       4200-EMITIR-LIB-PJUR.
           PERFORM 4400-CONTROLAR-COINCIDENCIAS THRU 4400-EXIT.
           IF LIB-PARCIAL
               PERFORM 4500-INFORMAR-LIB-PARCIAL THRU 4500-EXIT
               GO TO 4200-EXIT
           END-IF.
           MOVE "N" TO WS-MASTER-HALLADO.
           MOVE DVC-CUIT TO PJUR-CUIT OF REG-SALE-PJUR.
           READ MASTER-PJUR.
       4300-EXIT.
           EXIT.

      *****************************************************************
      *  4400-CONTROLAR-COINCIDENCIAS  -  recorre las retenciones de  *
      *      la juridica en la version de la tarjeta, en RETENIDO     *
      *      (corrida del dia) y RETENVBA (barrido de vigilancia).    *
      *      Cada una es una coincidencia: la de la propia juridica   *
      *      o la de un vinculado, cuyo CUIT trae el motivo. Como la  *
      *      retencion graba solo la primera coincidencia, con la     *
      *      version vigente se controlan ademas contra VIGILIST la   *
      *      juridica y cada vinculado vigente. Todas deben estar     *
      *      liberadas en DISPVIGI; la primera que no lo esta deja la *
      *      liberacion como parcial.                                 *
      *****************************************************************
       4400-CONTROLAR-COINCIDENCIAS.
           MOVE "N"    TO WS-LIB-PARCIAL.
           MOVE SPACES TO WS-CUIT-PENDIENTE.
           PERFORM 4410-REVISAR-RETENIDO THRU 4410-EXIT.
           IF NOT LIB-PARCIAL
               PERFORM 4430-REVISAR-BARRIDO THRU 4430-EXIT
           END-IF.
           IF NOT LIB-PARCIAL
              AND VIGI-DISPONIBLE
              AND DVC-VERSION = WS-VERSION-VIGENTE
               PERFORM 4460-REVISAR-VIGILANCIA THRU 4460-EXIT
           END-IF.
       4400-EXIT.
           EXIT.

       4410-REVISAR-RETENIDO.
           OPEN INPUT RETENIDOS.
           IF WS-STATUS-RETE = "35"
               GO TO 4410-EXIT
           END-IF.
           IF WS-STATUS-RETE NOT = "00"
               MOVE "RETENIDO"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-RETE     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           MOVE "N" TO WS-FIN-RETE.
           PERFORM 4420-LEER-RETENIDO THRU 4420-EXIT
               UNTIL FIN-RETE
                  OR LIB-PARCIAL.
           CLOSE RETENIDOS.
       4410-EXIT.
           EXIT.

       4420-LEER-RETENIDO.
           READ RETENIDOS
               AT END
                   SET FIN-RETE TO TRUE
                   GO TO 4420-EXIT
           END-READ.
           IF RET-CUIT NOT = DVC-CUIT
            OR RET-VERSION-LISTA NOT = DVC-VERSION
            OR RET-TIPO-PERSONA NOT = "J"
               GO TO 4420-EXIT
           END-IF.
           IF RET-MOTIVO (1:10) = "VINCULADO "
               MOVE RET-MOTIVO (11:11) TO WS-CUIT-CONTROL
           ELSE
               MOVE RET-CUIT           TO WS-CUIT-CONTROL
           END-IF.
           PERFORM 4450-VERIFICAR-DISPOSICION THRU 4450-EXIT.
       4420-EXIT.
           EXIT.

       4430-REVISAR-BARRIDO.
           OPEN INPUT RETEN-BARRIDO.
           IF WS-STATUS-RVBA = "35"
               GO TO 4430-EXIT
           END-IF.
           IF WS-STATUS-RVBA NOT = "00"
               MOVE "RETENVBA"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-RVBA     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           MOVE "N" TO WS-FIN-RVBA.
           PERFORM 4440-LEER-BARRIDO THRU 4440-EXIT
               UNTIL FIN-RVBA
                  OR LIB-PARCIAL.
           CLOSE RETEN-BARRIDO.
       4430-EXIT.
           EXIT.

       4440-LEER-BARRIDO.
           READ RETEN-BARRIDO
               AT END
                   SET FIN-RVBA TO TRUE
                   GO TO 4440-EXIT
           END-READ.
           IF RVB-CUIT NOT = DVC-CUIT
            OR RVB-VERSION-LISTA NOT = DVC-VERSION
            OR RVB-TIPO-PERSONA NOT = "J"
               GO TO 4440-EXIT
           END-IF.
           IF RVB-MOTIVO (1:10) = "VINCULADO "
               MOVE RVB-MOTIVO (11:11) TO WS-CUIT-CONTROL
           ELSE
               MOVE RVB-CUIT           TO WS-CUIT-CONTROL
           END-IF.
           PERFORM 4450-VERIFICAR-DISPOSICION THRU 4450-EXIT.
       4440-EXIT.
           EXIT.

      *****************************************************************
      *  4450-VERIFICAR-DISPOSICION  -  lectura de DISPVIGI por la    *
      *      coincidencia en WS-CUIT-CONTROL; sin disposicion o con   *
      *      una confirmada la coincidencia sigue retenida.           *
      *****************************************************************
       4450-VERIFICAR-DISPOSICION.
           MOVE DVC-CUIT        TO DVI-CUIT.
           MOVE DVC-VERSION     TO DVI-VERSION-LISTA.
           MOVE WS-CUIT-CONTROL TO DVI-CUIT-COINCIDENTE.
           READ DISPOSICION.
           EVALUATE WS-STATUS-DVIG
               WHEN "00"
                   IF NOT DVI-LIBERADO
                       SET LIB-PARCIAL      TO TRUE
                       MOVE WS-CUIT-CONTROL TO WS-CUIT-PENDIENTE
                   END-IF
               WHEN "23"
                   SET LIB-PARCIAL      TO TRUE
                   MOVE WS-CUIT-CONTROL TO WS-CUIT-PENDIENTE
               WHEN OTHER
                   MOVE "DISPVIGI"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-DVIG     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
       4450-EXIT.
           EXIT.

      *****************************************************************
      *  4460-REVISAR-VIGILANCIA  -  la juridica por su propio CUIT y *
      *      sus vinculados vigentes a la fecha de proceso, igual que *
      *      los controla CLIREPL0 pero sin cortar en la primera      *
      *      coincidencia.                                            *
      *****************************************************************
       4460-REVISAR-VIGILANCIA.
           MOVE DVC-CUIT TO VIG-CUIT.
           PERFORM 4480-LEER-VIGILANCIA THRU 4480-EXIT.
           IF LIB-PARCIAL
              OR NOT VINC-DISPONIBLE
               GO TO 4460-EXIT
           END-IF.
           MOVE DVC-CUIT TO VIN-CUIT-PJUR.
           MOVE ZERO     TO VIN-CUIT-PERSONA.
           MOVE "N" TO WS-FIN-VINC.
           START VINCULOS KEY IS NOT LESS THAN VIN-CLAVE
               INVALID KEY
                   SET FIN-VINC TO TRUE
           END-START.
           PERFORM 4470-REVISAR-VINCULADO THRU 4470-EXIT
               UNTIL FIN-VINC
                  OR LIB-PARCIAL.
       4460-EXIT.
           EXIT.

       4470-REVISAR-VINCULADO.
           READ VINCULOS NEXT
               AT END
                   SET FIN-VINC TO TRUE
                   GO TO 4470-EXIT
           END-READ.
           IF WS-STATUS-VINC NOT = "00"
               MOVE "VINCPJUR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-VINC     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           IF VIN-CUIT-PJUR NOT = DVC-CUIT
               SET FIN-VINC TO TRUE
               GO TO 4470-EXIT
           END-IF.
           IF VIN-FECHA-DESDE > WS-FECHA-TRABAJO
               GO TO 4470-EXIT
           END-IF.
           IF VIN-FECHA-HASTA NOT = ZERO
              AND VIN-FECHA-HASTA < WS-FECHA-TRABAJO
               GO TO 4470-EXIT
           END-IF.
           MOVE VIN-CUIT-PERSONA TO VIG-CUIT.
           PERFORM 4480-LEER-VIGILANCIA THRU 4480-EXIT.
       4470-EXIT.
           EXIT.

      *****************************************************************
      *  4480-LEER-VIGILANCIA  -  lectura directa de la lista por el  *
      *      CUIT cargado en VIG-CUIT; si figura, es una coincidencia *
      *      de la juridica a verificar en DISPVIGI.                  *
      *****************************************************************
       4480-LEER-VIGILANCIA.
           READ VIGILANCIA.
           EVALUATE WS-STATUS-VIGI
               WHEN "00"
                   MOVE VIG-CUIT TO WS-CUIT-CONTROL
                   PERFORM 4450-VERIFICAR-DISPOSICION THRU 4450-EXIT
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   MOVE "VIGILIST"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-VIGI     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
       4480-EXIT.
           EXIT.

      *****************************************************************
      *  4500-INFORMAR-LIB-PARCIAL  -  la disposicion queda asentada  *
      *      pero la juridica no se emite: sigue retenida por otra    *
      *      coincidencia hasta que el analista la libere.            *
      *****************************************************************
       4500-INFORMAR-LIB-PARCIAL.
           ADD 1 TO WS-CANT-LIB-PARCIAL.
           MOVE DVC-CUIT          TO WS-CUIT-ED.
           MOVE WS-CUIT-PENDIENTE TO WS-CUIT-ED-2.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "    CUIT " WS-CUIT-ED
                  " LIBERADO PARCIAL: SIGUE RETENIDO POR " WS-CUIT-ED-2
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       4500-EXIT.
           EXIT.

      *****************************************************************
      *  7000-ESCRIBIR-LINEA  -  graba una linea del listado,          *
      *      verificando el resultado de la escritura.                 *
           STRING "TOTAL SIN MASTER          : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-LIB-PARCIAL TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL LIBERADOS PARCIALES : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       8000-EXIT.
           EXIT.

                 EXT-LIB-PJUR
                 LIBERA-CTL
                 LISTADO.
           IF VIGI-DISPONIBLE
               CLOSE VIGILANCIA
           END-IF.
           IF VINC-DISPONIBLE
               CLOSE VINCULOS
           END-IF.
           DISPLAY "CLIVDIS0 - DECISIONES APLICADAS   : "
               WS-CANT-DECISIONES.
           DISPLAY "CLIVDIS0 - LIBERADOS PFIS EMITIDOS: "
               WS-CANT-LIB-PJUR.
           DISPLAY "CLIVDIS0 - LIBERADOS SIN MASTER   : "
               WS-CANT-SIN-MASTER.
           DISPLAY "CLIVDIS0 - LIBERADOS PARCIALES    : "
               WS-CANT-LIB-PARCIAL.
       9000-EXIT.
           EXIT.

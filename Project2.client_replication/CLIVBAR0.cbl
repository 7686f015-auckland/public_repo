      *                 disposicion "liberado" para la version       *
      *                 nueva (DISPVIGI, ver CLIVDIS0) no se         *
      *                 retienen. Con la version sin cambio el       *
      *                 programa termina sin barrer. Las personas    *
      *                 juridicas se retienen tambien cuando un      *
      *                 vinculado vigente en VINCPJUR (ver CLIVINC0) *
      *                 esta en la lista.                            *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *  --------------------------------------------------------    *
      *  DATE       INIT  DESCRIPTION                                *
      *  02/09/2026  DDC  Programa original.                         *
      *  15/10/2026  DDC  El barrido de MSTRPJUR controla tambien a   *
      *                   las personas vinculadas vigentes de cada    *
      *                   juridica en VINCPJUR; la retencion lleva en *
      *                   el motivo el CUIT y el rol del vinculado.   *
      *  15/10/2026  DDC  Fecha de proceso tomada del dia de negocio *
      *                   abierto en FECHPROC en lugar del reloj del *
      *                   sistema.                                   *
      *  15/10/2026  DDC  La disposicion DISPVIGI se consulta por la  *
      *                   coincidencia (CUIT del cliente + version +  *
      *                   CUIT hallado en la lista): la liberacion de *
      *                   la propia juridica ya no libera a sus       *
      *                   vinculados.                                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
                  RECORD KEY IS DVI-CLAVE
                  FILE STATUS IS WS-STATUS-DVIG.

           SELECT VINCULOS      ASSIGN TO "VINCPJUR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VIN-CLAVE
                  FILE STATUS IS WS-STATUS-VINC.

           SELECT RETEN-BARRIDO ASSIGN TO "RETENVBA"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-RETE.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-LIST.

           SELECT FECHA-PROCESO ASSIGN TO "FECHPROC"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-FPRO.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-PFIS
           LABEL RECORDS ARE STANDARD.
           COPY "clidisp.cpy".

       FD  VINCULOS
           LABEL RECORDS ARE STANDARD.
           COPY "clivinc.cpy".

       FD  RETEN-BARRIDO
           LABEL RECORDS ARE STANDARD.
           COPY "clireten.cpy".
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
           05  WS-STATUS-VIGI     PIC XX          VALUE SPACES.
               88  VIGIL-RETENIDO                 VALUE "S".
           05  WS-DISP-DISPONIBLE PIC X           VALUE "N".
               88  DISP-DISPONIBLE                VALUE "S".
           05  WS-STATUS-VINC     PIC XX          VALUE SPACES.
           05  WS-VINC-DISPONIBLE PIC X           VALUE "N".
               88  VINC-DISPONIBLE                VALUE "S".
           05  WS-FIN-VINC        PIC X           VALUE "N".
               88  FIN-VINC                       VALUE "S".

      *-----------------------------------------------------------*
      *  DATOS PARA EL CORTE POR ERROR DE E/S                      *
           05  WS-CANT-EXAMINADOS PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-RETENIDOS  PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-LIBERADOS  PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-RET-VINCULO PIC 9(8) COMP  VALUE ZERO.
           05  WS-CANT-NOT-PFIS   PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-NOT-PJUR   PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CHECKSUM-NOTF   PIC 9(18) COMP  VALUE ZERO.
           05  WS-FECHA-LISTA     PIC 9(8)        VALUE ZERO.
           05  WS-VERSION-ANTERIOR PIC X(10)      VALUE SPACES.

      *-----------------------------------------------------------*
      *  CONTROL DE LAS PERSONAS VINCULADAS A LA JURIDICA          *
      *-----------------------------------------------------------*
       01  WS-VINCULADOS.
           05  WS-VIN-CUIT-PJUR   PIC 9(11)       VALUE ZERO.
           05  WS-VIN-ROL-DESC    PIC X(11)       VALUE SPACES.
           05  WS-MOTIVO-VINCULO  PIC X(60)       VALUE SPACES.

      *-----------------------------------------------------------*
      *  MARCA DE FECHA/HORA EFECTIVA DE LA NOTIFICACION            *
      *-----------------------------------------------------------*
      *  1000-INICIALIZAR                                             *
      *****************************************************************
       1000-INICIALIZAR.
           PERFORM 1010-LEER-FECHA-PROCESO THRU 1010-EXIT.
           MOVE WS-FECHA-TRABAJO      TO WS-TS-FECHA.
           ACCEPT WS-TS-HORA-COMPLETA FROM TIME.
           MOVE WS-TS-HORA-COMPLETA (1:6) TO WS-TS-HORA.
           PERFORM 1100-ABRIR-VIGILANCIA  THRU 1100-EXIT.
           PERFORM 1200-CONTROLAR-VERSION THRU 1200-EXIT.
           PERFORM 1300-ABRIR-DISPOSICION THRU 1300-EXIT.
           PERFORM 1350-ABRIR-VINCULOS    THRU 1350-EXIT.
           PERFORM 1400-ABRIR-BARRIDO-CTL THRU 1400-EXIT.
           OPEN INPUT  MASTER-PFIS
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
               DISPLAY "CLIVBAR0 - NO HAY DIA DE NEGOCIO ABIERTO EN "
                   "FECHPROC: " FPR-FECHA-PROCESO " ESTADO " FPR-ESTADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FPR-FECHA-PROCESO TO WS-FECHA-TRABAJO.
           IF FPR-REPROCESO
               DISPLAY "CLIVBAR0 - REPROCESO AUTORIZADO DEL DIA "
                   FPR-FECHA-PROCESO
           END-IF.
       1010-EXIT.
           EXIT.

      *****************************************************************
      *  1100-ABRIR-VIGILANCIA  -  abre la lista de sujetos           *
      *      observados y toma version y fecha de su cabecera.        *
       1300-EXIT.
           EXIT.

      *****************************************************************
      *  1350-ABRIR-VINCULOS  -  abre las personas vinculadas a las   *
      *      juridicas (ver CLIVINC0); si no existe, cada juridica se *
      *      coteja solo por su propio CUIT.                          *
      *****************************************************************
       1350-ABRIR-VINCULOS.
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
       1350-EXIT.
           EXIT.

      *****************************************************************
      *  1400-ABRIR-BARRIDO-CTL  -  localiza o crea el archivo de     *
      *      secuencia del extracto de notificacion y avanza el       *

      *****************************************************************
      *  3000-BARRER-PJUR  -  coteja el cliente de MSTRPJUR contra    *
      *      la lista nueva y, si no coincide por su propio CUIT, a   *
      *      sus personas vinculadas vigentes.                        *
      *****************************************************************
       3000-BARRER-PJUR.
           ADD 1 TO WS-CANT-EXAMINADOS.
           MOVE PJUR-CUIT OF REG-SALE-PJUR TO VIG-CUIT.
           PERFORM 5000-CONSULTAR-LISTA THRU 5000-EXIT.
           IF NOT VIGIL-RETENIDO
               MOVE PJUR-CUIT OF REG-SALE-PJUR TO WS-VIN-CUIT-PJUR
               PERFORM 5060-CONSULTAR-VINCULADOS THRU 5060-EXIT
           END-IF.
           IF VIGIL-RETENIDO
               MOVE "J"                  TO RET-TIPO-PERSONA
               MOVE PJUR-CUIT OF REG-SALE-PJUR TO RET-CUIT
      *****************************************************************
       5000-CONSULTAR-LISTA.
           MOVE "N" TO WS-VIGIL-RETENIDO.
           MOVE SPACES TO WS-MOTIVO-VINCULO.
           READ VIGILANCIA.
           EVALUATE WS-STATUS-VIGI
               WHEN "00"
                   SET VIGIL-RETENIDO TO TRUE
                   MOVE VIG-CUIT TO DVI-CUIT
                                    DVI-CUIT-COINCIDENTE
                   PERFORM 5050-CONSULTAR-DISPOSICION THRU 5050-EXIT
               WHEN "23"
                   CONTINUE
      *****************************************************************
      *  5050-CONSULTAR-DISPOSICION  -  una coincidencia liberada     *
      *      por cumplimiento para la version nueva de la lista no    *
      *      se retiene ni se notifica. Se invoca con el CUIT del     *
      *      cliente coincidente cargado en DVI-CUIT y el CUIT        *
      *      hallado en la lista en DVI-CUIT-COINCIDENTE: solo libera *
      *      la disposicion de esa misma coincidencia.                *
      *****************************************************************
       5050-CONSULTAR-DISPOSICION.
           IF NOT DISP-DISPONIBLE
               GO TO 5050-EXIT
           END-IF.
           MOVE WS-VERSION-LISTA TO DVI-VERSION-LISTA.
           READ DISPOSICION.
           EVALUATE WS-STATUS-DVIG
       5050-EXIT.
           EXIT.

      *****************************************************************
      *  5060-CONSULTAR-VINCULADOS  -  recorre en VINCPJUR los        *
      *      vinculos de la juridica cargada en WS-VIN-CUIT-PJUR y    *
      *      coteja contra la lista a cada persona vinculada vigente  *
      *      a la fecha. La primera coincidencia no liberada retiene  *
      *      a la juridica; la disposicion se consulta por el CUIT de *
      *      la juridica, que es el cliente retenido, y el del        *
      *      vinculado hallado en la lista.                           *
      *****************************************************************
       5060-CONSULTAR-VINCULADOS.
           IF NOT VINC-DISPONIBLE
               GO TO 5060-EXIT
           END-IF.
           MOVE WS-VIN-CUIT-PJUR TO VIN-CUIT-PJUR.
           MOVE ZERO             TO VIN-CUIT-PERSONA.
           MOVE "N" TO WS-FIN-VINC.
           START VINCULOS KEY IS NOT LESS THAN VIN-CLAVE
               INVALID KEY
                   SET FIN-VINC TO TRUE
           END-START.
           PERFORM 5070-CONSULTAR-UN-VINCULADO THRU 5070-EXIT
               UNTIL FIN-VINC
                  OR VIGIL-RETENIDO.
           IF VIGIL-RETENIDO
               ADD 1 TO WS-CANT-RET-VINCULO
           END-IF.
       5060-EXIT.
           EXIT.

      *****************************************************************
      *  5070-CONSULTAR-UN-VINCULADO  -  lee el vinculo siguiente y,  *
      *      si esta vigente, lo busca en la lista. Ante una          *
      *      coincidencia deja en WS-MOTIVO-VINCULO el CUIT y el rol  *
      *      del vinculado seguidos del motivo de la lista.           *
      *****************************************************************
       5070-CONSULTAR-UN-VINCULADO.
           READ VINCULOS NEXT
               AT END
                   SET FIN-VINC TO TRUE
                   GO TO 5070-EXIT
           END-READ.
           IF WS-STATUS-VINC NOT = "00"
               MOVE "VINCPJUR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-VINC     TO WS-ERROR-STATUS
               PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-IF.
           IF VIN-CUIT-PJUR NOT = WS-VIN-CUIT-PJUR
               SET FIN-VINC TO TRUE
               GO TO 5070-EXIT
           END-IF.
           IF VIN-FECHA-DESDE > WS-FECHA-TRABAJO
               GO TO 5070-EXIT
           END-IF.
           IF VIN-FECHA-HASTA NOT = ZERO
              AND VIN-FECHA-HASTA < WS-FECHA-TRABAJO
               GO TO 5070-EXIT
           END-IF.
           MOVE VIN-CUIT-PERSONA TO VIG-CUIT.
           READ VIGILANCIA.
           EVALUATE WS-STATUS-VIGI
               WHEN "00"
                   SET VIGIL-RETENIDO TO TRUE
                   MOVE WS-VIN-CUIT-PJUR TO DVI-CUIT
                   MOVE VIN-CUIT-PERSONA TO DVI-CUIT-COINCIDENTE
                   PERFORM 5050-CONSULTAR-DISPOSICION THRU 5050-EXIT
               WHEN "23"
                   GO TO 5070-EXIT
               WHEN OTHER
                   MOVE "VIGILIST"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-VIGI     TO WS-ERROR-STATUS
                   PERFORM 8900-ERROR-FATAL THRU 8900-EXIT
           END-EVALUATE.
           IF NOT VIGIL-RETENIDO
               GO TO 5070-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN VIN-ROL-SOCIO
                   MOVE "SOCIO"       TO WS-VIN-ROL-DESC
               WHEN VIN-ROL-APODERADO
                   MOVE "APODERADO"   TO WS-VIN-ROL-DESC
               WHEN VIN-ROL-AUTORIDAD
                   MOVE "AUTORIDAD"   TO WS-VIN-ROL-DESC
               WHEN VIN-ROL-BENEFICIARIO
                   MOVE "BENEF FINAL" TO WS-VIN-ROL-DESC
               WHEN OTHER
                   MOVE VIN-ROL       TO WS-VIN-ROL-DESC
           END-EVALUATE.
           MOVE SPACES TO WS-MOTIVO-VINCULO.
           STRING "VINCULADO " VIN-CUIT-PERSONA " "
                  WS-VIN-ROL-DESC "- " VIG-MOTIVO
                  DELIMITED BY SIZE INTO WS-MOTIVO-VINCULO.
       5070-EXIT.
           EXIT.

      *****************************************************************
      *  5100-GRABAR-RETENIDO  -  graba la coincidencia en RETENVBA   *
      *      con el motivo de la lista y la informa en el listado.    *
      *      Se invoca con RET-TIPO-PERSONA/CUIT/NOMBRE cargados y    *
      *      el registro de la lista en REG-VIGILADO. Una retencion   *
      *      por persona vinculada lleva el motivo armado en 5070.    *
      *****************************************************************
       5100-GRABAR-RETENIDO.
           MOVE WS-FECHA-TRABAJO  TO RET-FECHA-PROCESO.
           MOVE VIG-CATEGORIA     TO RET-CATEGORIA.
           IF WS-MOTIVO-VINCULO = SPACES
               MOVE VIG-MOTIVO        TO RET-MOTIVO
           ELSE
               MOVE WS-MOTIVO-VINCULO TO RET-MOTIVO
           END-IF.
           MOVE WS-VERSION-LISTA  TO RET-VERSION-LISTA.
           WRITE REG-RETENIDO.
           IF WS-STATUS-RETE NOT = "00"
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "    " RET-MOTIVO
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       5100-EXIT.
           STRING "COINCIDENCIAS LIBERADAS   : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-RET-VINCULO TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RETENIDAS POR VINCULADOS  : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-NOT-PFIS TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "NOTIFICACIONES PFIS       : " WS-CANT-ED
           IF DISP-DISPONIBLE
               CLOSE DISPOSICION
           END-IF.
           IF VINC-DISPONIBLE
               CLOSE VINCULOS
           END-IF.
           DISPLAY "CLIVBAR0 - REGISTROS EXAMINADOS   : "
               WS-CANT-EXAMINADOS.
           DISPLAY "CLIVBAR0 - COINCIDENCIAS RETENIDAS: "

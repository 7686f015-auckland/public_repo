      *                   RETENVBA (ver CLIVBAR0) de la version       *
      *                   vigente de la lista: RETENIDO se regraba    *
      *                   cada noche y las perderia.                  *
      *  15/10/2026  DDC  El barrido de vigilancia de las personas    *
      *                   juridicas controla tambien a sus personas   *
      *                   vinculadas vigentes en VINCPJUR (ver        *
      *                   CLIVINC0): una juridica cuyo socio,         *
      *                   apoderado, autoridad o beneficiario final   *
      *                   esta en VIGILIST se retiene, con el CUIT y  *
      *                   el rol del vinculado en el motivo. Sin el   *
      *                   archivo montado el barrido sigue como antes.*
      *  15/10/2026  DDC  Fecha de proceso tomada del dia de negocio *
      *                   abierto en FECHPROC en lugar del reloj del *
      *                   sistema.                                   *
      *  15/10/2026  DDC  Extraccion full particionada por rango de  *
      *                   CUIT segun la tarjeta PARMPART: cada       *
      *                   particion corre en su propio paso con sus  *
      *                   propias salidas y su propio REINICIO, se   *
      *                   reinicia sola y deja su resumen en         *
      *                   RESUPART. La historia, la volumetria, el   *
      *                   informe de vigilancia y el header/trailer  *
      *                   definitivos quedan a cargo de CLIUNIF0.    *
      *                   Sin PARMPART la corrida es la de siempre.  *
      *  15/10/2026  DDC  La disposicion DISPVIGI se consulta por la  *
      *                   coincidencia (CUIT del cliente + version +  *
      *                   CUIT hallado en la lista): la liberacion de *
      *                   la propia juridica o de otro vinculado ya   *
      *                   no libera a un vinculado no revisado.       *
      *****************************************************************

       ENVIRONMENT DIVISION.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-RVBA.

           SELECT VINCULOS      ASSIGN TO "VINCPJUR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VIN-CLAVE
                  FILE STATUS IS WS-STATUS-VINC.

           SELECT FECHA-PROCESO ASSIGN TO "FECHPROC"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-FPRO.

           SELECT PARTICION     ASSIGN TO "PARMPART"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-PRTC.

           SELECT RESUMEN-PART  ASSIGN TO "RESUPART"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-RSPT.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-PFIS
               REPLACING ==REG-RETENIDO== BY ==REG-RETEN-BARRIDO==
                         LEADING ==RET== BY ==RVB==.

       FD  VINCULOS
           LABEL RECORDS ARE STANDARD.
           COPY "clivinc.cpy".

       FD  FECHA-PROCESO
           LABEL RECORDS ARE STANDARD.
           COPY "clifpro.cpy".

       FD  PARTICION
           LABEL RECORDS ARE STANDARD.
           COPY "clipart.cpy".

       FD  RESUMEN-PART
           LABEL RECORDS ARE STANDARD.
           COPY "cliresp.cpy".

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------*
      *  SWITCHES                                                  *
      *-----------------------------------------------------------*
       01  WS-SWITCHES.
           05  WS-STATUS-FPRO     PIC XX          VALUE SPACES.
           05  WS-STATUS-PFIS     PIC XX          VALUE SPACES.
           05  WS-STATUS-PJUR     PIC XX          VALUE SPACES.
           05  WS-STATUS-EXTP     PIC XX          VALUE SPACES.
           05  WS-STATUS-RVBA     PIC XX          VALUE SPACES.
           05  WS-FIN-RVBA        PIC X           VALUE "N".
               88  FIN-RVBA                       VALUE "S".
           05  WS-STATUS-VINC     PIC XX          VALUE SPACES.
           05  WS-VINC-DISPONIBLE PIC X           VALUE "N".
               88  VINC-DISPONIBLE                VALUE "S".
           05  WS-FIN-VINC        PIC X           VALUE "N".
               88  FIN-VINC                       VALUE "S".
           05  WS-CODIGO-HALLADO  PIC X           VALUE "N".
               88  CODIGO-HALLADO                 VALUE "S".
           05  WS-CODIGOS-VALIDOS PIC X           VALUE "S".
               88  FIN-HIST                       VALUE "S".
           05  WS-ALERTA-VOLUMEN  PIC X           VALUE "N".
               88  ALERTA-VOLUMEN                 VALUE "S".
           05  WS-STATUS-PRTC     PIC XX          VALUE SPACES.
           05  WS-STATUS-RSPT     PIC XX          VALUE SPACES.
           05  WS-PARTICIONADA    PIC X           VALUE "N".
               88  PARTICIONADA                   VALUE "S".

      *-----------------------------------------------------------*
      *  DATOS PARA EL CORTE POR ERROR DE E/S                      *
           05  WS-CHECKSUM-PFIS   PIC 9(18) COMP   VALUE ZERO.
           05  WS-CHECKSUM-PJUR   PIC 9(18) COMP   VALUE ZERO.

      *-----------------------------------------------------------*
      *  PARTICION DE LA EXTRACCION FULL POR RANGO DE CUIT         *
      *  (TARJETA PARMPART; SIN TARJETA NO HAY PARTICION)          *
      *-----------------------------------------------------------*
       01  WS-PARTICION.
           05  WS-PART-NRO        PIC 9(2)        VALUE ZERO.
           05  WS-PART-CANT       PIC 9(2)        VALUE ZERO.
           05  WS-PART-DESDE      PIC 9(11)       VALUE ZERO.
           05  WS-PART-HASTA      PIC 9(11)       VALUE 99999999999.

      *-----------------------------------------------------------*
      *  CONTROL DE REINICIO (RESTART)                             *
      *-----------------------------------------------------------*
           05  WS-CANT-RETENIDOS  PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-LIBERADOS  PIC 9(8)  COMP  VALUE ZERO.
           05  WS-CANT-RET-BARRIDO PIC 9(8) COMP  VALUE ZERO.
           05  WS-CANT-RET-VINCULO PIC 9(8) COMP  VALUE ZERO.
           05  WS-VIN-CUIT-PJUR   PIC 9(11)       VALUE ZERO.
           05  WS-VIN-ROL-DESC    PIC X(11)       VALUE SPACES.
           05  WS-MOTIVO-VINCULO  PIC X(60)       VALUE SPACES.
       01  WS-TABLA-CATEGORIAS.
           05  WS-CAT-USADAS      PIC 9(2)  COMP  VALUE ZERO.
           05  WS-CAT-ENTRADA     OCCURS 20 TIMES.
      *  1000-INICIALIZAR                                             *
      *****************************************************************
       1000-INICIALIZAR.
           PERFORM 1010-LEER-FECHA-PROCESO THRU 1010-EXIT.
           MOVE WS-FECHA-TRABAJO      TO WS-TS-FECHA.
           ACCEPT WS-TS-HORA-COMPLETA FROM TIME.
           MOVE WS-TS-HORA-COMPLETA (1:6) TO WS-TS-HORA.
                   SET MODO-FULL  TO TRUE
               END-IF
           END-IF.
           PERFORM 1055-LEER-PARTICION    THRU 1055-EXIT.
           OPEN INPUT  MASTER-PFIS
                INPUT  MASTER-PJUR.
           IF WS-STATUS-PFIS NOT = "00"
               PERFORM 1200-ESCRIBIR-HEADERS  THRU 1200-EXIT
               PERFORM 1300-GRABAR-REINICIO   THRU 1300-EXIT
           END-IF.
           IF PARTICIONADA
               PERFORM 1057-POSICIONAR-PARTICION THRU 1057-EXIT
           END-IF.
           IF NOT FIN-PFIS
               PERFORM 2100-LEER-PFIS THRU 2100-EXIT
           END-IF.
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
               DISPLAY "CLIREPL0 - NO HAY DIA DE NEGOCIO ABIERTO EN "
                   "FECHPROC: " FPR-FECHA-PROCESO " ESTADO " FPR-ESTADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FPR-FECHA-PROCESO TO WS-FECHA-TRABAJO.
           IF FPR-REPROCESO
               DISPLAY "CLIREPL0 - REPROCESO AUTORIZADO DEL DIA "
                   FPR-FECHA-PROCESO
           END-IF.
       1010-EXIT.
           EXIT.

      *****************************************************************
      *  1050-LEER-PARAMETROS  -  lee la tarjeta de parametros de la   *
      *      corrida. Si PARAMTRS no esta presente se asume el modo    *
       1050-EXIT.
           EXIT.

      *****************************************************************
      *  1055-LEER-PARTICION  -  la tarjeta PARMPART convierte la      *
      *      corrida en una particion de la extraccion full: se        *
      *      extrae solo el rango de CUIT de la tarjeta, y cada        *
      *      particion lleva en su paso sus propias salidas y su       *
      *      propio REINICIO. Sin la tarjeta la corrida cubre los      *
      *      masters completos, como siempre. El modo delta no se      *
      *      particiona: compara contra un unico snapshot anterior.    *
      *****************************************************************
       1055-LEER-PARTICION.
           OPEN INPUT PARTICION.
           IF WS-STATUS-PRTC = "35"
               GO TO 1055-EXIT
           END-IF.
           IF WS-STATUS-PRTC NOT = "00"
               MOVE "PARMPART"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PRTC     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           READ PARTICION.
           IF WS-STATUS-PRTC NOT = "00"
               MOVE "PARMPART"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PRTC     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           CLOSE PARTICION.
           IF PRT-NRO-PARTICION IS NOT NUMERIC
            OR PRT-CANT-PARTICIONES IS NOT NUMERIC
            OR PRT-NRO-PARTICION = ZERO
            OR PRT-NRO-PARTICION > PRT-CANT-PARTICIONES
               DISPLAY "CLIREPL0 - NUMERO DE PARTICION INVALIDO "
                   "EN PARMPART: " PRT-NRO-PARTICION
                   " DE " PRT-CANT-PARTICIONES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PRT-CUIT-DESDE IS NOT NUMERIC
            OR PRT-CUIT-HASTA IS NOT NUMERIC
            OR PRT-CUIT-DESDE > PRT-CUIT-HASTA
               DISPLAY "CLIREPL0 - RANGO DE CUIT INVALIDO "
                   "EN PARMPART: " PRT-CUIT-DESDE " - " PRT-CUIT-HASTA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MODO-DELTA
               DISPLAY "CLIREPL0 - LA EXTRACCION DELTA NO SE "
                   "PARTICIONA: RETIRAR PARMPART"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET PARTICIONADA TO TRUE.
           MOVE PRT-NRO-PARTICION    TO WS-PART-NRO.
           MOVE PRT-CANT-PARTICIONES TO WS-PART-CANT.
           MOVE PRT-CUIT-DESDE       TO WS-PART-DESDE.
           MOVE PRT-CUIT-HASTA       TO WS-PART-HASTA.
           DISPLAY "CLIREPL0 - PARTICION " WS-PART-NRO
               " DE " WS-PART-CANT
               "  CUIT " WS-PART-DESDE " A " WS-PART-HASTA.
       1055-EXIT.
           EXIT.

      *****************************************************************
      *  1057-POSICIONAR-PARTICION  -  ubica cada master en el primer  *
      *      CUIT del rango de la particion, salvo que el reinicio ya  *
      *      lo haya dejado mas adelante; el fin del rango se corta   *
      *      en la lectura (2100/3100).                                *
      *****************************************************************
       1057-POSICIONAR-PARTICION.
           IF NOT FIN-PFIS
              AND REI-ULT-CUIT-PFIS < WS-PART-DESDE
               MOVE WS-PART-DESDE      TO CLI-CUIT OF MASTER-PFIS
               START MASTER-PFIS KEY IS NOT LESS THAN CLI-CUIT OF
                                                       MASTER-PFIS
                   INVALID KEY
                       SET FIN-PFIS TO TRUE
               END-START
           END-IF.
           IF NOT FIN-PJUR
              AND REI-ULT-CUIT-PJUR < WS-PART-DESDE
               MOVE WS-PART-DESDE      TO PJUR-CUIT OF MASTER-PJUR
               START MASTER-PJUR KEY IS NOT LESS THAN PJUR-CUIT OF
                                                       MASTER-PJUR
                   INVALID KEY
                       SET FIN-PJUR TO TRUE
               END-START
           END-IF.
       1057-EXIT.
           EXIT.

      *****************************************************************
      *  1070-ABRIR-SNAP-ANTERIOR  -  en modo delta abre el snapshot   *
      *      de la corrida anterior; sin ese archivo no hay contra     *
       1076-EXIT.
           EXIT.

      *****************************************************************
      *  1077-ABRIR-VINCULOS  -  abre las personas vinculadas a las   *
      *      juridicas (ver CLIVINC0); si no existe, el barrido de    *
      *      las juridicas controla solo su propio CUIT, como antes   *
      *      de los vinculos.                                         *
      *****************************************************************
       1077-ABRIR-VINCULOS.
           OPEN INPUT VINCULOS.
           EVALUATE WS-STATUS-VINC
               WHEN "00"
                   SET VINC-DISPONIBLE TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "VINCPJUR"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-VINC     TO WS-ERROR-STATUS
                   PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-EVALUATE.
       1077-EXIT.
           EXIT.

      *****************************************************************
      *  1078-ABRIR-VIGILANCIA  -  abre la lista de sujetos           *
      *      observados, controla su cabecera (CUIT cero) y se niega  *
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           PERFORM 1079-ABRIR-DISPOSICION THRU 1079-EXIT.
           PERFORM 1077-ABRIR-VINCULOS    THRU 1077-EXIT.
       1078-EXIT.
           EXIT.


      *****************************************************************
      *  1200-ESCRIBIR-HEADERS - registro de cabecera en cada extracto *
      *      (en una particion lleva el numero de particion en lugar  *
      *      de la secuencia, que asigna CLIUNIF0 al consolidar).     *
      *****************************************************************
       1200-ESCRIBIR-HEADERS.
           SET CTL-TIPO-REG-HEADER OF REG-CONTROL-PFIS TO TRUE.
           MOVE WS-FECHA-TRABAJO      TO CTL-FECHA-PROCESO OF
                                          REG-CONTROL-PFIS.
           IF PARTICIONADA
               MOVE WS-PART-NRO       TO CTL-NRO-SECUENCIA OF
                                          REG-CONTROL-PFIS
           ELSE
               MOVE REI-NRO-SECUENCIA TO CTL-NRO-SECUENCIA OF
                                          REG-CONTROL-PFIS
           END-IF.
           MOVE ZERO                  TO CTL-CANT-REGISTROS OF
                                          REG-CONTROL-PFIS
                                          CTL-CHECKSUM OF
           SET CTL-TIPO-REG-HEADER OF REG-CONTROL-PJUR TO TRUE.
           MOVE WS-FECHA-TRABAJO      TO CTL-FECHA-PROCESO OF
                                          REG-CONTROL-PJUR.
           IF PARTICIONADA
               MOVE WS-PART-NRO       TO CTL-NRO-SECUENCIA OF
                                          REG-CONTROL-PJUR
           ELSE
               MOVE REI-NRO-SECUENCIA TO CTL-NRO-SECUENCIA OF
                                          REG-CONTROL-PJUR
           END-IF.
           MOVE ZERO                  TO CTL-CANT-REGISTROS OF
                                          REG-CONTROL-PJUR
                                          CTL-CHECKSUM OF
               AT END
                   SET FIN-PFIS TO TRUE
           END-READ.
           IF NOT FIN-PFIS
              AND PARTICIONADA
              AND CLI-CUIT OF REG-SALE > WS-PART-HASTA
               SET FIN-PFIS TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

               AT END
                   SET FIN-PJUR TO TRUE
           END-READ.
           IF NOT FIN-PJUR
              AND PARTICIONADA
              AND PJUR-CUIT OF REG-SALE-PJUR > WS-PART-HASTA
               SET FIN-PJUR TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.


      *****************************************************************
      *  5650-CONTROLAR-VIGILANCIA-PJUR  -  igual que 5600 para       *
      *      personas juridicas; si la juridica no queda retenida por *
      *      su propio CUIT se controlan sus personas vinculadas.     *
      *****************************************************************
       5650-CONTROLAR-VIGILANCIA-PJUR.
           MOVE "N" TO WS-VIGIL-RETENIDO.
           ADD 1 TO WS-CANT-EXAMINADOS.
           MOVE PJUR-CUIT OF REG-SALE-PJUR TO VIG-CUIT.
           PERFORM 5660-LEER-VIGILANCIA THRU 5660-EXIT.
           IF NOT VIGIL-RETENIDO
               MOVE PJUR-CUIT OF REG-SALE-PJUR TO WS-VIN-CUIT-PJUR
               PERFORM 5700-CONTROLAR-VINCULADOS THRU 5700-EXIT
           END-IF.
           IF VIGIL-RETENIDO
               MOVE "J"                  TO RET-TIPO-PERSONA
               MOVE PJUR-CUIT OF REG-SALE-PJUR TO RET-CUIT

      *****************************************************************
      *  5655-CONTROLAR-VIGIL-BAJA-PJUR  -  igual que 5610 para       *
      *      personas juridicas, incluidas sus personas vinculadas.   *
      *****************************************************************
       5655-CONTROLAR-VIGIL-BAJA-PJUR.
           MOVE "N" TO WS-VIGIL-RETENIDO.
           ADD 1 TO WS-CANT-EXAMINADOS.
           MOVE PJUR-CUIT OF REG-SNAP-PJUR TO VIG-CUIT.
           PERFORM 5660-LEER-VIGILANCIA THRU 5660-EXIT.
           IF NOT VIGIL-RETENIDO
               MOVE PJUR-CUIT OF REG-SNAP-PJUR TO WS-VIN-CUIT-PJUR
               PERFORM 5700-CONTROLAR-VINCULADOS THRU 5700-EXIT
           END-IF.
           IF VIGIL-RETENIDO
               MOVE "J"                  TO RET-TIPO-PERSONA
               MOVE PJUR-CUIT OF REG-SNAP-PJUR TO RET-CUIT
      *      CUIT ya cargado en VIG-CUIT.                             *
      *****************************************************************
       5660-LEER-VIGILANCIA.
           MOVE SPACES TO WS-MOTIVO-VINCULO.
           READ VIGILANCIA.
           EVALUATE WS-STATUS-VIGI
               WHEN "00"
                   SET VIGIL-RETENIDO TO TRUE
                   MOVE VIG-CUIT TO DVI-CUIT
                                    DVI-CUIT-COINCIDENTE
                   PERFORM 5665-CONSULTAR-DISPOSICION THRU 5665-EXIT
               WHEN "23"
                   CONTINUE
      *  5665-CONSULTAR-DISPOSICION  -  una coincidencia con una      *
      *      disposicion de cumplimiento "liberado" para la version   *
      *      vigente de la lista no se retiene: ya fue investigada y  *
      *      resuelta como falso positivo. Se invoca con el CUIT del  *
      *      cliente retenido cargado en DVI-CUIT y el CUIT hallado   *
      *      en la lista en DVI-CUIT-COINCIDENTE: solo libera la      *
      *      disposicion de esa misma coincidencia.                   *
      *****************************************************************
       5665-CONSULTAR-DISPOSICION.
           IF NOT DISP-DISPONIBLE
               GO TO 5665-EXIT
           END-IF.
           MOVE WS-VERSION-LISTA TO DVI-VERSION-LISTA.
           READ DISPOSICION.
           EVALUATE WS-STATUS-DVIG
      *  5670-GRABAR-RETENIDO  -  graba la coincidencia en RETENIDO   *
      *      con el motivo de la lista y acumula por categoria.       *
      *      Se invoca con RET-TIPO-PERSONA/CUIT/NOMBRE cargados y    *
      *      el registro de la lista en REG-VIGILADO. Una retencion   *
      *      por persona vinculada lleva el motivo armado en 5700.    *
      *****************************************************************
       5670-GRABAR-RETENIDO.
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
               SET CAT-HALLADA TO TRUE
           END-IF.

      *****************************************************************
      *  5700-CONTROLAR-VINCULADOS  -  recorre en VINCPJUR los        *
      *      vinculos de la juridica cargada en WS-VIN-CUIT-PJUR y    *
      *      controla contra la lista a cada persona vinculada        *
      *      vigente a la fecha de proceso. La primera coincidencia   *
      *      no liberada retiene a la juridica; la disposicion se     *
      *      consulta por el CUIT de la juridica, que es el cliente   *
      *      retenido, y el del vinculado hallado en la lista.        *
      *****************************************************************
       5700-CONTROLAR-VINCULADOS.
           IF NOT VINC-DISPONIBLE
               GO TO 5700-EXIT
           END-IF.
           MOVE WS-VIN-CUIT-PJUR TO VIN-CUIT-PJUR.
           MOVE ZERO             TO VIN-CUIT-PERSONA.
           MOVE "N" TO WS-FIN-VINC.
           START VINCULOS KEY IS NOT LESS THAN VIN-CLAVE
               INVALID KEY
                   SET FIN-VINC TO TRUE
           END-START.
           PERFORM 5710-CONTROLAR-UN-VINCULADO THRU 5710-EXIT
               UNTIL FIN-VINC
                  OR VIGIL-RETENIDO.
       5700-EXIT.
           EXIT.

      *****************************************************************
      *  5710-CONTROLAR-UN-VINCULADO  -  lee el vinculo siguiente y,  *
      *      si esta vigente, lo busca en la lista. Ante una          *
      *      coincidencia deja en WS-MOTIVO-VINCULO el CUIT y el rol  *
      *      del vinculado seguidos del motivo de la lista.           *
      *****************************************************************
       5710-CONTROLAR-UN-VINCULADO.
           READ VINCULOS NEXT
               AT END
                   SET FIN-VINC TO TRUE
                   GO TO 5710-EXIT
           END-READ.
           IF WS-STATUS-VINC NOT = "00"
               MOVE "VINCPJUR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-VINC     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           IF VIN-CUIT-PJUR NOT = WS-VIN-CUIT-PJUR
               SET FIN-VINC TO TRUE
               GO TO 5710-EXIT
           END-IF.
           IF VIN-FECHA-DESDE > WS-FECHA-TRABAJO
               GO TO 5710-EXIT
           END-IF.
           IF VIN-FECHA-HASTA NOT = ZERO
              AND VIN-FECHA-HASTA < WS-FECHA-TRABAJO
               GO TO 5710-EXIT
           END-IF.
           MOVE VIN-CUIT-PERSONA TO VIG-CUIT.
           READ VIGILANCIA.
           EVALUATE WS-STATUS-VIGI
               WHEN "00"
                   SET VIGIL-RETENIDO TO TRUE
                   MOVE WS-VIN-CUIT-PJUR TO DVI-CUIT
                   MOVE VIN-CUIT-PERSONA TO DVI-CUIT-COINCIDENTE
                   PERFORM 5665-CONSULTAR-DISPOSICION THRU 5665-EXIT
               WHEN "23"
                   GO TO 5710-EXIT
               WHEN OTHER
                   MOVE "VIGILIST"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-VIGI     TO WS-ERROR-STATUS
                   PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-EVALUATE.
           IF NOT VIGIL-RETENIDO
               GO TO 5710-EXIT
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
       5710-EXIT.
           EXIT.

      *****************************************************************
      *  5750-CONTROLAR-CODIGOS-PFIS  -  recorre los codigos de       *
      *      dominio del registro de persona fisica; ante el primer   *
           SET REI-ESTADO-INACTIVO TO TRUE.
           PERFORM 1300-GRABAR-REINICIO THRU 1300-EXIT.

      *    UNA PARTICION NO ES LA CORRIDA: LA VOLUMETRIA, LA HISTORIA
      *    Y EL INFORME DE VIGILANCIA LOS HACE CLIUNIF0 SOBRE EL TOTAL.
           IF PARTICIONADA
               PERFORM 9500-GRABAR-RESUMEN-PART THRU 9500-EXIT
           ELSE
               PERFORM 9100-CONTROLAR-VOLUMETRIA THRU 9100-EXIT
               PERFORM 9300-GRABAR-HISTORIA      THRU 9300-EXIT
               PERFORM 9400-INFORMAR-VIGILANCIA  THRU 9400-EXIT
           END-IF.

           CLOSE MASTER-PFIS
                 MASTER-PJUR
           IF DISP-DISPONIBLE
               CLOSE DISPOSICION
           END-IF.
           IF VINC-DISPONIBLE
               CLOSE VINCULOS
           END-IF.
           IF TABLA-DISPONIBLE
               CLOSE COD-TABLA
           END-IF.
           IF PARTICIONADA
               DISPLAY "CLIREPL0 - FIN DE PARTICION " WS-PART-NRO
                   " DE " WS-PART-CANT
           END-IF.
           DISPLAY "CLIREPL0 - REGISTROS PFIS ESCRITOS: " WS-CANT-PFIS.
           DISPLAY "CLIREPL0 - REGISTROS PJUR ESCRITOS: " WS-CANT-PJUR.
           DISPLAY "CLIREPL0 - REGISTROS RECHAZADOS   : "
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           MOVE ZERO TO WS-CANT-RETENIDOS
                        WS-CANT-RET-VINCULO
                        WS-CAT-USADAS.
           MOVE "N"  TO WS-FIN-RETE.
           PERFORM 9430-CONTAR-RETENIDO THRU 9430-EXIT
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
           IF RVB-VERSION-LISTA = WS-VERSION-LISTA
               ADD 1 TO WS-CANT-RETENIDOS
               ADD 1 TO WS-CANT-RET-BARRIDO
               IF RVB-MOTIVO (1:10) = "VINCULADO "
                   ADD 1 TO WS-CANT-RET-VINCULO
               END-IF
               MOVE RVB-CATEGORIA TO WS-CAT-ACTUAL
               PERFORM 5680-ACUMULAR-CATEGORIA THRU 5680-EXIT
           END-IF.
                   GO TO 9430-EXIT
           END-READ.
           ADD 1 TO WS-CANT-RETENIDOS.
           IF RET-MOTIVO (1:10) = "VINCULADO "
               ADD 1 TO WS-CANT-RET-VINCULO
           END-IF.
           MOVE RET-CATEGORIA TO WS-CAT-ACTUAL.
           PERFORM 5680-ACUMULAR-CATEGORIA THRU 5680-EXIT.
       9430-EXIT.
           EXIT.

      *****************************************************************
      *  9500-GRABAR-RESUMEN-PART  -  deja en RESUPART el resumen de  *
      *      la particion terminada: rango, cantidades y sumas de     *
      *      control, y los contadores del barrido de vigilancia,     *
      *      para que CLIUNIF0 consolide y controle las particiones.  *
      *****************************************************************
       9500-GRABAR-RESUMEN-PART.
           CLOSE RETENIDOS.
           OPEN OUTPUT RESUMEN-PART.
           IF WS-STATUS-RSPT NOT = "00"
               MOVE "RESUPART"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-RSPT     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           MOVE WS-PART-NRO           TO RSP-NRO-PARTICION.
           MOVE WS-PART-CANT          TO RSP-CANT-PARTICIONES.
           MOVE WS-PART-DESDE         TO RSP-CUIT-DESDE.
           MOVE WS-PART-HASTA         TO RSP-CUIT-HASTA.
           MOVE WS-FECHA-TRABAJO      TO RSP-FECHA-PROCESO.
           IF MODO-REINICIO-ACTIVO
               SET RSP-EJEC-REINICIADA TO TRUE
           ELSE
               SET RSP-EJEC-COMPLETA   TO TRUE
           END-IF.
           MOVE WS-MODO-EXTRACCION    TO RSP-MODO-EXTRACCION.
           MOVE WS-CANT-PFIS          TO RSP-CANT-PFIS.
           MOVE WS-CANT-PJUR          TO RSP-CANT-PJUR.
           MOVE WS-CANT-RECHAZOS      TO RSP-CANT-RECHAZOS.
           MOVE WS-CHECKSUM-PFIS      TO RSP-CHECKSUM-PFIS.
           MOVE WS-CHECKSUM-PJUR      TO RSP-CHECKSUM-PJUR.
           MOVE WS-CANT-EXAMINADOS    TO RSP-CANT-EXAMINADOS.
           MOVE WS-CANT-LIBERADOS     TO RSP-CANT-LIBERADOS.
           MOVE WS-VERSION-LISTA      TO RSP-VERSION-LISTA.
           MOVE WS-FECHA-LISTA        TO RSP-FECHA-LISTA.
           WRITE REG-RESUMEN-PART.
           IF WS-STATUS-RSPT NOT = "00"
               MOVE "RESUPART"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-RSPT     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           CLOSE RESUMEN-PART.
       9500-EXIT.
           EXIT.

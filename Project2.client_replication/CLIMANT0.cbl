      *                 por cada novedad aplicada, y rutea a un      *
      *                 archivo de rechazos las novedades que no     *
      *                 corresponden con el estado del master.       *
      *                 Las bajas no se pierden: la ultima imagen    *
      *                 del cliente pasa al master de clientes       *
      *                 cerrados CLIBAJAS, y un alta sobre un CUIT   *
      *                 cerrado se aplica como reactivacion (novedad *
      *                 de auditoria "R") y se informa en el listado *
      *                 LISTMANT.                                    *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *                   con el motivo 05. Sin la tabla montada el  *
      *                   mantenimiento corre sin esa validacion,    *
      *                   como antes.                                *
      *  15/10/2026  DDC  Las bajas se archivan en el master de      *
      *                   clientes cerrados CLIBAJAS en lugar de     *
      *                   perderse con el DELETE; el alta sobre un   *
      *                   CUIT cerrado es una reactivacion con su    *
      *                   propia novedad de auditoria "R". Nuevo     *
      *                   listado LISTMANT de la corrida.            *
      *  15/10/2026  DDC  Fecha de proceso tomada del dia de negocio *
      *                   abierto en FECHPROC en lugar del reloj del *
      *                   sistema.                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
                  RECORD KEY IS COD-CLAVE
                  FILE STATUS IS WS-STATUS-CODT.

           SELECT CLIENTES-BAJA ASSIGN TO "CLIBAJAS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BJA-CUIT
                  FILE STATUS IS WS-STATUS-BAJA.

           SELECT LISTADO       ASSIGN TO "LISTMANT"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-LIST.

           SELECT FECHA-PROCESO ASSIGN TO "FECHPROC"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-FPRO.

       DATA DIVISION.
       FILE SECTION.
       FD  NOVEDADES-PFIS
           LABEL RECORDS ARE STANDARD.
           COPY "clicodt.cpy".

       FD  CLIENTES-BAJA
           LABEL RECORDS ARE STANDARD.
           COPY "clibaja.cpy".

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
           05  WS-STATUS-NOVP     PIC XX          VALUE SPACES.
           05  WS-STATUS-NOVJ     PIC XX          VALUE SPACES.
           05  WS-STATUS-PFIS     PIC XX          VALUE SPACES.
               88  CODIGO-HALLADO                 VALUE "S".
           05  WS-CODIGOS-VALIDOS PIC X           VALUE "S".
               88  CODIGOS-VALIDOS                VALUE "S".
           05  WS-STATUS-BAJA     PIC XX          VALUE SPACES.
           05  WS-STATUS-LIST     PIC XX          VALUE SPACES.
           05  WS-BAJA-HALLADA    PIC X           VALUE "N".
               88  BAJA-HALLADA                   VALUE "S".

      *-----------------------------------------------------------*
      *  DATOS PARA EL CORTE POR ERROR DE E/S                      *
           05  WS-CANT-MODIF-PJUR  PIC 9(8) COMP  VALUE ZERO.
           05  WS-CANT-BAJAS-PJUR  PIC 9(8) COMP  VALUE ZERO.
           05  WS-CANT-RECHAZOS    PIC 9(8) COMP  VALUE ZERO.
           05  WS-CANT-REACT-PFIS  PIC 9(8) COMP  VALUE ZERO.
           05  WS-CANT-REACT-PJUR  PIC 9(8) COMP  VALUE ZERO.

       01  WS-FECHA-TRABAJO       PIC 9(8).

      *-----------------------------------------------------------*
      *  CLIENTE QUE SE ARCHIVA EN CLIBAJAS                        *
      *-----------------------------------------------------------*
       01  WS-BAJA-NUEVA.
           05  WS-BAJ-CUIT        PIC 9(11).
           05  WS-BAJ-TIPO-PERSONA PIC X.
           05  WS-BAJ-IMAGEN      PIC X(871).

      *-----------------------------------------------------------*
      *  CAMPOS EDITADOS PARA ARMAR LAS LINEAS DEL LISTADO         *
      *-----------------------------------------------------------*
       01  WS-CUIT-ED             PIC Z(10)9.
       01  WS-CANT-ED             PIC ZZZZZZZ9.
       01  WS-LIS-NOMBRE          PIC X(40).

      *-----------------------------------------------------------*
      *  AREA DE TRABAJO DE LA VALIDACION DE CODIGOS DE DOMINIO    *
      *-----------------------------------------------------------*
      *  1000-INICIALIZAR                                             *
      *****************************************************************
       1000-INICIALIZAR.
           PERFORM 1010-LEER-FECHA-PROCESO THRU 1010-EXIT.
           OPEN INPUT  NOVEDADES-PFIS
                INPUT  NOVEDADES-PJUR
                I-O    MASTER-PFIS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           PERFORM 1080-ABRIR-COD-TABLA THRU 1080-EXIT.
           PERFORM 1090-ABRIR-CLIENTES-BAJA THRU 1090-EXIT.
           OPEN OUTPUT LISTADO.
           IF WS-STATUS-LIST NOT = "00"
               MOVE "LISTMANT"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-LIST     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "MANTENIMIENTO DE MASTERS DE CLIENTES  FECHA: "
                  WS-FECHA-TRABAJO
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           PERFORM 2100-LEER-NOVE-PFIS THRU 2100-EXIT.
           PERFORM 3100-LEER-NOVE-PJUR THRU 3100-EXIT.
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
               DISPLAY "CLIMANT0 - NO HAY DIA DE NEGOCIO ABIERTO EN "
                   "FECHPROC: " FPR-FECHA-PROCESO " ESTADO " FPR-ESTADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FPR-FECHA-PROCESO TO WS-FECHA-TRABAJO.
           IF FPR-REPROCESO
               DISPLAY "CLIMANT0 - REPROCESO AUTORIZADO DEL DIA "
                   FPR-FECHA-PROCESO
           END-IF.
       1010-EXIT.
           EXIT.

      *****************************************************************
      *  1080-ABRIR-COD-TABLA  -  abre la tabla de codigos de dominio *
      *      (ver CLITABC0); si no existe, las novedades se aplican   *
       1080-EXIT.
           EXIT.

      *****************************************************************
      *  1090-ABRIR-CLIENTES-BAJA  -  abre el master de clientes      *
      *      cerrados; la primera vez se crea vacio.                  *
      *****************************************************************
       1090-ABRIR-CLIENTES-BAJA.
           OPEN I-O CLIENTES-BAJA.
           IF WS-STATUS-BAJA = "35"
               OPEN OUTPUT CLIENTES-BAJA
               IF WS-STATUS-BAJA NOT = "00"
                   MOVE "CLIBAJAS"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-BAJA     TO WS-ERROR-STATUS
                   PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
               END-IF
               CLOSE CLIENTES-BAJA
               OPEN I-O CLIENTES-BAJA
           END-IF.
           IF WS-STATUS-BAJA NOT = "00"
               MOVE "CLIBAJAS"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-BAJA     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
       1090-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESAR-NOVE-PFIS  -  aplica una novedad de persona    *
      *      fisica sobre MSTRPFIS segun su tipo de registro.         *
           EXIT.

      *****************************************************************
      *  2300-APLICAR-ALTA-PFIS  -  un alta sobre un CUIT cerrado en  *
      *      CLIBAJAS se deriva a la reactivacion (2600).             *
      *****************************************************************
       2300-APLICAR-ALTA-PFIS.
           IF MASTER-HALLADO
                                           TO RCH-DESCRIPCION
               MOVE REG-NOVE-PFIS          TO RCH-REGISTRO
               PERFORM 6100-GRABAR-RECHAZO THRU 6100-EXIT
               GO TO 2300-EXIT
           END-IF.
           MOVE CLI-CUIT OF REG-NOVE-PFIS TO BJA-CUIT.
           PERFORM 4000-BUSCAR-CLIENTE-BAJA THRU 4000-EXIT.
           IF BAJA-HALLADA
              AND BJA-ESTADO-CERRADO
               PERFORM 2600-REACTIVAR-PFIS THRU 2600-EXIT
           ELSE
               MOVE "F"                   TO AUD-TIPO-PERSONA
               MOVE "A"                   TO AUD-TIPO-NOVEDAD
           EXIT.

      *****************************************************************
      *  2500-APLICAR-BAJA-PFIS  -  la ultima imagen del cliente se   *
      *      archiva en CLIBAJAS antes de eliminarlo del master.      *
      *****************************************************************
       2500-APLICAR-BAJA-PFIS.
           IF NOT MASTER-HALLADO
               SET AUD-IMAGEN-ANTES       TO TRUE
               MOVE REG-SALE              TO AUD-REGISTRO
               PERFORM 6000-GRABAR-AUDITORIA THRU 6000-EXIT
               MOVE CLI-CUIT OF REG-NOVE-PFIS TO WS-BAJ-CUIT
               MOVE "F"                   TO WS-BAJ-TIPO-PERSONA
               MOVE REG-SALE              TO WS-BAJ-IMAGEN
               PERFORM 4100-ARCHIVAR-BAJA THRU 4100-EXIT
               DELETE MASTER-PFIS
               IF WS-STATUS-PFIS NOT = "00"
                   MOVE "MSTRPFIS"         TO WS-ERROR-ARCHIVO
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2600-REACTIVAR-PFIS  -  alta sobre un CUIT cerrado: la       *
      *      imagen antes de la auditoria es la ultima imagen         *
      *      archivada en CLIBAJAS, el master toma los datos de la    *
      *      novedad y el cliente queda marcado como reactivado.      *
      *      Un CUIT cerrado como persona juridica no se reactiva     *
      *      como persona fisica.                                     *
      *****************************************************************
       2600-REACTIVAR-PFIS.
           IF BJA-TIPO-PERSONA NOT = "F"
               MOVE "F"                      TO RCH-TIPO-PERSONA
               SET RCH-MOT-REACTIV-INVALIDA  TO TRUE
               MOVE "ALTA SOBRE CUIT CERRADO COMO P.JURIDICA"
                                             TO RCH-DESCRIPCION
               MOVE REG-NOVE-PFIS            TO RCH-REGISTRO
               PERFORM 6100-GRABAR-RECHAZO THRU 6100-EXIT
               GO TO 2600-EXIT
           END-IF.
           MOVE "F"                   TO AUD-TIPO-PERSONA.
           MOVE "R"                   TO AUD-TIPO-NOVEDAD.
           MOVE CLI-CUIT OF REG-NOVE-PFIS TO AUD-CUIT.
           SET AUD-IMAGEN-ANTES       TO TRUE.
           MOVE BJA-REGISTRO          TO AUD-REGISTRO.
           PERFORM 6000-GRABAR-AUDITORIA THRU 6000-EXIT.
           MOVE REG-NOVE-PFIS         TO REG-SALE.
           WRITE REG-SALE.
           IF WS-STATUS-PFIS NOT = "00"
               MOVE "MSTRPFIS"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PFIS     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           SET AUD-IMAGEN-DESPUES     TO TRUE.
           MOVE REG-SALE              TO AUD-REGISTRO.
           PERFORM 6000-GRABAR-AUDITORIA THRU 6000-EXIT.
           PERFORM 4200-MARCAR-REACTIVADO THRU 4200-EXIT.
           MOVE SPACES                TO WS-LIS-NOMBRE.
           STRING CLI-APELLIDO OF REG-SALE DELIMITED BY "  "
                  " " CLI-NOMBRE OF REG-SALE DELIMITED BY "  "
                  INTO WS-LIS-NOMBRE.
           PERFORM 6200-INFORMAR-REACTIVACION THRU 6200-EXIT.
           ADD 1 TO WS-CANT-REACT-PFIS.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  3000-PROCESAR-NOVE-PJUR  -  aplica una novedad de persona    *
      *      juridica sobre MSTRPJUR segun su tipo de registro.       *
           EXIT.

      *****************************************************************
      *  3300-APLICAR-ALTA-PJUR  -  un alta sobre un CUIT cerrado en  *
      *      CLIBAJAS se deriva a la reactivacion (3600).             *
      *****************************************************************
       3300-APLICAR-ALTA-PJUR.
           IF MASTER-HALLADO
               MOVE SPACES                 TO RCH-REGISTRO
               MOVE REG-NOVE-PJUR          TO RCH-REGISTRO
               PERFORM 6100-GRABAR-RECHAZO THRU 6100-EXIT
               GO TO 3300-EXIT
           END-IF.
           MOVE PJUR-CUIT OF REG-NOVE-PJUR TO BJA-CUIT.
           PERFORM 4000-BUSCAR-CLIENTE-BAJA THRU 4000-EXIT.
           IF BAJA-HALLADA
              AND BJA-ESTADO-CERRADO
               PERFORM 3600-REACTIVAR-PJUR THRU 3600-EXIT
           ELSE
               MOVE "J"                   TO AUD-TIPO-PERSONA
               MOVE "A"                   TO AUD-TIPO-NOVEDAD
           EXIT.

      *****************************************************************
      *  3500-APLICAR-BAJA-PJUR  -  igual que 2500 para MSTRPJUR.     *
      *****************************************************************
       3500-APLICAR-BAJA-PJUR.
           IF NOT MASTER-HALLADO
               MOVE SPACES                TO AUD-REGISTRO
               MOVE REG-SALE-PJUR         TO AUD-REGISTRO
               PERFORM 6000-GRABAR-AUDITORIA THRU 6000-EXIT
               MOVE PJUR-CUIT OF REG-NOVE-PJUR TO WS-BAJ-CUIT
               MOVE "J"                   TO WS-BAJ-TIPO-PERSONA
               MOVE SPACES                TO WS-BAJ-IMAGEN
               MOVE REG-SALE-PJUR         TO WS-BAJ-IMAGEN
               PERFORM 4100-ARCHIVAR-BAJA THRU 4100-EXIT
               DELETE MASTER-PJUR
               IF WS-STATUS-PJUR NOT = "00"
                   MOVE "MSTRPJUR"         TO WS-ERROR-ARCHIVO
       3500-EXIT.
           EXIT.

      *****************************************************************
      *  3600-REACTIVAR-PJUR  -  igual que 2600 para MSTRPJUR.        *
      *****************************************************************
       3600-REACTIVAR-PJUR.
           IF BJA-TIPO-PERSONA NOT = "J"
               MOVE "J"                      TO RCH-TIPO-PERSONA
               SET RCH-MOT-REACTIV-INVALIDA  TO TRUE
               MOVE "ALTA SOBRE CUIT CERRADO COMO P.FISICA"
                                             TO RCH-DESCRIPCION
               MOVE SPACES                   TO RCH-REGISTRO
               MOVE REG-NOVE-PJUR            TO RCH-REGISTRO
               PERFORM 6100-GRABAR-RECHAZO THRU 6100-EXIT
               GO TO 3600-EXIT
           END-IF.
           MOVE "J"                   TO AUD-TIPO-PERSONA.
           MOVE "R"                   TO AUD-TIPO-NOVEDAD.
           MOVE PJUR-CUIT OF REG-NOVE-PJUR TO AUD-CUIT.
           SET AUD-IMAGEN-ANTES       TO TRUE.
           MOVE BJA-REGISTRO          TO AUD-REGISTRO.
           PERFORM 6000-GRABAR-AUDITORIA THRU 6000-EXIT.
           MOVE REG-NOVE-PJUR         TO REG-SALE-PJUR.
           WRITE REG-SALE-PJUR.
           IF WS-STATUS-PJUR NOT = "00"
               MOVE "MSTRPJUR"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-PJUR     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           SET AUD-IMAGEN-DESPUES     TO TRUE.
           MOVE SPACES                TO AUD-REGISTRO.
           MOVE REG-SALE-PJUR         TO AUD-REGISTRO.
           PERFORM 6000-GRABAR-AUDITORIA THRU 6000-EXIT.
           PERFORM 4200-MARCAR-REACTIVADO THRU 4200-EXIT.
           MOVE PJUR-RAZON-SOCIAL OF REG-SALE-PJUR TO WS-LIS-NOMBRE.
           PERFORM 6200-INFORMAR-REACTIVACION THRU 6200-EXIT.
           ADD 1 TO WS-CANT-REACT-PJUR.
       3600-EXIT.
           EXIT.

      *****************************************************************
      *  4000-BUSCAR-CLIENTE-BAJA  -  lectura directa de CLIBAJAS por *
      *      el CUIT ya cargado en BJA-CUIT; deja el resultado en el  *
      *      switch WS-BAJA-HALLADA y el registro en REG-CLIENTE-BAJA.*
      *****************************************************************
       4000-BUSCAR-CLIENTE-BAJA.
           MOVE "N" TO WS-BAJA-HALLADA.
           READ CLIENTES-BAJA.
           EVALUATE WS-STATUS-BAJA
               WHEN "00"
                   SET BAJA-HALLADA TO TRUE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   MOVE "CLIBAJAS"         TO WS-ERROR-ARCHIVO
                   MOVE WS-STATUS-BAJA     TO WS-ERROR-STATUS
                   PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-EVALUATE.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4100-ARCHIVAR-BAJA  -  guarda en CLIBAJAS la fecha de baja y *
      *      la ultima imagen completa del cliente (WS-BAJA-NUEVA).   *
      *      Un cliente que ya habia sido cerrado y reactivado se     *
      *      reemplaza, conservando la cuenta de cierres.             *
      *****************************************************************
       4100-ARCHIVAR-BAJA.
           MOVE WS-BAJ-CUIT           TO BJA-CUIT.
           PERFORM 4000-BUSCAR-CLIENTE-BAJA THRU 4000-EXIT.
           IF NOT BAJA-HALLADA
               MOVE ZERO              TO BJA-CANT-BAJAS
           END-IF.
           MOVE WS-BAJ-CUIT           TO BJA-CUIT.
           MOVE WS-BAJ-TIPO-PERSONA   TO BJA-TIPO-PERSONA.
           MOVE WS-FECHA-TRABAJO      TO BJA-FECHA-BAJA.
           SET BJA-ESTADO-CERRADO     TO TRUE.
           MOVE ZERO                  TO BJA-FECHA-REACTIV.
           ADD 1                      TO BJA-CANT-BAJAS.
           MOVE WS-BAJ-IMAGEN         TO BJA-REGISTRO.
           IF BAJA-HALLADA
               REWRITE REG-CLIENTE-BAJA
           ELSE
               WRITE REG-CLIENTE-BAJA
           END-IF.
           IF WS-STATUS-BAJA NOT = "00"
               MOVE "CLIBAJAS"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-BAJA     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
           MOVE BJA-CUIT TO WS-CUIT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  CUIT " WS-CUIT-ED " " BJA-TIPO-PERSONA
                  "  BAJA ARCHIVADA EN CLIBAJAS"
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4200-MARCAR-REACTIVADO  -  deja el cliente cerrado como      *
      *      reactivado a la fecha de proceso; la imagen archivada se *
      *      conserva como antecedente.                               *
      *****************************************************************
       4200-MARCAR-REACTIVADO.
           SET BJA-ESTADO-REACTIVADO  TO TRUE.
           MOVE WS-FECHA-TRABAJO      TO BJA-FECHA-REACTIV.
           REWRITE REG-CLIENTE-BAJA.
           IF WS-STATUS-BAJA NOT = "00"
               MOVE "CLIBAJAS"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-BAJA     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  5000-VALIDAR-CODIGOS-PFIS  -  valida los codigos de dominio  *
      *      de la novedad de persona fisica contra la tabla de       *
       6100-EXIT.
           EXIT.

      *****************************************************************
      *  6200-INFORMAR-REACTIVACION  -  linea del listado por cada    *
      *      cliente cerrado que vuelve al master.                    *
      *****************************************************************
       6200-INFORMAR-REACTIVACION.
           MOVE BJA-CUIT TO WS-CUIT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  CUIT " WS-CUIT-ED " " BJA-TIPO-PERSONA
                  "  REACTIVADO  CERRADO EL " BJA-FECHA-BAJA
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "      " WS-LIS-NOMBRE
                  DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       6200-EXIT.
           EXIT.

      *****************************************************************
      *  7000-ESCRIBIR-LINEA  -  graba una linea del listado,          *
      *      verificando el resultado de la escritura.                 *
      *****************************************************************
       7000-ESCRIBIR-LINEA.
           WRITE LINEA-REPORTE.
           IF WS-STATUS-LIST NOT = "00"
               MOVE "LISTMANT"         TO WS-ERROR-ARCHIVO
               MOVE WS-STATUS-LIST     TO WS-ERROR-STATUS
               PERFORM 8000-ERROR-FATAL THRU 8000-EXIT
           END-IF.
       7000-EXIT.
           EXIT.

      *****************************************************************
      *  8000-ERROR-FATAL  -  corte del proceso ante un error de E/S  *
      *      que dejaria el master a medio actualizar sin aviso.      *
      *  9000-FINALIZAR                                               *
      *****************************************************************
       9000-FINALIZAR.
           PERFORM 9100-IMPRIMIR-RESUMEN THRU 9100-EXIT.
           CLOSE NOVEDADES-PFIS
                 NOVEDADES-PJUR
                 MASTER-PFIS
                 MASTER-PJUR
                 AUDITORIA
                 RECHAZOS
                 CLIENTES-BAJA
                 LISTADO.
           IF TABLA-DISPONIBLE
               CLOSE COD-TABLA
           END-IF.
               WS-CANT-MODIF-PJUR.
           DISPLAY "CLIMANT0 - BAJAS PJUR APLICADAS   : "
               WS-CANT-BAJAS-PJUR.
           DISPLAY "CLIMANT0 - REACTIVACIONES PFIS    : "
               WS-CANT-REACT-PFIS.
           DISPLAY "CLIMANT0 - REACTIVACIONES PJUR    : "
               WS-CANT-REACT-PJUR.
           DISPLAY "CLIMANT0 - NOVEDADES RECHAZADAS   : "
               WS-CANT-RECHAZOS.
       9000-EXIT.
           EXIT.

      *****************************************************************
      *  9100-IMPRIMIR-RESUMEN  -  totales de la corrida al pie del   *
      *      listado.                                                 *
      *****************************************************************
       9100-IMPRIMIR-RESUMEN.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-ALTAS-PFIS TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ALTAS PFIS APLICADAS      : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-MODIF-PFIS TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "MODIF PFIS APLICADAS      : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-BAJAS-PFIS TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "BAJAS PFIS APLICADAS      : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-REACT-PFIS TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "REACTIVACIONES PFIS       : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-ALTAS-PJUR TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ALTAS PJUR APLICADAS      : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-MODIF-PJUR TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "MODIF PJUR APLICADAS      : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-BAJAS-PJUR TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "BAJAS PJUR APLICADAS      : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-REACT-PJUR TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "REACTIVACIONES PJUR       : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CANT-RECHAZOS TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "NOVEDADES RECHAZADAS      : " WS-CANT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       9100-EXIT.
           EXIT.

       01  reg-resumen-part.
	   05  rsp-nro-particion pic 9(2).     *> NUMERO DE PARTICION
	   05  rsp-cant-particiones pic 9(2).  *> TOTAL DE PARTICIONES DE LA CORRIDA
	   05  rsp-cuit-desde    pic 9(11).    *> PRIMER CUIT DEL RANGO
	   05  rsp-cuit-hasta    pic 9(11).    *> ULTIMO CUIT DEL RANGO
	   05  rsp-fecha-proceso pic 9(8).     *> FECHA DE CORRIDA AAAAMMDD
	   05  rsp-tipo-ejecucion pic x.       *> "C"=COMPLETA "R"=REINICIADA
	       88  rsp-ejec-completa    value "C".
	       88  rsp-ejec-reiniciada  value "R".
	   05  rsp-modo-extraccion pic x.      *> "F"=FULL (UNICO MODO PARTICIONADO)
	   05  rsp-cant-pfis     pic 9(8).     *> REGISTROS PFIS EXTRAIDOS
	   05  rsp-cant-pjur     pic 9(8).     *> REGISTROS PJUR EXTRAIDOS
	   05  rsp-cant-rechazos pic 9(8).     *> REGISTROS RECHAZADOS
	   05  rsp-checksum-pfis pic 9(18).    *> CHECKSUM PFIS (SUMA CUIT)
	   05  rsp-checksum-pjur pic 9(18).    *> CHECKSUM PJUR (SUMA CUIT)
	   05  rsp-cant-examinados pic 9(8).   *> EXAMINADOS CONTRA VIGILIST
	   05  rsp-cant-liberados pic 9(8).    *> COINCIDENCIAS LIBERADAS (DISPVIGI)
	   05  rsp-version-lista pic x(10).    *> VERSION DE VIGILIST APLICADA
	   05  rsp-fecha-lista   pic 9(8).     *> FECHA DE VIGILIST APLICADA

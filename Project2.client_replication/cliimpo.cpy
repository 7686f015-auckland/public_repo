       01  reg-impositivo.
	   05  imp-tipo-reg      pic x.        *> "D"=DETALLE  "T"=TRAILER
	       88  imp-tipo-reg-detalle  value "D".
	       88  imp-tipo-reg-trailer  value "T".
	   05  imp-cuit          pic 9(11).    *> CUIT DEL CLIENTE
	   05  imp-tipo-persona  pic x.        *> "F" FISICA  "J" JURIDICA
	   05  imp-campo         pic x(8).     *> REGIMEN, CON EL DOMINIO DE CODTABLA:
      *                                       IVA, GANANC, LEY25413
	   05  imp-tipo-novedad  pic x.        *> "A"=ALTA "M"=MODIF "B"=BAJA
      *                                       "R"=REACTIVACION DE CLIENTE
	   05  imp-valor-anterior pic x(3).    *> CODIGO ANTERIOR NORMALIZADO
      *                                       (ESPACIOS EN ALTA/REACTIVACION)
	   05  imp-valor-nuevo   pic x(3).     *> CODIGO NUEVO NORMALIZADO
      *                                       (ESPACIOS EN BAJA)
	   05  imp-fecha-efectiva pic 9(8).    *> FECHA EFECTIVA DEL CAMBIO AAAAMMDD
	   05  filler            pic x(14).
       01  reg-impositivo-ctl.
	   05  ict-tipo-reg      pic x.        *> "T"=TRAILER
	   05  ict-periodo       pic 9(6).     *> MES INFORMADO AAAAMM
	   05  ict-cant-registros pic 9(8).    *> CANTIDAD DE REGISTROS DETALLE
	   05  ict-checksum      pic 9(18).    *> SUMA DE CONTROL SOBRE IMP-CUIT
	   05  filler            pic x(17).

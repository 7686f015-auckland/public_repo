       01  reg-vinculado.
	   05  vin-clave.
	       10  vin-cuit-pjur   pic 9(11).  *> CUIT DE LA PERSONA JURIDICA
	       10  vin-cuit-persona pic 9(11). *> CUIT DE LA PERSONA VINCULADA
	   05  vin-rol           pic xx.       *> ROL EN LA PERSONA JURIDICA
	       88  vin-rol-socio        value "SO".
	       88  vin-rol-apoderado    value "AP".
	       88  vin-rol-autoridad    value "AU".
	       88  vin-rol-beneficiario value "BF".
	       88  vin-rol-valido       value "SO" "AP" "AU" "BF".
	       88  vin-rol-con-tenencia value "SO" "BF".
	   05  vin-tipo-persona  pic x.        *> "F" FISICA  "J" JURIDICA
	   05  vin-nombre        pic x(60).    *> APELLIDO Y NOMBRE O RAZON SOCIAL
	   05  vin-porcentaje    pic 9(3)v99.  *> PORCENTAJE DE PARTICIPACION
	   05  vin-fecha-desde   pic 9(8).     *> VIGENCIA DESDE AAAAMMDD
	   05  vin-fecha-hasta   pic 9(8).     *> VIGENCIA HASTA AAAAMMDD
      *                                       CEROS = SIN LIMITE
	   05  vin-fecha-actualiz pic 9(8).    *> ULTIMA ACTUALIZACION AAAAMMDD

	   05  aud-fecha-proceso pic 9(8).     *> FECHA DE CORRIDA AAAAMMDD
	   05  aud-tipo-persona  pic x.        *> "F" FISICA  "J" JURIDICA
	   05  aud-tipo-novedad  pic x.        *> "A"=ALTA "M"=MODIF "B"=BAJA
      *                                       "R"=REACTIVACION DE CLIENTE
	   05  aud-imagen        pic x.        *> "A"=ANTES "D"=DESPUES
	       88  aud-imagen-antes     value "A".
	       88  aud-imagen-despues   value "D".

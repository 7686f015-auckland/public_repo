	   05  dvi-clave.
	       10  dvi-cuit          pic 9(11). *> CUIT RETENIDO POR EL BARRIDO
	       10  dvi-version-lista pic x(10). *> VERSION DE LA LISTA DEL HIT
	       10  dvi-cuit-coincidente pic 9(11). *> CUIT HALLADO EN LA LISTA: EL DEL
      *                                         CLIENTE O EL DE SU PERSONA VINCULADA
	   05  dvi-disposicion   pic x.         *> DECISION DE CUMPLIMIENTO
	       88  dvi-liberado      value "L".
	       88  dvi-confirmado    value "C".

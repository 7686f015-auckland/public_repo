	       88  rch-mot-baja-inexistente   value 03.
	       88  rch-mot-tipo-invalido      value 04.
	       88  rch-mot-codigo-invalido    value 05.
	       88  rch-mot-reactiv-invalida   value 06.
	   05  rch-descripcion   pic x(40).    *> DESCRIPCION DEL MOTIVO
	   05  rch-registro      pic x(871).   *> NOVEDAD RECHAZADA COMPLETA

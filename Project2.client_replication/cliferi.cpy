       01  reg-feriado.
	   05  fer-fecha         pic 9(8).     *> FECHA DEL FERIADO AAAAMMDD
	   05  fer-descripcion   pic x(30).    *> MOTIVO DEL FERIADO
	   05  filler            pic x(42).

       01  reg-particion.
	   05  prt-nro-particion pic 9(2).     *> NUMERO DE ESTA PARTICION (COLS 1-2)
	   05  prt-cant-particiones pic 9(2).  *> TOTAL DE PARTICIONES DE LA
      *                                       CORRIDA (COLS 3-4)
	   05  prt-cuit-desde    pic 9(11).    *> PRIMER CUIT DEL RANGO (COLS 5-15)
	   05  prt-cuit-hasta    pic 9(11).    *> ULTIMO CUIT DEL RANGO (COLS 16-26)
	   05  filler            pic x(54).

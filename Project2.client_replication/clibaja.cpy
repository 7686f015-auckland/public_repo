       01  reg-cliente-baja.
	   05  bja-cuit          pic 9(11).    *> NUMERO DE CUIT DEL CLIENTE CERRADO
	   05  bja-tipo-persona  pic x.        *> "F" FISICA  "J" JURIDICA
	   05  bja-fecha-baja    pic 9(8).     *> FECHA DE PROCESO DE LA ULTIMA BAJA
	   05  bja-estado        pic x.        *> ESTADO DEL CLIENTE
	       88  bja-estado-cerrado    value "C".
	       88  bja-estado-reactivado value "R".
	   05  bja-fecha-reactiv pic 9(8).     *> ULTIMA REACTIVACION (0 SI NO HUBO)
	   05  bja-cant-bajas    pic 9(3).     *> VECES QUE EL CLIENTE FUE CERRADO
	   05  bja-registro      pic x(871).   *> ULTIMA IMAGEN COMPLETA DEL MASTER
      *                                       (PJUR OCUPA 270 BYTES Y SE
      *                                       COMPLETA CON ESPACIOS)

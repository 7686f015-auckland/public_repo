       01  reg-fecha-proceso.
	   05  fpr-fecha-proceso pic 9(8).     *> DIA DE NEGOCIO VIGENTE AAAAMMDD
	   05  fpr-estado        pic x.        *> ESTADO DEL DIA DE NEGOCIO
	       88  fpr-dia-abierto      value "A".
	       88  fpr-dia-cerrado      value "C".
	   05  fpr-fecha-anterior pic 9(8).    *> DIA DE NEGOCIO ANTERIOR AAAAMMDD
	   05  fpr-ind-reproceso pic x.        *> "S"=REPROCESO DE UNA FECHA
      *                                       PASADA AUTORIZADO
	       88  fpr-reproceso        value "S".
	       88  fpr-proceso-normal   value "N".
	   05  fpr-fecha-reanuda pic 9(8).     *> DIA VIGENTE A RESTITUIR AL
      *                                       CERRAR EL REPROCESO
	   05  fpr-estado-reanuda pic x.       *> SU ESTADO ("A"/"C")
	   05  fpr-fecha-hora-apertura pic 9(14). *> RELOJ AL ABRIR EL DIA
	   05  fpr-fecha-hora-cierre pic 9(14). *> RELOJ AL CERRAR EL DIA
	   05  filler            pic x(25).

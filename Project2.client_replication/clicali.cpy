       01  reg-calidad.
	   05  cal-clave.
	       10  cal-periodo   pic 9(6).     *> MES EVALUADO AAAAMM
	       10  cal-oficial   pic x(8).     *> OFICIAL DE LA CARTERA
	   05  cal-fecha-proceso pic 9(8).     *> FECHA DE LA CORRIDA AAAAMMDD
	   05  cal-cant-pfis     pic 9(7).     *> PERSONAS FISICAS DE LA CARTERA
	   05  cal-cant-pjur     pic 9(7).     *> PERSONAS JURIDICAS DE LA CARTERA
	   05  cal-sin-telefono  pic 9(7).     *> PFIS SIN TELEFONOS O PJUR CON
      *                                       PJUR-TELEF EN BLANCO
	   05  cal-sin-domicilio pic 9(7).     *> PFIS SIN DOMICILIOS
	   05  cal-sin-dom-legal pic 9(7).     *> PFIS SIN DOMICILIO LEGAL (TIPO 3)
	   05  cal-sin-empleo    pic 9(7).     *> PFIS SIN EMPLEO ACTUAL
	   05  cal-cod-generico  pic 9(7).     *> CLIENTES CON ALGUN CODIGO GENERICO
	   05  cal-incompletos   pic 9(7).     *> CLIENTES CON AL MENOS UN DEFECTO
	   05  cal-puntaje       pic 9(3)v99.  *> PORCENTAJE DE CLIENTES COMPLETOS

       01  reg-riesgo.
	   05  rie-cuit          pic 9(11).    *> CUIT DEL CLIENTE (CLAVE)
	   05  rie-tipo-persona  pic x.        *> "F" FISICA  "J" JURIDICA
	   05  rie-oficial       pic x(8).     *> OFICIAL A LA FECHA DE CALCULO
	   05  rie-nivel         pic 9.        *> NIVEL DE RIESGO UIF
	       88  rie-nivel-sin-calificar value 0.
	       88  rie-nivel-bajo          value 1.
	       88  rie-nivel-medio         value 2.
	       88  rie-nivel-alto          value 3.
	   05  rie-puntaje       pic 9(3).     *> SUMA DE PONDERACIONES
	   05  rie-fecha-calculo pic 9(8).     *> FECHA DEL CALCULO AAAAMMDD
	   05  rie-nivel-anterior pic 9.       *> NIVEL DE LA CORRIDA ANTERIOR
	   05  rie-fecha-calculo-ant pic 9(8). *> FECHA DE ESA CORRIDA AAAAMMDD
	   05  rie-fecha-ult-revision pic 9(8). *> ULTIMA DEBIDA DILIGENCIA
      *                                       AAAAMMDD (LA PRIMERA
      *                                       CALIFICACION ABRE EL
      *                                       CALENDARIO)
	   05  rie-fecha-prox-revision pic 9(8). *> PROXIMA REVISION AAAAMMDD
	   05  rie-fecha-ult-retencion pic 9(8). *> ULTIMA RETENCION POR LA
      *                                       LISTA DE VIGILANCIA
      *                                       (CEROS = NUNCA)

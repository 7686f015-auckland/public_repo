	       10  cod-dominio   pic x(8).   *> DOMINIO DEL CODIGO: ESTCIV,
      *                                       PROFE, NACIONAL, IVA,
      *                                       SITLAB, TIPOPER, TIPOSOC,
      *                                       PCIA, GANANC, LEY25413
	       10  cod-codigo    pic x(3).   *> CODIGO NORMALIZADO (LOS
      *                                       NUMERICOS CON CEROS A LA
      *                                       IZQUIERDA)

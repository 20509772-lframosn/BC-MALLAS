*> ---------------------------------------------------------------
*> COPY TBFECNEG
*> Fecha de negocio de la malla MPJ450xx: una sola fila (clave
*> FG-SISTEMA = "MPJ450XX") con la fecha de proceso vigente en
*> AAAAMMDD. Todos los programas la toman por la rutina comun
*> MPJ45132 en lugar del reloj, de modo que una ventana que pasa
*> la medianoche o una re-corrida a la manana siguiente siguen
*> envejeciendo, devengando y marcando TBCTLBAT con el dia de
*> negocio correcto. Solo el cierre de la ventana MPJ45133 la
*> avanza, y solo cuando todos los trabajos del plan PLANJ131
*> terminaron; FG-FECANT guarda la fecha cerrada.
*> ---------------------------------------------------------------
01	TBFECNEG.
		02	FG-CLAVE.
			03	FG-SISTEMA	PIC X(8).
		02	FG-FECPROC	PIC 9(8).
		02	FG-FECANT	PIC 9(8).
		02	FG-FECCIERRE	PIC 9(8).
		02	FG-HORACIERRE	PIC X(8).
		02	FG-USUARIOUMO	PIC X(8).
		02	FILLER	PIC X(20).

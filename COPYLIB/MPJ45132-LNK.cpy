*> ---------------------------------------------------------------
*> COPY MPJ45132-LNK
*> Area de parametros de la rutina comun de fecha de negocio
*> MPJ45132 (CALL "MPJ45132" USING FN-PARAMETROS). El llamador
*> carga su PROGRAM-ID y la funcion; la rutina devuelve la fecha
*> de proceso vigente de TBFECNEG en FN-FECPROC (AAAAMMDD).
*>
*>   FN-FUNCION "F" = solo la fecha de negocio;
*>              "P" = la fecha y ademas verifica en TBCTLBAT que
*>                    cada predecesor del programa haya terminado
*>                    (estado finalizado) en esa fecha.
*>
*> FN-RETORNO: 0 = correcto; 1 = un predecesor no termino en la
*> fecha de negocio (FN-PREDECESOR dice cual); 2 = TBFECNEG sin
*> fila o con fecha invalida. Con retorno distinto de 0 el
*> llamador muestra FN-MENSAJE y cancela la corrida con codigo 16
*> antes de tocar nada.
*> ---------------------------------------------------------------
01	FN-PARAMETROS.
		02	FN-PROGRAMA	PIC X(8).
		02	FN-FUNCION	PIC X(1).
			88	FN-SOLO-FECHA	VALUE "F".
			88	FN-FECHA-Y-PREDECESORES	VALUE "P".
		02	FN-FECPROC	PIC 9(8).
		02	FN-PREDECESOR	PIC X(8).
		02	FN-RETORNO	PIC 9(1).
			88	FN-OK	VALUE 0.
			88	FN-PREDECESOR-PENDIENTE	VALUE 1.
			88	FN-SIN-FECHA	VALUE 2.
		02	FN-MENSAJE	PIC X(80).

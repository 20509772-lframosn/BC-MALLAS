*> ---------------------------------------------------------------
*> COPY MPJ45291-PARM
*> Parametro de la corrida del archivo historico (PARMJ291): el
*> modo de la corrida, "A" = archivo y depuracion de lo vencido
*> segun la retencion de TBPARJOB, "R" = restauracion de las
*> cuentas pedidas en SOLR291. Sin parametro o con otro valor la
*> corrida se cancela.
*> ---------------------------------------------------------------
01	REG-PARM45291.
		02	PARM-MODO	PIC X(1).
			88	PARM-MODO-ARCHIVO	VALUE 'A'.
			88	PARM-MODO-RESTAURACION	VALUE 'R'.

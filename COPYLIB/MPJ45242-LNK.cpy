*> ---------------------------------------------------------------
*> COPY MPJ45242-LNK
*> Area de parametros de la rutina comun de movimientos de la
*> linea de credito MPJ45242 (CALL "MPJ45242" USING LN-PARAMETROS).
*> El llamador carga la funcion, la clave de la linea, los
*> importes del movimiento, la fecha de proceso (AAAAMMDD) y su
*> PROGRAM-ID:
*>
*>   LN-FUNCION "V" = verificar: devuelve el disponible sin mover
*>                    nada (retorno 1 si LN-IMPCAPITAL no entra);
*>              "D" = disponer: suma LN-IMPCAPITAL al dispuesto y
*>                    LN-IMPCUOTAS a las cuotas comprometidas; si el
*>                    capital excede el disponible no se aplica
*>                    (retorno 1), salvo con LN-IND-FORZAR = "S"
*>                    (extornos: el dinero ya salio y la linea debe
*>                    reflejarlo aunque quede sobregirada);
*>              "R" = reintegrar: resta ambos importes (sin dejarlos
*>                    negativos) y devuelve el disponible;
*>              "F" = fin de corrida: cierra TBLINCRE.
*>
*> LN-RETORNO: 0 = movimiento aplicado (o verificacion correcta);
*> 1 = credito disponible insuficiente; 2 = la cuenta no tiene la
*> linea en TBLINCRE; 3 = error de grabacion. LN-CREDDISP devuelve
*> el disponible resultante (o el vigente si no se aplico nada).
*> ---------------------------------------------------------------
01	LN-PARAMETROS.
		02	LN-FUNCION	PIC X(1).
			88	LN-VERIFICAR	VALUE "V".
			88	LN-DISPONER	VALUE "D".
			88	LN-REINTEGRAR	VALUE "R".
			88	LN-FIN-CORRIDA	VALUE "F".
		02	LN-CODENT	PIC X(4).
		02	LN-CENTALTA	PIC X(4).
		02	LN-CUENTA	PIC X(12).
		02	LN-CLAMON	PIC 9(3).
		02	LN-LINEA	PIC X(4).
			88	LN-LINEA-CUOTAS	VALUE "CUOT".
		02	LN-IMPCAPITAL	PIC 9(15)V99.
		02	LN-IMPCUOTAS	PIC 9(15)V99.
		02	LN-IND-FORZAR	PIC X(1).
		02	LN-FECPROC	PIC 9(8).
		02	LN-PROGRAMA	PIC X(8).
		02	LN-CREDDISP	PIC 9(15)V99.
		02	LN-RETORNO	PIC 9(1).

*> ---------------------------------------------------------------
*> COPY TBPAGCON
*> Control de contabilizacion de los movimientos de TBPAGHIS: una
*> fila por movimiento ya enviado a la interface contable de la
*> facturacion MPJ45251, con la misma clave que TBPAGHIS, el
*> concepto y signo con que se contabilizo, el importe y la fecha
*> de proceso de la contabilizacion (FECCONTA). Un movimiento con
*> fila aqui no se vuelve a contabilizar; la re-corrida del mismo
*> dia lo re-emite sin grabar nada (FECCONTA = fecha de proceso).
*> ---------------------------------------------------------------
01	TBPAGCON.
		02	PC-CLAVE.
			03	CODENT	PIC X(4).
			03	CENTALTA	PIC X(4).
			03	CUENTA	PIC X(12).
			03	NUMEXTPG	PIC 9(15) COMP-3.
			03	NUMMOVPG	PIC 9(7) COMP-3.
		02	CLAMON	PIC 9(3) COMP-3.
		02	CONCEPTO	PIC X(8).
		02	INDDEBCRE	PIC 9(1).
		02	IMPCONTA	PIC 9(15)V99 COMP-3.
		02	FECCONTA	PIC X(10).
		02	CODENTUMO	PIC X(4).
		02	CODOFIUMO	PIC X(4).
		02	USUARIOUMO	PIC X(8).
		02	CODTERMUMO	PIC X(8).
		02	CONTCUR	PIC X(26).

*> ---------------------------------------------------------------
*> COPY TBPAGSUS
*> Suspenso de pagos no aplicados, por cuenta: una fila por
*> movimiento de pago (NUMMOVPG de la captura) que la aplicacion
*> MPJ45011 no pudo aplicar entero a una cuota. Guarda la cuota a
*> la que apuntaba el recaudador, el importe original y el saldo
*> que sigue en suspenso (IMPSALDO); NUMAPLSUS cuenta las
*> imputaciones ya hechas sobre cuotas (cada una es una fila de
*> TBPAGHIS con NUMEXTPG = numero de imputacion y el mismo
*> NUMMOVPG). Las filas pendientes se reintentan en cada corrida.
*>
*> ESTSUS: P = pendiente (saldo en suspenso), A = saldado (todo el
*> importe quedo imputado), E = extornado (el pago se revirtio
*> estando en suspenso). FECALTASUS es la fecha de proceso en que
*> el pago entro al suspenso y da la antiguedad del saldo.
*> ---------------------------------------------------------------
01	TBPAGSUS.
		02	SU-CLAVE.
			03	CODENT	PIC X(4).
			03	CENTALTA	PIC X(4).
			03	CUENTA	PIC X(12).
			03	NUMMOVPG	PIC 9(7) COMP-3.
		02	CLAMON	PIC 9(3) COMP-3.
		02	TIPOLIN	PIC X(4).
		02	CODTIPC	PIC X(4).
		02	NUMOPECUO	PIC 9(6) COMP-3.
		02	NUMFINAN	PIC 9(3) COMP-3.
		02	NUMCUOTA	PIC 9(9) COMP-3.
		02	IMPPAGO	PIC 9(15)V99 COMP-3.
		02	IMPSALDO	PIC 9(15)V99 COMP-3.
		02	FECPAGO	PIC X(10).
		02	FECALTASUS	PIC X(10).
		02	FECULTINT	PIC X(10).
		02	NUMINTENTOS	PIC 9(5) COMP-3.
		02	NUMAPLSUS	PIC 9(3) COMP-3.
		02	MOTSUS	PIC X(40).
		02	ESTSUS	PIC X(1).
			88	SU-PENDIENTE	VALUE 'P'.
			88	SU-SALDADO	VALUE 'A'.
			88	SU-EXTORNADO	VALUE 'E'.
		02	FECBAJASUS	PIC X(10).
		02	CODENTUMO	PIC X(4).
		02	CODOFIUMO	PIC X(4).
		02	USUARIOUMO	PIC X(8).
		02	CODTERMUMO	PIC X(8).
		02	CONTCUR	PIC X(26).

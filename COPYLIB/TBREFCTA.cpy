*> ---------------------------------------------------------------
*> COPY TBREFCTA
*> Marca de cuenta refinanciada: una fila por cuenta que paso por
*> la refinanciacion MPJ45261, con el plan nuevo que reemplazo a
*> los planes cerrados (moneda, CODTIPC, NUMOPECUO, NUMFINAN), la
*> fecha de la refinanciacion (FECREF), cuantos planes se cerraron
*> (NUMPLAREF), el importe refinanciado (IMPREFIN) y, dentro de
*> el, lo que estaba vencido (IMPVENREF). NUMREFIN cuenta las
*> refinanciaciones de la cuenta: una nueva pisa los datos de la
*> anterior y suma uno. La morosidad MPJ45121 la lee para separar
*> la cartera refinanciada de la que se regularizo sola.
*> ---------------------------------------------------------------
01	TBREFCTA.
		02	RF-CLAVE.
			03	CODENT	PIC X(4).
			03	CENTALTA	PIC X(4).
			03	CUENTA	PIC X(12).
		02	CLAMON	PIC 9(3) COMP-3.
		02	CODTIPC	PIC X(4).
		02	NUMOPECUO	PIC 9(6) COMP-3.
		02	NUMFINAN	PIC 9(3) COMP-3.
		02	FECREF	PIC X(10).
		02	NUMPLAREF	PIC 9(3) COMP-3.
		02	IMPREFIN	PIC 9(15)V99 COMP-3.
		02	IMPVENREF	PIC 9(15)V99 COMP-3.
		02	NUMREFIN	PIC 9(3) COMP-3.
		02	CODENTUMO	PIC X(4).
		02	CODOFIUMO	PIC X(4).
		02	USUARIOUMO	PIC X(8).
		02	CODTERMUMO	PIC X(8).
		02	CONTCUR	PIC X(26).

*> ---------------------------------------------------------------
*> COPY TBLINCRE
*> Maestro de lineas de credito por cuenta, moneda y linea: limite
*> otorgado (LIMCRELIN), saldo dispuesto (SALDISLIN: capital de los
*> planes vivos que consume la linea), credito disponible
*> (CREDDISP = limite - dispuesto, nunca negativo) y total de
*> cuotas comprometidas (IMPCUOTATOT: capital + interes + impuesto
*> de las cuotas sin liquidar). BALCUOACT es el saldo de cuotas del
*> mes en curso y BALCUOANT el del cierre del mes anterior: el paso
*> de un mes al otro (MESBAL, AAAAMM) lo hace la rutina MPJ45242 en
*> el primer movimiento del mes y, para las lineas sin movimiento,
*> el cierre mensual MPJ45241. Los movimientos de dinero entran
*> solo por la rutina MPJ45242; el extracto MPJ45021 la lee para
*> los segmentos CU y LI de PCEXTCU1.
*> ---------------------------------------------------------------
01	TBLINCRE.
		02	LC-CLAVE.
			03	CODENT	PIC X(4).
			03	CENTALTA	PIC X(4).
			03	CUENTA	PIC X(12).
			03	CLAMON	PIC 9(3) COMP-3.
			03	LINEA	PIC X(4).
		02	LIMCRELIN	PIC 9(15)V99 COMP-3.
		02	SALDISLIN	PIC 9(15)V99 COMP-3.
		02	CREDDISP	PIC 9(15)V99 COMP-3.
		02	IMPCUOTATOT	PIC 9(15)V99 COMP-3.
		02	BALCUOACT	PIC 9(15)V99 COMP-3.
		02	BALCUOANT	PIC 9(15)V99 COMP-3.
		02	MESBAL	PIC 9(6).
		02	FECINILIN	PIC X(10).
		02	FECFINLIN	PIC X(10).
		02	FECULTMOV	PIC X(10).
		02	CODENTUMO	PIC X(4).
		02	CODOFIUMO	PIC X(4).
		02	USUARIOUMO	PIC X(8).
		02	CODTERMUMO	PIC X(8).
		02	CONTCUR	PIC X(26).

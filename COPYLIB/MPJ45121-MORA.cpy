*> ---------------------------------------------------------------
*> COPY MPJ45121-MORA
*> Fichero de salida de la morosidad MPJ45121 (MOR45121) con el
*> detalle que consumen los procesos de cobranza: cabecera CA con
*> la fecha de proceso, una CU por cuota vencida sin liquidar (en
*> orden de TBDETCUO, con sus dias de vencida y su tramo), una CT
*> al cerrar cada cuenta en mora con su peor tramo (1-30, 31-60,
*> 61-90, 91-180, mas de 180) y un pie PI con los contadores por
*> tipo de registro. Las CU de una cuenta preceden siempre a su CT.
*> ---------------------------------------------------------------
01	REG-MORA45121.
		02	MR-TIPOREG	PIC X(2).
			88	MR-CABECERA	VALUE 'CA'.
			88	MR-CUOTA-VENCIDA	VALUE 'CU'.
			88	MR-CUENTA-MORA	VALUE 'CT'.
			88	MR-PIE	VALUE 'PI'.
		02	MR-CLAVE.
			03	MR-CODENT	PIC X(4).
			03	MR-CENTALTA	PIC X(4).
			03	MR-CUENTA	PIC X(12).
		02	MR-DATOS	PIC X(60).
*> ---- CA: fecha de proceso de la corrida de morosidad ----------
		02	MR-DATOS-CA	REDEFINES MR-DATOS.
			03	MR-FECPROC	PIC 9(8).
			03	MR-IND-HABILES	PIC X(1).
			03	FILLER	PIC X(51).
*> ---- CU: cuota vencida sin liquidar, con sus dias y su tramo ---
		02	MR-DATOS-CU	REDEFINES MR-DATOS.
			03	MR-CLAMON	PIC 9(3).
			03	MR-NUMOPECUO	PIC 9(6).
			03	MR-NUMFINAN	PIC 9(3).
			03	MR-NUMCUOTA	PIC 9(9).
			03	MR-FECPROCUO	PIC X(10).
			03	MR-IMPCUOTA	PIC 9(15)V99.
			03	MR-DIAS-VENCIDA	PIC 9(5).
			03	MR-TRAMO	PIC 9(1).
			03	FILLER	PIC X(6).
*> ---- CT: cierre de la cuenta en mora con su peor tramo ---------
		02	MR-DATOS-CT	REDEFINES MR-DATOS.
			03	MR-PEOR-TRAMO	PIC 9(1).
			03	MR-CANT-CUOTAS	PIC 9(5).
			03	MR-IND-REFINANCIADA	PIC X(1).
			03	FILLER	PIC X(53).
*> ---- PI: contadores de control del fichero --------------------
		02	MR-DATOS-PI	REDEFINES MR-DATOS.
			03	MR-CANT-REG-CU	PIC 9(9).
			03	MR-CANT-REG-CT	PIC 9(9).
			03	FILLER	PIC X(42).

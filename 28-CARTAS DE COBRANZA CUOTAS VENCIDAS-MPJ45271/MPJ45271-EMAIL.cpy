*> ---------------------------------------------------------------
*> COPY MPJ45271-EMAIL
*> Registro del fichero de despacho de cartas de cobranza por
*> correo electronico, con el mismo criterio que el despacho del
*> extracto MPJ45211: la cuenta, la etapa de la carta (1
*> recordatorio, 2 aviso formal, 3 aviso previo al bloqueo) y la
*> fecha de la carta, seguidos de una cabecera CA con la direccion
*> EMAIL de TBMEDENV_ECTA y el nombre del cliente, una DE por
*> cuota vencida y una TO por moneda con el importe a pagar.
*> ---------------------------------------------------------------
01	REG-CARTA-EMAIL.
		02	CE-TIPOREG	PIC X(2).
		02	CE-CODENT	PIC X(4).
		02	CE-CENTALTA	PIC X(4).
		02	CE-CUENTA	PIC X(12).
		02	CE-ETAPA	PIC 9(1).
		02	CE-FECCARTA	PIC X(10).
		02	CE-DATOS	PIC X(150).
*> ---- CA: cabecera de la carta ----------------------------------
		02	CE-DATOS-CA	REDEFINES CE-DATOS.
			03	CE-EMAIL	PIC X(30).
			03	CE-NOMBRE	PIC X(40).
			03	CE-APELLIDO1	PIC X(36).
			03	CE-APELLIDO2	PIC X(36).
			03	CE-PEOR-TRAMO	PIC 9(1).
			03	CE-CANT-CUOTAS	PIC 9(5).
			03	FILLER	PIC X(2).
*> ---- DE: cuota vencida listada en la carta ---------------------
		02	CE-DATOS-DE	REDEFINES CE-DATOS.
			03	CE-CLAMON	PIC 9(3).
			03	CE-NUMOPECUO	PIC 9(6).
			03	CE-NUMFINAN	PIC 9(3).
			03	CE-NUMCUOTA	PIC 9(9).
			03	CE-FECPROCUO	PIC X(10).
			03	CE-IMPCUOTA	PIC 9(15)V99.
			03	CE-DIAS-VENCIDA	PIC 9(5).
			03	FILLER	PIC X(97).
*> ---- TO: importe a pagar por moneda ----------------------------
		02	CE-DATOS-TO	REDEFINES CE-DATOS.
			03	CE-TO-CLAMON	PIC 9(3).
			03	CE-IMP-PAGAR	PIC 9(15)V99.
			03	CE-TO-CANT-CUOTAS	PIC 9(5).
			03	FILLER	PIC X(125).

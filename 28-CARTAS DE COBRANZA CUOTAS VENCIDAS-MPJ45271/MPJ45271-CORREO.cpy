*> ---------------------------------------------------------------
*> COPY MPJ45271-CORREO
*> Registro del fichero de despacho de cartas de cobranza por
*> correo fisico, con el mismo criterio que el despacho del
*> extracto MPJ45211: la cuenta, la etapa y la fecha de la carta,
*> seguidos de una cabecera CA con el bloque postal del cliente
*> tomado de TBCLIENT, una DE por cuota vencida y una TO por
*> moneda con el importe a pagar, para la imprenta y el courier.
*> ---------------------------------------------------------------
01	REG-CARTA-CORREO.
		02	CP-TIPOREG	PIC X(2).
		02	CP-CODENT	PIC X(4).
		02	CP-CENTALTA	PIC X(4).
		02	CP-CUENTA	PIC X(12).
		02	CP-ETAPA	PIC 9(1).
		02	CP-FECCARTA	PIC X(10).
		02	CP-DATOS	PIC X(360).
*> ---- CA: cabecera de la carta con el bloque postal -------------
		02	CP-DATOS-CA	REDEFINES CP-DATOS.
			03	CP-NOMBRE	PIC X(40).
			03	CP-APELLIDO1	PIC X(36).
			03	CP-APELLIDO2	PIC X(36).
			03	CP-TIPVIA	PIC X(2).
			03	CP-DESCNOMVIA	PIC X(100).
			03	CP-NUMVIA	PIC X(6).
			03	CP-PISO	PIC X(4).
			03	CP-PUERTA	PIC X(4).
			03	CP-DESCCIUDAD	PIC X(35).
			03	CP-DESCPROV	PIC X(20).
			03	CP-CODPOSTAL	PIC X(10).
			03	CP-PAIS	PIC X(20).
			03	CP-RESTODIR	PIC X(40).
			03	CP-PEOR-TRAMO	PIC 9(1).
			03	CP-CANT-CUOTAS	PIC 9(5).
			03	FILLER	PIC X(1).
*> ---- DE: cuota vencida listada en la carta ---------------------
		02	CP-DATOS-DE	REDEFINES CP-DATOS.
			03	CP-CLAMON	PIC 9(3).
			03	CP-NUMOPECUO	PIC 9(6).
			03	CP-NUMFINAN	PIC 9(3).
			03	CP-NUMCUOTA	PIC 9(9).
			03	CP-FECPROCUO	PIC X(10).
			03	CP-IMPCUOTA	PIC 9(15)V99.
			03	CP-DIAS-VENCIDA	PIC 9(5).
			03	FILLER	PIC X(307).
*> ---- TO: importe a pagar por moneda ----------------------------
		02	CP-DATOS-TO	REDEFINES CP-DATOS.
			03	CP-TO-CLAMON	PIC 9(3).
			03	CP-IMP-PAGAR	PIC 9(15)V99.
			03	CP-TO-CANT-CUOTAS	PIC 9(5).
			03	FILLER	PIC X(335).

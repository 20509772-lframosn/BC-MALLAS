*> ---------------------------------------------------------------
*> COPY MPJ45291-SOLIC
*> Pedido de restauracion de una cuenta desde el archivo historico
*> (SOLR291), por ejemplo para atender el reclamo de un cliente
*> sobre movimientos viejos: la cuenta, el motivo y el usuario que
*> lo pide (quedan en TBARCRES).
*> ---------------------------------------------------------------
01	REG-SOLIC45291.
		02	RS-CODENT	PIC X(4).
		02	RS-CENTALTA	PIC X(4).
		02	RS-CUENTA	PIC X(12).
		02	RS-MOTIVO	PIC X(40).
		02	RS-USUARIO	PIC X(8).

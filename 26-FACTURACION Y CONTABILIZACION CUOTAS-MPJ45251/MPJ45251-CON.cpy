*> ---------------------------------------------------------------
*> COPY MPJ45251-CON
*> Registro de la interface contable de facturacion y
*> movimientos de compras en cuotas, en formato fijo listo para la
*> carga al mayor (mismo estilo que las interfaces MPJ45032 y
*> MPJ45171), un registro por asiento:
*>
*>   CN-ORIGEN "C" = cuota facturada en el ciclo: un registro por
*>                   concepto con importe (CAPITAL, INTERES,
*>                   IMPUESTO), referencia de la cuota en
*>                   NUMREFAPL/NUMORDEN/NUMSECREC (NUMOPECUO,
*>                   NUMFINAN, NUMCUOTA, igual que en TBPAGHIS);
*>             "M" = movimiento de TBPAGHIS (PAGO, EXTORNO,
*>                   CANCANT, ANULDISP, OTROS) con su clave y
*>                   referencias tal como estan en la tabla.
*>
*> CN-INDDEBCRE: 1 = debe, 2 = haber. CN-FECVALOR es el
*> vencimiento de la cuota o la fecha de aplicacion del
*> movimiento; CN-FECPROCESO la fecha de la corrida.
*> ---------------------------------------------------------------
01	REG-CON45251.
		02	CN-CODENT	PIC X(4).
		02	CN-CENTALTA	PIC X(4).
		02	CN-CUENTA	PIC X(12).
		02	CN-CLAMON	PIC 9(3).
		02	CN-ORIGEN	PIC X(1).
		02	CN-CONCEPTO	PIC X(8).
		02	CN-INDDEBCRE	PIC 9(1).
		02	CN-NUMEXTPG	PIC 9(15).
		02	CN-NUMMOVPG	PIC 9(7).
		02	CN-NUMREFAPL	PIC 9(15).
		02	CN-NUMORDEN	PIC 9(3).
		02	CN-NUMSECREC	PIC 9(15).
		02	CN-TIPOLIN	PIC X(4).
		02	CN-IMPORTE	PIC 9(15)V99.
		02	CN-FECVALOR	PIC X(10).
		02	CN-FECPROCESO	PIC X(10).

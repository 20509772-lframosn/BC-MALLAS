*> ---------------------------------------------------------------
*> COPY MPJ45261-SOLIC
*> Solicitud de refinanciacion aprobada por Cobranzas: cuenta y
*> moneda cuyos planes abiertos se refinancian, y las condiciones
*> del plan nuevo que los reemplaza (tipo de compra en cuotas
*> CODTIPC, nuevo plazo TOTCUOTAS, nueva tasa periodica PORINT y
*> porcentaje de impuesto sobre interes, los mismos campos de
*> condiciones del alta de MPJ45151). NUMOPECUO y NUMFINAN del
*> plan nuevo NO vienen en el fichero: los asigna la
*> refinanciacion.
*> ---------------------------------------------------------------
01	REG-SOLIC45261.
		02	SR-CODENT	PIC X(4).
		02	SR-CENTALTA	PIC X(4).
		02	SR-CUENTA	PIC X(12).
		02	SR-CLAMON	PIC 9(3).
		02	SR-CODTIPC	PIC X(4).
		02	SR-TOTCUOTAS	PIC 9(9).
		02	SR-PORINT	PIC 9(3)V9999.
		02	SR-PORIMP	PIC 9(2)V99.
		02	SR-FECAPROB	PIC X(10).
		02	SR-USUAPROB	PIC X(8).

*> ---------------------------------------------------------------
*> COPY MPJ45281-FISCAL
*> Registro del fichero resumen para la autoridad tributaria de
*> los intereses e impuestos de compras en cuotas pagados en el
*> ejercicio, en formato fijo: una cabecera CA con el ejercicio,
*> un DE por cuenta y moneda certificada y un pie PI con la
*> cantidad de detalles y los totales de control.
*>
*> Los importes van sin signo; los netos llevan su signo aparte
*> ("+" o "-"), porque un extorno en el ejercicio de un pago de
*> un ejercicio anterior puede dejarlos negativos.
*> ---------------------------------------------------------------
01	REG-FIS45281.
		02	AF-TIPOREG	PIC X(2).
			88	AF-CABECERA	VALUE 'CA'.
			88	AF-DETALLE	VALUE 'DE'.
			88	AF-PIE	VALUE 'PI'.
		02	AF-DATOS	PIC X(250).
*> ---- CA: cabecera con el ejercicio y la fecha de generacion ---
		02	AF-DATOS-CA	REDEFINES AF-DATOS.
			03	AF-EJERCICIO	PIC 9(4).
			03	AF-FECGEN	PIC 9(8).
			03	FILLER	PIC X(238).
*> ---- DE: certificado de una cuenta y moneda -------------------
		02	AF-DATOS-DE	REDEFINES AF-DATOS.
			03	AF-NUMCERT	PIC 9(9).
			03	AF-CODENT	PIC X(4).
			03	AF-CENTALTA	PIC X(4).
			03	AF-CUENTA	PIC X(12).
			03	AF-NUMDOC	PIC X(22).
			03	AF-NOMBRE	PIC X(40).
			03	AF-APELLIDO1	PIC X(36).
			03	AF-APELLIDO2	PIC X(36).
			03	AF-CLAMON	PIC 9(3).
			03	AF-CANT-CUOTAS	PIC 9(7).
			03	AF-IMPINT-NETO	PIC 9(15)V99.
			03	AF-SIGNO-INT	PIC X(1).
			03	AF-IMPIMPTO-NETO	PIC 9(15)V99.
			03	AF-SIGNO-IMPTO	PIC X(1).
			03	AF-IMPINT-EXTORNO	PIC 9(15)V99.
			03	AF-IMPIMPTO-EXTORNO	PIC 9(15)V99.
			03	FILLER	PIC X(7).
*> ---- PI: pie con los totales de control -----------------------
		02	AF-DATOS-PI	REDEFINES AF-DATOS.
			03	AF-CANT-REG-DE	PIC 9(9).
			03	AF-TOT-IMPINT	PIC 9(17)V99.
			03	AF-SIGNO-TOT-INT	PIC X(1).
			03	AF-TOT-IMPIMPTO	PIC 9(17)V99.
			03	AF-SIGNO-TOT-IMPTO	PIC X(1).
			03	FILLER	PIC X(201).

*> ---------------------------------------------------------------
*> COPY MPJ45281-EMAIL
*> Registro del fichero de despacho por email del certificado
*> anual de intereses e impuestos, con el mismo criterio que el
*> despacho del extracto MPJ45211: un registro por certificado con
*> la direccion EMAIL de TBMEDENV_ECTA, el titular de TBCLIENT y
*> los importes del certificado, enlazado con la imagen impresa
*> CER45281 por CM-NUMCERT.
*> ---------------------------------------------------------------
01	REG-CERT-EMAIL.
		02	CM-CODENT	PIC X(4).
		02	CM-CENTALTA	PIC X(4).
		02	CM-CUENTA	PIC X(12).
		02	CM-CLAMON	PIC 9(3).
		02	CM-EJERCICIO	PIC 9(4).
		02	CM-NUMCERT	PIC 9(9).
		02	CM-FECEMISION	PIC X(10).
		02	CM-EMAIL	PIC X(30).
		02	CM-NOMBRE	PIC X(40).
		02	CM-APELLIDO1	PIC X(36).
		02	CM-APELLIDO2	PIC X(36).
		02	CM-NUMDOC	PIC X(22).
		02	CM-CANT-CUOTAS	PIC 9(7).
		02	CM-IMPINT-NETO	PIC 9(15)V99.
		02	CM-SIGNO-INT	PIC X(1).
		02	CM-IMPIMPTO-NETO	PIC 9(15)V99.
		02	CM-SIGNO-IMPTO	PIC X(1).

*> ---------------------------------------------------------------
*> COPY MPJ45281-CORREO
*> Registro del fichero de despacho por correo fisico del
*> certificado anual de intereses e impuestos, con el mismo
*> criterio que el despacho del extracto MPJ45211: un registro
*> por certificado con el bloque postal del titular tomado de
*> TBCLIENT y los importes del certificado, enlazado con la imagen
*> impresa CER45281 por CR-NUMCERT, para la imprenta y el courier.
*> ---------------------------------------------------------------
01	REG-CERT-CORREO.
		02	CR-CODENT	PIC X(4).
		02	CR-CENTALTA	PIC X(4).
		02	CR-CUENTA	PIC X(12).
		02	CR-CLAMON	PIC 9(3).
		02	CR-EJERCICIO	PIC 9(4).
		02	CR-NUMCERT	PIC 9(9).
		02	CR-FECEMISION	PIC X(10).
		02	CR-NOMBRE	PIC X(40).
		02	CR-APELLIDO1	PIC X(36).
		02	CR-APELLIDO2	PIC X(36).
		02	CR-NUMDOC	PIC X(22).
		02	CR-TIPVIA	PIC X(2).
		02	CR-DESCNOMVIA	PIC X(100).
		02	CR-NUMVIA	PIC X(6).
		02	CR-PISO	PIC X(4).
		02	CR-PUERTA	PIC X(4).
		02	CR-DESCCIUDAD	PIC X(35).
		02	CR-DESCPROV	PIC X(20).
		02	CR-CODPOSTAL	PIC X(10).
		02	CR-PAIS	PIC X(20).
		02	CR-RESTODIR	PIC X(40).
		02	CR-CANT-CUOTAS	PIC 9(7).
		02	CR-IMPINT-NETO	PIC 9(15)V99.
		02	CR-SIGNO-INT	PIC X(1).
		02	CR-IMPIMPTO-NETO	PIC 9(15)V99.
		02	CR-SIGNO-IMPTO	PIC X(1).

*> ---------------------------------------------------------------
*> COPY TBARCRES
*> Cuentas restauradas desde el archivo historico por el modo de
*> restauracion de MPJ45291: una fila por cuenta con la fecha de
*> la ultima restauracion y la fecha (AAAAMMDD) hasta la que sus
*> planes cerrados y su rastro TBHISMOD no se vuelven a archivar,
*> para que la consulta o el reclamo que motivo la restauracion
*> tenga los datos en linea. NUMREST cuenta las restauraciones.
*> ---------------------------------------------------------------
01	TBARCRES.
		02	AR-CLAVE.
			03	CODENT	PIC X(4).
			03	CENTALTA	PIC X(4).
			03	CUENTA	PIC X(12).
		02	FECREST	PIC 9(8).
		02	FECRETENER	PIC 9(8).
		02	NUMREST	PIC 9(5) COMP-3.
		02	MOTIVO	PIC X(40).
		02	USUARIOSOL	PIC X(8).
		02	CODENTUMO	PIC X(4).
		02	CODOFIUMO	PIC X(4).
		02	USUARIOUMO	PIC X(8).
		02	CODTERMUMO	PIC X(8).
		02	CONTCUR	PIC X(26).

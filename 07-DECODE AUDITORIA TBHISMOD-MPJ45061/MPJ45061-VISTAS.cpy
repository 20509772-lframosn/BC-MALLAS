		02	INDBLQEXT 	PIC X(1).
		02	MOTBLQ 	PIC 9(2) COMP-3.

*> ---- TBDETCUO (imagen anterior) -------------------------------
01	D-DET-ANT	REDEFINES D-BUF-ANT.
		02	DC-CLAVE.
			03	CODENT 	PIC X(4).
			03	CENTALTA 	PIC X(4).
			03	CUENTA 	PIC X(12).
			03	CLAMON 	PIC 9(3) COMP-3.
			03	NUMOPECUO 	PIC 9(6) COMP-3.
			03	NUMFINAN 	PIC 9(3) COMP-3.
			03	NUMCUOTA 	PIC 9(9) COMP-3.
		02	FECPROCUO 	PIC X(10).
		02	IMPCUOTA 	PIC 9(15)V99 COMP-3.
		02	IMPCAPITAL 	PIC 9(15)V99 COMP-3.
		02	IMPINTERESES 	PIC 9(15)V99 COMP-3.
		02	IMPIMPTO 	PIC 9(15)V99 COMP-3.
		02	ESTCUO 	PIC 9(2) COMP-3.
		02	FECLIQ 	PIC X(10).
		02	FECCONTA 	PIC X(10).
		02	ESTCONT 	PIC 9(1) COMP-3.

*> ---- TBMEDENV_ECTA (imagen anterior) --------------------------
01	D-MED-ANT	REDEFINES D-BUF-ANT.
		02	ME-CLAVE.
			03	CODENT	PIC X(4).
			03	CENTALTA	PIC X(4).
			03	CUENTA	PIC X(12).
		02	MEDIOENVIO	PIC X(2).
		02	EMAIL	PIC X(30).
		02	FECBAJA	PIC X(10).

*> ---- TBCONGEL (imagen anterior) -------------------------------
01	D-CON-ANT	REDEFINES D-BUF-ANT.
		02	CG-CLAVE.
			03	CODENT 	PIC X(4).
			03	CENTALTA 	PIC X(4).
			03	CUENTA 	PIC X(12).
			03	NUMSECIMP	PIC 9(15) COMP-3.
		02	CLAMON 	PIC 9(3) COMP-3.
		02	IMPORTE 	PIC 9(15)V99 COMP-3.
		02	IMPORTETOT 	PIC 9(15)V99 COMP-3.
		02	IMPAPL 	PIC 9(15)V99 COMP-3.
		02	FECALTA 	PIC X(10).
		02	FECULTAPL 	PIC X(10).
		02	FECBAJA 	PIC X(10).
		02	MOTBAJA 	PIC 9(2) COMP-3.

01	D-BUF-ACT	PIC X(1024).

*> ---- TBTARJET (imagen actual) ------------------------------------
		02	TEXBLQ  	PIC X(30).
		02	INDBLQEXT 	PIC X(1).
		02	MOTBLQ 	PIC 9(2) COMP-3.

*> ---- TBDETCUO (imagen actual) ---------------------------------
01	D-DET-ACT	REDEFINES D-BUF-ACT.
		02	DC-CLAVE.
			03	CODENT 	PIC X(4).
			03	CENTALTA 	PIC X(4).
			03	CUENTA 	PIC X(12).
			03	CLAMON 	PIC 9(3) COMP-3.
			03	NUMOPECUO 	PIC 9(6) COMP-3.
			03	NUMFINAN 	PIC 9(3) COMP-3.
			03	NUMCUOTA 	PIC 9(9) COMP-3.
		02	FECPROCUO 	PIC X(10).
		02	IMPCUOTA 	PIC 9(15)V99 COMP-3.
		02	IMPCAPITAL 	PIC 9(15)V99 COMP-3.
		02	IMPINTERESES 	PIC 9(15)V99 COMP-3.
		02	IMPIMPTO 	PIC 9(15)V99 COMP-3.
		02	ESTCUO 	PIC 9(2) COMP-3.
		02	FECLIQ 	PIC X(10).
		02	FECCONTA 	PIC X(10).
		02	ESTCONT 	PIC 9(1) COMP-3.

*> ---- TBMEDENV_ECTA (imagen actual) ----------------------------
01	D-MED-ACT	REDEFINES D-BUF-ACT.
		02	ME-CLAVE.
			03	CODENT	PIC X(4).
			03	CENTALTA	PIC X(4).
			03	CUENTA	PIC X(12).
		02	MEDIOENVIO	PIC X(2).
		02	EMAIL	PIC X(30).
		02	FECBAJA	PIC X(10).

*> ---- TBCONGEL (imagen actual) ---------------------------------
01	D-CON-ACT	REDEFINES D-BUF-ACT.
		02	CG-CLAVE.
			03	CODENT 	PIC X(4).
			03	CENTALTA 	PIC X(4).
			03	CUENTA 	PIC X(12).
			03	NUMSECIMP	PIC 9(15) COMP-3.
		02	CLAMON 	PIC 9(3) COMP-3.
		02	IMPORTE 	PIC 9(15)V99 COMP-3.
		02	IMPORTETOT 	PIC 9(15)V99 COMP-3.
		02	IMPAPL 	PIC 9(15)V99 COMP-3.
		02	FECALTA 	PIC X(10).
		02	FECULTAPL 	PIC X(10).
		02	FECBAJA 	PIC X(10).
		02	MOTBAJA 	PIC 9(2) COMP-3.

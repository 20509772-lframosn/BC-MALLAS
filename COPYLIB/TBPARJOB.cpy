		02	PJ-VALORES-J201	REDEFINES PJ-VALORES.
			03	PJ201-ANOS-VIGENCIA	PIC 9(2).
			03	FILLER	PIC X(38).
*> ---- MPJ45251: fecha de corte de la contabilizacion -----------
*>      PJ251-FECCORTE (AAAAMMDD): las cuotas vencidas o cerradas y
*>      los movimientos aplicados antes del corte ya estan en el
*>      mayor anterior a la interface CON45251 y no se envian.
		02	PJ-VALORES-J251	REDEFINES PJ-VALORES.
			03	PJ251-FECCORTE	PIC 9(8).
			03	FILLER	PIC X(32).
*> ---- MPJ45291: meses de retencion del archivo historico --------
*>      PJ291-MESES-PLANES: meses desde la baja (FECBAJA) del plan;
*>      PJ291-MESES-HISMOD: meses desde FECHAMOD del rastro;
*>      PJ291-MESES-RESTAURADO: meses que una cuenta restaurada
*>      queda sin volver a archivarse.
		02	PJ-VALORES-J291	REDEFINES PJ-VALORES.
			03	PJ291-MESES-PLANES	PIC 9(3).
			03	PJ291-MESES-HISMOD	PIC 9(3).
			03	PJ291-MESES-RESTAURADO	PIC 9(3).
			03	FILLER	PIC X(31).
		02	PJ-USUARIOALT	PIC X(8).
		02	PJ-FECALT	PIC X(10).
		02	PJ-HORAALT	PIC X(8).

*> ---------------------------------------------------------------
*> COPY MPJ45133-PARM
*> Parametro del cierre de la fecha de negocio (PARMJ133): fecha
*> inicial AAAAMMDD, usada solo para dar de alta la fila de
*> TBFECNEG cuando todavia no existe (puesta en marcha). Con la
*> fila ya creada el parametro se ignora.
*> ---------------------------------------------------------------
01	REG-PARM45133.
		02	PARM-FECHA-INICIAL	PIC 9(8).

*> ---------------------------------------------------------------
*> COPY MPJ45063-LNK
*> Area de parametros de la rutina comun de rastro de auditoria
*> MPJ45063 (CALL "MPJ45063" USING RH-PARAMETROS). El batch que
*> cambia una fila de una tabla maestra carga la cuenta, el codigo
*> TABLA del decode MPJ45061, la imagen anterior y la posterior de
*> la fila y su PROGRAM-ID en RH-PROCESO; la rutina asigna la
*> secuencia NUMSECHIS (maximo de la cuenta en TBHISMOD mas uno,
*> igual que MPJ45191) y graba la fila de TBHISMOD.
*>
*>   RH-FUNCION "G" = grabar una fila de rastro;
*>              "F" = fin de corrida: cierra TBHISMOD.
*>
*>   RH-TIPO-REGISTRO "A" = alta (REGANT es la fila inicializada),
*>                    "M" = modificacion,
*>                    "B" = baja (REGACT es la fila inicializada).
*>   Las imagenes "vacias" van INICIALIZADAS y no en blancos: las
*>   vistas del decode comparan campos COMP-3.
*>
*> RH-RETORNO: 0 = grabado (RH-NUMSECHIS trae la secuencia);
*> 1 = el WRITE fallo (la fila queda sin rastro, el llamador lo
*> cuenta); 3 = TBHISMOD no se pudo abrir en la corrida.
*> ---------------------------------------------------------------
01	RH-PARAMETROS.
		02	RH-FUNCION	PIC X(1).
			88	RH-GRABAR	VALUE "G".
			88	RH-FIN-CORRIDA	VALUE "F".
		02	RH-CODENT	PIC X(4).
		02	RH-CENTALTA	PIC X(4).
		02	RH-CUENTA	PIC X(12).
		02	RH-PAN	PIC X(22).
		02	RH-TABLA	PIC X(3).
		02	RH-TIPO-REGISTRO	PIC X(1).
			88	RH-ALTA	VALUE "A".
			88	RH-MODIFICACION	VALUE "M".
			88	RH-BAJA	VALUE "B".
		02	RH-TIPO-ACCION	PIC X(30).
		02	RH-PROCESO	PIC X(10).
		02	RH-DESPROCESO	PIC X(30).
		02	RH-FECHAMOD	PIC X(10).
		02	RH-REGANT	PIC X(1024).
		02	RH-REGACT	PIC X(1024).
		02	RH-NUMSECHIS	PIC 9(15).
		02	RH-RETORNO	PIC 9(1).

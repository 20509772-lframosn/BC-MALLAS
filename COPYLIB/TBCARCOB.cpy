*> ---------------------------------------------------------------
*> COPY TBCARCOB
*> Etapa de cobranza por cuenta: una fila por cuenta a la que las
*> cartas de cobranza MPJ45271 le enviaron alguna carta. ETAPAULT
*> es la ultima etapa enviada (1 recordatorio, 2 aviso formal, 3
*> aviso previo al bloqueo; 0 secuencia reiniciada), con su fecha
*> (FECETAPA) y el medio usado (MEDIOULT). FECULTMORA es la fecha
*> de proceso (AAAAMMDD) de la ultima morosidad en que la cuenta
*> aparecio en mora: si deja de aparecer, la cuenta esta al dia y
*> la secuencia se reinicia (FECREINICIO, NUMREINICIOS).
*> ---------------------------------------------------------------
01	TBCARCOB.
		02	CC-CLAVE.
			03	CODENT	PIC X(4).
			03	CENTALTA	PIC X(4).
			03	CUENTA	PIC X(12).
		02	ETAPAULT	PIC 9(1).
			88	CC-SIN-CARTA	VALUE 0.
			88	CC-RECORDATORIO	VALUE 1.
			88	CC-AVISO-FORMAL	VALUE 2.
			88	CC-PREVIO-BLOQUEO	VALUE 3.
		02	FECETAPA	PIC X(10).
		02	MEDIOULT	PIC X(2).
		02	PEORTRAMO	PIC 9(1).
		02	FECULTMORA	PIC 9(8).
		02	NUMCARTAS	PIC 9(5) COMP-3.
		02	FECREINICIO	PIC X(10).
		02	NUMREINICIOS	PIC 9(5) COMP-3.
		02	CODENTUMO	PIC X(4).
		02	CODOFIUMO	PIC X(4).
		02	USUARIOUMO	PIC X(8).
		02	CODTERMUMO	PIC X(8).
		02	CONTCUR	PIC X(26).

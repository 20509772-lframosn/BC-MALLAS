      *> 22/08/2026  JRM     VERSION INICIAL
      *> 22/08/2026  JRM     SE REGISTRA INICIO/FIN Y CONTADORES DE LA
      *>                     CORRIDA EN LA BITACORA COMUN TBCTLBAT
      *> 15/10/2026  JRM     LOS CAMBIOS DE BATCH (CANALMOD "BT", QUE
      *>                     GRABA LA RUTINA MPJ45063 Y MPJ45191) NO
      *>                     SE MARCAN FUERA DE HORARIO: LA MALLA CORRE
      *>                     DE NOCHE POR DISENO. LAS DEMAS REGLAS LES
      *>                     SIGUEN APLICANDO
      *> 15/10/2026  JRM     LA FECHA DE PROCESO SE TOMA DE LA FECHA DE
      *>                     NEGOCIO TBFECNEG (RUTINA MPJ45132) Y NO DEL
      *>                     RELOJ; SI UN PREDECESOR DEL PROGRAMA NO
      *>                     TERMINO ESE DIA LA CORRIDA SE CANCELA
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45062.
       01  H62-STATUS-CTLBAT                PIC X(2).
           88  H62-CTLBAT-OK                    VALUE "00".

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  H62-CTLBAT-TRABAJO.
           05  H62-CTL-FECPROC               PIC 9(8).
           05  H62-CTL-HORA.
       01  H62-HORA-DESDE                   PIC X(8) VALUE "08:00:00".
       01  H62-HORA-HASTA                   PIC X(8) VALUE "20:00:00".

      *> Canal con que los batch de la malla marcan su rastro.
       01  H62-CANAL-BATCH                  PIC X(2) VALUE "BT".

       01  H62-DELTA-PORINT                 PIC S9(4)V9999 VALUE ZERO.

       01  H62-CLAVE-QUIEBRE.

      *>----------------------------------------------------------------*
       3300-EVALUAR-HORARIO.
      *>    El horario habil vale para los cambios manuales; un cambio
      *>    de batch corre en la ventana nocturna de la malla.
      *>----------------------------------------------------------------*
           IF CANALMOD OF TBHISMOD NOT = H62-CANAL-BATCH
               AND (HORAMOD OF TBHISMOD < H62-HORA-DESDE
                   OR HORAMOD OF TBHISMOD > H62-HORA-HASTA)
               SET H62-FUERA-HORARIO TO TRUE
           ELSE
               MOVE "N" TO H62-IND-FUERA-HORARIO
      *>    Registra el arranque en la bitacora comun de corridas
      *>    TBCTLBAT (un registro por programa y fecha de proceso);
      *>    una re-corrida del mismo dia pisa el registro anterior.
      *>    La fecha de proceso es la fecha de negocio de TBFECNEG
      *>    (rutina MPJ45132); si un predecesor del programa no
      *>    termino en esa fecha la corrida se cancela sin tocar nada.
      *>----------------------------------------------------------------*
           MOVE "MPJ45062" TO FN-PROGRAMA
           SET FN-FECHA-Y-PREDECESORES TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45062 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-CTLBAT
           MOVE FN-FECPROC TO H62-CTL-FECPROC
           ACCEPT H62-CTL-HORA FROM TIME
           MOVE SPACES TO H62-CTL-HORA-EDIT
           STRING H62-CTL-HH ":" H62-CTL-MM ":" H62-CTL-SS

      *>                     CENTRAL TBPARJOB POR FECHA EFECTIVA; SIN
      *>                     FILA VIGENTE O FUERA DE RANGO EL TRABAJO
      *>                     SE CANCELA (SIN DEFAULTS SILENCIOSOS)
      *> 15/10/2026  JRM     LA FECHA DE PROCESO SE TOMA DE LA FECHA DE
      *>                     NEGOCIO TBFECNEG (RUTINA MPJ45132) Y NO DEL
      *>                     RELOJ; SI UN PREDECESOR DEL PROGRAMA NO
      *>                     TERMINO ESE DIA LA CORRIDA SE CANCELA
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45081.
       01  X81-STATUS-CTLBAT                PIC X(2).
           88  X81-CTLBAT-OK                    VALUE "00".

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  X81-CTLBAT-TRABAJO.
           05  X81-CTL-FECPROC               PIC 9(8).
           05  X81-CTL-HORA.
      *>    Registra el arranque en la bitacora comun de corridas
      *>    TBCTLBAT (un registro por programa y fecha de proceso);
      *>    una re-corrida del mismo dia pisa el registro anterior.
      *>    La fecha de proceso es la fecha de negocio de TBFECNEG
      *>    (rutina MPJ45132); si un predecesor del programa no
      *>    termino en esa fecha la corrida se cancela sin tocar nada.
      *>----------------------------------------------------------------*
           MOVE "MPJ45081" TO FN-PROGRAMA
           SET FN-FECHA-Y-PREDECESORES TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45081 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-CTLBAT
           MOVE FN-FECPROC TO X81-CTL-FECPROC
           ACCEPT X81-CTL-HORA FROM TIME
           MOVE SPACES TO X81-CTL-HORA-EDIT
           STRING X81-CTL-HH ":" X81-CTL-MM ":" X81-CTL-SS

      *> 22/08/2026  JRM     VERSION INICIAL
      *> 22/08/2026  JRM     SE REGISTRA INICIO/FIN Y CONTADORES DE LA
      *>                     CORRIDA EN LA BITACORA COMUN TBCTLBAT
      *> 15/10/2026  JRM     LA FECHA DE PROCESO SE TOMA DE LA FECHA DE
      *>                     NEGOCIO TBFECNEG (RUTINA MPJ45132) Y NO DEL
      *>                     RELOJ; SI UN PREDECESOR DEL PROGRAMA NO
      *>                     TERMINO ESE DIA LA CORRIDA SE CANCELA
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45032.
       01  I32-STATUS-CTLBAT                PIC X(2).
           88  I32-CTLBAT-OK                    VALUE "00".

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  I32-CTLBAT-TRABAJO.
           05  I32-CTL-FECPROC               PIC 9(8).
           05  I32-CTL-HORA.
      *>----------------------------------------------------------------*
       1000-INICIALIZAR.
      *>----------------------------------------------------------------*
           MOVE I32-CTL-FECPROC TO I32-FECHA-SIS
           MOVE I32-HOY-ANO TO CJ-ANO
           MOVE I32-HOY-MES TO CJ-MES
           MOVE I32-HOY-DIA TO CJ-DIA
      *>    Registra el arranque en la bitacora comun de corridas
      *>    TBCTLBAT (un registro por programa y fecha de proceso);
      *>    una re-corrida del mismo dia pisa el registro anterior.
      *>    La fecha de proceso es la fecha de negocio de TBFECNEG
      *>    (rutina MPJ45132); si un predecesor del programa no
      *>    termino en esa fecha la corrida se cancela sin tocar nada.
      *>----------------------------------------------------------------*
           MOVE "MPJ45032" TO FN-PROGRAMA
           SET FN-FECHA-Y-PREDECESORES TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45032 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-CTLBAT
           MOVE FN-FECPROC TO I32-CTL-FECPROC
           ACCEPT I32-CTL-HORA FROM TIME
           MOVE SPACES TO I32-CTL-HORA-EDIT
           STRING I32-CTL-HH ":" I32-CTL-MM ":" I32-CTL-SS

      *>                     INTCARPTE GUARDADO: UNA RE-CORRIDA DEL
      *>                     MISMO DIA EMITIA CEROS Y PODIA PISAR EL
      *>                     ARCHIVO BUENO ANTES DE LA CARGA AL MAYOR
      *> 15/10/2026  JRM     LA FECHA DE PROCESO SE TOMA DE LA FECHA DE
      *>                     NEGOCIO TBFECNEG (RUTINA MPJ45132) Y NO DEL
      *>                     RELOJ; SI UN PREDECESOR DEL PROGRAMA NO
      *>                     TERMINO ESE DIA LA CORRIDA SE CANCELA
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45171.
       01  DV17-STATUS-CTLBAT               PIC X(2).
           88  DV17-CTLBAT-OK                   VALUE "00".

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  DV17-CTLBAT-TRABAJO.
           05  DV17-CTL-FECPROC              PIC 9(8).
           05  DV17-CTL-HORA.
      *>----------------------------------------------------------------*
       1000-INICIALIZAR.
      *>----------------------------------------------------------------*
           MOVE DV17-CTL-FECPROC TO DV17-FECHA-SIS
           MOVE DV17-HOY-ANO TO CJ-ANO
           MOVE DV17-HOY-MES TO CJ-MES
           MOVE DV17-HOY-DIA TO CJ-DIA
      *>    Registra el arranque en la bitacora comun de corridas
      *>    TBCTLBAT (un registro por programa y fecha de proceso);
      *>    una re-corrida del mismo dia pisa el registro anterior.
      *>    La fecha de proceso es la fecha de negocio de TBFECNEG
      *>    (rutina MPJ45132); si un predecesor del programa no
      *>    termino en esa fecha la corrida se cancela sin tocar nada.
      *>----------------------------------------------------------------*
           MOVE "MPJ45171" TO FN-PROGRAMA
           SET FN-FECHA-Y-PREDECESORES TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45171 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-CTLBAT
           MOVE FN-FECPROC TO DV17-CTL-FECPROC
           ACCEPT DV17-CTL-HORA FROM TIME
           MOVE SPACES TO DV17-CTL-HORA-EDIT
           STRING DV17-CTL-HH ":" DV17-CTL-MM ":" DV17-CTL-SS

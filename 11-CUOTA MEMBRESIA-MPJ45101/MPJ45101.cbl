      *> 22/08/2026  JRM     SE CANCELA LA CORRIDA SI PARMJ101 NO
      *>                     INFORMA EL IMPORTE DE LA CUOTA (EVITA
      *>                     CARGOS EN CERO QUE QUEMAN EL CICLO)
      *> 15/10/2026  JRM     LA FECHA DE PROCESO SE TOMA DE LA FECHA DE
      *>                     NEGOCIO TBFECNEG (RUTINA MPJ45132) Y NO DEL
      *>                     RELOJ; SI UN PREDECESOR DEL PROGRAMA NO
      *>                     TERMINO ESE DIA LA CORRIDA SE CANCELA
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45101.
       01  ME10-STATUS-CTLBAT                PIC X(2).
           88  ME10-CTLBAT-OK                    VALUE "00".

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  ME10-CTLBAT-TRABAJO.
           05  ME10-CTL-FECPROC               PIC 9(8).
           05  ME10-CTL-HORA.
      *>----------------------------------------------------------------*
       1000-INICIALIZAR.
      *>----------------------------------------------------------------*
           MOVE ME10-CTL-FECPROC TO ME10-FECHA-SIS
           STRING ME10-FS-DIA "/" ME10-FS-MES "/" ME10-FS-ANO
               DELIMITED BY SIZE INTO ME10-FECHA-HOY
           MOVE ME10-FS-ANO TO ME10-CICLO-ANO
      *>    Registra el arranque en la bitacora comun de corridas
      *>    TBCTLBAT (un registro por programa y fecha de proceso);
      *>    una re-corrida del mismo dia pisa el registro anterior.
      *>    La fecha de proceso es la fecha de negocio de TBFECNEG
      *>    (rutina MPJ45132); si un predecesor del programa no
      *>    termino en esa fecha la corrida se cancela sin tocar nada.
      *>----------------------------------------------------------------*
           MOVE "MPJ45101" TO FN-PROGRAMA
           SET FN-FECHA-Y-PREDECESORES TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45101 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-CTLBAT
           MOVE FN-FECPROC TO ME10-CTL-FECPROC
           ACCEPT ME10-CTL-HORA FROM TIME
           MOVE SPACES TO ME10-CTL-HORA-EDIT
           STRING ME10-CTL-HH ":" ME10-CTL-MM ":" ME10-CTL-SS

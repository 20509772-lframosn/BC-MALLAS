      *>                     EL SLA CORRE EN DIAS HABILES (SIN SABADOS,
      *>                     DOMINGOS NI FERIADOS DE TBCALHAB); CON
      *>                     OTRO VALOR SIGUE EN DIAS CORRIDOS
      *> 15/10/2026  JRM     LA FECHA DE PROCESO SE TOMA DE LA FECHA DE
      *>                     NEGOCIO TBFECNEG (RUTINA MPJ45132) Y NO DEL
      *>                     RELOJ; SI UN PREDECESOR DEL PROGRAMA NO
      *>                     TERMINO ESE DIA LA CORRIDA SE CANCELA
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45031.
       01  I31-STATUS-CTLBAT                PIC X(2).
           88  I31-CTLBAT-OK                    VALUE "00".

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  I31-CTLBAT-TRABAJO.
           05  I31-CTL-FECPROC               PIC 9(8).
           05  I31-CTL-HORA.
      *>----------------------------------------------------------------*
           PERFORM 1800-LEER-PARAMETROS THRU 1800-EXIT

           MOVE I31-CTL-FECPROC TO I31-FECHA-HOY

           OPEN INPUT F-TBINCINT
           OPEN OUTPUT F-REPORTE
      *>    Registra el arranque en la bitacora comun de corridas
      *>    TBCTLBAT (un registro por programa y fecha de proceso);
      *>    una re-corrida del mismo dia pisa el registro anterior.
      *>    La fecha de proceso es la fecha de negocio de TBFECNEG
      *>    (rutina MPJ45132); si un predecesor del programa no
      *>    termino en esa fecha la corrida se cancela sin tocar nada.
      *>----------------------------------------------------------------*
           MOVE "MPJ45031" TO FN-PROGRAMA
           SET FN-FECHA-Y-PREDECESORES TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45031 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-CTLBAT
           MOVE FN-FECPROC TO I31-CTL-FECPROC
           ACCEPT I31-CTL-HORA FROM TIME
           MOVE SPACES TO I31-CTL-HORA-EDIT
           STRING I31-CTL-HH ":" I31-CTL-MM ":" I31-CTL-SS

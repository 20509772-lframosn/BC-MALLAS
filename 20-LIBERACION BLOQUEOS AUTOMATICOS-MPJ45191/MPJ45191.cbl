      *>                     DIA PODIA PISAR CLAVE Y PERDER EL RASTRO);
      *>                     UN WRITE FALLIDO DEL RASTRO SE CUENTA Y
      *>                     SE INFORMA EN VEZ DE SEGUIR MUDO
      *> 15/10/2026  JRM     EL RASTRO SE MARCA CANALMOD "BT" (CAMBIO
      *>                     DE BATCH), IGUAL QUE LA RUTINA COMUN
      *>                     MPJ45063 DE LOS DEMAS BATCH DE LA MALLA
      *> 15/10/2026  JRM     LA FECHA DE PROCESO SE TOMA DE LA FECHA DE
      *>                     NEGOCIO TBFECNEG (RUTINA MPJ45132) Y NO DEL
      *>                     RELOJ; SI UN PREDECESOR DEL PROGRAMA NO
      *>                     TERMINO ESE DIA LA CORRIDA SE CANCELA
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45191.
       01  LB19-STATUS-CTLBAT               PIC X(2).
           88  LB19-CTLBAT-OK                   VALUE "00".

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  LB19-CTLBAT-TRABAJO.
           05  LB19-CTL-FECPROC              PIC 9(8).
           05  LB19-CTL-HORA.
      *>----------------------------------------------------------------*
           PERFORM 1800-LEER-PARAMETROS THRU 1800-EXIT

           MOVE LB19-CTL-FECPROC TO LB19-FECHA-SIS
           ACCEPT LB19-HORA-SIS  FROM TIME
           MOVE LB19-HOY-ANO TO CJ-ANO
           MOVE LB19-HOY-MES TO CJ-MES
           MOVE "MPJ45191" TO PROCESO OF TBHISMOD
           MOVE "LIBERACION BLOQUEO AUTOMATICO"
               TO DESPROCESO OF TBHISMOD
           MOVE "BT" TO CANALMOD OF TBHISMOD
           MOVE "MPJ45191" TO USUARIOUMO OF TBHISMOD
           MOVE "BLQ" TO TABLA OF TBHISMOD
           MOVE TBBLQCTA TO REGANT OF TBHISMOD
      *>    Registra el arranque en la bitacora comun de corridas
      *>    TBCTLBAT (un registro por programa y fecha de proceso);
      *>    una re-corrida del mismo dia pisa el registro anterior.
      *>    La fecha de proceso es la fecha de negocio de TBFECNEG
      *>    (rutina MPJ45132); si un predecesor del programa no
      *>    termino en esa fecha la corrida se cancela sin tocar nada.
      *>----------------------------------------------------------------*
           MOVE "MPJ45191" TO FN-PROGRAMA
           SET FN-FECHA-Y-PREDECESORES TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45191 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-CTLBAT
           MOVE FN-FECPROC TO LB19-CTL-FECPROC
           ACCEPT LB19-CTL-HORA FROM TIME
           MOVE SPACES TO LB19-CTL-HORA-EDIT
           STRING LB19-CTL-HH ":" LB19-CTL-MM ":" LB19-CTL-SS

      *>                     IMPTOTAL; UN EXTRACTO TRUNCO SE RECHAZA
      *> 22/08/2026  JRM     SE REGISTRA INICIO/FIN Y CONTADORES DE LA
      *>                     CORRIDA EN LA BITACORA COMUN TBCTLBAT
      *> 15/10/2026  JRM     SALDISCRE Y SALDISLIN SE IMPRIMEN COMO
      *>                     SALDO DISPUESTO (ES LO QUE TRAEN DESDE
      *>                     TBLINCRE) Y SE AGREGA EL CREDITO
      *>                     DISPONIBLE DE LA LINEA (CREDDISP)
      *> 15/10/2026  JRM     LA FECHA DE PROCESO SE TOMA DE LA FECHA DE
      *>                     NEGOCIO TBFECNEG (RUTINA MPJ45132) Y NO DEL
      *>                     RELOJ; SI UN PREDECESOR DEL PROGRAMA NO
      *>                     TERMINO ESE DIA LA CORRIDA SE CANCELA
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45022.
       01  P22-STATUS-CTLBAT                PIC X(2).
           88  P22-CTLBAT-OK                    VALUE "00".

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  P22-CTLBAT-TRABAJO.
           05  P22-CTL-FECPROC               PIC 9(8).
           05  P22-CTL-HORA.

           MOVE SALDISCRE OF PCEXTCU1_CU TO P22-EDIT-IMPORTE
           MOVE SPACES TO P22-LINEA-EDIT
           STRING "SALDO DISPUESTO CUENTA. . . . . . . : "
               P22-EDIT-IMPORTE DELIMITED BY SIZE INTO P22-LINEA-EDIT
           PERFORM 5800-APILAR-LINEA THRU 5800-EXIT


           MOVE SALDISLIN OF PCEXTCU1_LI TO P22-EDIT-IMPORTE
           MOVE SPACES TO P22-LINEA-EDIT
           STRING "  SALDO DISPUESTO DE LA LINEA. . . . : "
               P22-EDIT-IMPORTE DELIMITED BY SIZE INTO P22-LINEA-EDIT
           PERFORM 5800-APILAR-LINEA THRU 5800-EXIT

           MOVE CREDDISP OF PCEXTCU1_LI TO P22-EDIT-IMPORTE
           MOVE SPACES TO P22-LINEA-EDIT
           STRING "  CREDITO DISPONIBLE . . . . . . . . : "
               P22-EDIT-IMPORTE DELIMITED BY SIZE INTO P22-LINEA-EDIT
           PERFORM 5800-APILAR-LINEA THRU 5800-EXIT

      *>    Registra el arranque en la bitacora comun de corridas
      *>    TBCTLBAT (un registro por programa y fecha de proceso);
      *>    una re-corrida del mismo dia pisa el registro anterior.
      *>    La fecha de proceso es la fecha de negocio de TBFECNEG
      *>    (rutina MPJ45132); si un predecesor del programa no
      *>    termino en esa fecha la corrida se cancela sin tocar nada.
      *>----------------------------------------------------------------*
           MOVE "MPJ45022" TO FN-PROGRAMA
           SET FN-FECHA-Y-PREDECESORES TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45022 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-CTLBAT
           MOVE FN-FECPROC TO P22-CTL-FECPROC
           ACCEPT P22-CTL-HORA FROM TIME
           MOVE SPACES TO P22-CTL-HORA-EDIT
           STRING P22-CTL-HH ":" P22-CTL-MM ":" P22-CTL-SS

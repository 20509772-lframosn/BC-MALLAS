      *>                     CENTRAL TBPARJOB POR FECHA EFECTIVA; SIN
      *>                     FILA VIGENTE O FUERA DE RANGO EL TRABAJO
      *>                     SE CANCELA (SIN DEFAULTS SILENCIOSOS)
      *> 15/10/2026  JRM     EL PASE A MEDIO DE CONTINGENCIA DEJA
      *>                     RASTRO EN TBHISMOD (TABLA "MED") CON
      *>                     IMAGEN ANTERIOR Y POSTERIOR DE
      *>                     TBMEDENV_ECTA Y PROCESO MPJ45041 (RUTINA
      *>                     MPJ45063)
      *> 15/10/2026  JRM     LA FECHA DE PROCESO SE TOMA DE LA FECHA DE
      *>                     NEGOCIO TBFECNEG (RUTINA MPJ45132) Y NO DEL
      *>                     RELOJ; SI UN PREDECESOR DEL PROGRAMA NO
      *>                     TERMINO ESE DIA LA CORRIDA SE CANCELA
      *> 15/10/2026  JRM     EL PASE A CONTINGENCIA SOLO GRABA RASTRO,
      *>                     REINICIA LA RACHA Y EMITE LA LINEA SI LA
      *>                     REESCRITURA DE TBMEDENV_ECTA FUE ACEPTADA;
      *>                     UN RECHAZO SE CUENTA Y TERMINA CON RC 8
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45041.
       01  D41-STATUS-CTLBAT                PIC X(2).
           88  D41-CTLBAT-OK                    VALUE "00".

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  D41-CTLBAT-TRABAJO.
           05  D41-CTL-FECPROC               PIC 9(8).
           05  D41-CTL-HORA.
           05  D41-CONT-EXITOSOS               PIC 9(9) VALUE ZERO.
           05  D41-CONT-FALLIDOS               PIC 9(9) VALUE ZERO.
           05  D41-CONT-FALLBACKS              PIC 9(9) VALUE ZERO.
           05  D41-CONT-SIN-RASTRO             PIC 9(9) VALUE ZERO.
           05  D41-CONT-FALLBACK-ERR           PIC 9(9) VALUE ZERO.

      *> Area de parametros de la rutina comun de rastro TBHISMOD.
       COPY "MPJ45063-LNK.cpy".

       01  D41-LINEA-EDIT                    PIC X(132).

      *>----------------------------------------------------------------*
           PERFORM 1800-LEER-PARAMETROS THRU 1800-EXIT

           MOVE D41-CTL-FECPROC TO D41-FECHA-SIS
           STRING D41-FS-DIA "/" D41-FS-MES "/" D41-FS-ANO
               DELIMITED BY SIZE INTO D41-FECHA-HOY

       4000-APLICAR-FALLBACK.
      *>    N fallos consecutivos: pasa la cuenta a su medio de envio
      *>    de contingencia en TBMEDENV_ECTA y reinicia la racha para
      *>    darle una oportunidad limpia al canal nuevo. Si la fila
      *>    no se puede reescribir no hay cambio: no se graba rastro,
      *>    la racha sigue y la cuenta se reintenta en la proxima
      *>    corrida.
      *>----------------------------------------------------------------*
           MOVE CODENT   OF DL-CLAVE OF TBMEDENVDLV TO CODENT
               OF ME-CLAVE
               NOT INVALID KEY
                   IF MEDIOENVIO OF TBMEDENV_ECTA
                           NOT = D41-MEDIO-FALLBACK
                       INITIALIZE RH-PARAMETROS
                       MOVE TBMEDENV_ECTA TO RH-REGANT
                       MOVE D41-MEDIO-FALLBACK TO MEDIOENVIO
                           OF TBMEDENV_ECTA
                       REWRITE TBMEDENV_ECTA
                           INVALID KEY
                               ADD 1 TO D41-CONT-FALLBACK-ERR
                           NOT INVALID KEY
                               PERFORM 4200-GRABAR-RASTRO THRU
                                   4200-EXIT
                               ADD 1 TO D41-CONT-FALLBACKS
                               MOVE "S" TO INDFALLBACKAPL
                                   OF TBMEDENVDLV
                               MOVE ZERO TO NUMFALLOSCONSEC
                                   OF TBMEDENVDLV
                               PERFORM 4100-EMITIR-LINEA-FALLBACK THRU
                                   4100-EXIT
                       END-REWRITE
                   END-IF
           END-READ.

       4100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       4200-GRABAR-RASTRO.
      *>    Rastro de auditoria del cambio de MEDIOENVIO: imagen
      *>    anterior cargada en 4000, posterior la fila reescrita. Un
      *>    rastro que no se puede grabar se cuenta y se informa.
      *>----------------------------------------------------------------*
           MOVE TBMEDENV_ECTA TO RH-REGACT
           SET RH-GRABAR TO TRUE
           SET RH-MODIFICACION TO TRUE
           MOVE CODENT   OF ME-CLAVE TO RH-CODENT
           MOVE CENTALTA OF ME-CLAVE TO RH-CENTALTA
           MOVE CUENTA   OF ME-CLAVE TO RH-CUENTA
           MOVE "MED" TO RH-TABLA
           MOVE "PASE A MEDIO DE CONTINGENCIA" TO RH-TIPO-ACCION
           MOVE "MPJ45041" TO RH-PROCESO
           MOVE "CONTROL ENTREGA EXTRACTO" TO RH-DESPROCESO
           MOVE D41-FECHA-HOY TO RH-FECHAMOD
           CALL "MPJ45063" USING RH-PARAMETROS

           IF RH-RETORNO NOT = ZERO
               ADD 1 TO D41-CONT-SIN-RASTRO
           END-IF.

       4200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3900-GRABAR-DLV.
      *>----------------------------------------------------------------*
           CLOSE F-MEDENV-ECTA
           CLOSE F-FALLBACK

           SET RH-FIN-CORRIDA TO TRUE
           CALL "MPJ45063" USING RH-PARAMETROS

           DISPLAY "MPJ45041 - RESULTADOS LEIDOS      = " D41-CONT-LEIDOS
           DISPLAY "MPJ45041 - ENVIOS EXITOSOS        = "
               D41-CONT-EXITOSOS
           DISPLAY "MPJ45041 - ENVIOS FALLIDOS        = "
               D41-CONT-FALLIDOS
           DISPLAY "MPJ45041 - CUENTAS PASADAS A FALLBACK = "
               D41-CONT-FALLBACKS
           DISPLAY "MPJ45041 - CAMBIOS SIN RASTRO     = "
               D41-CONT-SIN-RASTRO
           DISPLAY "MPJ45041 - CAMBIOS NO GRABADOS    = "
               D41-CONT-FALLBACK-ERR
           IF D41-CONT-FALLBACK-ERR > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-EXIT.
           EXIT.
      *>    Registra el arranque en la bitacora comun de corridas
      *>    TBCTLBAT (un registro por programa y fecha de proceso);
      *>    una re-corrida del mismo dia pisa el registro anterior.
      *>    La fecha de proceso es la fecha de negocio de TBFECNEG
      *>    (rutina MPJ45132); si un predecesor del programa no
      *>    termino en esa fecha la corrida se cancela sin tocar nada.
      *>----------------------------------------------------------------*
           MOVE "MPJ45041" TO FN-PROGRAMA
           SET FN-FECHA-Y-PREDECESORES TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45041 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-CTLBAT
           MOVE FN-FECPROC TO D41-CTL-FECPROC
           ACCEPT D41-CTL-HORA FROM TIME
           MOVE SPACES TO D41-CTL-HORA-EDIT
           STRING D41-CTL-HH ":" D41-CTL-MM ":" D41-CTL-SS

      *>                     CENTRAL TBPARJOB POR FECHA EFECTIVA; SIN
      *>                     FILA VIGENTE O FUERA DE RANGO EL TRABAJO
      *>                     SE CANCELA (SIN DEFAULTS SILENCIOSOS)
      *> 15/10/2026  JRM     LA LIBERACION DEL CONGELAMIENTO DEJA
      *>                     RASTRO EN TBHISMOD (TABLA "CON") CON
      *>                     IMAGEN ANTERIOR Y POSTERIOR Y PROCESO
      *>                     MPJ45091 (RUTINA MPJ45063)
      *> 15/10/2026  JRM     LA FECHA DE PROCESO SE TOMA DE LA FECHA DE
      *>                     NEGOCIO TBFECNEG (RUTINA MPJ45132) Y NO DEL
      *>                     RELOJ; SI UN PREDECESOR DEL PROGRAMA NO
      *>                     TERMINO ESE DIA LA CORRIDA SE CANCELA
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45091.
       01  G91-STATUS-CTLBAT                PIC X(2).
           88  G91-CTLBAT-OK                    VALUE "00".

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  G91-CTLBAT-TRABAJO.
           05  G91-CTL-FECPROC               PIC 9(8).
           05  G91-CTL-HORA.
           05  G91-CONT-EVALUADOS               PIC 9(9) VALUE ZERO.
           05  G91-CONT-LIBERADOS               PIC 9(9) VALUE ZERO.
           05  G91-CONT-VIGENTES                PIC 9(9) VALUE ZERO.
           05  G91-CONT-SIN-RASTRO              PIC 9(9) VALUE ZERO.

      *> Area de parametros de la rutina comun de rastro TBHISMOD.
       COPY "MPJ45063-LNK.cpy".

       01  G91-EDIT-IMPORTE                   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  G91-EDIT-DIAS                      PIC ZZZZ9.
      *>----------------------------------------------------------------*
           PERFORM 1800-LEER-PARAMETROS THRU 1800-EXIT

           MOVE G91-CTL-FECPROC TO G91-FECHA-HOY-AAAAMMDD
           MOVE G91-HOY-ANO TO CJ-ANO
           MOVE G91-HOY-MES TO CJ-MES
           MOVE G91-HOY-DIA TO CJ-DIA
      *>----------------------------------------------------------------*
       3200-LIBERAR-CONGELAMIENTO.
      *>----------------------------------------------------------------*
           INITIALIZE RH-PARAMETROS
           MOVE TBCONGEL TO RH-REGANT

           MOVE G91-FECHA-HOY TO FECBAJA OF TBCONGEL
           MOVE G91-MOTBAJA-VENCIMIENTO TO MOTBAJA OF TBCONGEL

           REWRITE TBCONGEL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 3250-GRABAR-RASTRO THRU 3250-EXIT
           END-REWRITE

           ADD 1 TO G91-CONT-LIBERADOS
       3210-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3250-GRABAR-RASTRO.
      *>    Rastro de auditoria de la liberacion: imagen anterior
      *>    cargada en 3200, posterior la fila reescrita. Un rastro que
      *>    no se puede grabar se cuenta y se informa.
      *>----------------------------------------------------------------*
           MOVE TBCONGEL TO RH-REGACT
           SET RH-GRABAR TO TRUE
           SET RH-MODIFICACION TO TRUE
           MOVE CODENT   OF CG-CLAVE TO RH-CODENT
           MOVE CENTALTA OF CG-CLAVE TO RH-CENTALTA
           MOVE CUENTA   OF CG-CLAVE TO RH-CUENTA
           MOVE "CON" TO RH-TABLA
           MOVE "LIBERACION POR VENCIMIENTO" TO RH-TIPO-ACCION
           MOVE "MPJ45091" TO RH-PROCESO
           MOVE "VENCIMIENTO CONGELAMIENTO" TO RH-DESPROCESO
           MOVE G91-FECHA-HOY TO RH-FECHAMOD
           CALL "MPJ45063" USING RH-PARAMETROS

           IF RH-RETORNO NOT = ZERO
               ADD 1 TO G91-CONT-SIN-RASTRO
           END-IF.

       3250-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3300-EMITIR-VIGENTE.
      *>----------------------------------------------------------------*
           CLOSE F-TBCONGEL
           CLOSE F-REPORTE

           SET RH-FIN-CORRIDA TO TRUE
           CALL "MPJ45063" USING RH-PARAMETROS

           DISPLAY "MPJ45091 - CONGELAMIENTOS EVALUADOS = "
               G91-CONT-EVALUADOS
           DISPLAY "MPJ45091 - LIBERADOS EN ESTA CORRIDA = "
               G91-CONT-LIBERADOS
           DISPLAY "MPJ45091 - AUN VIGENTES              = "
               G91-CONT-VIGENTES
           DISPLAY "MPJ45091 - LIBERADOS SIN RASTRO      = "
               G91-CONT-SIN-RASTRO.

       9000-EXIT.
           EXIT.
      *>    Registra el arranque en la bitacora comun de corridas
      *>    TBCTLBAT (un registro por programa y fecha de proceso);
      *>    una re-corrida del mismo dia pisa el registro anterior.
      *>    La fecha de proceso es la fecha de negocio de TBFECNEG
      *>    (rutina MPJ45132); si un predecesor del programa no
      *>    termino en esa fecha la corrida se cancela sin tocar nada.
      *>----------------------------------------------------------------*
           MOVE "MPJ45091" TO FN-PROGRAMA
           SET FN-FECHA-Y-PREDECESORES TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45091 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-CTLBAT
           MOVE FN-FECPROC TO G91-CTL-FECPROC
           ACCEPT G91-CTL-HORA FROM TIME
           MOVE SPACES TO G91-CTL-HORA-EDIT
           STRING G91-CTL-HH ":" G91-CTL-MM ":" G91-CTL-SS

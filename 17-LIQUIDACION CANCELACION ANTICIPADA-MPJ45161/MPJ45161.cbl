      *>                     TBCTLBAT) PARA NO CONTAR DOS VECES LA
      *>                     MISMA VENTANA DE INTERES, IGUAL QUE EL
      *>                     COTIZADOR MPJ45071
      *> 15/10/2026  JRM     EL PLAN CANCELADO REINTEGRA A LA LINEA DE
      *>                     CREDITO DE CUOTAS (TBLINCRE, RUTINA
      *>                     MPJ45242) EL CAPITAL Y EL IMPORTE DE LAS
      *>                     CUOTAS QUE QUEDABAN PENDIENTES
      *> 15/10/2026  JRM     LA LIQUIDACION DE CADA CUOTA (TABLA "DET")
      *>                     Y EL CIERRE DEL PLAN (TABLA "FIN") DEJAN
      *>                     IMAGEN ANTERIOR Y POSTERIOR EN TBHISMOD
      *>                     CON PROCESO MPJ45161 (RUTINA MPJ45063)
      *> 15/10/2026  JRM     LA FECHA DE PROCESO SE TOMA DE LA FECHA DE
      *>                     NEGOCIO TBFECNEG (RUTINA MPJ45132) Y NO DEL
      *>                     RELOJ; SI UN PREDECESOR DEL PROGRAMA NO
      *>                     TERMINO ESE DIA LA CORRIDA SE CANCELA
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45161.
       01  LC16-STATUS-CTLBAT               PIC X(2).
           88  LC16-CTLBAT-OK                   VALUE "00".

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  LC16-CTLBAT-TRABAJO.
           05  LC16-CTL-FECPROC              PIC 9(8).
           05  LC16-CTL-HORA.

       01  LC16-CAPITAL-PENDIENTE            PIC 9(15)V99 VALUE ZERO.
       01  LC16-CUOTAS-PENDIENTES            PIC 9(9)  VALUE ZERO.
      *> Importe (capital + interes + impuesto) de las cuotas
      *> pendientes: lo que el plan deja de comprometer en la linea.
       01  LC16-IMPCUOTAS-PENDIENTES         PIC 9(15)V99 VALUE ZERO.

      *> Area de parametros de la rutina comun de la linea de credito.
       COPY "MPJ45242-LNK.cpy".

      *> Area de parametros de la rutina comun de rastro TBHISMOD y
      *> fecha de proceso en DD/MM/AAAA para FECHAMOD.
       COPY "MPJ45063-LNK.cpy".
       01  LC16-FECHA-HOY                    PIC X(10) VALUE SPACES.
       01  LC16-INTERES-DEVENGADO            PIC 9(15)V99 VALUE ZERO.
       01  LC16-INTERES-PRORRATEO            PIC 9(15)V99 VALUE ZERO.
       01  LC16-IMPORTE-COTIZADO             PIC 9(15)V99 VALUE ZERO.
           05  LC16-CONT-EXCEPCIONES          PIC 9(9) VALUE ZERO.
           05  LC16-CONT-RECHAZADAS           PIC 9(9) VALUE ZERO.
           05  LC16-TOT-IMPPAGADO             PIC 9(15)V99 VALUE ZERO.
           05  LC16-CONT-SIN-LINEA            PIC 9(9) VALUE ZERO.
           05  LC16-CONT-SIN-RASTRO           PIC 9(9) VALUE ZERO.

       01  LC16-EDIT-IMPORTE                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  LC16-EDIT-IMPORTE2                PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           PERFORM 1800-LEER-PARAMETROS THRU 1800-EXIT
           PERFORM 1700-BUSCAR-ULT-DEVENGO THRU 1700-EXIT

           STRING LC16-CTL-FECPROC (7:2) "/" LC16-CTL-FECPROC (5:2) "/"
               LC16-CTL-FECPROC (1:4)
               DELIMITED BY SIZE INTO LC16-FECHA-HOY

           OPEN INPUT F-ACEPTADAS
           OPEN I-O   F-TBFINCUO
           OPEN I-O   F-TBDETCUO
           IF LC16-LIQUIDABLE
               PERFORM 4100-LIQUIDAR-CUOTAS THRU 4100-EXIT
               PERFORM 4300-CERRAR-PLAN THRU 4300-EXIT
               PERFORM 4400-REINTEGRAR-LINEA THRU 4400-EXIT
               PERFORM 5000-EMITIR-LIQUIDACION THRU 5000-EXIT
           END-IF

      *>----------------------------------------------------------------*
           MOVE ZERO TO LC16-CAPITAL-PENDIENTE
           MOVE ZERO TO LC16-CUOTAS-PENDIENTES
           MOVE ZERO TO LC16-IMPCUOTAS-PENDIENTES

           MOVE AC-CODENT    TO LC16-CP-CODENT
           MOVE AC-CENTALTA  TO LC16-CP-CENTALTA
                   ADD 1 TO LC16-CUOTAS-PENDIENTES
                   ADD IMPCAPITAL OF TBDETCUO
                       TO LC16-CAPITAL-PENDIENTE
                   ADD IMPCUOTA OF TBDETCUO
                       TO LC16-IMPCUOTAS-PENDIENTES
               END-IF
               PERFORM 3110-LEER-DETCUO THRU 3110-EXIT
           ELSE
               AND NUMFINAN  OF DC-CLAVE = LC16-CP-NUMFINAN

               IF FECLIQ OF TBDETCUO = SPACES
                   INITIALIZE RH-PARAMETROS
                   MOVE TBDETCUO TO RH-REGANT
                   MOVE AC-FECVALOR TO FECLIQ OF TBDETCUO
                   MOVE LC16-ESTCUO-LIQUIDADA TO ESTCUO OF TBDETCUO
                   MOVE "MPJ45161" TO USUARIOUMO OF TBDETCUO
                   REWRITE TBDETCUO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 4900-RASTRO-DETCUO THRU 4900-EXIT
                   END-REWRITE
               END-IF
               PERFORM 3110-LEER-DETCUO THRU 3110-EXIT
      *>    condona: INTCARPTE queda en cero y el plan de baja con el
      *>    motivo dedicado de cancelacion anticipada.
      *>----------------------------------------------------------------*
           INITIALIZE RH-PARAMETROS
           MOVE TBFINCUO TO RH-REGANT

           MOVE TOTCUOTAS OF TBFINCUO TO NUMCUOPAG OF TBFINCUO
           MOVE TOTCUOTAS OF TBFINCUO TO NUMULTCUO OF TBFINCUO
           ADD LC16-CAPITAL-PENDIENTE TO IMPAMORT OF TBFINCUO
           REWRITE TBFINCUO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 4910-RASTRO-FINCUO THRU 4910-EXIT
           END-REWRITE.

       4300-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       4400-REINTEGRAR-LINEA.
      *>    El plan cerrado libera en la linea de credito el capital
      *>    pendiente y deja de comprometer sus cuotas pendientes. La
      *>    cancelacion ya quedo aplicada: una linea que no acepta el
      *>    movimiento solo se cuenta para el cuadre de TBLINCRE.
      *>----------------------------------------------------------------*
           INITIALIZE LN-PARAMETROS
           SET LN-REINTEGRAR TO TRUE
           MOVE LC16-CP-CODENT            TO LN-CODENT
           MOVE LC16-CP-CENTALTA          TO LN-CENTALTA
           MOVE LC16-CP-CUENTA            TO LN-CUENTA
           MOVE LC16-CP-CLAMON            TO LN-CLAMON
           SET LN-LINEA-CUOTAS            TO TRUE
           MOVE LC16-CAPITAL-PENDIENTE    TO LN-IMPCAPITAL
           MOVE LC16-IMPCUOTAS-PENDIENTES TO LN-IMPCUOTAS
           MOVE LC16-CTL-FECPROC          TO LN-FECPROC
           MOVE "MPJ45161"                TO LN-PROGRAMA
           CALL "MPJ45242" USING LN-PARAMETROS

           IF LN-RETORNO NOT = ZERO
               ADD 1 TO LC16-CONT-SIN-LINEA
           END-IF.

       4400-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       4900-RASTRO-DETCUO.
      *>    Rastro de auditoria de la cuota liquidada por la
      *>    cancelacion: el llamador dejo la imagen anterior en
      *>    RH-REGANT; la posterior es la fila recien regrabada.
      *>----------------------------------------------------------------*
           MOVE TBDETCUO TO RH-REGACT
           MOVE CODENT   OF DC-CLAVE TO RH-CODENT
           MOVE CENTALTA OF DC-CLAVE TO RH-CENTALTA
           MOVE CUENTA   OF DC-CLAVE TO RH-CUENTA
           MOVE "DET" TO RH-TABLA
           MOVE "LIQUIDACION POR CANCELACION" TO RH-TIPO-ACCION
           PERFORM 4990-GRABAR-RASTRO THRU 4990-EXIT.

       4900-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       4910-RASTRO-FINCUO.
      *>    Igual que 4900 para el cierre del plan.
      *>----------------------------------------------------------------*
           MOVE TBFINCUO TO RH-REGACT
           MOVE CODENT   OF FI-CLAVE TO RH-CODENT
           MOVE CENTALTA OF FI-CLAVE TO RH-CENTALTA
           MOVE CUENTA   OF FI-CLAVE TO RH-CUENTA
           MOVE "FIN" TO RH-TABLA
           MOVE "CIERRE POR CANCELACION ANTIC." TO RH-TIPO-ACCION
           PERFORM 4990-GRABAR-RASTRO THRU 4990-EXIT.

       4910-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       4990-GRABAR-RASTRO.
      *>    El cambio ya quedo grabado: un rastro que no se puede
      *>    grabar no lo deshace, pero se cuenta y se informa.
      *>----------------------------------------------------------------*
           SET RH-GRABAR TO TRUE
           SET RH-MODIFICACION TO TRUE
           MOVE "MPJ45161" TO RH-PROCESO
           MOVE "LIQUIDACION CANCELACION ANTIC." TO RH-DESPROCESO
           MOVE LC16-FECHA-HOY TO RH-FECHAMOD
           CALL "MPJ45063" USING RH-PARAMETROS

           IF RH-RETORNO NOT = ZERO
               ADD 1 TO LC16-CONT-SIN-RASTRO
           END-IF.

       4990-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5000-EMITIR-LIQUIDACION.
      *>----------------------------------------------------------------*
           CLOSE F-REPORTE
           CLOSE F-EXCEPCIONES

           SET LN-FIN-CORRIDA TO TRUE
           CALL "MPJ45242" USING LN-PARAMETROS
           SET RH-FIN-CORRIDA TO TRUE
           CALL "MPJ45063" USING RH-PARAMETROS

           MOVE LC16-TOT-IMPPAGADO TO LC16-EDIT-IMPORTE
           DISPLAY "MPJ45161 - ACEPTADAS LEIDAS        = "
               LC16-CONT-LEIDAS
           DISPLAY "MPJ45161 - RECHAZADAS              = "
               LC16-CONT-RECHAZADAS
           DISPLAY "MPJ45161 - IMPORTE TOTAL PAGADO    = "
               LC16-EDIT-IMPORTE
           DISPLAY "MPJ45161 - PLANES SIN LINEA        = "
               LC16-CONT-SIN-LINEA
           DISPLAY "MPJ45161 - CAMBIOS SIN RASTRO      = "
               LC16-CONT-SIN-RASTRO.

       9000-EXIT.
           EXIT.
      *>    Registra el arranque en la bitacora comun de corridas
      *>    TBCTLBAT (un registro por programa y fecha de proceso);
      *>    una re-corrida del mismo dia pisa el registro anterior.
      *>    La fecha de proceso es la fecha de negocio de TBFECNEG
      *>    (rutina MPJ45132); si un predecesor del programa no
      *>    termino en esa fecha la corrida se cancela sin tocar nada.
      *>----------------------------------------------------------------*
           MOVE "MPJ45161" TO FN-PROGRAMA
           SET FN-FECHA-Y-PREDECESORES TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45161 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-CTLBAT
           MOVE FN-FECPROC TO LC16-CTL-FECPROC
           ACCEPT LC16-CTL-HORA FROM TIME
           MOVE SPACES TO LC16-CTL-HORA-EDIT
           STRING LC16-CTL-HH ":" LC16-CTL-MM ":" LC16-CTL-SS

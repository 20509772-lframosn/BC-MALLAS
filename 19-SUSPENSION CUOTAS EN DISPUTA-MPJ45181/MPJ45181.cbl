      *>                     TABLA EN MEMORIA SUBE A 1000 FILAS Y EL
      *>                     DESBORDE SE CUENTA Y SE REPORTA EN VEZ DE
      *>                     PERDERSE EN SILENCIO
      *> 15/10/2026  JRM     LA ANULACION REINTEGRA A LA LINEA DE
      *>                     CREDITO DE CUOTAS (TBLINCRE, RUTINA
      *>                     MPJ45242) EL CAPITAL Y EL IMPORTE DE LAS
      *>                     CUOTAS ANULADAS; LA SUSPENSION NO MUEVE
      *>                     LA LINEA (LA DEUDA SIGUE VIVA)
      *> 15/10/2026  JRM     CADA CAMBIO DE ESTCUO (TABLA "DET") Y EL
      *>                     CIERRE DEL PLAN (TABLA "FIN") DEJAN
      *>                     RASTRO EN TBHISMOD CON IMAGEN ANTERIOR Y
      *>                     POSTERIOR Y PROCESO MPJ45181 (RUTINA
      *>                     MPJ45063)
      *> 15/10/2026  JRM     LA FECHA DE PROCESO SE TOMA DE LA FECHA DE
      *>                     NEGOCIO TBFECNEG (RUTINA MPJ45132) Y NO DEL
      *>                     RELOJ; SI UN PREDECESOR DEL PROGRAMA NO
      *>                     TERMINO ESE DIA LA CORRIDA SE CANCELA
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45181.
       01  SD18-STATUS-CTLBAT               PIC X(2).
           88  SD18-CTLBAT-OK                   VALUE "00".

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  SD18-CTLBAT-TRABAJO.
           05  SD18-CTL-FECPROC              PIC 9(8).
           05  SD18-CTL-HORA.
      *> Resultado del tratamiento del cronograma del plan en curso.
       01  SD18-CUOTAS-AFECTADAS             PIC 9(9)  VALUE ZERO.
       01  SD18-IMPORTE-AFECTADO             PIC 9(15)V99 VALUE ZERO.
       01  SD18-CAPITAL-AFECTADO             PIC 9(15)V99 VALUE ZERO.

      *> Area de parametros de la rutina comun de la linea de credito.
       COPY "MPJ45242-LNK.cpy".

      *> Area de parametros de la rutina comun de rastro TBHISMOD.
       COPY "MPJ45063-LNK.cpy".

       01  SD18-CONTADORES.
           05  SD18-CONT-INCIDENCIAS          PIC 9(9) VALUE ZERO.
           05  SD18-CONT-SUSPENDIDOS          PIC 9(9) VALUE ZERO.
           05  SD18-CONT-REINSTALADOS         PIC 9(9) VALUE ZERO.
           05  SD18-CONT-ANULADOS             PIC 9(9) VALUE ZERO.
           05  SD18-CONT-SIN-LINEA            PIC 9(9) VALUE ZERO.
           05  SD18-CONT-SIN-RASTRO           PIC 9(9) VALUE ZERO.

       01  SD18-EDIT-IMPORTE                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  SD18-EDIT-NUMOPECUO               PIC 9(6).
      *>----------------------------------------------------------------*
       1000-INICIALIZAR.
      *>----------------------------------------------------------------*
           MOVE SD18-CTL-FECPROC TO SD18-FECHA-SIS
           STRING SD18-FS-DIA "/" SD18-FS-MES "/" SD18-FS-ANO
               DELIMITED BY SIZE INTO SD18-FECHA-HOY

               MOVE "SUSC" TO SD18-TIPOLIN-MOV
               PERFORM 7600-GRABAR-PAGHIS THRU 7600-EXIT
               PERFORM 6100-CERRAR-PLAN THRU 6100-EXIT
               PERFORM 6200-REINTEGRAR-LINEA THRU 6200-EXIT
               MOVE "ANULADO    " TO SD18-ROTULO-ACCION
               PERFORM 7500-EMITIR-ACCION THRU 7500-EXIT
           END-IF.
      *>----------------------------------------------------------------*
       6100-CERRAR-PLAN.
      *>----------------------------------------------------------------*
           INITIALIZE RH-PARAMETROS
           MOVE TBFINCUO TO RH-REGANT

           MOVE SD18-FECHA-HOY TO FECBAJA OF TBFINCUO
           MOVE SD18-MOTBAJA-DISPUTA TO MOTBAJA OF TBFINCUO
           MOVE ZERO TO INTCARPTE OF TBFINCUO
           REWRITE TBFINCUO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TBFINCUO TO RH-REGACT
                   MOVE CODENT   OF FI-CLAVE TO RH-CODENT
                   MOVE CENTALTA OF FI-CLAVE TO RH-CENTALTA
                   MOVE CUENTA   OF FI-CLAVE TO RH-CUENTA
                   MOVE "FIN" TO RH-TABLA
                   MOVE "CIERRE DE PLAN POR DISPUTA" TO RH-TIPO-ACCION
                   PERFORM 7900-GRABAR-RASTRO THRU 7900-EXIT
           END-REWRITE.

       6100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6200-REINTEGRAR-LINEA.
      *>    Las cuotas anuladas dejan de consumir la linea de credito:
      *>    se reintegra su capital y su importe. Una linea que no
      *>    acepta el movimiento solo se cuenta para el cuadre de
      *>    TBLINCRE; la anulacion ya quedo aplicada.
      *>----------------------------------------------------------------*
           INITIALIZE LN-PARAMETROS
           SET LN-REINTEGRAR TO TRUE
           MOVE CODENT   OF FI-CLAVE  TO LN-CODENT
           MOVE CENTALTA OF FI-CLAVE  TO LN-CENTALTA
           MOVE CUENTA   OF FI-CLAVE  TO LN-CUENTA
           MOVE CLAMON   OF FI-CLAVE  TO LN-CLAMON
           SET LN-LINEA-CUOTAS        TO TRUE
           MOVE SD18-CAPITAL-AFECTADO TO LN-IMPCAPITAL
           MOVE SD18-IMPORTE-AFECTADO TO LN-IMPCUOTAS
           MOVE SD18-CTL-FECPROC      TO LN-FECPROC
           MOVE "MPJ45181"            TO LN-PROGRAMA
           CALL "MPJ45242" USING LN-PARAMETROS

           IF LN-RETORNO NOT = ZERO
               ADD 1 TO SD18-CONT-SIN-LINEA
           END-IF.

       6200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7000-RECORRER-CRONOGRAMA.
      *>    Pasada sobre las cuotas sin liquidar del plan en curso:
      *>----------------------------------------------------------------*
           MOVE ZERO TO SD18-CUOTAS-AFECTADAS
           MOVE ZERO TO SD18-IMPORTE-AFECTADO
           MOVE ZERO TO SD18-CAPITAL-AFECTADO

           MOVE CODENT    OF FI-CLAVE TO CODENT    OF DC-CLAVE
           MOVE CENTALTA  OF FI-CLAVE TO CENTALTA  OF DC-CLAVE
      *>----------------------------------------------------------------*
       7300-CAMBIAR-ESTADO.
      *>----------------------------------------------------------------*
           INITIALIZE RH-PARAMETROS
           MOVE TBDETCUO TO RH-REGANT

           MOVE SD18-ESTCUO-DESTINO TO ESTCUO OF TBDETCUO
           IF SD18-ESTCUO-DESTINO = SD18-ESTCUO-ANULADA
               MOVE SD18-FECHA-HOY TO FECLIQ OF TBDETCUO
               NOT INVALID KEY
                   ADD 1 TO SD18-CUOTAS-AFECTADAS
                   ADD IMPCUOTA OF TBDETCUO TO SD18-IMPORTE-AFECTADO
                   ADD IMPCAPITAL OF TBDETCUO TO SD18-CAPITAL-AFECTADO
                   PERFORM 7350-RASTRO-DETCUO THRU 7350-EXIT
           END-REWRITE.

       7300-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7350-RASTRO-DETCUO.
      *>    La accion del rastro sale del estado destino del cambio.
      *>----------------------------------------------------------------*
           MOVE TBDETCUO TO RH-REGACT
           MOVE CODENT   OF DC-CLAVE TO RH-CODENT
           MOVE CENTALTA OF DC-CLAVE TO RH-CENTALTA
           MOVE CUENTA   OF DC-CLAVE TO RH-CUENTA
           MOVE "DET" TO RH-TABLA

           EVALUATE SD18-ESTCUO-DESTINO
               WHEN SD18-ESTCUO-SUSPENDIDA
                   MOVE "SUSPENSION DE CUOTA POR DISPUTA"
                       TO RH-TIPO-ACCION
               WHEN SD18-ESTCUO-PENDIENTE
                   MOVE "REINSTALACION DE CUOTA" TO RH-TIPO-ACCION
               WHEN OTHER
                   MOVE "ANULACION DE CUOTA POR DISPUTA"
                       TO RH-TIPO-ACCION
           END-EVALUATE

           PERFORM 7900-GRABAR-RASTRO THRU 7900-EXIT.

       7350-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7500-EMITIR-ACCION.
      *>    SD18-ROTULO-ACCION trae la accion cargada por el llamador.
       7600-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7900-GRABAR-RASTRO.
      *>    Rastro de auditoria del cambio ya grabado: el llamador deja
      *>    cargadas las imagenes, la clave, la tabla y la accion. El
      *>    cambio no se deshace si el rastro no se puede grabar; se
      *>    cuenta y se informa al final.
      *>----------------------------------------------------------------*
           SET RH-GRABAR TO TRUE
           SET RH-MODIFICACION TO TRUE
           MOVE "MPJ45181" TO RH-PROCESO
           MOVE "SUSPENSION CUOTAS EN DISPUTA" TO RH-DESPROCESO
           MOVE SD18-FECHA-HOY TO RH-FECHAMOD
           CALL "MPJ45063" USING RH-PARAMETROS

           IF RH-RETORNO NOT = ZERO
               ADD 1 TO SD18-CONT-SIN-RASTRO
           END-IF.

       7900-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       9000-FINALIZAR.
      *>----------------------------------------------------------------*
           CLOSE F-TBPAGHIS
           CLOSE F-REPORTE

           SET LN-FIN-CORRIDA TO TRUE
           CALL "MPJ45242" USING LN-PARAMETROS

           SET RH-FIN-CORRIDA TO TRUE
           CALL "MPJ45063" USING RH-PARAMETROS

           DISPLAY "MPJ45181 - INCIDENCIAS DE CUOTAS    = "
               SD18-CONT-INCIDENCIAS
           DISPLAY "MPJ45181 - DESBORDE DE TABLA        = "
           DISPLAY "MPJ45181 - PLANES REINSTALADOS      = "
               SD18-CONT-REINSTALADOS
           DISPLAY "MPJ45181 - PLANES ANULADOS          = "
               SD18-CONT-ANULADOS
           DISPLAY "MPJ45181 - ANULADOS SIN LINEA       = "
               SD18-CONT-SIN-LINEA
           DISPLAY "MPJ45181 - CAMBIOS SIN RASTRO       = "
               SD18-CONT-SIN-RASTRO.

       9000-EXIT.
           EXIT.
      *>    Registra el arranque en la bitacora comun de corridas
      *>    TBCTLBAT (un registro por programa y fecha de proceso);
      *>    una re-corrida del mismo dia pisa el registro anterior.
      *>    La fecha de proceso es la fecha de negocio de TBFECNEG
      *>    (rutina MPJ45132); si un predecesor del programa no
      *>    termino en esa fecha la corrida se cancela sin tocar nada.
      *>----------------------------------------------------------------*
           MOVE "MPJ45181" TO FN-PROGRAMA
           SET FN-FECHA-Y-PREDECESORES TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45181 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-CTLBAT
           MOVE FN-FECPROC TO SD18-CTL-FECPROC
           ACCEPT SD18-CTL-HORA FROM TIME
           MOVE SPACES TO SD18-CTL-HORA-EDIT
           STRING SD18-CTL-HH ":" SD18-CTL-MM ":" SD18-CTL-SS

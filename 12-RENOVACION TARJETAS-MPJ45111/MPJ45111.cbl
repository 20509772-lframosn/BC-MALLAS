      *>     tiene un transito abierto (clave duplicada), la renovacion
      *>     ya fue pedida en una corrida anterior y no se vuelve a
      *>     emitir la orden de estampado.
      *>
      *>     Con la orden emitida la tarjeta rueda FECCADTAR a
      *>     FECCADTARANT y recibe la caducidad nueva, igual que el
      *>     reemplazo de MPJ45201; el cambio queda en el rastro
      *>     TBHISMOD y la tarjeta sale de la ventana de renovacion.
      *> ----------------------------------------------------------------
      *> HISTORIAL DE MODIFICACIONES
      *> FECHA       AUTOR   DESCRIPCION
      *> 22/08/2026  JRM     VERSION INICIAL
      *> 22/08/2026  JRM     SE REGISTRA INICIO/FIN Y CONTADORES DE LA
      *>                     CORRIDA EN LA BITACORA COMUN TBCTLBAT
      *> 15/10/2026  JRM     LA ORDEN DE RENOVACION ACTUALIZA FECCADTAR
      *>                     EN TBTARJET (LA ANTERIOR PASA A
      *>                     FECCADTARANT) Y DEJA RASTRO EN TBHISMOD
      *>                     (TABLA "TAR") CON PROCESO MPJ45111 (RUTINA
      *>                     MPJ45063)
      *> 15/10/2026  JRM     LA FECHA DE PROCESO SE TOMA DE LA FECHA DE
      *>                     NEGOCIO TBFECNEG (RUTINA MPJ45132) Y NO DEL
      *>                     RELOJ; SI UN PREDECESOR DEL PROGRAMA NO
      *>                     TERMINO ESE DIA LA CORRIDA SE CANCELA
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45111.
       01  RN11-STATUS-CTLBAT                PIC X(2).
           88  RN11-CTLBAT-OK                    VALUE "00".

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  RN11-CTLBAT-TRABAJO.
           05  RN11-CTL-FECPROC               PIC 9(8).
           05  RN11-CTL-HORA.
           05  RN11-CONT-NOREN-BLOQUEO       PIC 9(9) VALUE ZERO.
           05  RN11-CONT-YA-EN-TRANSITO      PIC 9(9) VALUE ZERO.
           05  RN11-CONT-ORDENES             PIC 9(9) VALUE ZERO.
           05  RN11-CONT-SIN-RASTRO          PIC 9(9) VALUE ZERO.

      *> Area de parametros de la rutina comun de rastro TBHISMOD.
       COPY "MPJ45063-LNK.cpy".

       01  RN11-MOTIVO-OMISION              PIC X(40) VALUE SPACES.
       01  RN11-EDIT-NUMPLASTICO            PIC Z(11)9.
               CLOSE F-PARM
           END-IF

           MOVE RN11-CTL-FECPROC TO RN11-FECHA-SIS
           STRING RN11-FS-DIA "/" RN11-FS-MES "/" RN11-FS-ANO
               DELIMITED BY SIZE INTO RN11-FECHA-HOY

           PERFORM 1200-CALCULAR-VENTANA THRU 1200-EXIT

           OPEN I-O   F-TBTARJET
           OPEN INPUT F-TBBLQCTA
           OPEN I-O   F-TBPLASTI
           OPEN OUTPUT F-EMBOS
               " NUEVA CADUCIDAD " RN11-FECCADNUE-NUM
               DELIMITED BY SIZE INTO RN11-LINEA-EDIT
           MOVE RN11-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           PERFORM 4200-ACTUALIZAR-TARJETA THRU 4200-EXIT.

       4100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       4200-ACTUALIZAR-TARJETA.
      *>    La caducidad vigente pasa a FECCADTARANT y la tarjeta
      *>    recibe la de la orden emitida. Es la misma fila leida en
      *>    2000 (acceso secuencial, sin lecturas en el medio).
      *>----------------------------------------------------------------*
           INITIALIZE RH-PARAMETROS
           MOVE TBTARJET TO RH-REGANT
           MOVE PAN OF TBTARJET TO RH-PAN

           MOVE FECCADTAR OF TBTARJET TO FECCADTARANT OF TBTARJET
           MOVE RN11-FECCADNUE-NUM TO FECCADTAR OF TBTARJET
           MOVE "MPJ45111" TO USUARIOUMO OF TBTARJET

           REWRITE TBTARJET
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 4300-GRABAR-RASTRO THRU 4300-EXIT
           END-REWRITE.

       4200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       4300-GRABAR-RASTRO.
      *>    Rastro de auditoria de la renovacion. Un rastro que no se
      *>    puede grabar se cuenta y se informa.
      *>----------------------------------------------------------------*
           MOVE TBTARJET TO RH-REGACT
           SET RH-GRABAR TO TRUE
           SET RH-MODIFICACION TO TRUE
           MOVE CODENT   OF TJ-CLAVE TO RH-CODENT
           MOVE CENTALTA OF TJ-CLAVE TO RH-CENTALTA
           MOVE CUENTA   OF TJ-CLAVE TO RH-CUENTA
           MOVE "TAR" TO RH-TABLA
           MOVE "RENOVACION POR CADUCIDAD" TO RH-TIPO-ACCION
           MOVE "MPJ45111" TO RH-PROCESO
           MOVE "RENOVACION TARJETAS" TO RH-DESPROCESO
           MOVE RN11-FECHA-HOY TO RH-FECHAMOD
           CALL "MPJ45063" USING RH-PARAMETROS

           IF RH-RETORNO NOT = ZERO
               ADD 1 TO RN11-CONT-SIN-RASTRO
           END-IF.

       4300-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7000-EMITIR-OMITIDA.
      *>    RN11-MOTIVO-OMISION trae el motivo cargado por el llamador.
           CLOSE F-EMBOS
           CLOSE F-REPORTE

           SET RH-FIN-CORRIDA TO TRUE
           CALL "MPJ45063" USING RH-PARAMETROS

           DISPLAY "MPJ45111 - TARJETAS LEIDAS          = "
               RN11-CONT-LEIDAS
           DISPLAY "MPJ45111 - EN VENTANA DE CADUCIDAD  = "
           DISPLAY "MPJ45111 - YA EN TRANSITO           = "
               RN11-CONT-YA-EN-TRANSITO
           DISPLAY "MPJ45111 - ORDENES DE ESTAMPADO     = "
               RN11-CONT-ORDENES
           DISPLAY "MPJ45111 - CAMBIOS SIN RASTRO       = "
               RN11-CONT-SIN-RASTRO.

       9000-EXIT.
           EXIT.
      *>    Registra el arranque en la bitacora comun de corridas
      *>    TBCTLBAT (un registro por programa y fecha de proceso);
      *>    una re-corrida del mismo dia pisa el registro anterior.
      *>    La fecha de proceso es la fecha de negocio de TBFECNEG
      *>    (rutina MPJ45132); si un predecesor del programa no
      *>    termino en esa fecha la corrida se cancela sin tocar nada.
      *>----------------------------------------------------------------*
           MOVE "MPJ45111" TO FN-PROGRAMA
           SET FN-FECHA-Y-PREDECESORES TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45111 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-CTLBAT
           MOVE FN-FECPROC TO RN11-CTL-FECPROC
           ACCEPT RN11-CTL-HORA FROM TIME
           MOVE SPACES TO RN11-CTL-HORA-EDIT
           STRING RN11-CTL-HH ":" RN11-CTL-MM ":" RN11-CTL-SS

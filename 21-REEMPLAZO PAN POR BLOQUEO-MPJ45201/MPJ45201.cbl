      *>                     REEMPLAZO YA SE EMITIO Y SE OMITE AUNQUE
      *>                     EL TRANSITO YA SE HAYA ENTREGADO (ANTES,
      *>                     CADA ENTREGA DISPARABA OTRO PLASTICO)
      *> 15/10/2026  JRM     EL CAMBIO DE PAN/FECCADTAR DEJA RASTRO EN
      *>                     TBHISMOD (TABLA "TAR") CON IMAGEN ANTERIOR
      *>                     Y POSTERIOR Y PROCESO MPJ45201 (RUTINA
      *>                     MPJ45063)
      *> 15/10/2026  JRM     LA FECHA DE PROCESO SE TOMA DE LA FECHA DE
      *>                     NEGOCIO TBFECNEG (RUTINA MPJ45132) Y NO DEL
      *>                     RELOJ; SI UN PREDECESOR DEL PROGRAMA NO
      *>                     TERMINO ESE DIA LA CORRIDA SE CANCELA
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45201.
       01  RP20-STATUS-CTLBAT               PIC X(2).
           88  RP20-CTLBAT-OK                   VALUE "00".

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  RP20-CTLBAT-TRABAJO.
           05  RP20-CTL-FECPROC              PIC 9(8).
           05  RP20-CTL-HORA.
           05  RP20-CONT-YA-EN-TRANSITO      PIC 9(9) VALUE ZERO.
           05  RP20-CONT-YA-CUBIERTAS        PIC 9(9) VALUE ZERO.
           05  RP20-CONT-REEMPLAZADAS        PIC 9(9) VALUE ZERO.
           05  RP20-CONT-SIN-RASTRO          PIC 9(9) VALUE ZERO.

      *> Area de parametros de la rutina comun de rastro TBHISMOD.
       COPY "MPJ45063-LNK.cpy".

       01  RP20-EDIT-NUMPLASTICO            PIC Z(11)9.
       01  RP20-LINEA-EDIT                  PIC X(132).
      *>----------------------------------------------------------------*
           PERFORM 1800-LEER-PARAMETROS THRU 1800-EXIT

           MOVE RP20-CTL-FECPROC TO RP20-FECHA-SIS
           STRING RP20-FS-DIA "/" RP20-FS-MES "/" RP20-FS-ANO
               DELIMITED BY SIZE INTO RP20-FECHA-HOY

      *>    el nuevo conserva el prefijo de 10 y recibe el NUMPLASTICO
      *>    nuevo en las 12 posiciones finales.
      *>----------------------------------------------------------------*
           INITIALIZE RH-PARAMETROS
           MOVE TBTARJET TO RH-REGANT
           MOVE PAN OF TBTARJET TO RH-PAN

           MOVE PAN OF TBTARJET TO PANANT OF TBTARJET
           MOVE FECCADTAR OF TBTARJET TO FECCADTARANT OF TBTARJET

           REWRITE TBTARJET
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 5150-GRABAR-RASTRO THRU 5150-EXIT
           END-REWRITE.

       5100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5150-GRABAR-RASTRO.
      *>    Rastro de auditoria del reemplazo: imagen anterior y PAN
      *>    reemplazado cargados en 5100, posterior la fila reescrita.
      *>    Un rastro que no se puede grabar se cuenta y se informa.
      *>----------------------------------------------------------------*
           MOVE TBTARJET TO RH-REGACT
           SET RH-GRABAR TO TRUE
           SET RH-MODIFICACION TO TRUE
           MOVE CODENT   OF TJ-CLAVE TO RH-CODENT
           MOVE CENTALTA OF TJ-CLAVE TO RH-CENTALTA
           MOVE CUENTA   OF TJ-CLAVE TO RH-CUENTA
           MOVE "TAR" TO RH-TABLA
           MOVE "REEMPLAZO DE PAN POR BLOQUEO" TO RH-TIPO-ACCION
           MOVE "MPJ45201" TO RH-PROCESO
           MOVE "REEMPLAZO PAN POR BLOQUEO" TO RH-DESPROCESO
           MOVE RP20-FECHA-HOY TO RH-FECHAMOD
           CALL "MPJ45063" USING RH-PARAMETROS

           IF RH-RETORNO NOT = ZERO
               ADD 1 TO RP20-CONT-SIN-RASTRO
           END-IF.

       5150-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5200-EMITIR-ORDEN.
      *>----------------------------------------------------------------*
           CLOSE F-EMBOS
           CLOSE F-REPORTE

           SET RH-FIN-CORRIDA TO TRUE
           CALL "MPJ45063" USING RH-PARAMETROS

           DISPLAY "MPJ45201 - TARJETAS LEIDAS          = "
               RP20-CONT-LEIDAS
           DISPLAY "MPJ45201 - CON BLOQUEO CAMBIO PAN   = "
           DISPLAY "MPJ45201 - YA CUBIERTAS POR BLOQUEO = "
               RP20-CONT-YA-CUBIERTAS
           DISPLAY "MPJ45201 - PLASTICOS REEMPLAZADOS   = "
               RP20-CONT-REEMPLAZADAS
           DISPLAY "MPJ45201 - CAMBIOS SIN RASTRO       = "
               RP20-CONT-SIN-RASTRO.

       9000-EXIT.
           EXIT.
      *>    Registra el arranque en la bitacora comun de corridas
      *>    TBCTLBAT (un registro por programa y fecha de proceso);
      *>    una re-corrida del mismo dia pisa el registro anterior.
      *>    La fecha de proceso es la fecha de negocio de TBFECNEG
      *>    (rutina MPJ45132); si un predecesor del programa no
      *>    termino en esa fecha la corrida se cancela sin tocar nada.
      *>----------------------------------------------------------------*
           MOVE "MPJ45201" TO FN-PROGRAMA
           SET FN-FECHA-Y-PREDECESORES TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45201 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-CTLBAT
           MOVE FN-FECPROC TO RP20-CTL-FECPROC
           ACCEPT RP20-CTL-HORA FROM TIME
           MOVE SPACES TO RP20-CTL-HORA-EDIT
           STRING RP20-CTL-HH ":" RP20-CTL-MM ":" RP20-CTL-SS

      *>                     CORREN EN DIAS HABILES (SIN SABADOS,
      *>                     DOMINGOS NI FERIADOS DE TBCALHAB); CON
      *>                     OTRO VALOR SIGUEN EN DIAS CORRIDOS
      *> 15/10/2026  JRM     EL ALTA DEL BLOQUEO DEJA RASTRO EN TBHISMOD
      *>                     (TABLA "BLQ", IMAGEN ANTERIOR INICIALIZADA)
      *>                     CON PROCESO MPJ45051 (RUTINA MPJ45063)
      *> 15/10/2026  JRM     LA FECHA DE PROCESO SE TOMA DE LA FECHA DE
      *>                     NEGOCIO TBFECNEG (RUTINA MPJ45132) Y NO DEL
      *>                     RELOJ; SI UN PREDECESOR DEL PROGRAMA NO
      *>                     TERMINO ESE DIA LA CORRIDA SE CANCELA
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45051.
       01  T51-STATUS-CTLBAT                PIC X(2).
           88  T51-CTLBAT-OK                    VALUE "00".

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  T51-CTLBAT-TRABAJO.
           05  T51-CTL-FECPROC               PIC 9(8).
           05  T51-CTL-HORA.
      *> Area de parametros de la rutina comun de conteo de dias.
       COPY "MPJ45232-LNK.cpy".

      *> Area de parametros de la rutina comun de rastro TBHISMOD.
       COPY "MPJ45063-LNK.cpy".

       01  T51-CONTADORES.
           05  T51-CONT-LEIDOS                 PIC 9(9) VALUE ZERO.
           05  T51-CONT-ALERTA                 PIC 9(9) VALUE ZERO.
           05  T51-CONT-BLOQUEADOS              PIC 9(9) VALUE ZERO.
           05  T51-CONT-SIN-RASTRO              PIC 9(9) VALUE ZERO.

       01  T51-EDIT-DIAS                     PIC ZZZZ9.
       01  T51-EDIT-NUMPLASTICO               PIC Z(11)9.
      *>----------------------------------------------------------------*
           PERFORM 1800-LEER-PARAMETROS THRU 1800-EXIT

           MOVE T51-CTL-FECPROC TO T51-FECHA-HOY

           OPEN INPUT F-TBPLASTI
           OPEN I-O   F-TBBLQCTA
       4100-GRABAR-BLOQUEO.
      *>----------------------------------------------------------------*
           INITIALIZE TBBLQCTA
           INITIALIZE RH-PARAMETROS
           MOVE TBBLQCTA TO RH-REGANT

           MOVE CODENT   OF PL-CLAVE TO CODENT   OF BL-CLAVE
           MOVE CENTALTA OF PL-CLAVE TO CENTALTA OF BL-CLAVE
           MOVE CUENTA   OF PL-CLAVE TO CUENTA   OF BL-CLAVE
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO T51-CONT-BLOQUEADOS
                   PERFORM 4200-GRABAR-RASTRO THRU 4200-EXIT
           END-WRITE.

       4100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       4200-GRABAR-RASTRO.
      *>    Rastro de auditoria del alta del bloqueo: imagen anterior
      *>    inicializada (cargada en 4100) y posterior la fila recien
      *>    grabada. El bloqueo ya quedo puesto: un rastro que no se
      *>    puede grabar se cuenta y se informa.
      *>----------------------------------------------------------------*
           MOVE TBBLQCTA TO RH-REGACT
           SET RH-GRABAR TO TRUE
           SET RH-ALTA TO TRUE
           MOVE CODENT   OF BL-CLAVE TO RH-CODENT
           MOVE CENTALTA OF BL-CLAVE TO RH-CENTALTA
           MOVE CUENTA   OF BL-CLAVE TO RH-CUENTA
           MOVE "BLQ" TO RH-TABLA
           MOVE "BLOQUEO PLASTICO EN TRANSITO" TO RH-TIPO-ACCION
           MOVE "MPJ45051" TO RH-PROCESO
           MOVE "PLASTICOS EN TRANSITO" TO RH-DESPROCESO
           MOVE FECULTBLQ OF TBBLQCTA TO RH-FECHAMOD
           CALL "MPJ45063" USING RH-PARAMETROS

           IF RH-RETORNO NOT = ZERO
               ADD 1 TO T51-CONT-SIN-RASTRO
           END-IF.

       4200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       9000-FINALIZAR.
      *>----------------------------------------------------------------*
           CLOSE F-TBBLQCTA
           CLOSE F-REPORTE

           SET RH-FIN-CORRIDA TO TRUE
           CALL "MPJ45063" USING RH-PARAMETROS

           DISPLAY "MPJ45051 - PLASTICOS LEIDOS       = "
               T51-CONT-LEIDOS
           DISPLAY "MPJ45051 - EN ALERTA DE TRANSITO  = "
               T51-CONT-ALERTA
           DISPLAY "MPJ45051 - CUENTAS BLOQUEADAS     = "
               T51-CONT-BLOQUEADOS
           DISPLAY "MPJ45051 - BLOQUEOS SIN RASTRO    = "
               T51-CONT-SIN-RASTRO.

       9000-EXIT.
           EXIT.
      *>    Registra el arranque en la bitacora comun de corridas
      *>    TBCTLBAT (un registro por programa y fecha de proceso);
      *>    una re-corrida del mismo dia pisa el registro anterior.
      *>    La fecha de proceso es la fecha de negocio de TBFECNEG
      *>    (rutina MPJ45132); si un predecesor del programa no
      *>    termino en esa fecha la corrida se cancela sin tocar nada.
      *>----------------------------------------------------------------*
           MOVE "MPJ45051" TO FN-PROGRAMA
           SET FN-FECHA-Y-PREDECESORES TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45051 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-CTLBAT
           MOVE FN-FECPROC TO T51-CTL-FECPROC
           ACCEPT T51-CTL-HORA FROM TIME
           MOVE SPACES TO T51-CTL-HORA-EDIT
           STRING T51-CTL-HH ":" T51-CTL-MM ":" T51-CTL-SS

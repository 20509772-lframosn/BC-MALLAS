      *> ESCRITO    09/08/2026
      *> DESCRIPCION
      *>     Decodifica el rastro de auditoria TBHISMOD. Por cada TABLA
      *>     soportada (TAR=TBTARJET, FIN=TBFINCUO, BLQ=TBBLQCTA,
      *>     DET=TBDETCUO, MED=TBMEDENV_ECTA, CON=TBCONGEL)
      *>     superpone REGANT/REGACT sobre el layout real de esa tabla
      *>     y lista solo los campos que cambiaron, junto con
      *>     USUARIOUMO/CODTERMUMO/FECHAMOD/HORAMOD, para que una
      *> 09/08/2026  JRM     VERSION INICIAL - TAR/FIN/BLQ
      *> 22/08/2026  JRM     SE REGISTRA INICIO/FIN Y CONTADORES DE LA
      *>                     CORRIDA EN LA BITACORA COMUN TBCTLBAT
      *> 15/10/2026  JRM     NUEVAS TABLAS DET (TBDETCUO), MED
      *>                     (TBMEDENV_ECTA) Y CON (TBCONGEL), QUE LOS
      *>                     BATCH DE LA MALLA GRABAN VIA LA RUTINA
      *>                     MPJ45063; FIN MUESTRA ADEMAS NUMULTCUO,
      *>                     IMPAMORT, IMPINTAMORT Y FECULTLIQ
      *> 15/10/2026  JRM     LA FECHA DE PROCESO SE TOMA DE LA FECHA DE
      *>                     NEGOCIO TBFECNEG (RUTINA MPJ45132) Y NO DEL
      *>                     RELOJ; SI UN PREDECESOR DEL PROGRAMA NO
      *>                     TERMINO ESE DIA LA CORRIDA SE CANCELA
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45061.
       01  H61-STATUS-CTLBAT                PIC X(2).
           88  H61-CTLBAT-OK                    VALUE "00".

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  H61-CTLBAT-TRABAJO.
           05  H61-CTL-FECPROC               PIC 9(8).
           05  H61-CTL-HORA.
       01  H61-EDIT-ENTERO                   PIC -(14)9.
       01  H61-FEC6                          PIC 9(6).
       01  H61-FEC6-EDIT                     PIC X(8).
       01  H61-EDIT-NUMOPECUO                PIC 9(6).
       01  H61-EDIT-NUMCUOTA                 PIC Z(8)9.
       01  H61-EDIT-NUMSECIMP                PIC Z(14)9.

      *> Vistas de trabajo de decodificacion, una pareja ANT/ACT por
      *> tabla soportada.
                   PERFORM 3100-ENCABEZAR-MOVIMIENTO THRU 3100-EXIT
                   PERFORM 6000-DECODIFICAR-BLQCTA THRU 6000-EXIT
                   ADD 1 TO H61-CONT-DECODIFICADOS
               WHEN "DET"
                   PERFORM 3100-ENCABEZAR-MOVIMIENTO THRU 3100-EXIT
                   PERFORM 6500-DECODIFICAR-DETCUO THRU 6500-EXIT
                   ADD 1 TO H61-CONT-DECODIFICADOS
               WHEN "MED"
                   PERFORM 3100-ENCABEZAR-MOVIMIENTO THRU 3100-EXIT
                   PERFORM 6600-DECODIFICAR-MEDENV THRU 6600-EXIT
                   ADD 1 TO H61-CONT-DECODIFICADOS
               WHEN "CON"
                   PERFORM 3100-ENCABEZAR-MOVIMIENTO THRU 3100-EXIT
                   PERFORM 6700-DECODIFICAR-CONGEL THRU 6700-EXIT
                   ADD 1 TO H61-CONT-DECODIFICADOS
               WHEN OTHER
                   ADD 1 TO H61-CONT-NO-SOPORTADOS
           END-EVALUATE
               MOVE H61-EDIT-NUMERICO TO H61-VALOR-ACT-EDIT
               MOVE "INTCARPTE" TO H61-NOMBRE-CAMPO
               PERFORM 3900-EMITIR-CAMBIO-NUM THRU 3900-EXIT
           END-IF

           IF NUMULTCUO OF D-FIN-ANT NOT = NUMULTCUO OF D-FIN-ACT
               MOVE NUMULTCUO OF D-FIN-ANT TO H61-EDIT-ENTERO
               MOVE H61-EDIT-ENTERO TO H61-VALOR-ANT-EDIT
               MOVE NUMULTCUO OF D-FIN-ACT TO H61-EDIT-ENTERO
               MOVE H61-EDIT-ENTERO TO H61-VALOR-ACT-EDIT
               MOVE "NUMULTCUO" TO H61-NOMBRE-CAMPO
               PERFORM 3900-EMITIR-CAMBIO-NUM THRU 3900-EXIT
           END-IF

           IF IMPAMORT OF D-FIN-ANT NOT = IMPAMORT OF D-FIN-ACT
               MOVE IMPAMORT OF D-FIN-ANT TO H61-EDIT-NUMERICO
               MOVE H61-EDIT-NUMERICO TO H61-VALOR-ANT-EDIT
               MOVE IMPAMORT OF D-FIN-ACT TO H61-EDIT-NUMERICO
               MOVE H61-EDIT-NUMERICO TO H61-VALOR-ACT-EDIT
               MOVE "IMPAMORT" TO H61-NOMBRE-CAMPO
               PERFORM 3900-EMITIR-CAMBIO-NUM THRU 3900-EXIT
           END-IF

           IF IMPINTAMORT OF D-FIN-ANT NOT = IMPINTAMORT OF D-FIN-ACT
               MOVE IMPINTAMORT OF D-FIN-ANT TO H61-EDIT-NUMERICO
               MOVE H61-EDIT-NUMERICO TO H61-VALOR-ANT-EDIT
               MOVE IMPINTAMORT OF D-FIN-ACT TO H61-EDIT-NUMERICO
               MOVE H61-EDIT-NUMERICO TO H61-VALOR-ACT-EDIT
               MOVE "IMPINTAMORT" TO H61-NOMBRE-CAMPO
               PERFORM 3900-EMITIR-CAMBIO-NUM THRU 3900-EXIT
           END-IF

           IF FECULTLIQ OF D-FIN-ANT NOT = FECULTLIQ OF D-FIN-ACT
               MOVE FECULTLIQ OF D-FIN-ANT TO H61-VALOR-ANT-EDIT
               MOVE FECULTLIQ OF D-FIN-ACT TO H61-VALOR-ACT-EDIT
               MOVE "FECULTLIQ" TO H61-NOMBRE-CAMPO
               PERFORM 3910-EMITIR-CAMBIO-ALFA THRU 3910-EXIT
           END-IF.

       5000-EXIT.
       6000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6500-DECODIFICAR-DETCUO.
      *>    La clave de la cuota no sale en el encabezado (solo la
      *>    cuenta), asi que se lista primero la operacion y la cuota.
      *>----------------------------------------------------------------*
           MOVE NUMOPECUO OF D-DET-ACT TO H61-EDIT-NUMOPECUO
           MOVE NUMCUOTA OF D-DET-ACT TO H61-EDIT-NUMCUOTA
           MOVE SPACES TO H61-LINEA-EDIT
           STRING "    OPERACION " H61-EDIT-NUMOPECUO
               " CUOTA " H61-EDIT-NUMCUOTA
               DELIMITED BY SIZE INTO H61-LINEA-EDIT
           MOVE H61-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           IF ESTCUO OF D-DET-ANT NOT = ESTCUO OF D-DET-ACT
               MOVE ESTCUO OF D-DET-ANT TO H61-EDIT-ENTERO
               MOVE H61-EDIT-ENTERO TO H61-VALOR-ANT-EDIT
               MOVE ESTCUO OF D-DET-ACT TO H61-EDIT-ENTERO
               MOVE H61-EDIT-ENTERO TO H61-VALOR-ACT-EDIT
               MOVE "ESTCUO" TO H61-NOMBRE-CAMPO
               PERFORM 3900-EMITIR-CAMBIO-NUM THRU 3900-EXIT
           END-IF

           IF FECLIQ OF D-DET-ANT NOT = FECLIQ OF D-DET-ACT
               MOVE FECLIQ OF D-DET-ANT TO H61-VALOR-ANT-EDIT
               MOVE FECLIQ OF D-DET-ACT TO H61-VALOR-ACT-EDIT
               MOVE "FECLIQ" TO H61-NOMBRE-CAMPO
               PERFORM 3910-EMITIR-CAMBIO-ALFA THRU 3910-EXIT
           END-IF

           IF FECPROCUO OF D-DET-ANT NOT = FECPROCUO OF D-DET-ACT
               MOVE FECPROCUO OF D-DET-ANT TO H61-VALOR-ANT-EDIT
               MOVE FECPROCUO OF D-DET-ACT TO H61-VALOR-ACT-EDIT
               MOVE "FECPROCUO" TO H61-NOMBRE-CAMPO
               PERFORM 3910-EMITIR-CAMBIO-ALFA THRU 3910-EXIT
           END-IF

           IF IMPCUOTA OF D-DET-ANT NOT = IMPCUOTA OF D-DET-ACT
               MOVE IMPCUOTA OF D-DET-ANT TO H61-EDIT-NUMERICO
               MOVE H61-EDIT-NUMERICO TO H61-VALOR-ANT-EDIT
               MOVE IMPCUOTA OF D-DET-ACT TO H61-EDIT-NUMERICO
               MOVE H61-EDIT-NUMERICO TO H61-VALOR-ACT-EDIT
               MOVE "IMPCUOTA" TO H61-NOMBRE-CAMPO
               PERFORM 3900-EMITIR-CAMBIO-NUM THRU 3900-EXIT
           END-IF

           IF IMPCAPITAL OF D-DET-ANT NOT = IMPCAPITAL OF D-DET-ACT
               MOVE IMPCAPITAL OF D-DET-ANT TO H61-EDIT-NUMERICO
               MOVE H61-EDIT-NUMERICO TO H61-VALOR-ANT-EDIT
               MOVE IMPCAPITAL OF D-DET-ACT TO H61-EDIT-NUMERICO
               MOVE H61-EDIT-NUMERICO TO H61-VALOR-ACT-EDIT
               MOVE "IMPCAPITAL" TO H61-NOMBRE-CAMPO
               PERFORM 3900-EMITIR-CAMBIO-NUM THRU 3900-EXIT
           END-IF

           IF IMPINTERESES OF D-DET-ANT NOT = IMPINTERESES OF D-DET-ACT
               MOVE IMPINTERESES OF D-DET-ANT TO H61-EDIT-NUMERICO
               MOVE H61-EDIT-NUMERICO TO H61-VALOR-ANT-EDIT
               MOVE IMPINTERESES OF D-DET-ACT TO H61-EDIT-NUMERICO
               MOVE H61-EDIT-NUMERICO TO H61-VALOR-ACT-EDIT
               MOVE "IMPINTERESES" TO H61-NOMBRE-CAMPO
               PERFORM 3900-EMITIR-CAMBIO-NUM THRU 3900-EXIT
           END-IF

           IF IMPIMPTO OF D-DET-ANT NOT = IMPIMPTO OF D-DET-ACT
               MOVE IMPIMPTO OF D-DET-ANT TO H61-EDIT-NUMERICO
               MOVE H61-EDIT-NUMERICO TO H61-VALOR-ANT-EDIT
               MOVE IMPIMPTO OF D-DET-ACT TO H61-EDIT-NUMERICO
               MOVE H61-EDIT-NUMERICO TO H61-VALOR-ACT-EDIT
               MOVE "IMPIMPTO" TO H61-NOMBRE-CAMPO
               PERFORM 3900-EMITIR-CAMBIO-NUM THRU 3900-EXIT
           END-IF

           IF ESTCONT OF D-DET-ANT NOT = ESTCONT OF D-DET-ACT
               MOVE ESTCONT OF D-DET-ANT TO H61-EDIT-ENTERO
               MOVE H61-EDIT-ENTERO TO H61-VALOR-ANT-EDIT
               MOVE ESTCONT OF D-DET-ACT TO H61-EDIT-ENTERO
               MOVE H61-EDIT-ENTERO TO H61-VALOR-ACT-EDIT
               MOVE "ESTCONT" TO H61-NOMBRE-CAMPO
               PERFORM 3900-EMITIR-CAMBIO-NUM THRU 3900-EXIT
           END-IF

           IF FECCONTA OF D-DET-ANT NOT = FECCONTA OF D-DET-ACT
               MOVE FECCONTA OF D-DET-ANT TO H61-VALOR-ANT-EDIT
               MOVE FECCONTA OF D-DET-ACT TO H61-VALOR-ACT-EDIT
               MOVE "FECCONTA" TO H61-NOMBRE-CAMPO
               PERFORM 3910-EMITIR-CAMBIO-ALFA THRU 3910-EXIT
           END-IF.

       6500-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6600-DECODIFICAR-MEDENV.
      *>----------------------------------------------------------------*
           IF MEDIOENVIO OF D-MED-ANT NOT = MEDIOENVIO OF D-MED-ACT
               MOVE MEDIOENVIO OF D-MED-ANT TO H61-VALOR-ANT-EDIT
               MOVE MEDIOENVIO OF D-MED-ACT TO H61-VALOR-ACT-EDIT
               MOVE "MEDIOENVIO" TO H61-NOMBRE-CAMPO
               PERFORM 3910-EMITIR-CAMBIO-ALFA THRU 3910-EXIT
           END-IF

           IF EMAIL OF D-MED-ANT NOT = EMAIL OF D-MED-ACT
               MOVE EMAIL OF D-MED-ANT TO H61-VALOR-ANT-EDIT
               MOVE EMAIL OF D-MED-ACT TO H61-VALOR-ACT-EDIT
               MOVE "EMAIL" TO H61-NOMBRE-CAMPO
               PERFORM 3910-EMITIR-CAMBIO-ALFA THRU 3910-EXIT
           END-IF

           IF FECBAJA OF D-MED-ANT NOT = FECBAJA OF D-MED-ACT
               MOVE FECBAJA OF D-MED-ANT TO H61-VALOR-ANT-EDIT
               MOVE FECBAJA OF D-MED-ACT TO H61-VALOR-ACT-EDIT
               MOVE "FECBAJA" TO H61-NOMBRE-CAMPO
               PERFORM 3910-EMITIR-CAMBIO-ALFA THRU 3910-EXIT
           END-IF.

       6600-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6700-DECODIFICAR-CONGEL.
      *>    Como en DET, primero la secuencia del congelamiento.
      *>----------------------------------------------------------------*
           MOVE NUMSECIMP OF D-CON-ACT TO H61-EDIT-NUMSECIMP
           MOVE SPACES TO H61-LINEA-EDIT
           STRING "    CONGELAMIENTO " H61-EDIT-NUMSECIMP
               DELIMITED BY SIZE INTO H61-LINEA-EDIT
           MOVE H61-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           IF IMPORTE OF D-CON-ANT NOT = IMPORTE OF D-CON-ACT
               MOVE IMPORTE OF D-CON-ANT TO H61-EDIT-NUMERICO
               MOVE H61-EDIT-NUMERICO TO H61-VALOR-ANT-EDIT
               MOVE IMPORTE OF D-CON-ACT TO H61-EDIT-NUMERICO
               MOVE H61-EDIT-NUMERICO TO H61-VALOR-ACT-EDIT
               MOVE "IMPORTE" TO H61-NOMBRE-CAMPO
               PERFORM 3900-EMITIR-CAMBIO-NUM THRU 3900-EXIT
           END-IF

           IF IMPAPL OF D-CON-ANT NOT = IMPAPL OF D-CON-ACT
               MOVE IMPAPL OF D-CON-ANT TO H61-EDIT-NUMERICO
               MOVE H61-EDIT-NUMERICO TO H61-VALOR-ANT-EDIT
               MOVE IMPAPL OF D-CON-ACT TO H61-EDIT-NUMERICO
               MOVE H61-EDIT-NUMERICO TO H61-VALOR-ACT-EDIT
               MOVE "IMPAPL" TO H61-NOMBRE-CAMPO
               PERFORM 3900-EMITIR-CAMBIO-NUM THRU 3900-EXIT
           END-IF

           IF FECULTAPL OF D-CON-ANT NOT = FECULTAPL OF D-CON-ACT
               MOVE FECULTAPL OF D-CON-ANT TO H61-VALOR-ANT-EDIT
               MOVE FECULTAPL OF D-CON-ACT TO H61-VALOR-ACT-EDIT
               MOVE "FECULTAPL" TO H61-NOMBRE-CAMPO
               PERFORM 3910-EMITIR-CAMBIO-ALFA THRU 3910-EXIT
           END-IF

           IF FECBAJA OF D-CON-ANT NOT = FECBAJA OF D-CON-ACT
               MOVE FECBAJA OF D-CON-ANT TO H61-VALOR-ANT-EDIT
               MOVE FECBAJA OF D-CON-ACT TO H61-VALOR-ACT-EDIT
               MOVE "FECBAJA" TO H61-NOMBRE-CAMPO
               PERFORM 3910-EMITIR-CAMBIO-ALFA THRU 3910-EXIT
           END-IF

           IF MOTBAJA OF D-CON-ANT NOT = MOTBAJA OF D-CON-ACT
               MOVE MOTBAJA OF D-CON-ANT TO H61-EDIT-ENTERO
               MOVE H61-EDIT-ENTERO TO H61-VALOR-ANT-EDIT
               MOVE MOTBAJA OF D-CON-ACT TO H61-EDIT-ENTERO
               MOVE H61-EDIT-ENTERO TO H61-VALOR-ACT-EDIT
               MOVE "MOTBAJA" TO H61-NOMBRE-CAMPO
               PERFORM 3900-EMITIR-CAMBIO-NUM THRU 3900-EXIT
           END-IF.

       6700-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3900-EMITIR-CAMBIO-NUM.
      *>----------------------------------------------------------------*
      *>    Registra el arranque en la bitacora comun de corridas
      *>    TBCTLBAT (un registro por programa y fecha de proceso);
      *>    una re-corrida del mismo dia pisa el registro anterior.
      *>    La fecha de proceso es la fecha de negocio de TBFECNEG
      *>    (rutina MPJ45132); si un predecesor del programa no
      *>    termino en esa fecha la corrida se cancela sin tocar nada.
      *>----------------------------------------------------------------*
           MOVE "MPJ45061" TO FN-PROGRAMA
           SET FN-FECHA-Y-PREDECESORES TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45061 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-CTLBAT
           MOVE FN-FECPROC TO H61-CTL-FECPROC
           ACCEPT H61-CTL-HORA FROM TIME
           MOVE SPACES TO H61-CTL-HORA-EDIT
           STRING H61-CTL-HH ":" H61-CTL-MM ":" H61-CTL-SS

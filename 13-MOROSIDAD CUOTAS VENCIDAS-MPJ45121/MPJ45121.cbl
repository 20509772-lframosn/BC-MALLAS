      *>     misma disciplina que el bloqueo de plasticos varados de
      *>     MPJ45051: primero se lee, y solo se escribe si la cuenta
      *>     aun no lo tiene, para no reintentar en cada corrida.
      *>
      *>     Deja ademas el fichero MOR45121 (copy MPJ45121-MORA) con
      *>     cada cuota vencida y el peor tramo de cada cuenta en mora,
      *>     que alimenta las cartas de cobranza MPJ45271.
      *> ----------------------------------------------------------------
      *> HISTORIAL DE MODIFICACIONES
      *> FECHA       AUTOR   DESCRIPCION
      *>                     DIAS DE VENCIDA SE CUENTAN CON LA RUTINA
      *>                     COMUN MPJ45232: CON PJ121-IND-HABILES =
      *>                     "S" LOS TRAMOS CORREN EN DIAS HABILES
      *> 15/10/2026  JRM     EL ALTA DEL BLOQUEO DE MOROSIDAD DEJA
      *>                     RASTRO EN TBHISMOD (TABLA "BLQ") CON
      *>                     PROCESO MPJ45121 (RUTINA MPJ45063)
      *> 15/10/2026  JRM     LAS CUENTAS REFINANCIADAS (TBREFCTA, LAS
      *>                     MARCA MPJ45261) SE ROTULAN APARTE, LAS QUE
      *>                     QUEDARON AL DIA SE LISTAN COMO
      *>                     REFINANCIADAS Y NO COMO REGULARIZADAS, Y
      *>                     LOS TOTALES POR TRAMO SE ABREN EN CARTERA
      *>                     REFINANCIADA Y NO REFINANCIADA
      *> 15/10/2026  JRM     SE GRABA EL FICHERO MOR45121 CON LAS
      *>                     CUOTAS VENCIDAS Y EL PEOR TRAMO DE CADA
      *>                     CUENTA EN MORA PARA LAS CARTAS DE
      *>                     COBRANZA MPJ45271
      *> 15/10/2026  JRM     LA FECHA DE PROCESO SE TOMA DE LA FECHA DE
      *>                     NEGOCIO TBFECNEG (RUTINA MPJ45132) Y NO DEL
      *>                     RELOJ; SI UN PREDECESOR DEL PROGRAMA NO
      *>                     TERMINO ESE DIA LA CORRIDA SE CANCELA
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45121.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MO12-STATUS-REPORTE.

           SELECT F-MORA ASSIGN TO "MOR45121"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MO12-STATUS-MORA.

           SELECT F-TBREFCTA ASSIGN TO "TBREFCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-CLAVE
               FILE STATUS IS MO12-STATUS-REFCTA.

           SELECT F-TBPARJOB ASSIGN TO "TBPARJOB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-LINEA-REPORTE                PIC X(132).

       FD  F-MORA.
       COPY "MPJ45121-MORA.cpy".

       FD  F-TBREFCTA.
       COPY "TBREFCTA.cpy".

       FD  F-TBPARJOB.
       COPY "TBPARJOB.cpy".

       01  MO12-STATUS-CTLBAT                PIC X(2).
           88  MO12-CTLBAT-OK                    VALUE "00".

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  MO12-CTLBAT-TRABAJO.
           05  MO12-CTL-FECPROC               PIC 9(8).
           05  MO12-CTL-HORA.
           88  MO12-BLQCTA-NOTFOUND              VALUE "23".

       01  MO12-STATUS-REPORTE              PIC X(2).
       01  MO12-STATUS-MORA                 PIC X(2).
       01  MO12-STATUS-REFCTA               PIC X(2).
           88  MO12-REFCTA-OK                    VALUE "00".
       01  MO12-STATUS-PARJOB               PIC X(2).
           88  MO12-PARJOB-OK                    VALUE "00".

      *> Area de parametros de la rutina comun de conteo de dias.
       COPY "MPJ45232-LNK.cpy".

      *> Area de parametros de la rutina comun de rastro TBHISMOD.
       COPY "MPJ45063-LNK.cpy".

      *> Claves de quiebre: el detalle llega en orden de DC-CLAVE, asi
      *> que plan y cuenta se cierran por comparacion con la anterior.
       01  MO12-PLAN-ANTERIOR.
               10  MO12-AC-CAPITAL            PIC 9(15)V99.
               10  MO12-AC-INTERESES          PIC 9(15)V99.
       01  MO12-PEOR-TRAMO-CUENTA           PIC 9(1)  VALUE ZERO.
       01  MO12-CUOTAS-VENC-CUENTA          PIC 9(5)  VALUE ZERO.

      *> Cuenta en curso refinanciada (tiene fila en TBREFCTA) y fecha
      *> de su ultima refinanciacion.
       01  MO12-IND-REFINANCIADA            PIC X(1)  VALUE "N".
           88  MO12-CUENTA-REFINANCIADA          VALUE "S".
       01  MO12-FECREF-CUENTA               PIC X(10) VALUE SPACES.

       01  MO12-ACUM-TOTAL.
           05  MO12-AT-TRAMO OCCURS 5 TIMES INDEXED BY MO12-IX-AT.
               10  MO12-AT-CAPITAL            PIC 9(15)V99.
               10  MO12-AT-INTERESES          PIC 9(15)V99.

      *> Total de la corrida por tramo de la cartera refinanciada;
      *> la no refinanciada es la diferencia con el total general.
       01  MO12-ACUM-REFIN.
           05  MO12-AR-TRAMO OCCURS 5 TIMES INDEXED BY MO12-IX-AR.
               10  MO12-AR-CUOTAS             PIC 9(9).
               10  MO12-AR-CAPITAL            PIC 9(15)V99.
               10  MO12-AR-INTERESES          PIC 9(15)V99.

       01  MO12-NOREF-CUOTAS                PIC 9(9)  VALUE ZERO.
       01  MO12-NOREF-CAPITAL               PIC 9(15)V99 VALUE ZERO.
       01  MO12-NOREF-INTERESES             PIC 9(15)V99 VALUE ZERO.

       01  MO12-ROTULOS-TRAMO.
           05  FILLER                        PIC X(10) VALUE "1-30".
           05  FILLER                        PIC X(10) VALUE "31-60".
           05  MO12-CONT-LEIDAS              PIC 9(9) VALUE ZERO.
           05  MO12-CONT-VENCIDAS            PIC 9(9) VALUE ZERO.
           05  MO12-CONT-CUENTAS-MORA        PIC 9(9) VALUE ZERO.
           05  MO12-CONT-REFIN-MORA          PIC 9(9) VALUE ZERO.
           05  MO12-CONT-REFIN-AL-DIA        PIC 9(9) VALUE ZERO.
           05  MO12-CONT-BLOQUEADAS          PIC 9(9) VALUE ZERO.
           05  MO12-CONT-SIN-RASTRO          PIC 9(9) VALUE ZERO.
           05  MO12-CONT-MORA-CU             PIC 9(9) VALUE ZERO.
           05  MO12-CONT-MORA-CT             PIC 9(9) VALUE ZERO.

       01  MO12-EDIT-IMPORTE                PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  MO12-EDIT-INTERESES              PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *>----------------------------------------------------------------*
           PERFORM 1800-LEER-PARAMETROS THRU 1800-EXIT

           MOVE MO12-CTL-FECPROC TO MO12-FECHA-HOY

           INITIALIZE MO12-ACUM-PLAN
           INITIALIZE MO12-ACUM-CUENTA
           INITIALIZE MO12-ACUM-TOTAL
           INITIALIZE MO12-ACUM-REFIN

           OPEN INPUT F-TBDETCUO
           OPEN INPUT F-TBREFCTA
           OPEN I-O   F-TBBLQCTA
           OPEN OUTPUT F-REPORTE
           OPEN OUTPUT F-MORA

           INITIALIZE REG-MORA45121
           SET MR-CABECERA TO TRUE
           MOVE MO12-FECHA-HOY-NUM TO MR-FECPROC
           MOVE MO12-IND-HABILES TO MR-IND-HABILES
           WRITE REG-MORA45121

           MOVE SPACES TO MO12-LINEA-EDIT
           MOVE "MOROSIDAD DE CUOTAS VENCIDAS POR TRAMO DE ANTIGUEDAD"
                   MOVE CODENT   OF DC-CLAVE TO MO12-CA-CODENT
                   MOVE CENTALTA OF DC-CLAVE TO MO12-CA-CENTALTA
                   MOVE CUENTA   OF DC-CLAVE TO MO12-CA-CUENTA
                   PERFORM 2200-BUSCAR-REFINANCIACION THRU 2200-EXIT
               END-IF

               MOVE CODENT    OF DC-CLAVE TO MO12-PA-CODENT
       2100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2200-BUSCAR-REFINANCIACION.
      *>    La cuenta que empieza es refinanciada si tiene fila en
      *>    TBREFCTA (la marca MPJ45261 al refinanciar).
      *>----------------------------------------------------------------*
           MOVE "N" TO MO12-IND-REFINANCIADA
           MOVE SPACES TO MO12-FECREF-CUENTA
           MOVE MO12-CA-CODENT   TO CODENT   OF RF-CLAVE
           MOVE MO12-CA-CENTALTA TO CENTALTA OF RF-CLAVE
           MOVE MO12-CA-CUENTA   TO CUENTA   OF RF-CLAVE

           READ F-TBREFCTA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MO12-CUENTA-REFINANCIADA TO TRUE
                   MOVE FECREF OF TBREFCTA TO MO12-FECREF-CUENTA
           END-READ.

       2200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3000-EVALUAR-VENCIMIENTO.
      *>    Los dias de vencida los cuenta la rutina comun MPJ45232:
               ADD 1 TO MO12-CONT-VENCIDAS
               PERFORM 3100-CLASIFICAR-TRAMO THRU 3100-EXIT
               PERFORM 3200-ACUMULAR-TRAMO THRU 3200-EXIT
               PERFORM 3300-GRABAR-MORA-CUOTA THRU 3300-EXIT
           END-IF.

       3000-EXIT.
           ADD IMPINTERESES OF TBDETCUO
               TO MO12-AT-INTERESES (MO12-IX-AT)

           IF MO12-CUENTA-REFINANCIADA
               SET MO12-IX-AR TO MO12-TRAMO
               ADD 1 TO MO12-AR-CUOTAS (MO12-IX-AR)
               ADD IMPCAPITAL   OF TBDETCUO
                   TO MO12-AR-CAPITAL (MO12-IX-AR)
               ADD IMPINTERESES OF TBDETCUO
                   TO MO12-AR-INTERESES (MO12-IX-AR)
           END-IF

           IF MO12-TRAMO > MO12-PEOR-TRAMO-CUENTA
               MOVE MO12-TRAMO TO MO12-PEOR-TRAMO-CUENTA
           END-IF.
       3200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3300-GRABAR-MORA-CUOTA.
      *>    Registro CU de MOR45121 con la cuota vencida recien
      *>    clasificada.
      *>----------------------------------------------------------------*
           INITIALIZE REG-MORA45121
           SET MR-CUOTA-VENCIDA TO TRUE
           MOVE CODENT    OF DC-CLAVE TO MR-CODENT
           MOVE CENTALTA  OF DC-CLAVE TO MR-CENTALTA
           MOVE CUENTA    OF DC-CLAVE TO MR-CUENTA
           MOVE CLAMON    OF DC-CLAVE TO MR-CLAMON
           MOVE NUMOPECUO OF DC-CLAVE TO MR-NUMOPECUO
           MOVE NUMFINAN  OF DC-CLAVE TO MR-NUMFINAN
           MOVE NUMCUOTA  OF DC-CLAVE TO MR-NUMCUOTA
           MOVE FECPROCUO OF TBDETCUO TO MR-FECPROCUO
           MOVE IMPCUOTA  OF TBDETCUO TO MR-IMPCUOTA
           MOVE MO12-DIAS-VENCIDA     TO MR-DIAS-VENCIDA
           MOVE MO12-TRAMO            TO MR-TRAMO
           WRITE REG-MORA45121

           ADD 1 TO MO12-CONT-MORA-CU
           ADD 1 TO MO12-CUOTAS-VENC-CUENTA.

       3300-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       4000-CERRAR-PLAN.
      *>    Emite el detalle por tramo del plan que termina, solo si el
       5000-CERRAR-CUENTA.
      *>    Resumen de la cuenta que termina y, si el peor tramo de la
      *>    cuenta alcanza el umbral, escalamiento al bloqueo de
      *>    morosidad. Una cuenta refinanciada lleva su rotulo; si no
      *>    tiene cuotas vencidas se lista igual como refinanciada al
      *>    dia, para no confundirla con las que se regularizaron
      *>    solas (que no aparecen en el reporte).
      *>----------------------------------------------------------------*
           IF MO12-PEOR-TRAMO-CUENTA > ZERO
               ADD 1 TO MO12-CONT-CUENTAS-MORA
               MOVE SPACES TO MO12-LINEA-EDIT
               IF MO12-CUENTA-REFINANCIADA
                   ADD 1 TO MO12-CONT-REFIN-MORA
                   STRING "CUENTA " MO12-CA-CUENTA
                       " CENTRO " MO12-CA-CENTALTA
                       " PEOR TRAMO "
                       MO12-ROTULO-TRAMO (MO12-PEOR-TRAMO-CUENTA)
                       " REFINANCIADA " MO12-FECREF-CUENTA
                       DELIMITED BY SIZE INTO MO12-LINEA-EDIT
               ELSE
                   STRING "CUENTA " MO12-CA-CUENTA
                       " CENTRO " MO12-CA-CENTALTA
                       " PEOR TRAMO "
                       MO12-ROTULO-TRAMO (MO12-PEOR-TRAMO-CUENTA)
                       DELIMITED BY SIZE INTO MO12-LINEA-EDIT
               END-IF
               MOVE MO12-LINEA-EDIT TO REG-LINEA-REPORTE
               WRITE REG-LINEA-REPORTE

               IF MO12-PEOR-TRAMO-CUENTA >= MO12-TRAMO-BLOQUEO
                   PERFORM 5100-ASEGURAR-BLOQUEO THRU 5100-EXIT
               END-IF

               PERFORM 5200-GRABAR-MORA-CUENTA THRU 5200-EXIT
           ELSE
               IF MO12-CUENTA-REFINANCIADA
                   ADD 1 TO MO12-CONT-REFIN-AL-DIA
                   MOVE SPACES TO MO12-LINEA-EDIT
                   STRING "CUENTA " MO12-CA-CUENTA
                       " CENTRO " MO12-CA-CENTALTA
                       " REFINANCIADA " MO12-FECREF-CUENTA
                       " AL DIA"
                       DELIMITED BY SIZE INTO MO12-LINEA-EDIT
                   MOVE MO12-LINEA-EDIT TO REG-LINEA-REPORTE
                   WRITE REG-LINEA-REPORTE
               END-IF
           END-IF

           INITIALIZE MO12-ACUM-CUENTA
           MOVE ZERO TO MO12-PEOR-TRAMO-CUENTA
           MOVE ZERO TO MO12-CUOTAS-VENC-CUENTA.

       5000-EXIT.
           EXIT.
       5110-GRABAR-BLOQUEO.
      *>----------------------------------------------------------------*
           INITIALIZE TBBLQCTA
           INITIALIZE RH-PARAMETROS
           MOVE TBBLQCTA TO RH-REGANT

           MOVE MO12-CA-CODENT   TO CODENT   OF BL-CLAVE
           MOVE MO12-CA-CENTALTA TO CENTALTA OF BL-CLAVE
           MOVE MO12-CA-CUENTA   TO CUENTA   OF BL-CLAVE
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO MO12-CONT-BLOQUEADAS
                   PERFORM 5120-GRABAR-RASTRO THRU 5120-EXIT
           END-WRITE.

       5110-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5120-GRABAR-RASTRO.
      *>    Rastro de auditoria del alta del bloqueo: imagen anterior
      *>    inicializada (cargada en 5110) y posterior la fila recien
      *>    grabada. Un rastro que no se puede grabar se cuenta.
      *>----------------------------------------------------------------*
           MOVE TBBLQCTA TO RH-REGACT
           SET RH-GRABAR TO TRUE
           SET RH-ALTA TO TRUE
           MOVE CODENT   OF BL-CLAVE TO RH-CODENT
           MOVE CENTALTA OF BL-CLAVE TO RH-CENTALTA
           MOVE CUENTA   OF BL-CLAVE TO RH-CUENTA
           MOVE "BLQ" TO RH-TABLA
           MOVE "BLOQUEO POR MOROSIDAD" TO RH-TIPO-ACCION
           MOVE "MPJ45121" TO RH-PROCESO
           MOVE "MOROSIDAD CUOTAS VENCIDAS" TO RH-DESPROCESO
           MOVE FECULTBLQ OF TBBLQCTA TO RH-FECHAMOD
           CALL "MPJ45063" USING RH-PARAMETROS

           IF RH-RETORNO NOT = ZERO
               ADD 1 TO MO12-CONT-SIN-RASTRO
           END-IF.

       5120-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5200-GRABAR-MORA-CUENTA.
      *>    Registro CT de MOR45121: cierra la cuenta en mora con su
      *>    peor tramo, despues de todas sus CU.
      *>----------------------------------------------------------------*
           INITIALIZE REG-MORA45121
           SET MR-CUENTA-MORA TO TRUE
           MOVE MO12-CA-CODENT   TO MR-CODENT
           MOVE MO12-CA-CENTALTA TO MR-CENTALTA
           MOVE MO12-CA-CUENTA   TO MR-CUENTA
           MOVE MO12-PEOR-TRAMO-CUENTA TO MR-PEOR-TRAMO
           MOVE MO12-CUOTAS-VENC-CUENTA TO MR-CANT-CUOTAS
           MOVE MO12-IND-REFINANCIADA TO MR-IND-REFINANCIADA
           WRITE REG-MORA45121

           ADD 1 TO MO12-CONT-MORA-CT.

       5200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       9000-FINALIZAR.
      *>----------------------------------------------------------------*
               VARYING MO12-IX-AT FROM 1 BY 1
               UNTIL MO12-IX-AT > 5

           MOVE SPACES TO MO12-LINEA-EDIT
           MOVE "TOTALES CARTERA REFINANCIADA POR TRAMO"
               TO MO12-LINEA-EDIT
           MOVE MO12-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           PERFORM 9200-EMITIR-TOTAL-REFIN THRU 9200-EXIT
               VARYING MO12-IX-AR FROM 1 BY 1
               UNTIL MO12-IX-AR > 5

           MOVE SPACES TO MO12-LINEA-EDIT
           MOVE "TOTALES CARTERA NO REFINANCIADA POR TRAMO"
               TO MO12-LINEA-EDIT
           MOVE MO12-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           PERFORM 9300-EMITIR-TOTAL-NO-REFIN THRU 9300-EXIT
               VARYING MO12-IX-AT FROM 1 BY 1
               UNTIL MO12-IX-AT > 5

           INITIALIZE REG-MORA45121
           SET MR-PIE TO TRUE
           MOVE MO12-CONT-MORA-CU TO MR-CANT-REG-CU
           MOVE MO12-CONT-MORA-CT TO MR-CANT-REG-CT
           WRITE REG-MORA45121

           CLOSE F-TBDETCUO
           CLOSE F-MORA
           CLOSE F-TBREFCTA
           CLOSE F-TBBLQCTA
           CLOSE F-REPORTE

           SET RH-FIN-CORRIDA TO TRUE
           CALL "MPJ45063" USING RH-PARAMETROS

           DISPLAY "MPJ45121 - CUOTAS LEIDAS          = "
               MO12-CONT-LEIDAS
           DISPLAY "MPJ45121 - CUOTAS VENCIDAS        = "
               MO12-CONT-VENCIDAS
           DISPLAY "MPJ45121 - CUENTAS EN MORA        = "
               MO12-CONT-CUENTAS-MORA
           DISPLAY "MPJ45121 - EN MORA REFINANCIADAS  = "
               MO12-CONT-REFIN-MORA
           DISPLAY "MPJ45121 - REFINANCIADAS AL DIA   = "
               MO12-CONT-REFIN-AL-DIA
           DISPLAY "MPJ45121 - CUENTAS BLOQUEADAS     = "
               MO12-CONT-BLOQUEADAS
           DISPLAY "MPJ45121 - BLOQUEOS SIN RASTRO    = "
               MO12-CONT-SIN-RASTRO.

       9000-EXIT.
           EXIT.
       9100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       9200-EMITIR-TOTAL-REFIN.
      *>----------------------------------------------------------------*
           SET MO12-TRAMO TO MO12-IX-AR
           MOVE MO12-AR-CUOTAS (MO12-IX-AR)    TO MO12-EDIT-CUOTAS
           MOVE MO12-AR-CAPITAL (MO12-IX-AR)   TO MO12-EDIT-IMPORTE
           MOVE MO12-AR-INTERESES (MO12-IX-AR) TO MO12-EDIT-INTERESES
           MOVE SPACES TO MO12-LINEA-EDIT
           STRING "  TRAMO " MO12-ROTULO-TRAMO (MO12-TRAMO)
               " CUOTAS " MO12-EDIT-CUOTAS
               " CAPITAL " MO12-EDIT-IMPORTE
               " INTERESES " MO12-EDIT-INTERESES
               DELIMITED BY SIZE INTO MO12-LINEA-EDIT
           MOVE MO12-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE.

       9200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       9300-EMITIR-TOTAL-NO-REFIN.
      *>    Cartera no refinanciada del tramo: total general menos la
      *>    refinanciada.
      *>----------------------------------------------------------------*
           SET MO12-TRAMO TO MO12-IX-AT
           SET MO12-IX-AR TO MO12-IX-AT
           COMPUTE MO12-NOREF-CUOTAS = MO12-AT-CUOTAS (MO12-IX-AT)
               - MO12-AR-CUOTAS (MO12-IX-AR)
           COMPUTE MO12-NOREF-CAPITAL = MO12-AT-CAPITAL (MO12-IX-AT)
               - MO12-AR-CAPITAL (MO12-IX-AR)
           COMPUTE MO12-NOREF-INTERESES =
               MO12-AT-INTERESES (MO12-IX-AT)
               - MO12-AR-INTERESES (MO12-IX-AR)
           MOVE MO12-NOREF-CUOTAS    TO MO12-EDIT-CUOTAS
           MOVE MO12-NOREF-CAPITAL   TO MO12-EDIT-IMPORTE
           MOVE MO12-NOREF-INTERESES TO MO12-EDIT-INTERESES
           MOVE SPACES TO MO12-LINEA-EDIT
           STRING "  TRAMO " MO12-ROTULO-TRAMO (MO12-TRAMO)
               " CUOTAS " MO12-EDIT-CUOTAS
               " CAPITAL " MO12-EDIT-IMPORTE
               " INTERESES " MO12-EDIT-INTERESES
               DELIMITED BY SIZE INTO MO12-LINEA-EDIT
           MOVE MO12-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE.

       9300-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       1900-CONTROL-INICIO.
      *>    Registra el arranque en la bitacora comun de corridas
      *>    TBCTLBAT (un registro por programa y fecha de proceso);
      *>    una re-corrida del mismo dia pisa el registro anterior.
      *>    La fecha de proceso es la fecha de negocio de TBFECNEG
      *>    (rutina MPJ45132); si un predecesor del programa no
      *>    termino en esa fecha la corrida se cancela sin tocar nada.
      *>----------------------------------------------------------------*
           MOVE "MPJ45121" TO FN-PROGRAMA
           SET FN-FECHA-Y-PREDECESORES TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45121 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-CTLBAT
           MOVE FN-FECPROC TO MO12-CTL-FECPROC
           ACCEPT MO12-CTL-HORA FROM TIME
           MOVE SPACES TO MO12-CTL-HORA-EDIT
           STRING MO12-CTL-HH ":" MO12-CTL-MM ":" MO12-CTL-SS

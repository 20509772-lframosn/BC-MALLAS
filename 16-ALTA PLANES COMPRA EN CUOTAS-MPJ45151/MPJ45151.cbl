      *>                     DUPLICADA: RE-CORRER EL MISMO ALTAS151
      *>                     ABORDABA TODO EL FICHERO DOS VECES CON
      *>                     NUMERACION NUEVA
      *> 15/10/2026  JRM     EL ALTA CONSUME LA LINEA DE CREDITO DE
      *>                     CUOTAS (TBLINCRE, RUTINA MPJ45242): UN
      *>                     PLAN CUYO CAPITAL EXCEDE EL DISPONIBLE, O
      *>                     DE UNA CUENTA SIN LINEA, SE RECHAZA; EL
      *>                     ALTA GRABADA DISPONE CAPITAL Y CUOTAS
      *> 15/10/2026  JRM     LA FECHA DE PROCESO SE TOMA DE LA FECHA DE
      *>                     NEGOCIO TBFECNEG (RUTINA MPJ45132) Y NO DEL
      *>                     RELOJ; SI UN PREDECESOR DEL PROGRAMA NO
      *>                     TERMINO ESE DIA LA CORRIDA SE CANCELA
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45151.
       01  AL15-STATUS-CTLBAT                PIC X(2).
           88  AL15-CTLBAT-OK                    VALUE "00".

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  AL15-CTLBAT-TRABAJO.
           05  AL15-CTL-FECPROC               PIC 9(8).
           05  AL15-CTL-HORA.
           05  AL15-IMP-CUOTA                 PIC 9(15)V99 VALUE ZERO.
           05  AL15-IMPTOTAL                  PIC 9(15)V99 VALUE ZERO.
           05  AL15-IMPINTTOTAL               PIC 9(15)V99 VALUE ZERO.
           05  AL15-CAP-TOTAL                 PIC 9(15)V99 VALUE ZERO.

      *> Area de parametros de la rutina comun de la linea de credito.
       COPY "MPJ45242-LNK.cpy".

       01  AL15-NUMCUOTA                     PIC 9(9)  VALUE ZERO.

      *>----------------------------------------------------------------*
       1000-INICIALIZAR.
      *>----------------------------------------------------------------*
           MOVE AL15-CTL-FECPROC TO AL15-FECHA-SIS
           STRING AL15-FS-DIA "/" AL15-FS-MES "/" AL15-FS-ANO
               DELIMITED BY SIZE INTO AL15-FECHA-HOY

               END-IF
           END-IF

           IF AL15-ALTA-VALIDA
               PERFORM 3200-VERIFICAR-LINEA THRU 3200-EXIT
           END-IF

           IF AL15-ALTA-VALIDA
               PERFORM 4100-GRABAR-CABECERA THRU 4100-EXIT
           END-IF
               PERFORM 5000-GENERAR-CRONOGRAMA THRU 5000-EXIT
           END-IF

           IF AL15-ALTA-VALIDA
               PERFORM 5500-DISPONER-LINEA THRU 5500-EXIT
           END-IF

           IF NOT AL15-ALTA-VALIDA
               PERFORM 8000-RECHAZAR-ALTA THRU 8000-EXIT
           END-IF
       3120-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3200-VERIFICAR-LINEA.
      *>    El capital del cronograma (capital de una cuota x
      *>    TOTCUOTAS, lo que despues se reintegra cuota a cuota) debe
      *>    entrar en el credito disponible de la linea de cuotas de
      *>    la cuenta. La verificacion no mueve la linea: se dispone
      *>    recien con el plan completo grabado.
      *>----------------------------------------------------------------*
           PERFORM 3210-CARGAR-LINEA THRU 3210-EXIT
           SET LN-VERIFICAR TO TRUE
           CALL "MPJ45242" USING LN-PARAMETROS

           EVALUATE LN-RETORNO
               WHEN ZERO
                   CONTINUE
               WHEN 1
                   MOVE "N" TO AL15-IND-ALTA-VALIDA
                   MOVE "EXCEDE EL CREDITO DISPONIBLE DE LA LINEA"
                       TO AL15-MOTIVO-RECHAZO
               WHEN 2
                   MOVE "N" TO AL15-IND-ALTA-VALIDA
                   MOVE "CUENTA SIN LINEA DE CREDITO EN TBLINCRE"
                       TO AL15-MOTIVO-RECHAZO
               WHEN OTHER
                   MOVE "N" TO AL15-IND-ALTA-VALIDA
                   MOVE "ERROR DE ACCESO A TBLINCRE"
                       TO AL15-MOTIVO-RECHAZO
           END-EVALUATE.

       3200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3210-CARGAR-LINEA.
      *>----------------------------------------------------------------*
           INITIALIZE LN-PARAMETROS
           MOVE AL-CODENT           TO LN-CODENT
           MOVE AL-CENTALTA         TO LN-CENTALTA
           MOVE AL-CUENTA           TO LN-CUENTA
           MOVE AL-CLAMON           TO LN-CLAMON
           SET LN-LINEA-CUOTAS      TO TRUE
           MOVE AL15-CAP-TOTAL      TO LN-IMPCAPITAL
           MOVE AL15-IMPTOTAL       TO LN-IMPCUOTAS
           MOVE "N"                 TO LN-IND-FORZAR
           MOVE AL15-CTL-FECPROC    TO LN-FECPROC
           MOVE "MPJ45151"          TO LN-PROGRAMA.

       3210-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       4000-CALCULAR-PLAN.
      *>    Piezas de una cuota (capital prorrateado, interes periodico
           COMPUTE AL15-IMPTOTAL =
               AL15-IMP-CUOTA * AL-TOTCUOTAS
           COMPUTE AL15-IMPINTTOTAL =
               AL15-INT-CUOTA * AL-TOTCUOTAS
           COMPUTE AL15-CAP-TOTAL =
               AL15-CAP-CUOTA * AL-TOTCUOTAS.

       4000-EXIT.
           EXIT.
       5220-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5500-DISPONER-LINEA.
      *>    Plan completo grabado: consume el capital y compromete las
      *>    cuotas en la linea. Si la linea no acepta el movimiento
      *>    (otra alta de la misma corrida ya consumio el disponible
      *>    verificado, o fallo la grabacion) el alta se deshace
      *>    entera como una cuota que no se pudo grabar.
      *>----------------------------------------------------------------*
           PERFORM 3210-CARGAR-LINEA THRU 3210-EXIT
           SET LN-DISPONER TO TRUE
           CALL "MPJ45242" USING LN-PARAMETROS

           IF LN-RETORNO NOT = ZERO
               PERFORM 5900-DESHACER-ALTA THRU 5900-EXIT
               SUBTRACT AL15-CUOTAS-GRABADAS FROM AL15-CONT-CUOTAS
               MOVE "N" TO AL15-IND-ALTA-VALIDA
               IF LN-RETORNO = 1
                   MOVE "EXCEDE EL CREDITO DISPONIBLE DE LA LINEA"
                       TO AL15-MOTIVO-RECHAZO
               ELSE
                   MOVE "ERROR DE ACCESO A TBLINCRE"
                       TO AL15-MOTIVO-RECHAZO
               END-IF
           END-IF.

       5500-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5900-DESHACER-ALTA.
      *>    Compensacion del alta fallida: se borran las cuotas que
           CLOSE F-TBDETCUO
           CLOSE F-REPORTE

           SET LN-FIN-CORRIDA TO TRUE
           CALL "MPJ45242" USING LN-PARAMETROS

           MOVE AL15-TOT-IMPTOTAL TO AL15-EDIT-IMPORTE
           DISPLAY "MPJ45151 - COMPRAS LEIDAS          = "
               AL15-CONT-LEIDAS
      *>    Registra el arranque en la bitacora comun de corridas
      *>    TBCTLBAT (un registro por programa y fecha de proceso);
      *>    una re-corrida del mismo dia pisa el registro anterior.
      *>    La fecha de proceso es la fecha de negocio de TBFECNEG
      *>    (rutina MPJ45132); si un predecesor del programa no
      *>    termino en esa fecha la corrida se cancela sin tocar nada.
      *>----------------------------------------------------------------*
           MOVE "MPJ45151" TO FN-PROGRAMA
           SET FN-FECHA-Y-PREDECESORES TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45151 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-CTLBAT
           MOVE FN-FECPROC TO AL15-CTL-FECPROC
           ACCEPT AL15-CTL-HORA FROM TIME
           MOVE SPACES TO AL15-CTL-HORA-EDIT
           STRING AL15-CTL-HH ":" AL15-CTL-MM ":" AL15-CTL-SS

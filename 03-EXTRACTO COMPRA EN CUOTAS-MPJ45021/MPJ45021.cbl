      *>                     CENTRAL TBPARJOB POR FECHA EFECTIVA; SIN
      *>                     FILA VIGENTE O FUERA DE RANGO EL TRABAJO
      *>                     SE CANCELA (SIN DEFAULTS SILENCIOSOS)
      *> 15/10/2026  JRM     LOS SEGMENTOS CU Y LI SE COMPLETAN CON EL
      *>                     MAESTRO DE LINEAS DE CREDITO TBLINCRE:
      *>                     LIMITE, DISPUESTO, DISPONIBLE Y SALDOS DE
      *>                     CUOTAS DEL MES ACTUAL Y ANTERIOR
      *> 15/10/2026  JRM     LA FECHA DE PROCESO SE TOMA DE LA FECHA DE
      *>                     NEGOCIO TBFECNEG (RUTINA MPJ45132) Y NO DEL
      *>                     RELOJ; SI UN PREDECESOR DEL PROGRAMA NO
      *>                     TERMINO ESE DIA LA CORRIDA SE CANCELA
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45021.
               RECORD KEY IS TJ-CLAVE
               FILE STATUS IS CU21-STATUS-TARJET.

           SELECT F-TBLINCRE ASSIGN TO "TBLINCRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-CLAVE
               FILE STATUS IS CU21-STATUS-LINCRE.

           SELECT F-PCEXTCU1 ASSIGN TO "PCEXTCU1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CU21-STATUS-EXTCU1.
       FD  F-TBTARJET.
       COPY "TBTARJET.cpy".

       FD  F-TBLINCRE.
       COPY "TBLINCRE.cpy".

       FD  F-PCEXTCU1
           RECORD CONTAINS 1121 CHARACTERS.
       COPY "03-EXTRACTO COMPRA EN CUOTAS-MPJ45021-FULL.cpy".
       01  CU21-STATUS-CTLBAT                PIC X(2).
           88  CU21-CTLBAT-OK                    VALUE "00".

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  CU21-CTLBAT-TRABAJO.
           05  CU21-CTL-FECPROC               PIC 9(8).
           05  CU21-CTL-HORA.
       01  CU21-STATUS-TARJET         PIC X(2).
           88  CU21-TARJET-OK              VALUE "00".

       01  CU21-STATUS-LINCRE         PIC X(2).
           88  CU21-LINCRE-OK              VALUE "00".

       01  CU21-STATUS-EXTCU1         PIC X(2).
           88  CU21-EXTCU1-OK              VALUE "00".

               88  CU21-ES-REINICIO            VALUE "S".
           05  CU21-IND-SALTAR-CUENTA  PIC X(1)    VALUE "N".
               88  CU21-SALTAR-CUENTA          VALUE "S".
           05  CU21-IND-FIN-LINCRE     PIC X(1)    VALUE "N".
               88  CU21-FIN-LINCRE             VALUE "S".

      *> Mes de proceso (AAAAMM) contra el MESBAL de cada linea: una
      *> linea que todavia no paso de mes (ni movimiento ni cierre
      *> mensual MPJ45241 en el mes) se informa como si ya hubiera
      *> pasado, con el saldo actual como saldo del mes anterior.
       01  CU21-ANOMES-PROC           PIC 9(6)     VALUE ZERO.
       01  CU21-LINEA-CUOTAS          PIC X(4)     VALUE "CUOT".
       01  CU21-BALCUOANT             PIC 9(15)V99 VALUE ZERO.

       01  CU21-CONTADORES.
           05  CU21-NUMREGPROC         PIC 9(12)   VALUE ZERO.
           OPEN INPUT  F-TBDETCUO
           OPEN INPUT  F-TBTARJET
           OPEN INPUT  F-TBCLIENT
           OPEN INPUT  F-TBLINCRE
           OPEN I-O    F-CHKPT
           COMPUTE CU21-ANOMES-PROC = CU21-CTL-FECPROC / 100

           IF CU21-ES-REINICIO
               PERFORM 1100-LEER-CHECKPOINT THRU 1100-EXIT
      *>----------------------------------------------------------------*
       1210-SELLO-FECHA-HORA.
      *>----------------------------------------------------------------*
           MOVE CU21-CTL-FECPROC TO CU21-FECHA-SIS
           ACCEPT CU21-HORA-SIS  FROM TIME
           STRING CU21-FS-DIA "/" CU21-FS-MES "/" CU21-FS-ANO
               DELIMITED BY SIZE INTO CU21-FECHA-HOY
           MOVE CUENTA OF F-TBFINCUO       TO CUENTA OF PCEXTCU1_CU
           MOVE "CU"                       TO TIPOREG OF PCEXTCU1_CU
           MOVE CLAMON OF F-TBFINCUO       TO CLAMON OF PCEXTCU1_CU
           PERFORM 3010-TOTALIZAR-LINEAS THRU 3010-EXIT
           WRITE PCEXTCU1_CU
           ADD 1                           TO CU21-CONT-CU.

       3000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3010-TOTALIZAR-LINEAS.
      *>    Limite, dispuesto y saldos de cuotas de la cuenta en la
      *>    moneda del segmento: suma de todas sus lineas en TBLINCRE.
      *>    Una cuenta sin lineas sale con los importes en cero.
      *>----------------------------------------------------------------*
           MOVE CODENT OF F-TBFINCUO   TO CODENT OF LC-CLAVE
           MOVE CENTALTA OF F-TBFINCUO TO CENTALTA OF LC-CLAVE
           MOVE CUENTA OF F-TBFINCUO   TO CUENTA OF LC-CLAVE
           MOVE CLAMON OF F-TBFINCUO   TO CLAMON OF LC-CLAVE
           MOVE LOW-VALUES             TO LINEA OF LC-CLAVE
           MOVE "N" TO CU21-IND-FIN-LINCRE

           START F-TBLINCRE KEY IS NOT LESS THAN LC-CLAVE
               INVALID KEY
                   SET CU21-FIN-LINCRE TO TRUE
           END-START

           IF NOT CU21-FIN-LINCRE
               PERFORM 3020-LEER-LINCRE THRU 3020-EXIT
           END-IF

           PERFORM 3030-SUMAR-LINEA THRU 3030-EXIT
               UNTIL CU21-FIN-LINCRE.

       3010-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3020-LEER-LINCRE.
      *>----------------------------------------------------------------*
           READ F-TBLINCRE NEXT RECORD
               AT END
                   SET CU21-FIN-LINCRE TO TRUE
           END-READ.

       3020-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3030-SUMAR-LINEA.
      *>----------------------------------------------------------------*
           IF CODENT OF LC-CLAVE NOT = CODENT OF F-TBFINCUO
               OR CENTALTA OF LC-CLAVE NOT = CENTALTA OF F-TBFINCUO
               OR CUENTA OF LC-CLAVE NOT = CUENTA OF F-TBFINCUO
               OR CLAMON OF LC-CLAVE NOT = CLAMON OF F-TBFINCUO
               SET CU21-FIN-LINCRE TO TRUE
           ELSE
               PERFORM 3040-SALDO-MES-ANTERIOR THRU 3040-EXIT
               ADD LIMCRELIN OF TBLINCRE TO LIMCRECTA OF PCEXTCU1_CU
               ADD SALDISLIN OF TBLINCRE TO SALDISCRE OF PCEXTCU1_CU
               ADD BALCUOACT OF TBLINCRE TO BALMESACT OF PCEXTCU1_CU
               ADD CU21-BALCUOANT        TO BALMESANT OF PCEXTCU1_CU
               PERFORM 3020-LEER-LINCRE THRU 3020-EXIT
           END-IF.

       3030-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3040-SALDO-MES-ANTERIOR.
      *>----------------------------------------------------------------*
           IF MESBAL OF TBLINCRE < CU21-ANOMES-PROC
               MOVE BALCUOACT OF TBLINCRE TO CU21-BALCUOANT
           ELSE
               MOVE BALCUOANT OF TBLINCRE TO CU21-BALCUOANT
           END-IF.

       3040-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3100-EMITIR-LI.
      *>    Segmento de linea de credito (PCEXTCU1_LI).
           MOVE CUENTA OF F-TBFINCUO       TO CUENTA OF PCEXTCU1_LI
           MOVE "LI"                       TO TIPOREG OF PCEXTCU1_LI
           MOVE CLAMON OF F-TBFINCUO       TO CLAMON OF PCEXTCU1_LI
           MOVE CU21-LINEA-CUOTAS          TO LINEA OF PCEXTCU1_LI
           PERFORM 3110-DATOS-LINEA THRU 3110-EXIT
           WRITE PCEXTCU1_LI
           ADD 1                           TO CU21-CONT-LI.

       3100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3110-DATOS-LINEA.
      *>    La linea de compra en cuotas de la cuenta en TBLINCRE; sin
      *>    fila, el segmento sale con los importes en cero.
      *>----------------------------------------------------------------*
           MOVE CODENT OF F-TBFINCUO   TO CODENT OF LC-CLAVE
           MOVE CENTALTA OF F-TBFINCUO TO CENTALTA OF LC-CLAVE
           MOVE CUENTA OF F-TBFINCUO   TO CUENTA OF LC-CLAVE
           MOVE CLAMON OF F-TBFINCUO   TO CLAMON OF LC-CLAVE
           MOVE CU21-LINEA-CUOTAS      TO LINEA OF LC-CLAVE

           READ F-TBLINCRE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 3040-SALDO-MES-ANTERIOR THRU 3040-EXIT
                   MOVE LIMCRELIN OF TBLINCRE
                                    TO LIMCRELIN OF PCEXTCU1_LI
                   MOVE SALDISLIN OF TBLINCRE
                                    TO SALDISLIN OF PCEXTCU1_LI
                   MOVE CREDDISP OF TBLINCRE
                                    TO CREDDISP OF PCEXTCU1_LI
                   MOVE IMPCUOTATOT OF TBLINCRE
                                    TO IMPCUOTATOT OF PCEXTCU1_LI
                   MOVE BALCUOACT OF TBLINCRE
                                    TO BALCUOACT OF PCEXTCU1_LI
                   MOVE CU21-BALCUOANT
                                    TO BALCUOANT OF PCEXTCU1_LI
                   MOVE FECINILIN OF TBLINCRE
                                    TO FECINILIN OF PCEXTCU1_LI
                   MOVE FECFINLIN OF TBLINCRE
                                    TO FECFINLIN OF PCEXTCU1_LI
           END-READ.

       3110-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3200-EMITIR-FI.
      *>    Segmento de financiacion (PCEXTCU1_FI), tomando la tarjeta
           CLOSE F-TBDETCUO
           CLOSE F-TBTARJET
           CLOSE F-TBCLIENT
           CLOSE F-TBLINCRE
           CLOSE F-PCEXTCU1
           CLOSE F-EXCEPCL
           CLOSE F-CHKPT
      *>    Registra el arranque en la bitacora comun de corridas
      *>    TBCTLBAT (un registro por programa y fecha de proceso);
      *>    una re-corrida del mismo dia pisa el registro anterior.
      *>    La fecha de proceso es la fecha de negocio de TBFECNEG
      *>    (rutina MPJ45132); si un predecesor del programa no
      *>    termino en esa fecha la corrida se cancela sin tocar nada.
      *>----------------------------------------------------------------*
           MOVE "MPJ45021" TO FN-PROGRAMA
           SET FN-FECHA-Y-PREDECESORES TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45021 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-CTLBAT
           MOVE FN-FECPROC TO CU21-CTL-FECPROC
           ACCEPT CU21-CTL-HORA FROM TIME
           MOVE SPACES TO CU21-CTL-HORA-EDIT
           STRING CU21-CTL-HH ":" CU21-CTL-MM ":" CU21-CTL-SS

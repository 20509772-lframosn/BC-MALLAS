      *> ================================================================
      *> PROGRAMA   MPJ45242
      *> AUTOR      DEPARTAMENTO DE SISTEMAS - CARTERAS
      *> INSTALACION  BC-MALLAS
      *> ESCRITO    15/10/2026
      *> DESCRIPCION
      *>     Rutina comun de movimientos de la linea de credito
      *>     (CALL "MPJ45242" USING LN-PARAMETROS). Es la unica puerta
      *>     de entrada de dinero al maestro TBLINCRE: el alta de
      *>     planes MPJ45151 verifica y dispone, y la aplicacion de
      *>     pagos MPJ45011, la cancelacion anticipada MPJ45161 y la
      *>     mesa de disputas MPJ45181 reintegran (o, en el extorno,
      *>     vuelven a disponer forzado). Cada movimiento recalcula el
      *>     credito disponible contra el limite vigente de la fila y
      *>     deja el saldo de cuotas del mes en BALCUOACT.
      *>
      *>     Antes de mover nada, si la fila todavia esta en un mes
      *>     anterior al de la fecha de proceso (MESBAL), el saldo del
      *>     mes en curso pasa a ser el del mes anterior: asi el cierre
      *>     de mes queda bien aunque el primer movimiento del mes
      *>     llegue antes que el cierre mensual MPJ45241.
      *>
      *>     TBLINCRE se abre en la primera llamada de la corrida y
      *>     queda abierto hasta la llamada de fin (LN-FUNCION "F"),
      *>     que el llamador hace en su finalizacion.
      *> ----------------------------------------------------------------
      *> HISTORIAL DE MODIFICACIONES
      *> FECHA       AUTOR   DESCRIPCION
      *> 15/10/2026  JRM     VERSION INICIAL
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45242.
       AUTHOR. DEPARTAMENTO DE SISTEMAS.
       INSTALLATION. BC-MALLAS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-TBLINCRE ASSIGN TO "TBLINCRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-CLAVE
               FILE STATUS IS LN24-STATUS-LINCRE.

       DATA DIVISION.
       FILE SECTION.
       FD  F-TBLINCRE.
       COPY "TBLINCRE.cpy".

       WORKING-STORAGE SECTION.
       01  LN24-STATUS-LINCRE               PIC X(2).
           88  LN24-LINCRE-OK                   VALUE "00".

      *> Estado del maestro en la corrida: N = sin abrir todavia,
      *> S = abierto, E = no se pudo abrir (todas las llamadas
      *> siguientes devuelven error de grabacion sin reintentar).
       01  LN24-IND-MAESTRO                 PIC X(1)  VALUE "N".
           88  LN24-MAESTRO-ABIERTO             VALUE "S".
           88  LN24-MAESTRO-FALLIDO             VALUE "E".

      *> Fecha de proceso del llamador descompuesta: el mes AAAAMM es
      *> el que se compara contra MESBAL para el paso de mes.
       01  LN24-FECHA-PROC.
           05  LN24-FP-ANOMES                PIC 9(6).
           05  LN24-FP-ANOMES-DESC REDEFINES LN24-FP-ANOMES.
               10  LN24-FP-ANO                PIC 9(4).
               10  LN24-FP-MES                PIC 9(2).
           05  LN24-FP-DIA                   PIC 9(2).
       01  LN24-FECHA-PROC-NUM REDEFINES LN24-FECHA-PROC
                                             PIC 9(8).

       01  LN24-FECHA-EDIT                  PIC X(10).

       LINKAGE SECTION.
       COPY "MPJ45242-LNK.cpy".

       PROCEDURE DIVISION USING LN-PARAMETROS.

      *>----------------------------------------------------------------*
       0000-MAINLINE.
      *>----------------------------------------------------------------*
           MOVE ZERO TO LN-RETORNO
           MOVE ZERO TO LN-CREDDISP

           IF LN-FIN-CORRIDA
               PERFORM 9000-CERRAR-MAESTRO THRU 9000-EXIT
               GOBACK
           END-IF

           IF NOT LN24-MAESTRO-ABIERTO
               AND NOT LN24-MAESTRO-FALLIDO
               PERFORM 1000-ABRIR-MAESTRO THRU 1000-EXIT
           END-IF

           IF LN24-MAESTRO-FALLIDO
               MOVE 3 TO LN-RETORNO
               GOBACK
           END-IF

           PERFORM 2000-LEER-LINEA THRU 2000-EXIT
           IF LN-RETORNO NOT = ZERO
               GOBACK
           END-IF

           PERFORM 3000-PASAR-MES THRU 3000-EXIT

           EVALUATE TRUE
               WHEN LN-VERIFICAR
                   PERFORM 4000-VERIFICAR THRU 4000-EXIT
               WHEN LN-DISPONER
                   PERFORM 5000-DISPONER THRU 5000-EXIT
               WHEN LN-REINTEGRAR
                   PERFORM 6000-REINTEGRAR THRU 6000-EXIT
           END-EVALUATE

           GOBACK.

      *>----------------------------------------------------------------*
       1000-ABRIR-MAESTRO.
      *>    Primera llamada de la corrida. Un maestro que no abre no
      *>    cancela al llamador: cada llamada devuelve retorno 3 y es
      *>    el llamador quien decide (el alta rechaza, los reintegros
      *>    lo cuentan en su reporte).
      *>----------------------------------------------------------------*
           OPEN I-O F-TBLINCRE
           IF LN24-LINCRE-OK
               SET LN24-MAESTRO-ABIERTO TO TRUE
           ELSE
               SET LN24-MAESTRO-FALLIDO TO TRUE
               DISPLAY "MPJ45242 - NO SE PUDO ABRIR TBLINCRE, STATUS "
                   LN24-STATUS-LINCRE " (LLAMADOR " LN-PROGRAMA ")"
           END-IF.

       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2000-LEER-LINEA.
      *>----------------------------------------------------------------*
           MOVE LN-CODENT   TO CODENT   OF LC-CLAVE
           MOVE LN-CENTALTA TO CENTALTA OF LC-CLAVE
           MOVE LN-CUENTA   TO CUENTA   OF LC-CLAVE
           MOVE LN-CLAMON   TO CLAMON   OF LC-CLAVE
           MOVE LN-LINEA    TO LINEA    OF LC-CLAVE

           READ F-TBLINCRE
               INVALID KEY
                   MOVE 2 TO LN-RETORNO
               NOT INVALID KEY
                   MOVE CREDDISP OF TBLINCRE TO LN-CREDDISP
           END-READ.

       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3000-PASAR-MES.
      *>    Primer movimiento de la linea en un mes nuevo: el saldo de
      *>    cuotas que traia la fila es el del cierre del mes anterior.
      *>    En una verificacion el cambio queda solo en memoria (no
      *>    se graba nada); lo persiste el primer movimiento real o el
      *>    cierre mensual MPJ45241.
      *>----------------------------------------------------------------*
           MOVE LN-FECPROC TO LN24-FECHA-PROC-NUM

           IF MESBAL OF TBLINCRE < LN24-FP-ANOMES
               MOVE BALCUOACT OF TBLINCRE TO BALCUOANT OF TBLINCRE
               MOVE LN24-FP-ANOMES TO MESBAL OF TBLINCRE
           END-IF.

       3000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       4000-VERIFICAR.
      *>----------------------------------------------------------------*
           IF LN-IMPCAPITAL > CREDDISP OF TBLINCRE
               MOVE 1 TO LN-RETORNO
           END-IF.

       4000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5000-DISPONER.
      *>    Sin forzar, un capital que no entra en el disponible no se
      *>    aplica. Forzado (extorno de un pago) se aplica siempre: la
      *>    linea puede quedar sobregirada y el disponible en cero.
      *>----------------------------------------------------------------*
           IF LN-IMPCAPITAL > CREDDISP OF TBLINCRE
               AND LN-IND-FORZAR NOT = "S"
               MOVE 1 TO LN-RETORNO
               GO TO 5000-EXIT
           END-IF

           ADD LN-IMPCAPITAL TO SALDISLIN   OF TBLINCRE
           ADD LN-IMPCUOTAS  TO IMPCUOTATOT OF TBLINCRE

           PERFORM 7000-RECALCULAR-LINEA THRU 7000-EXIT
           PERFORM 8000-GRABAR-LINEA THRU 8000-EXIT.

       5000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6000-REINTEGRAR.
      *>    Ni el dispuesto ni las cuotas comprometidas quedan
      *>    negativos: un reintegro mayor a lo dispuesto (linea dada
      *>    de alta despues que el plan) deja la linea en cero.
      *>----------------------------------------------------------------*
           IF SALDISLIN OF TBLINCRE > LN-IMPCAPITAL
               SUBTRACT LN-IMPCAPITAL FROM SALDISLIN OF TBLINCRE
           ELSE
               MOVE ZERO TO SALDISLIN OF TBLINCRE
           END-IF

           IF IMPCUOTATOT OF TBLINCRE > LN-IMPCUOTAS
               SUBTRACT LN-IMPCUOTAS FROM IMPCUOTATOT OF TBLINCRE
           ELSE
               MOVE ZERO TO IMPCUOTATOT OF TBLINCRE
           END-IF

           PERFORM 7000-RECALCULAR-LINEA THRU 7000-EXIT
           PERFORM 8000-GRABAR-LINEA THRU 8000-EXIT.

       6000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7000-RECALCULAR-LINEA.
      *>    El disponible se recalcula siempre contra el limite vigente
      *>    de la fila, de modo que un cambio de limite se refleja en
      *>    el primer movimiento siguiente.
      *>----------------------------------------------------------------*
           IF LIMCRELIN OF TBLINCRE > SALDISLIN OF TBLINCRE
               COMPUTE CREDDISP OF TBLINCRE =
                   LIMCRELIN OF TBLINCRE - SALDISLIN OF TBLINCRE
           ELSE
               MOVE ZERO TO CREDDISP OF TBLINCRE
           END-IF

           MOVE IMPCUOTATOT OF TBLINCRE TO BALCUOACT OF TBLINCRE.

       7000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       8000-GRABAR-LINEA.
      *>----------------------------------------------------------------*
           MOVE SPACES TO LN24-FECHA-EDIT
           STRING LN24-FP-DIA "/" LN24-FP-MES "/" LN24-FP-ANO
               DELIMITED BY SIZE INTO LN24-FECHA-EDIT
           MOVE LN24-FECHA-EDIT TO FECULTMOV OF TBLINCRE
           MOVE LN-PROGRAMA TO USUARIOUMO OF TBLINCRE

           REWRITE TBLINCRE
               INVALID KEY
                   MOVE 3 TO LN-RETORNO
               NOT INVALID KEY
                   MOVE CREDDISP OF TBLINCRE TO LN-CREDDISP
           END-REWRITE.

       8000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       9000-CERRAR-MAESTRO.
      *>    Llamada de fin de corrida; el estado vuelve a "sin abrir"
      *>    por si el mismo paso vuelve a llamar la rutina.
      *>----------------------------------------------------------------*
           IF LN24-MAESTRO-ABIERTO
               CLOSE F-TBLINCRE
           END-IF
           MOVE "N" TO LN24-IND-MAESTRO.

       9000-EXIT.
           EXIT.

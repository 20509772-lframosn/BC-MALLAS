      *> ================================================================
      *> PROGRAMA   MPJ45241
      *> AUTOR      DEPARTAMENTO DE SISTEMAS - CARTERAS
      *> INSTALACION  BC-MALLAS
      *> ESCRITO    15/10/2026
      *> DESCRIPCION
      *>     Cierre mensual del maestro de lineas de credito TBLINCRE.
      *>     Corre el primer dia habil del mes, antes del extracto
      *>     MPJ45021. Recorre TBLINCRE completo y, en cada linea que
      *>     todavia esta en un mes anterior al de la fecha de proceso
      *>     (MESBAL), pasa el saldo de cuotas del mes en curso
      *>     (BALCUOACT) al del mes anterior (BALCUOANT) y deja MESBAL
      *>     en el mes nuevo; de paso recalcula el credito disponible
      *>     contra el limite vigente, para que un cambio de limite
      *>     cargado en el mes llegue al extracto aunque la linea no
      *>     haya tenido movimientos.
      *>
      *>     Las lineas ya pasadas de mes por la rutina MPJ45242 (un
      *>     movimiento del mes llego antes que este cierre) no se
      *>     vuelven a pasar: la re-corrida del mismo mes no cambia
      *>     nada. Emite reporte de las lineas pasadas con sus saldos.
      *> ----------------------------------------------------------------
      *> HISTORIAL DE MODIFICACIONES
      *> FECHA       AUTOR   DESCRIPCION
      *> 15/10/2026  JRM     VERSION INICIAL
      *> 15/10/2026  JRM     LA FECHA DE PROCESO SE TOMA DE LA FECHA DE
      *>                     NEGOCIO TBFECNEG (RUTINA MPJ45132) Y NO DEL
      *>                     RELOJ; SI UN PREDECESOR DEL PROGRAMA NO
      *>                     TERMINO ESE DIA LA CORRIDA SE CANCELA
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45241.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LC-CLAVE
               FILE STATUS IS LC24-STATUS-LINCRE.

           SELECT F-REPORTE ASSIGN TO "RPT45241"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LC24-STATUS-REPORTE.

           SELECT F-CTLBAT ASSIGN TO "TBCTLBAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CLAVE
               FILE STATUS IS LC24-STATUS-CTLBAT.

       DATA DIVISION.
       FILE SECTION.
       FD  F-TBLINCRE.
       COPY "TBLINCRE.cpy".

       FD  F-REPORTE
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-LINEA-REPORTE                PIC X(132).

       FD  F-CTLBAT.
       COPY "TBCTLBAT.cpy".

       WORKING-STORAGE SECTION.
       01  LC24-STATUS-CTLBAT               PIC X(2).
           88  LC24-CTLBAT-OK                   VALUE "00".

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  LC24-CTLBAT-TRABAJO.
           05  LC24-CTL-FECPROC              PIC 9(8).
           05  LC24-CTL-HORA.
               10  LC24-CTL-HH                PIC 9(2).
               10  LC24-CTL-MM                PIC 9(2).
               10  LC24-CTL-SS                PIC 9(2).
               10  LC24-CTL-CC                PIC 9(2).
           05  LC24-CTL-HORA-EDIT            PIC X(8).

       01  LC24-STATUS-LINCRE               PIC X(2).
           88  LC24-LINCRE-OK                   VALUE "00".

       01  LC24-STATUS-REPORTE              PIC X(2).

       01  LC24-SWITCHES.
           05  LC24-IND-FIN-LINCRE           PIC X(1)  VALUE "N".
               88  LC24-FIN-LINCRE                   VALUE "S".

       01  LC24-FECHA-HOY                   PIC X(10).
       01  LC24-FECHA-SIS.
           05  LC24-ANOMES-PROC              PIC 9(6).
           05  LC24-ANOMES-DESC REDEFINES LC24-ANOMES-PROC.
               10  LC24-HOY-ANO               PIC 9(4).
               10  LC24-HOY-MES               PIC 9(2).
           05  LC24-HOY-DIA                  PIC 9(2).

       01  LC24-CONTADORES.
           05  LC24-CONT-LEIDAS              PIC 9(9) VALUE ZERO.
           05  LC24-CONT-PASADAS             PIC 9(9) VALUE ZERO.
           05  LC24-CONT-YA-PASADAS          PIC 9(9) VALUE ZERO.
           05  LC24-CONT-ERRORES             PIC 9(9) VALUE ZERO.

       01  LC24-TOT-BALCUOANT               PIC 9(15)V99 VALUE ZERO.

       01  LC24-EDIT-CLAMON                 PIC 999.
       01  LC24-EDIT-IMPORTE1               PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  LC24-EDIT-IMPORTE2               PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  LC24-EDIT-IMPORTE3               PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  LC24-LINEA-EDIT                  PIC X(132).

       PROCEDURE DIVISION.

      *>----------------------------------------------------------------*
       0000-MAINLINE.
      *>----------------------------------------------------------------*
           PERFORM 1900-CONTROL-INICIO THRU 1900-EXIT
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-TRATAR-LINEA THRU 2000-EXIT
               UNTIL LC24-FIN-LINCRE
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           PERFORM 8900-CONTROL-FIN THRU 8900-EXIT
           GOBACK.

      *>----------------------------------------------------------------*
       1000-INICIALIZAR.
      *>----------------------------------------------------------------*
           MOVE LC24-CTL-FECPROC TO LC24-FECHA-SIS
           STRING LC24-HOY-DIA "/" LC24-HOY-MES "/" LC24-HOY-ANO
               DELIMITED BY SIZE INTO LC24-FECHA-HOY

           OPEN I-O    F-TBLINCRE
           OPEN OUTPUT F-REPORTE

           MOVE SPACES TO LC24-LINEA-EDIT
           STRING "CIERRE MENSUAL DE LINEAS DE CREDITO - MES "
               LC24-HOY-MES "/" LC24-HOY-ANO
               " - PROCESO " LC24-FECHA-HOY
               DELIMITED BY SIZE INTO LC24-LINEA-EDIT
           MOVE LC24-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           PERFORM 1100-LEER-LINCRE THRU 1100-EXIT.

       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       1100-LEER-LINCRE.
      *>----------------------------------------------------------------*
           READ F-TBLINCRE NEXT RECORD
               AT END
                   SET LC24-FIN-LINCRE TO TRUE
               NOT AT END
                   ADD 1 TO LC24-CONT-LEIDAS
           END-READ.

       1100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2000-TRATAR-LINEA.
      *>    Mismo paso de mes que hace MPJ45242 en el primer
      *>    movimiento del mes; una linea con MESBAL ya en el mes de
      *>    proceso solo se cuenta.
      *>----------------------------------------------------------------*
           IF MESBAL OF TBLINCRE < LC24-ANOMES-PROC
               PERFORM 3000-PASAR-MES THRU 3000-EXIT
           ELSE
               ADD 1 TO LC24-CONT-YA-PASADAS
           END-IF

           PERFORM 1100-LEER-LINCRE THRU 1100-EXIT.

       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3000-PASAR-MES.
      *>----------------------------------------------------------------*
           MOVE BALCUOACT OF TBLINCRE TO BALCUOANT OF TBLINCRE
           MOVE LC24-ANOMES-PROC TO MESBAL OF TBLINCRE
           MOVE IMPCUOTATOT OF TBLINCRE TO BALCUOACT OF TBLINCRE

           IF LIMCRELIN OF TBLINCRE > SALDISLIN OF TBLINCRE
               COMPUTE CREDDISP OF TBLINCRE =
                   LIMCRELIN OF TBLINCRE - SALDISLIN OF TBLINCRE
           ELSE
               MOVE ZERO TO CREDDISP OF TBLINCRE
           END-IF

           MOVE "MPJ45241" TO USUARIOUMO OF TBLINCRE

           REWRITE TBLINCRE
               INVALID KEY
                   ADD 1 TO LC24-CONT-ERRORES
               NOT INVALID KEY
                   ADD 1 TO LC24-CONT-PASADAS
                   ADD BALCUOANT OF TBLINCRE TO LC24-TOT-BALCUOANT
                   PERFORM 7000-REPORTAR-LINEA THRU 7000-EXIT
           END-REWRITE.

       3000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7000-REPORTAR-LINEA.
      *>----------------------------------------------------------------*
           MOVE CLAMON OF LC-CLAVE TO LC24-EDIT-CLAMON
           MOVE BALCUOANT OF TBLINCRE TO LC24-EDIT-IMPORTE1
           MOVE SALDISLIN OF TBLINCRE TO LC24-EDIT-IMPORTE2
           MOVE CREDDISP  OF TBLINCRE TO LC24-EDIT-IMPORTE3

           MOVE SPACES TO LC24-LINEA-EDIT
           STRING "CUENTA " CUENTA OF LC-CLAVE
               " MON " LC24-EDIT-CLAMON
               " LINEA " LINEA OF LC-CLAVE
               " SALDO CIERRE " LC24-EDIT-IMPORTE1
               " DISPUESTO " LC24-EDIT-IMPORTE2
               " DISPONIBLE " LC24-EDIT-IMPORTE3
               DELIMITED BY SIZE INTO LC24-LINEA-EDIT
           MOVE LC24-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE.

       7000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       9000-FINALIZAR.
      *>----------------------------------------------------------------*
           MOVE LC24-TOT-BALCUOANT TO LC24-EDIT-IMPORTE1
           MOVE SPACES TO LC24-LINEA-EDIT
           STRING "TOTAL SALDO DE CUOTAS AL CIERRE "
               LC24-EDIT-IMPORTE1
               DELIMITED BY SIZE INTO LC24-LINEA-EDIT
           MOVE LC24-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           CLOSE F-TBLINCRE
           CLOSE F-REPORTE

           DISPLAY "MPJ45241 - LINEAS LEIDAS          = "
               LC24-CONT-LEIDAS
           DISPLAY "MPJ45241 - LINEAS PASADAS DE MES  = "
               LC24-CONT-PASADAS
           DISPLAY "MPJ45241 - LINEAS YA EN EL MES    = "
               LC24-CONT-YA-PASADAS
           DISPLAY "MPJ45241 - ERRORES DE GRABACION   = "
               LC24-CONT-ERRORES.

       9000-EXIT.
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
           MOVE "MPJ45241" TO FN-PROGRAMA
           SET FN-FECHA-Y-PREDECESORES TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45241 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-CTLBAT
           MOVE FN-FECPROC TO LC24-CTL-FECPROC
           ACCEPT LC24-CTL-HORA FROM TIME
           MOVE SPACES TO LC24-CTL-HORA-EDIT
           STRING LC24-CTL-HH ":" LC24-CTL-MM ":" LC24-CTL-SS
               DELIMITED BY SIZE INTO LC24-CTL-HORA-EDIT
           INITIALIZE TBCTLBAT
           MOVE "MPJ45241" TO RC-PROGRAMA
           MOVE LC24-CTL-FECPROC TO RC-FECPROC
           MOVE LC24-CTL-HORA-EDIT TO RC-HORAINI
           SET RC-EN-CURSO TO TRUE
           WRITE TBCTLBAT
               INVALID KEY
                   REWRITE TBCTLBAT
           END-WRITE.

       1900-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       8900-CONTROL-FIN.
      *>    Cierra el registro de la bitacora comun con la hora de fin,
      *>    el estado finalizado y los contadores de la corrida.
      *>----------------------------------------------------------------*
           MOVE "MPJ45241" TO RC-PROGRAMA
           MOVE LC24-CTL-FECPROC TO RC-FECPROC
           READ F-CTLBAT
               INVALID KEY
                   CONTINUE
           END-READ
           ACCEPT LC24-CTL-HORA FROM TIME
           MOVE SPACES TO LC24-CTL-HORA-EDIT
           STRING LC24-CTL-HH ":" LC24-CTL-MM ":" LC24-CTL-SS
               DELIMITED BY SIZE INTO LC24-CTL-HORA-EDIT
           MOVE LC24-CTL-HORA-EDIT TO RC-HORAFIN
           MOVE LC24-CONT-LEIDAS TO RC-CONT-ENTRADA
           MOVE LC24-CONT-PASADAS TO RC-CONT-SALIDA
           MOVE LC24-CONT-YA-PASADAS TO RC-CONT-NOVEDADES
           MOVE LC24-CONT-ERRORES TO RC-CONT-ERRORES
           SET RC-FINALIZADO TO TRUE
           REWRITE TBCTLBAT
               INVALID KEY
                   CONTINUE
           END-REWRITE
           CLOSE F-CTLBAT.

       8900-EXIT.
           EXIT.

      *> ================================================================
      *> PROGRAMA   MPJ45133
      *> AUTOR      DEPARTAMENTO DE SISTEMAS - OPERACIONES
      *> INSTALACION  BC-MALLAS
      *> ESCRITO    15/10/2026
      *> DESCRIPCION
      *>     Cierre de la fecha de negocio, ultimo paso de la ventana
      *>     batch (despues del monitor MPJ45131). Verifica en la
      *>     bitacora TBCTLBAT que cada programa del plan de la ventana
      *>     (PLANJ131, el mismo que recorre el monitor) haya terminado
      *>     en la fecha de negocio vigente y, solo entonces, avanza la
      *>     fecha de TBFECNEG al dia siguiente. Si algun trabajo no
      *>     arranco o quedo en curso, la fecha no se mueve, el reporte
      *>     RPT45133 lista los pendientes y el cierre termina con
      *>     codigo de retorno 16: la re-corrida de la manana siguiente
      *>     sigue trabajando con el mismo dia de negocio.
      *>
      *>     Puesta en marcha: si TBFECNEG todavia no tiene fila, se da
      *>     de alta con la fecha inicial de PARMJ133 y no se avanza.
      *> ----------------------------------------------------------------
      *> HISTORIAL DE MODIFICACIONES
      *> FECHA       AUTOR   DESCRIPCION
      *> 15/10/2026  JRM     VERSION INICIAL
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45133.
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
           SELECT F-PLAN ASSIGN TO "PLANJ131"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CF13-STATUS-PLAN.

           SELECT F-PARM ASSIGN TO "PARMJ133"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CF13-STATUS-PARM.

           SELECT F-TBFECNEG ASSIGN TO "TBFECNEG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FG-CLAVE
               FILE STATUS IS CF13-STATUS-FECNEG.

           SELECT F-CTLBAT ASSIGN TO "TBCTLBAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CLAVE
               FILE STATUS IS CF13-STATUS-CTLBAT.

           SELECT F-REPORTE ASSIGN TO "RPT45133"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CF13-STATUS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PLAN.
       COPY "MPJ45131-PLAN.cpy".

       FD  F-PARM.
       COPY "MPJ45133-PARM.cpy".

       FD  F-TBFECNEG.
       COPY "TBFECNEG.cpy".

       FD  F-CTLBAT.
       COPY "TBCTLBAT.cpy".

       FD  F-REPORTE
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-LINEA-REPORTE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  CF13-STATUS-PLAN                 PIC X(2).
           88  CF13-PLAN-OK                     VALUE "00".
       01  CF13-STATUS-PARM                 PIC X(2).
           88  CF13-PARM-OK                     VALUE "00".
       01  CF13-STATUS-FECNEG               PIC X(2).
           88  CF13-FECNEG-OK                   VALUE "00".
       01  CF13-STATUS-CTLBAT               PIC X(2).
           88  CF13-CTLBAT-OK                   VALUE "00".
       01  CF13-STATUS-REPORTE              PIC X(2).

       01  CF13-CTLBAT-TRABAJO.
           05  CF13-CTL-FECPROC              PIC 9(8).
           05  CF13-CTL-HORA.
               10  CF13-CTL-HH                PIC 9(2).
               10  CF13-CTL-MM                PIC 9(2).
               10  CF13-CTL-SS                PIC 9(2).
               10  CF13-CTL-CC                PIC 9(2).
           05  CF13-CTL-HORA-EDIT            PIC X(8).

       01  CF13-SWITCHES.
           05  CF13-IND-FIN-PLAN             PIC X(1)  VALUE "N".
               88  CF13-FIN-PLAN                     VALUE "S".

       01  CF13-SISTEMA                     PIC X(8)  VALUE "MPJ450XX".

      *> Fecha de negocio que se cierra y la siguiente.
       01  CF13-FECHA-CIERRE                PIC 9(8)  VALUE ZERO.
       01  CF13-FECHA-SIGUIENTE.
           05  CF13-FS-ANO                   PIC 9(4).
           05  CF13-FS-MES                   PIC 9(2).
           05  CF13-FS-DIA                   PIC 9(2).
       01  CF13-FECHA-SIGUIENTE-NUM REDEFINES CF13-FECHA-SIGUIENTE
                                             PIC 9(8).
       01  CF13-DIAS-MES                    PIC 9(2)  VALUE ZERO.
       01  CF13-COCIENTE                    PIC 9(4)  VALUE ZERO.
       01  CF13-RESTO-4                     PIC 9(4)  VALUE ZERO.
       01  CF13-RESTO-100                   PIC 9(4)  VALUE ZERO.
       01  CF13-RESTO-400                   PIC 9(4)  VALUE ZERO.

       01  CF13-PROGRAMA                    PIC X(8)  VALUE SPACES.

       01  CF13-CONTADORES.
           05  CF13-CONT-PLANIFICADOS        PIC 9(9) VALUE ZERO.
           05  CF13-CONT-TERMINADOS          PIC 9(9) VALUE ZERO.
           05  CF13-CONT-PENDIENTES          PIC 9(9) VALUE ZERO.

       01  CF13-LINEA-EDIT                  PIC X(132).

       PROCEDURE DIVISION.

      *>----------------------------------------------------------------*
       0000-MAINLINE.
      *>----------------------------------------------------------------*
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 1900-CONTROL-INICIO THRU 1900-EXIT
           PERFORM 2000-VERIFICAR-PROGRAMA THRU 2000-EXIT
               UNTIL CF13-FIN-PLAN
           PERFORM 3000-AVANZAR-FECHA THRU 3000-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           PERFORM 8900-CONTROL-FIN THRU 8900-EXIT
           GOBACK.

      *>----------------------------------------------------------------*
       1000-INICIALIZAR.
      *>    Lee la fecha de negocio vigente; sin fila se hace la puesta
      *>    en marcha con la fecha de PARMJ133 y el programa termina.
      *>----------------------------------------------------------------*
           OPEN I-O F-TBFECNEG
           MOVE CF13-SISTEMA TO FG-SISTEMA
           READ F-TBFECNEG
               INVALID KEY
                   PERFORM 1100-ALTA-INICIAL THRU 1100-EXIT
                   CLOSE F-TBFECNEG
                   GOBACK
           END-READ
           MOVE FG-FECPROC TO CF13-FECHA-CIERRE

           OPEN INPUT F-PLAN
           OPEN OUTPUT F-REPORTE

           MOVE SPACES TO CF13-LINEA-EDIT
           STRING "CIERRE DE LA FECHA DE NEGOCIO " CF13-FECHA-CIERRE
               DELIMITED BY SIZE INTO CF13-LINEA-EDIT
           MOVE CF13-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           PERFORM 1200-LEER-PLAN THRU 1200-EXIT.

       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       1100-ALTA-INICIAL.
      *>----------------------------------------------------------------*
           MOVE ZERO TO PARM-FECHA-INICIAL
           OPEN INPUT F-PARM
           IF CF13-PARM-OK
               READ F-PARM
                   AT END
                       MOVE ZERO TO PARM-FECHA-INICIAL
               END-READ
               CLOSE F-PARM
           END-IF

           MOVE PARM-FECHA-INICIAL TO CF13-FECHA-SIGUIENTE-NUM
           IF PARM-FECHA-INICIAL NOT NUMERIC
               OR CF13-FS-MES < 1 OR CF13-FS-MES > 12
               OR CF13-FS-DIA < 1 OR CF13-FS-DIA > 31
               DISPLAY "MPJ45133 - TBFECNEG SIN FILA Y SIN FECHA "
                       "INICIAL VALIDA EN PARMJ133, SE CANCELA"
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF

           ACCEPT CF13-CTL-HORA FROM TIME
           MOVE SPACES TO CF13-CTL-HORA-EDIT
           STRING CF13-CTL-HH ":" CF13-CTL-MM ":" CF13-CTL-SS
               DELIMITED BY SIZE INTO CF13-CTL-HORA-EDIT

           INITIALIZE TBFECNEG
           MOVE CF13-SISTEMA        TO FG-SISTEMA
           MOVE PARM-FECHA-INICIAL  TO FG-FECPROC
           MOVE CF13-CTL-HORA-EDIT  TO FG-HORACIERRE
           MOVE "MPJ45133"          TO FG-USUARIOUMO
           WRITE TBFECNEG
               INVALID KEY
                   DISPLAY "MPJ45133 - ERROR EN EL ALTA DE TBFECNEG, "
                           "STATUS " CF13-STATUS-FECNEG
                   MOVE 16 TO RETURN-CODE
                   GO TO 1100-EXIT
           END-WRITE

           DISPLAY "MPJ45133 - ALTA INICIAL DE LA FECHA DE NEGOCIO "
               PARM-FECHA-INICIAL.

       1100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       1200-LEER-PLAN.
      *>----------------------------------------------------------------*
           READ F-PLAN
               AT END
                   SET CF13-FIN-PLAN TO TRUE
               NOT AT END
                   ADD 1 TO CF13-CONT-PLANIFICADOS
           END-READ.

       1200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2000-VERIFICAR-PROGRAMA.
      *>    Cada programa del plan debe tener su corrida finalizada en
      *>    la fecha que se cierra.
      *>----------------------------------------------------------------*
           MOVE PN-PROGRAMA TO CF13-PROGRAMA
           MOVE CF13-PROGRAMA     TO RC-PROGRAMA
           MOVE CF13-FECHA-CIERRE TO RC-FECPROC

           READ F-CTLBAT
               INVALID KEY
                   ADD 1 TO CF13-CONT-PENDIENTES
                   MOVE SPACES TO CF13-LINEA-EDIT
                   STRING "  " CF13-PROGRAMA
                       "  NO ARRANCO - SIN REGISTRO EN LA BITACORA"
                       DELIMITED BY SIZE INTO CF13-LINEA-EDIT
                   MOVE CF13-LINEA-EDIT TO REG-LINEA-REPORTE
                   WRITE REG-LINEA-REPORTE
                   GO TO 2000-LEER
           END-READ

           IF RC-FINALIZADO
               ADD 1 TO CF13-CONT-TERMINADOS
           ELSE
               ADD 1 TO CF13-CONT-PENDIENTES
               MOVE SPACES TO CF13-LINEA-EDIT
               STRING "  " CF13-PROGRAMA
                   "  ARRANCO " RC-HORAINI
                   " Y NO TERMINO (ESTADO EN CURSO)"
                   DELIMITED BY SIZE INTO CF13-LINEA-EDIT
               MOVE CF13-LINEA-EDIT TO REG-LINEA-REPORTE
               WRITE REG-LINEA-REPORTE
           END-IF.

       2000-LEER.
           PERFORM 1200-LEER-PLAN THRU 1200-EXIT.

       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3000-AVANZAR-FECHA.
      *>    Con todos los trabajos terminados la fecha de negocio pasa
      *>    al dia siguiente; con alguno pendiente no se toca.
      *>----------------------------------------------------------------*
           IF CF13-CONT-PENDIENTES > ZERO
               MOVE SPACES TO CF13-LINEA-EDIT
               STRING "FECHA DE NEGOCIO " CF13-FECHA-CIERRE
                   " NO SE CIERRA: HAY TRABAJOS DEL PLAN SIN TERMINAR"
                   DELIMITED BY SIZE INTO CF13-LINEA-EDIT
               MOVE CF13-LINEA-EDIT TO REG-LINEA-REPORTE
               WRITE REG-LINEA-REPORTE
               DISPLAY "MPJ45133 - TRABAJOS PENDIENTES, LA FECHA DE "
                       "NEGOCIO NO AVANZA"
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF

           MOVE CF13-FECHA-CIERRE TO CF13-FECHA-SIGUIENTE-NUM
           PERFORM 3100-SUMAR-UN-DIA THRU 3100-EXIT

           ACCEPT CF13-CTL-HORA FROM TIME
           MOVE SPACES TO CF13-CTL-HORA-EDIT
           STRING CF13-CTL-HH ":" CF13-CTL-MM ":" CF13-CTL-SS
               DELIMITED BY SIZE INTO CF13-CTL-HORA-EDIT

           MOVE CF13-FECHA-CIERRE        TO FG-FECANT
           MOVE CF13-FECHA-SIGUIENTE-NUM TO FG-FECPROC
           MOVE CF13-FECHA-CIERRE        TO FG-FECCIERRE
           MOVE CF13-CTL-HORA-EDIT       TO FG-HORACIERRE
           MOVE "MPJ45133"               TO FG-USUARIOUMO
           REWRITE TBFECNEG
               INVALID KEY
                   DISPLAY "MPJ45133 - ERROR AL AVANZAR TBFECNEG, "
                           "STATUS " CF13-STATUS-FECNEG
                   MOVE 16 TO RETURN-CODE
                   GO TO 3000-EXIT
           END-REWRITE

           MOVE SPACES TO CF13-LINEA-EDIT
           STRING "FECHA DE NEGOCIO " CF13-FECHA-CIERRE
               " CERRADA - NUEVA FECHA DE NEGOCIO "
               CF13-FECHA-SIGUIENTE-NUM
               DELIMITED BY SIZE INTO CF13-LINEA-EDIT
           MOVE CF13-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE.

       3000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3100-SUMAR-UN-DIA.
      *>    Dia siguiente de CF13-FECHA-SIGUIENTE, con fin de mes y
      *>    anio bisiesto.
      *>----------------------------------------------------------------*
           EVALUATE CF13-FS-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO CF13-DIAS-MES
               WHEN 2
                   DIVIDE CF13-FS-ANO BY 4
                       GIVING CF13-COCIENTE REMAINDER CF13-RESTO-4
                   DIVIDE CF13-FS-ANO BY 100
                       GIVING CF13-COCIENTE REMAINDER CF13-RESTO-100
                   DIVIDE CF13-FS-ANO BY 400
                       GIVING CF13-COCIENTE REMAINDER CF13-RESTO-400
                   IF CF13-RESTO-400 = ZERO
                       OR (CF13-RESTO-4 = ZERO
                           AND CF13-RESTO-100 NOT = ZERO)
                       MOVE 29 TO CF13-DIAS-MES
                   ELSE
                       MOVE 28 TO CF13-DIAS-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO CF13-DIAS-MES
           END-EVALUATE

           IF CF13-FS-DIA < CF13-DIAS-MES
               ADD 1 TO CF13-FS-DIA
           ELSE
               MOVE 1 TO CF13-FS-DIA
               IF CF13-FS-MES < 12
                   ADD 1 TO CF13-FS-MES
               ELSE
                   MOVE 1 TO CF13-FS-MES
                   ADD 1 TO CF13-FS-ANO
               END-IF
           END-IF.

       3100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       9000-FINALIZAR.
      *>----------------------------------------------------------------*
           CLOSE F-PLAN
           CLOSE F-TBFECNEG
           CLOSE F-REPORTE

           DISPLAY "MPJ45133 - FECHA DE NEGOCIO CERRADA  = "
               CF13-FECHA-CIERRE
           DISPLAY "MPJ45133 - TRABAJOS PLANIFICADOS     = "
               CF13-CONT-PLANIFICADOS
           DISPLAY "MPJ45133 - TERMINADOS                = "
               CF13-CONT-TERMINADOS
           DISPLAY "MPJ45133 - PENDIENTES                = "
               CF13-CONT-PENDIENTES.

       9000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       1900-CONTROL-INICIO.
      *>    Registra el arranque en la bitacora comun de corridas
      *>    TBCTLBAT con la fecha de negocio que se cierra.
      *>----------------------------------------------------------------*
           OPEN I-O F-CTLBAT
           MOVE CF13-FECHA-CIERRE TO CF13-CTL-FECPROC
           ACCEPT CF13-CTL-HORA FROM TIME
           MOVE SPACES TO CF13-CTL-HORA-EDIT
           STRING CF13-CTL-HH ":" CF13-CTL-MM ":" CF13-CTL-SS
               DELIMITED BY SIZE INTO CF13-CTL-HORA-EDIT
           INITIALIZE TBCTLBAT
           MOVE "MPJ45133" TO RC-PROGRAMA
           MOVE CF13-CTL-FECPROC TO RC-FECPROC
           MOVE CF13-CTL-HORA-EDIT TO RC-HORAINI
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
           MOVE "MPJ45133" TO RC-PROGRAMA
           MOVE CF13-CTL-FECPROC TO RC-FECPROC
           READ F-CTLBAT
               INVALID KEY
                   CONTINUE
           END-READ
           ACCEPT CF13-CTL-HORA FROM TIME
           MOVE SPACES TO CF13-CTL-HORA-EDIT
           STRING CF13-CTL-HH ":" CF13-CTL-MM ":" CF13-CTL-SS
               DELIMITED BY SIZE INTO CF13-CTL-HORA-EDIT
           MOVE CF13-CTL-HORA-EDIT TO RC-HORAFIN
           MOVE CF13-CONT-PLANIFICADOS TO RC-CONT-ENTRADA
           MOVE CF13-CONT-TERMINADOS TO RC-CONT-SALIDA
           MOVE CF13-CONT-PENDIENTES TO RC-CONT-ERRORES
           SET RC-FINALIZADO TO TRUE
           REWRITE TBCTLBAT
               INVALID KEY
                   CONTINUE
           END-REWRITE
           CLOSE F-CTLBAT.

       8900-EXIT.
           EXIT.

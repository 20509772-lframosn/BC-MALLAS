      *> ================================================================
      *> PROGRAMA   MPJ45261
      *> AUTOR      DEPARTAMENTO DE SISTEMAS - COBRANZAS
      *> INSTALACION  BC-MALLAS
      *> ESCRITO    15/10/2026
      *> DESCRIPCION
      *>     Refinanciacion de cuentas morosas. Consume el fichero de
      *>     solicitudes aprobadas por Cobranzas (REG-SOLIC45261:
      *>     cuenta y moneda, CODTIPC, nuevo plazo TOTCUOTAS, nueva
      *>     tasa PORINT e impuesto) y, por cada una, reemplaza todos
      *>     los planes abiertos de la cuenta/moneda por un unico plan
      *>     nuevo:
      *>
      *>     - releva los planes abiertos (FECBAJA en blanco) y de cada
      *>       uno toma lo vencido (cuotas sin liquidar con FECPROCUO
      *>       ya llegada, completas), el capital de las cuotas a
      *>       vencer y el interes devengado INTCARPTE; un plan con
      *>       cuotas suspendidas por disputa (ESTCUO = 7) frena la
      *>       refinanciacion de la cuenta;
      *>     - da de alta el plan nuevo por la suma, con la numeracion,
      *>       las piezas de cuota y el cronograma completo armados
      *>       igual que el alta MPJ45151 (el vencimiento de la cuota N
      *>       es N meses despues de la fecha de proceso); una cuota
      *>       que no se puede grabar rechaza la solicitud y deshace el
      *>       plan nuevo sin haber tocado los anteriores;
      *>     - por cada plan anterior graba en TBPAGHIS el movimiento
      *>       de refinanciacion (TIPOLIN "REFI") enlazado al plan
      *>       nuevo (NUMEXTPG y NUMSECREC = NUMOPECUO nuevo, NUMMOVPG y
      *>       NUMREFAPL = NUMOPECUO anterior), marca sus cuotas sin
      *>       liquidar como refinanciadas (ESTCUO = 8 con FECLIQ de
      *>       hoy) y lo cierra con el motivo de baja dedicado de
      *>       refinanciacion, con INTCARPTE en cero (el devengado pasa
      *>       al capital del plan nuevo);
      *>     - mueve la linea de credito de cuotas (rutina MPJ45242):
      *>       reintegra lo que comprometian los planes cerrados y
      *>       dispone el plan nuevo, forzado (la deuda ya existia);
      *>     - marca la cuenta en TBREFCTA, que la morosidad MPJ45121
      *>       usa para separar la cartera refinanciada de la que se
      *>       regularizo sola.
      *>
      *>     Los cambios de TBDETCUO y TBFINCUO dejan rastro en
      *>     TBHISMOD (rutina MPJ45063). Las solicitudes que no se
      *>     pueden aplicar salen por el reporte con su motivo.
      *> ----------------------------------------------------------------
      *> HISTORIAL DE MODIFICACIONES
      *> FECHA       AUTOR   DESCRIPCION
      *> 15/10/2026  JRM     VERSION INICIAL
      *> 15/10/2026  JRM     LA FECHA DE PROCESO SE TOMA DE LA FECHA DE
      *>                     NEGOCIO TBFECNEG (RUTINA MPJ45132) Y NO DEL
      *>                     RELOJ; SI UN PREDECESOR DEL PROGRAMA NO
      *>                     TERMINO ESE DIA LA CORRIDA SE CANCELA
      *> 15/10/2026  JRM     SE RECHAZA LA CUENTA YA REFINANCIADA EN LA
      *>                     FECHA DE PROCESO (TBREFCTA) Y LA QUE TIENE
      *>                     OCUPADA EN TBPAGHIS LA CLAVE DEL MOVIMIENTO
      *>                     DE REFINANCIACION, ANTES DE GRABAR NADA
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45261.
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
           SELECT F-SOLICITUDES ASSIGN TO "SOLIC261"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RF26-STATUS-SOLIC.

           SELECT F-TBFINCUO ASSIGN TO "TBFINCUO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FI-CLAVE
               FILE STATUS IS RF26-STATUS-FINCUO.

           SELECT F-TBDETCUO ASSIGN TO "TBDETCUO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CLAVE
               FILE STATUS IS RF26-STATUS-DETCUO.

           SELECT F-TBPAGHIS ASSIGN TO "TBPAGHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-CLAVE
               FILE STATUS IS RF26-STATUS-PAGHIS.

           SELECT F-TBREFCTA ASSIGN TO "TBREFCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-CLAVE
               FILE STATUS IS RF26-STATUS-REFCTA.

           SELECT F-REPORTE ASSIGN TO "RPT45261"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RF26-STATUS-REPORTE.

           SELECT F-CTLBAT ASSIGN TO "TBCTLBAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CLAVE
               FILE STATUS IS RF26-STATUS-CTLBAT.

       DATA DIVISION.
       FILE SECTION.
       FD  F-SOLICITUDES.
       COPY "MPJ45261-SOLIC.cpy".

       FD  F-TBFINCUO.
       COPY "TBFINCUO.cpy".

       FD  F-TBDETCUO.
       COPY "TBDETCUO.cpy".

       FD  F-TBPAGHIS.
       COPY "TBPAGHIS.cpy".

       FD  F-TBREFCTA.
       COPY "TBREFCTA.cpy".

       FD  F-REPORTE
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-LINEA-REPORTE                PIC X(132).

       FD  F-CTLBAT.
       COPY "TBCTLBAT.cpy".

       WORKING-STORAGE SECTION.
       01  RF26-STATUS-CTLBAT                PIC X(2).
           88  RF26-CTLBAT-OK                    VALUE "00".

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  RF26-CTLBAT-TRABAJO.
           05  RF26-CTL-FECPROC               PIC 9(8).
           05  RF26-CTL-HORA.
               10  RF26-CTL-HH                 PIC 9(2).
               10  RF26-CTL-MM                 PIC 9(2).
               10  RF26-CTL-SS                 PIC 9(2).
               10  RF26-CTL-CC                 PIC 9(2).
           05  RF26-CTL-HORA-EDIT             PIC X(8).

       01  RF26-STATUS-SOLIC                PIC X(2).
           88  RF26-SOLIC-OK                    VALUE "00".
           88  RF26-SOLIC-EOF                    VALUE "10".

       01  RF26-STATUS-FINCUO               PIC X(2).
           88  RF26-FINCUO-OK                    VALUE "00".

       01  RF26-STATUS-DETCUO               PIC X(2).
           88  RF26-DETCUO-OK                    VALUE "00".

       01  RF26-STATUS-PAGHIS               PIC X(2).
           88  RF26-PAGHIS-OK                    VALUE "00".

       01  RF26-STATUS-REFCTA               PIC X(2).
           88  RF26-REFCTA-OK                    VALUE "00".

       01  RF26-STATUS-REPORTE              PIC X(2).

       01  RF26-SWITCHES.
           05  RF26-IND-FIN-SOLIC            PIC X(1)  VALUE "N".
               88  RF26-FIN-SOLIC                    VALUE "S".
           05  RF26-IND-SOLIC-VALIDA         PIC X(1)  VALUE "N".
               88  RF26-SOLIC-VALIDA                 VALUE "S".
           05  RF26-IND-FIN-FINCUO           PIC X(1)  VALUE "N".
               88  RF26-FIN-FINCUO                   VALUE "S".
           05  RF26-IND-FIN-DETCUO           PIC X(1)  VALUE "N".
               88  RF26-FIN-DETCUO                   VALUE "S".
           05  RF26-IND-EN-DISPUTA           PIC X(1)  VALUE "N".
               88  RF26-EN-DISPUTA                   VALUE "S".
           05  RF26-IND-EXCEDE-TABLA         PIC X(1)  VALUE "N".
               88  RF26-EXCEDE-TABLA                 VALUE "S".
           05  RF26-IND-CRONOGRAMA-OK        PIC X(1)  VALUE "S".
               88  RF26-CRONOGRAMA-OK                VALUE "S".

      *> Estados de cuota en TBDETCUO: 0 = pendiente (la cuota nueva
      *> nace asi, como en MPJ45151), 7 = suspendida por disputa (la
      *> marca MPJ45181), 8 = refinanciada (la deja esta corrida: la
      *> cuota no se pago, su saldo paso al plan nuevo).
       01  RF26-ESTCUO-PENDIENTE             PIC 9(2)  VALUE 0.
       01  RF26-ESTCUO-SUSPENDIDA            PIC 9(2)  VALUE 7.
       01  RF26-ESTCUO-REFINANCIADA          PIC 9(2)  VALUE 8.

      *> Motivo de baja dedicado de refinanciacion en TBFINCUO y tipo
      *> de linea del movimiento que lo registra en TBPAGHIS.
       01  RF26-MOTBAJA-REFIN                PIC X(2)  VALUE "RF".
       01  RF26-TIPOLIN-REFIN                PIC X(4)  VALUE "REFI".

       01  RF26-MOTIVO-RECHAZO               PIC X(40) VALUE SPACES.

       01  RF26-FECHA-HOY                    PIC X(10).
       01  RF26-FECHA-SIS.
           05  RF26-FS-ANO                    PIC 9(4).
           05  RF26-FS-MES                    PIC 9(2).
           05  RF26-FS-DIA                    PIC 9(2).
       01  RF26-FECHA-HOY-NUM REDEFINES RF26-FECHA-SIS
                                             PIC 9(8).

      *> FECPROCUO (DD/MM/AAAA) rearmada en AAAAMMDD para compararla
      *> con la fecha de proceso.
       01  RF26-FECHA-ARMADA.
           05  RF26-FA-ANO                    PIC 9(4).
           05  RF26-FA-MES                    PIC 9(2).
           05  RF26-FA-DIA                    PIC 9(2).
       01  RF26-FECHA-ARMADA-NUM REDEFINES RF26-FECHA-ARMADA
                                             PIC 9(8).

      *> Numeracion asignada al plan nuevo.
       01  RF26-NUMOPECUO-NUEVO              PIC 9(6)  VALUE ZERO.
       01  RF26-NUMOPECUO-MAX                PIC 9(6)  VALUE ZERO.
       01  RF26-NUMFINAN-NUEVO               PIC 9(3)  VALUE 1.

      *> Planes abiertos relevados de la cuenta/moneda en curso. Por
      *> cada uno: lo que se refinancia (vencido completo + capital a
      *> vencer + INTCARPTE) y lo que comprometia en la linea de
      *> credito (capital e importe de todas sus cuotas sin liquidar).
       01  RF26-MAX-PLANES                   PIC 9(3)  VALUE 50.
       01  RF26-TABLA-PLANES.
           05  RF26-CANT-PLANES               PIC 9(3)  VALUE ZERO.
           05  RF26-PLAN OCCURS 50 TIMES INDEXED BY RF26-IX-PL.
               10  RF26-PL-CODTIPC             PIC X(4).
               10  RF26-PL-NUMOPECUO           PIC 9(6).
               10  RF26-PL-NUMFINAN            PIC 9(3).
               10  RF26-PL-CUOTAS              PIC 9(9).
               10  RF26-PL-VENCIDO             PIC 9(15)V99.
               10  RF26-PL-CAP-AVENCER         PIC 9(15)V99.
               10  RF26-PL-INTCARPTE           PIC 9(15)V99.
               10  RF26-PL-REFINANCIADO        PIC 9(15)V99.
               10  RF26-PL-CAPITAL-LINEA       PIC 9(15)V99.
               10  RF26-PL-CUOTAS-LINEA        PIC 9(15)V99.

      *> Totales de la solicitud en curso.
       01  RF26-TOT-VENCIDO                  PIC 9(15)V99 VALUE ZERO.
       01  RF26-TOT-REFINANCIADO             PIC 9(15)V99 VALUE ZERO.

      *> Piezas de una cuota del plan nuevo; la cabecera se deriva de
      *> ellas igual que en MPJ45151 para que el cuadre de MPJ45023
      *> pase por construccion.
       01  RF26-CALCULO-PLAN.
           05  RF26-CAP-CUOTA                 PIC 9(15)V99 VALUE ZERO.
           05  RF26-INT-CUOTA                 PIC 9(15)V99 VALUE ZERO.
           05  RF26-IMPTO-CUOTA               PIC 9(15)V99 VALUE ZERO.
           05  RF26-IMP-CUOTA                 PIC 9(15)V99 VALUE ZERO.
           05  RF26-IMPTOTAL                  PIC 9(15)V99 VALUE ZERO.
           05  RF26-IMPINTTOTAL               PIC 9(15)V99 VALUE ZERO.
           05  RF26-CAP-TOTAL                 PIC 9(15)V99 VALUE ZERO.

       01  RF26-NUMCUOTA                     PIC 9(9)  VALUE ZERO.
       01  RF26-CUOTAS-GRABADAS              PIC 9(9)  VALUE ZERO.
       01  RF26-NUMCUOTA-DESHACER            PIC 9(9)  VALUE ZERO.

      *> Area de parametros de la rutina comun de la linea de credito.
       COPY "MPJ45242-LNK.cpy".

      *> Area de parametros de la rutina comun de rastro TBHISMOD.
       COPY "MPJ45063-LNK.cpy".

      *> Descompuestos de fecha DD/MM/AAAA y vencimiento en armado.
       01  RF26-FECHA-DESC.
           05  RF26-FD-DIA                    PIC 9(2).
           05  FILLER                         PIC X(1).
           05  RF26-FD-MES                    PIC 9(2).
           05  FILLER                         PIC X(1).
           05  RF26-FD-ANO                    PIC 9(4).

       01  RF26-VENC-TRABAJO.
           05  RF26-VT-DIA                    PIC 9(2).
           05  RF26-VT-MES                    PIC 9(2).
           05  RF26-VT-ANO                    PIC 9(4).
       01  RF26-VT-MESES-SUMAR               PIC 9(3)  VALUE ZERO.
       01  RF26-VT-ULTDIA                    PIC 9(2)  VALUE ZERO.
       01  RF26-VT-COCIENTE                  PIC 9(4)  VALUE ZERO.
       01  RF26-VT-RESTO4                    PIC 9(4)  VALUE ZERO.
       01  RF26-VT-RESTO100                  PIC 9(4)  VALUE ZERO.
       01  RF26-VT-RESTO400                  PIC 9(4)  VALUE ZERO.
       01  RF26-FECPROCUO-EDIT               PIC X(10).

       01  RF26-CONTADORES.
           05  RF26-CONT-LEIDAS               PIC 9(9) VALUE ZERO.
           05  RF26-CONT-REFINANCIADAS        PIC 9(9) VALUE ZERO.
           05  RF26-CONT-PLANES-CERRADOS      PIC 9(9) VALUE ZERO.
           05  RF26-CONT-CUOTAS-REFIN         PIC 9(9) VALUE ZERO.
           05  RF26-CONT-CUOTAS-NUEVAS        PIC 9(9) VALUE ZERO.
           05  RF26-CONT-RECHAZADAS           PIC 9(9) VALUE ZERO.
           05  RF26-CONT-SIN-MOVIMIENTO       PIC 9(9) VALUE ZERO.
           05  RF26-CONT-SIN-LINEA            PIC 9(9) VALUE ZERO.
           05  RF26-CONT-SIN-MARCA            PIC 9(9) VALUE ZERO.
           05  RF26-CONT-SIN-RASTRO           PIC 9(9) VALUE ZERO.
           05  RF26-TOT-IMPREFIN              PIC 9(15)V99 VALUE ZERO.

       01  RF26-EDIT-IMPORTE                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  RF26-EDIT-IMPORTE2                PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  RF26-EDIT-IMPORTE3                PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  RF26-EDIT-NUMOPECUO               PIC 9(6).
       01  RF26-EDIT-NUMFINAN                PIC 9(3).
       01  RF26-EDIT-CLAMON                  PIC 9(3).
       01  RF26-EDIT-CUOTAS                  PIC ZZZ9.
       01  RF26-LINEA-EDIT                   PIC X(132).

       PROCEDURE DIVISION.

      *>----------------------------------------------------------------*
       0000-MAINLINE.
      *>----------------------------------------------------------------*
           PERFORM 1900-CONTROL-INICIO THRU 1900-EXIT
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-TRATAR-SOLICITUD THRU 2000-EXIT
               UNTIL RF26-FIN-SOLIC
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           PERFORM 8900-CONTROL-FIN THRU 8900-EXIT
           GOBACK.

      *>----------------------------------------------------------------*
       1000-INICIALIZAR.
      *>----------------------------------------------------------------*
           MOVE RF26-CTL-FECPROC TO RF26-FECHA-SIS
           STRING RF26-FS-DIA "/" RF26-FS-MES "/" RF26-FS-ANO
               DELIMITED BY SIZE INTO RF26-FECHA-HOY

           OPEN INPUT F-SOLICITUDES
           OPEN I-O   F-TBFINCUO
           OPEN I-O   F-TBDETCUO
           OPEN I-O   F-TBPAGHIS
           OPEN I-O   F-TBREFCTA
           OPEN OUTPUT F-REPORTE

           MOVE SPACES TO RF26-LINEA-EDIT
           MOVE "REFINANCIACION DE CUENTAS MOROSAS" TO RF26-LINEA-EDIT
           MOVE RF26-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           PERFORM 1100-LEER-SOLICITUD THRU 1100-EXIT.

       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       1100-LEER-SOLICITUD.
      *>----------------------------------------------------------------*
           READ F-SOLICITUDES
               AT END
                   SET RF26-FIN-SOLIC TO TRUE
               NOT AT END
                   ADD 1 TO RF26-CONT-LEIDAS
           END-READ.

       1100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2000-TRATAR-SOLICITUD.
      *>    Una solicitud aprobada: se validan las condiciones, se
      *>    relevan los planes abiertos de la cuenta (la misma pasada
      *>    asigna la numeracion del plan nuevo), se da de alta el
      *>    plan nuevo con su cronograma y recien con el plan nuevo
      *>    completo se cierran los anteriores, se mueve la linea y
      *>    se marca la cuenta. Antes de grabar nada se descarta la
      *>    cuenta ya refinanciada en la fecha de proceso (re-corrida
      *>    del mismo fichero de solicitudes) y la que tiene ocupada
      *>    en TBPAGHIS la clave de alguno de sus movimientos de
      *>    refinanciacion.
      *>----------------------------------------------------------------*
           MOVE "N" TO RF26-IND-SOLIC-VALIDA
           MOVE SPACES TO RF26-MOTIVO-RECHAZO

           PERFORM 3000-VALIDAR-SOLICITUD THRU 3000-EXIT

           IF RF26-SOLIC-VALIDA
               PERFORM 3050-VERIFICAR-REFCTA THRU 3050-EXIT
           END-IF

           IF RF26-SOLIC-VALIDA
               PERFORM 3100-RELEVAR-PLANES THRU 3100-EXIT
           END-IF

           IF RF26-SOLIC-VALIDA
               PERFORM 3500-VERIFICAR-PAGHIS THRU 3500-EXIT
                   VARYING RF26-IX-PL FROM 1 BY 1
                   UNTIL RF26-IX-PL > RF26-CANT-PLANES
                   OR NOT RF26-SOLIC-VALIDA
           END-IF

           IF RF26-SOLIC-VALIDA
               PERFORM 4000-CALCULAR-PLAN THRU 4000-EXIT
               PERFORM 4100-GRABAR-CABECERA THRU 4100-EXIT
           END-IF

           IF RF26-SOLIC-VALIDA
               PERFORM 5000-GENERAR-CRONOGRAMA THRU 5000-EXIT
           END-IF

           IF RF26-SOLIC-VALIDA
               PERFORM 6000-CERRAR-PLANES THRU 6000-EXIT
                   VARYING RF26-IX-PL FROM 1 BY 1
                   UNTIL RF26-IX-PL > RF26-CANT-PLANES
               PERFORM 7000-DISPONER-LINEA THRU 7000-EXIT
               PERFORM 7100-MARCAR-CUENTA THRU 7100-EXIT
               PERFORM 7200-RASTRO-PLAN-NUEVO THRU 7200-EXIT
               PERFORM 7500-EMITIR-REFINANCIACION THRU 7500-EXIT
           END-IF

           IF NOT RF26-SOLIC-VALIDA
               PERFORM 8000-RECHAZAR-SOLICITUD THRU 8000-EXIT
           END-IF

           PERFORM 1100-LEER-SOLICITUD THRU 1100-EXIT.

       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3000-VALIDAR-SOLICITUD.
      *>----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN SR-CUENTA = SPACES
                   MOVE "CUENTA EN BLANCO" TO RF26-MOTIVO-RECHAZO
               WHEN SR-CLAMON NOT NUMERIC
                   MOVE "CLAMON NO NUMERICO" TO RF26-MOTIVO-RECHAZO
               WHEN SR-TOTCUOTAS NOT NUMERIC OR SR-TOTCUOTAS = ZERO
                   MOVE "TOTCUOTAS EN CERO O NO NUMERICO"
                       TO RF26-MOTIVO-RECHAZO
               WHEN SR-CODTIPC = SPACES
                   MOVE "CODTIPC EN BLANCO" TO RF26-MOTIVO-RECHAZO
               WHEN SR-PORINT NOT NUMERIC
                   MOVE "PORINT NO NUMERICO" TO RF26-MOTIVO-RECHAZO
               WHEN SR-PORIMP NOT NUMERIC
                   MOVE "PORIMP NO NUMERICO" TO RF26-MOTIVO-RECHAZO
               WHEN OTHER
                   SET RF26-SOLIC-VALIDA TO TRUE
           END-EVALUATE.

       3000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3050-VERIFICAR-REFCTA.
      *>    Una cuenta se refinancia una sola vez por fecha de proceso:
      *>    si TBREFCTA ya la tiene con FECREF de hoy la solicitud es
      *>    una repeticion y se rechaza sin tocar los planes.
      *>----------------------------------------------------------------*
           MOVE SR-CODENT   TO CODENT   OF RF-CLAVE
           MOVE SR-CENTALTA TO CENTALTA OF RF-CLAVE
           MOVE SR-CUENTA   TO CUENTA   OF RF-CLAVE

           READ F-TBREFCTA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FECREF OF TBREFCTA = RF26-FECHA-HOY
                       MOVE "N" TO RF26-IND-SOLIC-VALIDA
                       MOVE "CUENTA YA REFINANCIADA EN LA FECHA"
                           TO RF26-MOTIVO-RECHAZO
                   END-IF
           END-READ.

       3050-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3100-RELEVAR-PLANES.
      *>    Recorre TODOS los planes de la cuenta y moneda: el mayor
      *>    NUMOPECUO (de cualquier CODTIPC, abierto o cerrado, igual
      *>    que en MPJ45151) da la numeracion del plan nuevo, y cada
      *>    plan abierto se releva con sus cuotas en la tabla de
      *>    planes a refinanciar.
      *>----------------------------------------------------------------*
           MOVE ZERO TO RF26-NUMOPECUO-MAX
           MOVE ZERO TO RF26-CANT-PLANES
           MOVE ZERO TO RF26-TOT-VENCIDO
           MOVE ZERO TO RF26-TOT-REFINANCIADO
           MOVE "N" TO RF26-IND-FIN-FINCUO
           MOVE "N" TO RF26-IND-EN-DISPUTA
           MOVE "N" TO RF26-IND-EXCEDE-TABLA

           MOVE SR-CODENT   TO CODENT   OF FI-CLAVE
           MOVE SR-CENTALTA TO CENTALTA OF FI-CLAVE
           MOVE SR-CUENTA   TO CUENTA   OF FI-CLAVE
           MOVE SR-CLAMON   TO CLAMON   OF FI-CLAVE
           MOVE LOW-VALUES  TO CODTIPC  OF FI-CLAVE
           MOVE ZERO TO NUMOPECUO OF FI-CLAVE
           MOVE ZERO TO NUMFINAN  OF FI-CLAVE

           START F-TBFINCUO KEY IS NOT LESS THAN FI-CLAVE
               INVALID KEY
                   SET RF26-FIN-FINCUO TO TRUE
           END-START

           IF NOT RF26-FIN-FINCUO
               PERFORM 3110-LEER-FINCUO THRU 3110-EXIT
               PERFORM 3120-RELEVAR-UN-PLAN THRU 3120-EXIT
                   UNTIL RF26-FIN-FINCUO
           END-IF

           COMPUTE RF26-NUMOPECUO-NUEVO = RF26-NUMOPECUO-MAX + 1
           MOVE 1 TO RF26-NUMFINAN-NUEVO

           EVALUATE TRUE
               WHEN RF26-EXCEDE-TABLA
                   MOVE "N" TO RF26-IND-SOLIC-VALIDA
                   MOVE "MAS PLANES ABIERTOS QUE LOS ADMITIDOS"
                       TO RF26-MOTIVO-RECHAZO
               WHEN RF26-CANT-PLANES = ZERO
                   MOVE "N" TO RF26-IND-SOLIC-VALIDA
                   MOVE "CUENTA SIN PLANES ABIERTOS"
                       TO RF26-MOTIVO-RECHAZO
               WHEN RF26-EN-DISPUTA
                   MOVE "PLAN CON CUOTAS SUSPENDIDAS POR DISPUTA"
                       TO RF26-MOTIVO-RECHAZO
                   MOVE "N" TO RF26-IND-SOLIC-VALIDA
               WHEN RF26-TOT-REFINANCIADO = ZERO
                   MOVE "N" TO RF26-IND-SOLIC-VALIDA
                   MOVE "SIN SALDO QUE REFINANCIAR"
                       TO RF26-MOTIVO-RECHAZO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3110-LEER-FINCUO.
      *>----------------------------------------------------------------*
           READ F-TBFINCUO NEXT RECORD
               AT END
                   SET RF26-FIN-FINCUO TO TRUE
           END-READ.

       3110-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3120-RELEVAR-UN-PLAN.
      *>    Mientras la fila siga perteneciendo a la misma cuenta y
      *>    moneda: guarda el maximo NUMOPECUO y, si el plan esta
      *>    abierto, lo agrega a la tabla y releva su cronograma.
      *>----------------------------------------------------------------*
           IF CODENT   OF FI-CLAVE = SR-CODENT
               AND CENTALTA OF FI-CLAVE = SR-CENTALTA
               AND CUENTA   OF FI-CLAVE = SR-CUENTA
               AND CLAMON   OF FI-CLAVE = SR-CLAMON
               IF NUMOPECUO OF FI-CLAVE > RF26-NUMOPECUO-MAX
                   MOVE NUMOPECUO OF FI-CLAVE TO RF26-NUMOPECUO-MAX
               END-IF
               IF FECBAJA OF TBFINCUO = SPACES
                   IF RF26-CANT-PLANES < RF26-MAX-PLANES
                       ADD 1 TO RF26-CANT-PLANES
                       SET RF26-IX-PL TO RF26-CANT-PLANES
                       PERFORM 3200-RELEVAR-CUOTAS THRU 3200-EXIT
                   ELSE
                       SET RF26-EXCEDE-TABLA TO TRUE
                   END-IF
               END-IF
               PERFORM 3110-LEER-FINCUO THRU 3110-EXIT
           ELSE
               SET RF26-FIN-FINCUO TO TRUE
           END-IF.

       3120-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3200-RELEVAR-CUOTAS.
      *>    Entrada de la tabla para el plan abierto leido: clave,
      *>    INTCARPTE y la acumulacion de sus cuotas sin liquidar.
      *>----------------------------------------------------------------*
           MOVE CODTIPC   OF FI-CLAVE TO RF26-PL-CODTIPC (RF26-IX-PL)
           MOVE NUMOPECUO OF FI-CLAVE TO RF26-PL-NUMOPECUO (RF26-IX-PL)
           MOVE NUMFINAN  OF FI-CLAVE TO RF26-PL-NUMFINAN (RF26-IX-PL)
           MOVE INTCARPTE OF TBFINCUO TO RF26-PL-INTCARPTE (RF26-IX-PL)
           MOVE ZERO TO RF26-PL-CUOTAS (RF26-IX-PL)
           MOVE ZERO TO RF26-PL-VENCIDO (RF26-IX-PL)
           MOVE ZERO TO RF26-PL-CAP-AVENCER (RF26-IX-PL)
           MOVE ZERO TO RF26-PL-CAPITAL-LINEA (RF26-IX-PL)
           MOVE ZERO TO RF26-PL-CUOTAS-LINEA (RF26-IX-PL)

           PERFORM 3250-POSICIONAR-DETCUO THRU 3250-EXIT

           IF NOT RF26-FIN-DETCUO
               PERFORM 3260-LEER-DETCUO THRU 3260-EXIT
               PERFORM 3300-ACUMULAR-CUOTA THRU 3300-EXIT
                   UNTIL RF26-FIN-DETCUO
           END-IF

           COMPUTE RF26-PL-REFINANCIADO (RF26-IX-PL) =
               RF26-PL-VENCIDO (RF26-IX-PL)
               + RF26-PL-CAP-AVENCER (RF26-IX-PL)
               + RF26-PL-INTCARPTE (RF26-IX-PL)

           ADD RF26-PL-VENCIDO (RF26-IX-PL) TO RF26-TOT-VENCIDO
           ADD RF26-PL-REFINANCIADO (RF26-IX-PL)
               TO RF26-TOT-REFINANCIADO.

       3200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3250-POSICIONAR-DETCUO.
      *>    Posiciona el cronograma del plan de la entrada en curso de
      *>    la tabla.
      *>----------------------------------------------------------------*
           MOVE SR-CODENT   TO CODENT    OF DC-CLAVE
           MOVE SR-CENTALTA TO CENTALTA  OF DC-CLAVE
           MOVE SR-CUENTA   TO CUENTA    OF DC-CLAVE
           MOVE SR-CLAMON   TO CLAMON    OF DC-CLAVE
           MOVE RF26-PL-NUMOPECUO (RF26-IX-PL) TO NUMOPECUO OF DC-CLAVE
           MOVE RF26-PL-NUMFINAN (RF26-IX-PL)  TO NUMFINAN  OF DC-CLAVE
           MOVE ZERO TO NUMCUOTA OF DC-CLAVE

           MOVE "N" TO RF26-IND-FIN-DETCUO

           START F-TBDETCUO KEY IS NOT LESS THAN DC-CLAVE
               INVALID KEY
                   SET RF26-FIN-DETCUO TO TRUE
           END-START.

       3250-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3260-LEER-DETCUO.
      *>----------------------------------------------------------------*
           READ F-TBDETCUO NEXT RECORD
               AT END
                   SET RF26-FIN-DETCUO TO TRUE
           END-READ.

       3260-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3270-ES-DEL-PLAN.
      *>    Deja RF26-FIN-DETCUO prendido si la cuota leida ya no
      *>    pertenece al plan de la entrada en curso de la tabla.
      *>----------------------------------------------------------------*
           IF CODENT    OF DC-CLAVE NOT = SR-CODENT
               OR CENTALTA  OF DC-CLAVE NOT = SR-CENTALTA
               OR CUENTA    OF DC-CLAVE NOT = SR-CUENTA
               OR CLAMON    OF DC-CLAVE NOT = SR-CLAMON
               OR NUMOPECUO OF DC-CLAVE NOT =
                   RF26-PL-NUMOPECUO (RF26-IX-PL)
               OR NUMFINAN  OF DC-CLAVE NOT =
                   RF26-PL-NUMFINAN (RF26-IX-PL)
               SET RF26-FIN-DETCUO TO TRUE
           END-IF.

       3270-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3300-ACUMULAR-CUOTA.
      *>    Cuota sin liquidar: si ya vencio se refinancia completa
      *>    (capital, interes e impuesto ya facturados y adeudados); si
      *>    no vencio, solo su capital (el interes de los meses no
      *>    corridos no se cobra: lo reemplaza la tasa del plan nuevo).
      *>    Ambas dejan de comprometer la linea por capital e importe.
      *>----------------------------------------------------------------*
           PERFORM 3270-ES-DEL-PLAN THRU 3270-EXIT
           IF RF26-FIN-DETCUO
               GO TO 3300-EXIT
           END-IF

           IF FECLIQ OF TBDETCUO = SPACES
               IF ESTCUO OF TBDETCUO = RF26-ESTCUO-SUSPENDIDA
                   SET RF26-EN-DISPUTA TO TRUE
               END-IF
               ADD 1 TO RF26-PL-CUOTAS (RF26-IX-PL)
               ADD IMPCAPITAL OF TBDETCUO
                   TO RF26-PL-CAPITAL-LINEA (RF26-IX-PL)
               ADD IMPCUOTA OF TBDETCUO
                   TO RF26-PL-CUOTAS-LINEA (RF26-IX-PL)

               MOVE FECPROCUO OF TBDETCUO TO RF26-FECHA-DESC
               MOVE RF26-FD-ANO TO RF26-FA-ANO
               MOVE RF26-FD-MES TO RF26-FA-MES
               MOVE RF26-FD-DIA TO RF26-FA-DIA

               IF RF26-FECHA-ARMADA-NUM NOT > RF26-FECHA-HOY-NUM
                   ADD IMPCUOTA OF TBDETCUO
                       TO RF26-PL-VENCIDO (RF26-IX-PL)
               ELSE
                   ADD IMPCAPITAL OF TBDETCUO
                       TO RF26-PL-CAP-AVENCER (RF26-IX-PL)
               END-IF
           END-IF

           PERFORM 3260-LEER-DETCUO THRU 3260-EXIT.

       3300-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3500-VERIFICAR-PAGHIS.
      *>    La clave del movimiento de refinanciacion del plan (6100)
      *>    tiene que estar libre en TBPAGHIS: NUMEXTPG/NUMMOVPG tambien
      *>    los numeran las imputaciones de MPJ45011 y la mesa de
      *>    disputas MPJ45181. Ocupada, la solicitud se rechaza antes
      *>    de dar de alta el plan nuevo.
      *>----------------------------------------------------------------*
           MOVE SR-CODENT   TO CODENT   OF PH-CLAVE
           MOVE SR-CENTALTA TO CENTALTA OF PH-CLAVE
           MOVE SR-CUENTA   TO CUENTA   OF PH-CLAVE
           MOVE RF26-NUMOPECUO-NUEVO TO NUMEXTPG OF PH-CLAVE
           MOVE RF26-PL-NUMOPECUO (RF26-IX-PL) TO NUMMOVPG OF PH-CLAVE

           READ F-TBPAGHIS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO RF26-IND-SOLIC-VALIDA
                   MOVE "CLAVE DEL MOVIMIENTO REFI YA EN TBPAGHIS"
                       TO RF26-MOTIVO-RECHAZO
           END-READ.

       3500-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       4000-CALCULAR-PLAN.
      *>    Mismas piezas que el alta MPJ45151, con el importe
      *>    refinanciado en el lugar del importe de compra: capital
      *>    prorrateado, interes periodico flat sobre el refinanciado
      *>    e impuesto sobre el interes; la cabecera se deriva de las
      *>    piezas.
      *>----------------------------------------------------------------*
           COMPUTE RF26-CAP-CUOTA ROUNDED =
               RF26-TOT-REFINANCIADO / SR-TOTCUOTAS
           COMPUTE RF26-INT-CUOTA ROUNDED =
               RF26-TOT-REFINANCIADO * (SR-PORINT / 100)
           COMPUTE RF26-IMPTO-CUOTA ROUNDED =
               RF26-INT-CUOTA * (SR-PORIMP / 100)
           COMPUTE RF26-IMP-CUOTA =
               RF26-CAP-CUOTA + RF26-INT-CUOTA + RF26-IMPTO-CUOTA
           COMPUTE RF26-IMPTOTAL =
               RF26-IMP-CUOTA * SR-TOTCUOTAS
           COMPUTE RF26-IMPINTTOTAL =
               RF26-INT-CUOTA * SR-TOTCUOTAS
           COMPUTE RF26-CAP-TOTAL =
               RF26-CAP-CUOTA * SR-TOTCUOTAS.

       4000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       4100-GRABAR-CABECERA.
      *>    El plan nuevo arranca hoy: FECULTLIQ en la fecha de proceso
      *>    es la base desde la que devenga intereses.
      *>----------------------------------------------------------------*
           INITIALIZE TBFINCUO
           MOVE SR-CODENT           TO CODENT    OF FI-CLAVE
           MOVE SR-CENTALTA         TO CENTALTA  OF FI-CLAVE
           MOVE SR-CUENTA           TO CUENTA    OF FI-CLAVE
           MOVE SR-CLAMON           TO CLAMON    OF FI-CLAVE
           MOVE SR-CODTIPC          TO CODTIPC   OF FI-CLAVE
           MOVE RF26-NUMOPECUO-NUEVO TO NUMOPECUO OF FI-CLAVE
           MOVE RF26-NUMFINAN-NUEVO TO NUMFINAN  OF FI-CLAVE
           MOVE SR-PORINT           TO PORINT    OF TBFINCUO
           MOVE SR-TOTCUOTAS        TO TOTCUOTAS OF TBFINCUO
           MOVE RF26-IMP-CUOTA      TO IMPCUOTA  OF TBFINCUO
           MOVE ZERO                TO NUMCUOPAG OF TBFINCUO
           MOVE RF26-IMPTOTAL       TO IMPTOTAL  OF TBFINCUO
           MOVE RF26-IMPINTTOTAL    TO IMPINTTOTAL OF TBFINCUO
           MOVE ZERO                TO IMPAMORT  OF TBFINCUO
           MOVE ZERO                TO IMPINTAMORT OF TBFINCUO
           MOVE RF26-FECHA-HOY      TO FECULTLIQ OF TBFINCUO
           MOVE RF26-FECHA-HOY      TO FECALTA   OF TBFINCUO
           MOVE SPACES              TO FECBAJA   OF TBFINCUO
           MOVE SPACES              TO MOTBAJA   OF TBFINCUO
           MOVE ZERO                TO NUMULTCUO OF TBFINCUO
           MOVE ZERO                TO INTCARPTE OF TBFINCUO
           MOVE ZERO                TO ESTCONT   OF TBFINCUO
           MOVE "MPJ45261"          TO USUARIOUMO OF TBFINCUO

           WRITE TBFINCUO
               INVALID KEY
                   MOVE "N" TO RF26-IND-SOLIC-VALIDA
                   MOVE "PLAN NUEVO YA EXISTENTE EN TBFINCUO"
                       TO RF26-MOTIVO-RECHAZO
           END-WRITE.

       4100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5000-GENERAR-CRONOGRAMA.
      *>    Igual que en MPJ45151: una cuota que no se puede grabar
      *>    rechaza la solicitud y deshace el plan nuevo; los planes
      *>    anteriores todavia no se tocaron.
      *>----------------------------------------------------------------*
           MOVE "S" TO RF26-IND-CRONOGRAMA-OK
           MOVE ZERO TO RF26-CUOTAS-GRABADAS

           PERFORM 5100-GRABAR-CUOTA THRU 5100-EXIT
               VARYING RF26-NUMCUOTA FROM 1 BY 1
               UNTIL RF26-NUMCUOTA > SR-TOTCUOTAS
                   OR NOT RF26-CRONOGRAMA-OK

           IF RF26-CRONOGRAMA-OK
               ADD RF26-CUOTAS-GRABADAS TO RF26-CONT-CUOTAS-NUEVAS
           ELSE
               PERFORM 5900-DESHACER-ALTA THRU 5900-EXIT
               MOVE "N" TO RF26-IND-SOLIC-VALIDA
           END-IF.

       5000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5100-GRABAR-CUOTA.
      *>    La cuota N vence N meses despues de la fecha de proceso.
      *>----------------------------------------------------------------*
           MOVE RF26-NUMCUOTA TO RF26-VT-MESES-SUMAR
           PERFORM 5200-CALCULAR-VENCIMIENTO THRU 5200-EXIT

           INITIALIZE TBDETCUO
           MOVE SR-CODENT           TO CODENT    OF DC-CLAVE
           MOVE SR-CENTALTA         TO CENTALTA  OF DC-CLAVE
           MOVE SR-CUENTA           TO CUENTA    OF DC-CLAVE
           MOVE SR-CLAMON           TO CLAMON    OF DC-CLAVE
           MOVE RF26-NUMOPECUO-NUEVO TO NUMOPECUO OF DC-CLAVE
           MOVE RF26-NUMFINAN-NUEVO TO NUMFINAN  OF DC-CLAVE
           MOVE RF26-NUMCUOTA       TO NUMCUOTA  OF DC-CLAVE
           MOVE RF26-FECPROCUO-EDIT TO FECPROCUO OF TBDETCUO
           MOVE RF26-IMP-CUOTA      TO IMPCUOTA  OF TBDETCUO
           MOVE RF26-CAP-CUOTA      TO IMPCAPITAL OF TBDETCUO
           MOVE RF26-INT-CUOTA      TO IMPINTERESES OF TBDETCUO
           MOVE RF26-IMPTO-CUOTA    TO IMPIMPTO  OF TBDETCUO
           MOVE RF26-ESTCUO-PENDIENTE TO ESTCUO  OF TBDETCUO
           MOVE SPACES              TO FECLIQ    OF TBDETCUO
           MOVE SPACES              TO FECCONTA  OF TBDETCUO
           MOVE ZERO                TO ESTCONT   OF TBDETCUO
           MOVE "MPJ45261"          TO USUARIOUMO OF TBDETCUO

           WRITE TBDETCUO
               INVALID KEY
                   MOVE "N" TO RF26-IND-CRONOGRAMA-OK
                   MOVE "CLAVE DE CUOTA YA EXISTENTE EN TBDETCUO"
                       TO RF26-MOTIVO-RECHAZO
               NOT INVALID KEY
                   ADD 1 TO RF26-CUOTAS-GRABADAS
           END-WRITE.

       5100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5200-CALCULAR-VENCIMIENTO.
      *>    Suma RF26-VT-MESES-SUMAR meses a la fecha de proceso, con
      *>    acarreo de anio y ajuste del dia al ultimo dia del mes
      *>    destino, igual que MPJ45151.
      *>----------------------------------------------------------------*
           MOVE RF26-FS-DIA TO RF26-VT-DIA
           MOVE RF26-FS-MES TO RF26-VT-MES
           MOVE RF26-FS-ANO TO RF26-VT-ANO

           ADD RF26-VT-MESES-SUMAR TO RF26-VT-MES
           PERFORM 5210-ACARREO-MES THRU 5210-EXIT
               UNTIL RF26-VT-MES <= 12

           PERFORM 5220-ULTIMO-DIA-MES THRU 5220-EXIT
           IF RF26-VT-DIA > RF26-VT-ULTDIA
               MOVE RF26-VT-ULTDIA TO RF26-VT-DIA
           END-IF

           MOVE SPACES TO RF26-FECPROCUO-EDIT
           STRING RF26-VT-DIA "/" RF26-VT-MES "/" RF26-VT-ANO
               DELIMITED BY SIZE INTO RF26-FECPROCUO-EDIT.

       5200-EXIT.
           EXIT.

       5210-ACARREO-MES.
           SUBTRACT 12 FROM RF26-VT-MES
           ADD 1 TO RF26-VT-ANO.

       5210-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5220-ULTIMO-DIA-MES.
      *>----------------------------------------------------------------*
           EVALUATE RF26-VT-MES
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO RF26-VT-ULTDIA
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO RF26-VT-ULTDIA
               WHEN 2
                   DIVIDE RF26-VT-ANO BY 4
                       GIVING RF26-VT-COCIENTE
                       REMAINDER RF26-VT-RESTO4
                   DIVIDE RF26-VT-ANO BY 100
                       GIVING RF26-VT-COCIENTE
                       REMAINDER RF26-VT-RESTO100
                   DIVIDE RF26-VT-ANO BY 400
                       GIVING RF26-VT-COCIENTE
                       REMAINDER RF26-VT-RESTO400
                   IF RF26-VT-RESTO4 = ZERO
                       AND (RF26-VT-RESTO100 NOT = ZERO
                           OR RF26-VT-RESTO400 = ZERO)
                       MOVE 29 TO RF26-VT-ULTDIA
                   ELSE
                       MOVE 28 TO RF26-VT-ULTDIA
                   END-IF
           END-EVALUATE.

       5220-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5900-DESHACER-ALTA.
      *>    Compensacion del plan nuevo fallido: se borran las cuotas
      *>    que alcanzaron a grabarse y la cabecera.
      *>----------------------------------------------------------------*
           IF RF26-CUOTAS-GRABADAS > ZERO
               PERFORM 5910-BORRAR-CUOTA THRU 5910-EXIT
                   VARYING RF26-NUMCUOTA-DESHACER FROM 1 BY 1
                   UNTIL RF26-NUMCUOTA-DESHACER > RF26-CUOTAS-GRABADAS
           END-IF

           MOVE SR-CODENT           TO CODENT    OF FI-CLAVE
           MOVE SR-CENTALTA         TO CENTALTA  OF FI-CLAVE
           MOVE SR-CUENTA           TO CUENTA    OF FI-CLAVE
           MOVE SR-CLAMON           TO CLAMON    OF FI-CLAVE
           MOVE SR-CODTIPC          TO CODTIPC   OF FI-CLAVE
           MOVE RF26-NUMOPECUO-NUEVO TO NUMOPECUO OF FI-CLAVE
           MOVE RF26-NUMFINAN-NUEVO TO NUMFINAN  OF FI-CLAVE
           DELETE F-TBFINCUO RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

       5900-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5910-BORRAR-CUOTA.
      *>----------------------------------------------------------------*
           MOVE SR-CODENT           TO CODENT    OF DC-CLAVE
           MOVE SR-CENTALTA         TO CENTALTA  OF DC-CLAVE
           MOVE SR-CUENTA           TO CUENTA    OF DC-CLAVE
           MOVE SR-CLAMON           TO CLAMON    OF DC-CLAVE
           MOVE RF26-NUMOPECUO-NUEVO TO NUMOPECUO OF DC-CLAVE
           MOVE RF26-NUMFINAN-NUEVO TO NUMFINAN  OF DC-CLAVE
           MOVE RF26-NUMCUOTA-DESHACER TO NUMCUOTA OF DC-CLAVE
           DELETE F-TBDETCUO RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

       5910-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6000-CERRAR-PLANES.
      *>    Un plan anterior de la tabla: movimiento de refinanciacion
      *>    enlazado al plan nuevo, cuotas sin liquidar refinanciadas,
      *>    cierre del plan y reintegro a la linea de credito.
      *>----------------------------------------------------------------*
           PERFORM 6100-GRABAR-PAGHIS THRU 6100-EXIT
           PERFORM 6200-REFINANCIAR-CUOTAS THRU 6200-EXIT
           PERFORM 6400-CERRAR-PLAN THRU 6400-EXIT
           PERFORM 6500-REINTEGRAR-LINEA THRU 6500-EXIT.

       6000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6100-GRABAR-PAGHIS.
      *>    Movimiento del plan anterior enlazado al plan nuevo, con la
      *>    misma disciplina de clave que la mesa de disputas MPJ45181:
      *>    NUMEXTPG lleva el NUMOPECUO nuevo y NUMMOVPG el anterior.
      *>    IMPAPL es lo que el plan anterior aporto al nuevo.
      *>----------------------------------------------------------------*
           INITIALIZE TBPAGHIS
           MOVE SR-CODENT   TO CODENT   OF PH-CLAVE
           MOVE SR-CENTALTA TO CENTALTA OF PH-CLAVE
           MOVE SR-CUENTA   TO CUENTA   OF PH-CLAVE
           MOVE RF26-NUMOPECUO-NUEVO TO NUMEXTPG OF PH-CLAVE
           MOVE RF26-PL-NUMOPECUO (RF26-IX-PL) TO NUMMOVPG OF PH-CLAVE
           MOVE SR-CLAMON   TO CLAMON   OF TBPAGHIS
           MOVE RF26-TIPOLIN-REFIN TO TIPOLIN OF TBPAGHIS
           MOVE RF26-TIPOLIN-REFIN TO TIPOLINORI OF TBPAGHIS
           MOVE RF26-PL-NUMOPECUO (RF26-IX-PL) TO NUMREFAPL OF TBPAGHIS
           MOVE RF26-PL-NUMFINAN (RF26-IX-PL)  TO NUMORDEN OF TBPAGHIS
           MOVE RF26-NUMOPECUO-NUEVO TO NUMSECREC OF TBPAGHIS
           MOVE RF26-PL-REFINANCIADO (RF26-IX-PL) TO IMPAPL OF TBPAGHIS
           MOVE RF26-FECHA-HOY TO FECAPL OF TBPAGHIS
           MOVE "MPJ45261" TO USUARIOUMO OF TBPAGHIS

           WRITE TBPAGHIS
               INVALID KEY
                   ADD 1 TO RF26-CONT-SIN-MOVIMIENTO
           END-WRITE.

       6100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6200-REFINANCIAR-CUOTAS.
      *>    Segunda pasada sobre el cronograma del plan anterior: toda
      *>    cuota sin liquidar queda refinanciada con FECLIQ de hoy.
      *>----------------------------------------------------------------*
           PERFORM 3250-POSICIONAR-DETCUO THRU 3250-EXIT

           IF NOT RF26-FIN-DETCUO
               PERFORM 3260-LEER-DETCUO THRU 3260-EXIT
               PERFORM 6300-REFINANCIAR-UNA-CUOTA THRU 6300-EXIT
                   UNTIL RF26-FIN-DETCUO
           END-IF.

       6200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6300-REFINANCIAR-UNA-CUOTA.
      *>----------------------------------------------------------------*
           PERFORM 3270-ES-DEL-PLAN THRU 3270-EXIT
           IF RF26-FIN-DETCUO
               GO TO 6300-EXIT
           END-IF

           IF FECLIQ OF TBDETCUO = SPACES
               INITIALIZE RH-PARAMETROS
               MOVE TBDETCUO TO RH-REGANT
               MOVE RF26-FECHA-HOY TO FECLIQ OF TBDETCUO
               MOVE RF26-ESTCUO-REFINANCIADA TO ESTCUO OF TBDETCUO
               MOVE "MPJ45261" TO USUARIOUMO OF TBDETCUO
               REWRITE TBDETCUO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO RF26-CONT-CUOTAS-REFIN
                       MOVE TBDETCUO TO RH-REGACT
                       MOVE CODENT   OF DC-CLAVE TO RH-CODENT
                       MOVE CENTALTA OF DC-CLAVE TO RH-CENTALTA
                       MOVE CUENTA   OF DC-CLAVE TO RH-CUENTA
                       MOVE "DET" TO RH-TABLA
                       MOVE "REFINANCIACION DE CUOTA"
                           TO RH-TIPO-ACCION
                       SET RH-MODIFICACION TO TRUE
                       PERFORM 6900-GRABAR-RASTRO THRU 6900-EXIT
               END-REWRITE
           END-IF

           PERFORM 3260-LEER-DETCUO THRU 3260-EXIT.

       6300-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6400-CERRAR-PLAN.
      *>    El plan anterior se da de baja con el motivo dedicado de
      *>    refinanciacion. NUMCUOPAG e IMPAMORT no se tocan (las
      *>    cuotas refinanciadas no se pagaron) e INTCARPTE queda en
      *>    cero: el devengado paso al capital del plan nuevo.
      *>----------------------------------------------------------------*
           MOVE SR-CODENT   TO CODENT   OF FI-CLAVE
           MOVE SR-CENTALTA TO CENTALTA OF FI-CLAVE
           MOVE SR-CUENTA   TO CUENTA   OF FI-CLAVE
           MOVE SR-CLAMON   TO CLAMON   OF FI-CLAVE
           MOVE RF26-PL-CODTIPC (RF26-IX-PL)   TO CODTIPC   OF FI-CLAVE
           MOVE RF26-PL-NUMOPECUO (RF26-IX-PL) TO NUMOPECUO OF FI-CLAVE
           MOVE RF26-PL-NUMFINAN (RF26-IX-PL)  TO NUMFINAN  OF FI-CLAVE

           READ F-TBFINCUO
               INVALID KEY
                   GO TO 6400-EXIT
           END-READ

           INITIALIZE RH-PARAMETROS
           MOVE TBFINCUO TO RH-REGANT

           MOVE RF26-FECHA-HOY TO FECBAJA OF TBFINCUO
           MOVE RF26-MOTBAJA-REFIN TO MOTBAJA OF TBFINCUO
           MOVE ZERO TO INTCARPTE OF TBFINCUO
           MOVE "MPJ45261" TO USUARIOUMO OF TBFINCUO

           REWRITE TBFINCUO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO RF26-CONT-PLANES-CERRADOS
                   MOVE TBFINCUO TO RH-REGACT
                   MOVE CODENT   OF FI-CLAVE TO RH-CODENT
                   MOVE CENTALTA OF FI-CLAVE TO RH-CENTALTA
                   MOVE CUENTA   OF FI-CLAVE TO RH-CUENTA
                   MOVE "FIN" TO RH-TABLA
                   MOVE "CIERRE POR REFINANCIACION" TO RH-TIPO-ACCION
                   SET RH-MODIFICACION TO TRUE
                   PERFORM 6900-GRABAR-RASTRO THRU 6900-EXIT
           END-REWRITE.

       6400-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6500-REINTEGRAR-LINEA.
      *>    El plan cerrado deja de consumir la linea de credito por
      *>    el capital y el importe de sus cuotas sin liquidar. Una
      *>    linea que no acepta el movimiento solo se cuenta para el
      *>    cuadre de TBLINCRE; el cierre ya quedo aplicado.
      *>----------------------------------------------------------------*
           INITIALIZE LN-PARAMETROS
           SET LN-REINTEGRAR TO TRUE
           MOVE SR-CODENT   TO LN-CODENT
           MOVE SR-CENTALTA TO LN-CENTALTA
           MOVE SR-CUENTA   TO LN-CUENTA
           MOVE SR-CLAMON   TO LN-CLAMON
           SET LN-LINEA-CUOTAS TO TRUE
           MOVE RF26-PL-CAPITAL-LINEA (RF26-IX-PL) TO LN-IMPCAPITAL
           MOVE RF26-PL-CUOTAS-LINEA (RF26-IX-PL)  TO LN-IMPCUOTAS
           MOVE RF26-CTL-FECPROC TO LN-FECPROC
           MOVE "MPJ45261" TO LN-PROGRAMA
           CALL "MPJ45242" USING LN-PARAMETROS

           IF LN-RETORNO NOT = ZERO
               ADD 1 TO RF26-CONT-SIN-LINEA
           END-IF.

       6500-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6900-GRABAR-RASTRO.
      *>    Rastro de auditoria del cambio ya grabado: el llamador deja
      *>    cargadas las imagenes, la clave, la tabla, la accion y el
      *>    tipo de registro. Un rastro que no se puede grabar no
      *>    deshace el cambio, pero se cuenta y se informa.
      *>----------------------------------------------------------------*
           SET RH-GRABAR TO TRUE
           MOVE "MPJ45261" TO RH-PROCESO
           MOVE "REFINANCIACION CUENTAS MOROSAS" TO RH-DESPROCESO
           MOVE RF26-FECHA-HOY TO RH-FECHAMOD
           CALL "MPJ45063" USING RH-PARAMETROS

           IF RH-RETORNO NOT = ZERO
               ADD 1 TO RF26-CONT-SIN-RASTRO
           END-IF.

       6900-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7000-DISPONER-LINEA.
      *>    El plan nuevo dispone su capital y compromete sus cuotas en
      *>    la linea, forzado: la deuda ya existia y la refinanciacion
      *>    no puede rechazarse por disponible (el capital nuevo suma el
      *>    vencido y el devengado de los planes cerrados).
      *>----------------------------------------------------------------*
           INITIALIZE LN-PARAMETROS
           SET LN-DISPONER TO TRUE
           MOVE SR-CODENT   TO LN-CODENT
           MOVE SR-CENTALTA TO LN-CENTALTA
           MOVE SR-CUENTA   TO LN-CUENTA
           MOVE SR-CLAMON   TO LN-CLAMON
           SET LN-LINEA-CUOTAS TO TRUE
           MOVE RF26-CAP-TOTAL TO LN-IMPCAPITAL
           MOVE RF26-IMPTOTAL  TO LN-IMPCUOTAS
           MOVE "S" TO LN-IND-FORZAR
           MOVE RF26-CTL-FECPROC TO LN-FECPROC
           MOVE "MPJ45261" TO LN-PROGRAMA
           CALL "MPJ45242" USING LN-PARAMETROS

           IF LN-RETORNO NOT = ZERO
               ADD 1 TO RF26-CONT-SIN-LINEA
           END-IF.

       7000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7100-MARCAR-CUENTA.
      *>    Marca de cuenta refinanciada en TBREFCTA: una cuenta ya
      *>    marcada por una refinanciacion anterior se actualiza con
      *>    la nueva y suma una a NUMREFIN.
      *>----------------------------------------------------------------*
           MOVE SR-CODENT   TO CODENT   OF RF-CLAVE
           MOVE SR-CENTALTA TO CENTALTA OF RF-CLAVE
           MOVE SR-CUENTA   TO CUENTA   OF RF-CLAVE

           READ F-TBREFCTA
               INVALID KEY
                   INITIALIZE TBREFCTA
                   MOVE SR-CODENT   TO CODENT   OF RF-CLAVE
                   MOVE SR-CENTALTA TO CENTALTA OF RF-CLAVE
                   MOVE SR-CUENTA   TO CUENTA   OF RF-CLAVE
                   MOVE ZERO TO NUMREFIN OF TBREFCTA
                   PERFORM 7110-CARGAR-MARCA THRU 7110-EXIT
                   WRITE TBREFCTA
                       INVALID KEY
                           ADD 1 TO RF26-CONT-SIN-MARCA
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 7110-CARGAR-MARCA THRU 7110-EXIT
                   REWRITE TBREFCTA
                       INVALID KEY
                           ADD 1 TO RF26-CONT-SIN-MARCA
                   END-REWRITE
           END-READ.

       7100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7110-CARGAR-MARCA.
      *>----------------------------------------------------------------*
           MOVE SR-CLAMON            TO CLAMON    OF TBREFCTA
           MOVE SR-CODTIPC           TO CODTIPC   OF TBREFCTA
           MOVE RF26-NUMOPECUO-NUEVO TO NUMOPECUO OF TBREFCTA
           MOVE RF26-NUMFINAN-NUEVO  TO NUMFINAN  OF TBREFCTA
           MOVE RF26-FECHA-HOY       TO FECREF    OF TBREFCTA
           MOVE RF26-CANT-PLANES     TO NUMPLAREF OF TBREFCTA
           MOVE RF26-TOT-REFINANCIADO TO IMPREFIN OF TBREFCTA
           MOVE RF26-TOT-VENCIDO     TO IMPVENREF OF TBREFCTA
           ADD 1 TO NUMREFIN OF TBREFCTA
           MOVE "MPJ45261"           TO USUARIOUMO OF TBREFCTA.

       7110-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7200-RASTRO-PLAN-NUEVO.
      *>    Rastro del alta del plan nuevo: imagen anterior vacia y
      *>    posterior la cabecera tal como quedo grabada.
      *>----------------------------------------------------------------*
           MOVE SR-CODENT   TO CODENT   OF FI-CLAVE
           MOVE SR-CENTALTA TO CENTALTA OF FI-CLAVE
           MOVE SR-CUENTA   TO CUENTA   OF FI-CLAVE
           MOVE SR-CLAMON   TO CLAMON   OF FI-CLAVE
           MOVE SR-CODTIPC  TO CODTIPC  OF FI-CLAVE
           MOVE RF26-NUMOPECUO-NUEVO TO NUMOPECUO OF FI-CLAVE
           MOVE RF26-NUMFINAN-NUEVO  TO NUMFINAN  OF FI-CLAVE

           READ F-TBFINCUO
               INVALID KEY
                   GO TO 7200-EXIT
           END-READ

           INITIALIZE RH-PARAMETROS
           MOVE TBFINCUO TO RH-REGACT
           MOVE SR-CODENT   TO RH-CODENT
           MOVE SR-CENTALTA TO RH-CENTALTA
           MOVE SR-CUENTA   TO RH-CUENTA
           MOVE "FIN" TO RH-TABLA
           MOVE "ALTA PLAN DE REFINANCIACION" TO RH-TIPO-ACCION
           SET RH-ALTA TO TRUE
           PERFORM 6900-GRABAR-RASTRO THRU 6900-EXIT.

       7200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7500-EMITIR-REFINANCIACION.
      *>    Cabecera de la refinanciacion, una linea por plan cerrado
      *>    con lo que aporto y el total refinanciado.
      *>----------------------------------------------------------------*
           ADD 1 TO RF26-CONT-REFINANCIADAS
           ADD RF26-TOT-REFINANCIADO TO RF26-TOT-IMPREFIN

           MOVE SR-CLAMON TO RF26-EDIT-CLAMON
           MOVE RF26-NUMOPECUO-NUEVO TO RF26-EDIT-NUMOPECUO
           MOVE SR-TOTCUOTAS TO RF26-EDIT-CUOTAS
           MOVE RF26-IMP-CUOTA TO RF26-EDIT-IMPORTE
           MOVE SPACES TO RF26-LINEA-EDIT
           STRING "CUENTA " SR-CUENTA
               " MONEDA " RF26-EDIT-CLAMON
               " PLAN NUEVO " RF26-EDIT-NUMOPECUO
               " CODTIPC " SR-CODTIPC
               " CUOTAS " RF26-EDIT-CUOTAS
               " IMPORTE CUOTA " RF26-EDIT-IMPORTE
               DELIMITED BY SIZE INTO RF26-LINEA-EDIT
           MOVE RF26-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           PERFORM 7510-EMITIR-PLAN-CERRADO THRU 7510-EXIT
               VARYING RF26-IX-PL FROM 1 BY 1
               UNTIL RF26-IX-PL > RF26-CANT-PLANES

           MOVE RF26-TOT-REFINANCIADO TO RF26-EDIT-IMPORTE
           MOVE RF26-TOT-VENCIDO TO RF26-EDIT-IMPORTE2
           MOVE SPACES TO RF26-LINEA-EDIT
           STRING "  TOTAL REFINANCIADO = " RF26-EDIT-IMPORTE
               "   DEL CUAL VENCIDO = " RF26-EDIT-IMPORTE2
               " MOTBAJA " RF26-MOTBAJA-REFIN
               DELIMITED BY SIZE INTO RF26-LINEA-EDIT
           MOVE RF26-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE.

       7500-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7510-EMITIR-PLAN-CERRADO.
      *>----------------------------------------------------------------*
           MOVE RF26-PL-NUMOPECUO (RF26-IX-PL) TO RF26-EDIT-NUMOPECUO
           MOVE RF26-PL-NUMFINAN (RF26-IX-PL)  TO RF26-EDIT-NUMFINAN
           MOVE RF26-PL-VENCIDO (RF26-IX-PL)     TO RF26-EDIT-IMPORTE
           MOVE RF26-PL-CAP-AVENCER (RF26-IX-PL) TO RF26-EDIT-IMPORTE2
           MOVE RF26-PL-INTCARPTE (RF26-IX-PL)   TO RF26-EDIT-IMPORTE3
           MOVE SPACES TO RF26-LINEA-EDIT
           STRING "  CERRADO OPER. " RF26-EDIT-NUMOPECUO
               " FIN. " RF26-EDIT-NUMFINAN
               " VENCIDO " RF26-EDIT-IMPORTE
               " CAP. A VENCER " RF26-EDIT-IMPORTE2
               " INTCARPTE " RF26-EDIT-IMPORTE3
               DELIMITED BY SIZE INTO RF26-LINEA-EDIT
           MOVE RF26-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE.

       7510-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       8000-RECHAZAR-SOLICITUD.
      *>----------------------------------------------------------------*
           ADD 1 TO RF26-CONT-RECHAZADAS
           MOVE SPACES TO RF26-LINEA-EDIT
           STRING "CUENTA " SR-CUENTA
               " RECHAZADA - " RF26-MOTIVO-RECHAZO
               DELIMITED BY SIZE INTO RF26-LINEA-EDIT
           MOVE RF26-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE.

       8000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       9000-FINALIZAR.
      *>----------------------------------------------------------------*
           CLOSE F-SOLICITUDES
           CLOSE F-TBFINCUO
           CLOSE F-TBDETCUO
           CLOSE F-TBPAGHIS
           CLOSE F-TBREFCTA
           CLOSE F-REPORTE

           SET LN-FIN-CORRIDA TO TRUE
           CALL "MPJ45242" USING LN-PARAMETROS
           SET RH-FIN-CORRIDA TO TRUE
           CALL "MPJ45063" USING RH-PARAMETROS

           MOVE RF26-TOT-IMPREFIN TO RF26-EDIT-IMPORTE
           DISPLAY "MPJ45261 - SOLICITUDES LEIDAS      = "
               RF26-CONT-LEIDAS
           DISPLAY "MPJ45261 - CUENTAS REFINANCIADAS   = "
               RF26-CONT-REFINANCIADAS
           DISPLAY "MPJ45261 - PLANES CERRADOS         = "
               RF26-CONT-PLANES-CERRADOS
           DISPLAY "MPJ45261 - CUOTAS REFINANCIADAS    = "
               RF26-CONT-CUOTAS-REFIN
           DISPLAY "MPJ45261 - CUOTAS GENERADAS        = "
               RF26-CONT-CUOTAS-NUEVAS
           DISPLAY "MPJ45261 - SOLICITUDES RECHAZADAS  = "
               RF26-CONT-RECHAZADAS
           DISPLAY "MPJ45261 - IMPORTE REFINANCIADO    = "
               RF26-EDIT-IMPORTE
           DISPLAY "MPJ45261 - MOVIMIENTOS NO GRABADOS = "
               RF26-CONT-SIN-MOVIMIENTO
           DISPLAY "MPJ45261 - MOVIMIENTOS SIN LINEA   = "
               RF26-CONT-SIN-LINEA
           DISPLAY "MPJ45261 - CUENTAS SIN MARCA       = "
               RF26-CONT-SIN-MARCA
           DISPLAY "MPJ45261 - CAMBIOS SIN RASTRO      = "
               RF26-CONT-SIN-RASTRO.

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
           MOVE "MPJ45261" TO FN-PROGRAMA
           SET FN-FECHA-Y-PREDECESORES TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45261 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-CTLBAT
           MOVE FN-FECPROC TO RF26-CTL-FECPROC
           ACCEPT RF26-CTL-HORA FROM TIME
           MOVE SPACES TO RF26-CTL-HORA-EDIT
           STRING RF26-CTL-HH ":" RF26-CTL-MM ":" RF26-CTL-SS
               DELIMITED BY SIZE INTO RF26-CTL-HORA-EDIT
           INITIALIZE TBCTLBAT
           MOVE "MPJ45261" TO RC-PROGRAMA
           MOVE RF26-CTL-FECPROC TO RC-FECPROC
           MOVE RF26-CTL-HORA-EDIT TO RC-HORAINI
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
           MOVE "MPJ45261" TO RC-PROGRAMA
           MOVE RF26-CTL-FECPROC TO RC-FECPROC
           READ F-CTLBAT
               INVALID KEY
                   CONTINUE
           END-READ
           ACCEPT RF26-CTL-HORA FROM TIME
           MOVE SPACES TO RF26-CTL-HORA-EDIT
           STRING RF26-CTL-HH ":" RF26-CTL-MM ":" RF26-CTL-SS
               DELIMITED BY SIZE INTO RF26-CTL-HORA-EDIT
           MOVE RF26-CTL-HORA-EDIT TO RC-HORAFIN
           MOVE RF26-CONT-LEIDAS TO RC-CONT-ENTRADA
           MOVE RF26-CONT-REFINANCIADAS TO RC-CONT-SALIDA
           MOVE RF26-CONT-PLANES-CERRADOS TO RC-CONT-NOVEDADES
           MOVE RF26-CONT-RECHAZADAS TO RC-CONT-ERRORES
           SET RC-FINALIZADO TO TRUE
           REWRITE TBCTLBAT
               INVALID KEY
                   CONTINUE
           END-REWRITE
           CLOSE F-CTLBAT.

       8900-EXIT.
           EXIT.

      *> ================================================================
      *> PROGRAMA   MPJ45251
      *> AUTOR      DEPARTAMENTO DE SISTEMAS - CARTERAS
      *> INSTALACION  BC-MALLAS
      *> ESCRITO    15/10/2026
      *> DESCRIPCION
      *>     Facturacion y contabilizacion diaria de compras en cuotas.
      *>     Corre al final de la ventana, despues de todos los
      *>     procesos que mueven cuotas y pagos, y genera la interface
      *>     contable CON45251 (formato fijo, un registro por asiento,
      *>     mismo estilo que las interfaces MPJ45032 y MPJ45171):
      *>
      *>     - Facturacion: recorre los planes de TBFINCUO y su
      *>       cronograma en TBDETCUO y contabiliza capital, interes e
      *>       impuesto (IMPCAPITAL/IMPINTERESES/IMPIMPTO) de cada cuota
      *>       sin contabilizar (ESTCONT = 0) cuyo vencimiento FECPROCUO
      *>       ya llego; la cuota queda con FECCONTA y ESTCONT = 1. Las
      *>       cuotas suspendidas por disputa (ESTCUO = 7) se retienen
      *>       hasta que se reinstalen. Las cuotas de un plan dado de
      *>       baja antes de su vencimiento se facturan en la baja: las
      *>       liquidadas por la cancelacion anticipada MPJ45161 solo
      *>       por el capital (el interes no corrido se condono) y las
      *>       anuladas por disputa completas (el credito lo lleva el
      *>       movimiento de anulacion). El plan queda con ESTCONT 1
      *>       (contabilizacion parcial) o 2 (todas sus cuotas
      *>       contabilizadas).
      *>
      *>     - Movimientos: recorre TBPAGHIS y contabiliza cada
      *>       movimiento con importe todavia no contabilizado: pagos y
      *>       extornos (INDNORCOR = 1) de MPJ45011, cancelaciones
      *>       anticipadas de MPJ45161, anulaciones por disputa de
      *>       MPJ45181 y refinanciaciones de MPJ45261. Lo contabilizado
      *>       queda en la tabla de control TBPAGCON con la misma clave
      *>       del movimiento.
      *>
      *>     La corrida es re-ejecutable: lo que ya quedo contabilizado
      *>     en una corrida anterior no se vuelve a enviar, y una
      *>     re-corrida del mismo dia re-emite lo contabilizado ese dia
      *>     (FECCONTA = fecha de proceso) sin grabar nada, de modo que
      *>     el archivo re-emitido es identico al primero y puede
      *>     pisarlo sin perder ni duplicar asientos. Emite reporte de
      *>     totales por concepto y signo.
      *>
      *>     La fecha de corte de TBPARJOB (PJ251-FECCORTE) marca desde
      *>     cuando el mayor se alimenta por esta interface: las cuotas
      *>     vencidas o cerradas y los movimientos aplicados antes del
      *>     corte ya se contabilizaron por el circuito anterior y no
      *>     se envian (la primera corrida no vuelca toda la historia);
      *>     lo posterior al corte que una corrida anterior no tomo,
      *>     por ejemplo un dia sin ventana, se toma en la siguiente.
      *> ----------------------------------------------------------------
      *> HISTORIAL DE MODIFICACIONES
      *> FECHA       AUTOR   DESCRIPCION
      *> 15/10/2026  JRM     VERSION INICIAL
      *> 15/10/2026  JRM     LA MARCA CONTABLE DE CUOTA (TABLA "DET") Y
      *>                     DE PLAN (TABLA "FIN") DEJA RASTRO EN
      *>                     TBHISMOD CON PROCESO MPJ45251 (RUTINA
      *>                     MPJ45063)
      *> 15/10/2026  JRM     LAS CUOTAS NO VENCIDAS REFINANCIADAS
      *>                     (ESTCUO = 8, MPJ45261) SE FACTURAN EN LA
      *>                     BAJA SOLO POR EL CAPITAL, Y EL MOVIMIENTO
      *>                     DE REFINANCIACION SE CONTABILIZA COMO
      *>                     REFINAN AL HABER
      *> 15/10/2026  JRM     LA FECHA DE PROCESO SE TOMA DE LA FECHA DE
      *>                     NEGOCIO TBFECNEG (RUTINA MPJ45132) Y NO DEL
      *>                     RELOJ; SI UN PREDECESOR DEL PROGRAMA NO
      *>                     TERMINO ESE DIA LA CORRIDA SE CANCELA
      *> 15/10/2026  JRM     LO ANTERIOR A LA FECHA DE CORTE DE TBPARJOB
      *>                     (PJ251-FECCORTE) NO SE CONTABILIZA; LA
      *>                     FACTURACION SOLO CAPITAL DE LA CUOTA
      *>                     CERRADA EN LA BAJA COMPARA FECPROCUO CON
      *>                     FECLIQ Y NO CON LA FECHA DE PROCESO
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45251.
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
           SELECT F-TBFINCUO ASSIGN TO "TBFINCUO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FI-CLAVE
               FILE STATUS IS FC25-STATUS-FINCUO.

           SELECT F-TBDETCUO ASSIGN TO "TBDETCUO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CLAVE
               FILE STATUS IS FC25-STATUS-DETCUO.

           SELECT F-TBPAGHIS ASSIGN TO "TBPAGHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-CLAVE
               FILE STATUS IS FC25-STATUS-PAGHIS.

           SELECT F-TBPAGCON ASSIGN TO "TBPAGCON"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CLAVE
               FILE STATUS IS FC25-STATUS-PAGCON.

           SELECT F-TBPARJOB ASSIGN TO "TBPARJOB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CLAVE
               FILE STATUS IS FC25-STATUS-PARJOB.

           SELECT F-CONTABLE ASSIGN TO "CON45251"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FC25-STATUS-CONTABLE.

           SELECT F-REPORTE ASSIGN TO "RPT45251"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FC25-STATUS-REPORTE.

           SELECT F-CTLBAT ASSIGN TO "TBCTLBAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CLAVE
               FILE STATUS IS FC25-STATUS-CTLBAT.

       DATA DIVISION.
       FILE SECTION.
       FD  F-TBFINCUO.
       COPY "TBFINCUO.cpy".

       FD  F-TBDETCUO.
       COPY "TBDETCUO.cpy".

       FD  F-TBPAGHIS.
       COPY "TBPAGHIS.cpy".

       FD  F-TBPAGCON.
       COPY "TBPAGCON.cpy".

       FD  F-TBPARJOB.
       COPY "TBPARJOB.cpy".

       FD  F-CONTABLE.
       COPY "MPJ45251-CON.cpy".

       FD  F-REPORTE
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-LINEA-REPORTE                PIC X(132).

       FD  F-CTLBAT.
       COPY "TBCTLBAT.cpy".

       WORKING-STORAGE SECTION.
       01  FC25-STATUS-CTLBAT               PIC X(2).
           88  FC25-CTLBAT-OK                   VALUE "00".

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  FC25-CTLBAT-TRABAJO.
           05  FC25-CTL-FECPROC              PIC 9(8).
           05  FC25-CTL-HORA.
               10  FC25-CTL-HH                PIC 9(2).
               10  FC25-CTL-MM                PIC 9(2).
               10  FC25-CTL-SS                PIC 9(2).
               10  FC25-CTL-CC                PIC 9(2).
           05  FC25-CTL-HORA-EDIT            PIC X(8).

       01  FC25-STATUS-FINCUO               PIC X(2).
           88  FC25-FINCUO-OK                   VALUE "00".

       01  FC25-STATUS-DETCUO               PIC X(2).
           88  FC25-DETCUO-OK                   VALUE "00".

       01  FC25-STATUS-PAGHIS               PIC X(2).
           88  FC25-PAGHIS-OK                   VALUE "00".

       01  FC25-STATUS-PAGCON               PIC X(2).
           88  FC25-PAGCON-OK                   VALUE "00".

       01  FC25-STATUS-PARJOB               PIC X(2).
           88  FC25-PARJOB-OK                   VALUE "00".

       01  FC25-STATUS-CONTABLE             PIC X(2).
       01  FC25-STATUS-REPORTE              PIC X(2).

       01  FC25-SWITCHES.
           05  FC25-IND-FIN-FINCUO           PIC X(1)  VALUE "N".
               88  FC25-FIN-FINCUO                   VALUE "S".
           05  FC25-IND-FIN-DETCUO           PIC X(1)  VALUE "N".
               88  FC25-FIN-DETCUO                   VALUE "S".
           05  FC25-IND-FIN-PAGHIS           PIC X(1)  VALUE "N".
               88  FC25-FIN-PAGHIS                   VALUE "S".
           05  FC25-IND-SOLO-CAPITAL         PIC X(1)  VALUE "N".
               88  FC25-SOLO-CAPITAL                 VALUE "S".
           05  FC25-IND-TOTAL-HALLADO        PIC X(1)  VALUE "N".
               88  FC25-TOTAL-HALLADO                VALUE "S".
           05  FC25-IND-FIN-PARJOB           PIC X(1)  VALUE "N".
               88  FC25-FIN-PARJOB                   VALUE "S".
           05  FC25-IND-PARJOB-HALLADO       PIC X(1)  VALUE "N".
               88  FC25-PARJOB-HALLADO               VALUE "S".
           05  FC25-IND-ANTES-CORTE          PIC X(1)  VALUE "N".
               88  FC25-ANTES-CORTE                  VALUE "S".

      *> Fecha de corte (AAAAMMDD) de TBPARJOB y fecha del hecho
      *> contable de la cuota o del movimiento que se compara con
      *> ella.
       01  FC25-FECCORTE                     PIC 9(8)  VALUE ZERO.
       01  FC25-FECHECHO-NUM                 PIC 9(8)  VALUE ZERO.

      *> Estados de cuota de TBDETCUO que decide la facturacion:
      *> 2 = liquidada, 7 = suspendida por disputa (se retiene),
      *> 8 = refinanciada (su saldo paso al plan nuevo de MPJ45261).
       01  FC25-ESTCUO-LIQUIDADA             PIC 9(2)  VALUE 2.
       01  FC25-ESTCUO-SUSPENDIDA            PIC 9(2)  VALUE 7.
       01  FC25-ESTCUO-REFINANCIADA          PIC 9(2)  VALUE 8.

      *> Estado contable de la cuota (ESTCONT de TBDETCUO): 0 = sin
      *> contabilizar, 1 = contabilizada. En el plan (ESTCONT de
      *> TBFINCUO): 0 = ninguna cuota contabilizada, 1 = parcial,
      *> 2 = todas las cuotas contabilizadas.
       01  FC25-ESTCONT-PENDIENTE            PIC 9(1)  VALUE 0.
       01  FC25-ESTCONT-CONTABILIZADA        PIC 9(1)  VALUE 1.
       01  FC25-ESTCONT-PLAN-PARCIAL         PIC 9(1)  VALUE 1.
       01  FC25-ESTCONT-PLAN-COMPLETO        PIC 9(1)  VALUE 2.

      *> Indicador normal/correctivo de TBPAGHIS: 1 = extorno.
       01  FC25-INDNORCOR-CORRECTIVO         PIC 9(1)  VALUE 1.

      *> Signo del asiento en la interface.
       01  FC25-DEBE                         PIC 9(1)  VALUE 1.
       01  FC25-HABER                        PIC 9(1)  VALUE 2.

       01  FC25-FECHA-HOY                    PIC X(10).
       01  FC25-FECHA-SIS.
           05  FC25-HOY-ANO                   PIC 9(4).
           05  FC25-HOY-MES                   PIC 9(2).
           05  FC25-HOY-DIA                   PIC 9(2).
       01  FC25-FECHA-HOY-NUM REDEFINES FC25-FECHA-SIS
                                             PIC 9(8).

      *> Fechas DD/MM/AAAA de las tablas rearmadas en AAAAMMDD para
      *> poder compararlas.
       01  FC25-FECHA-DESC.
           05  FC25-FD-DIA                    PIC 9(2).
           05  FILLER                         PIC X(1).
           05  FC25-FD-MES                    PIC 9(2).
           05  FILLER                         PIC X(1).
           05  FC25-FD-ANO                    PIC 9(4).
       01  FC25-FECHA-ARMADA.
           05  FC25-FA-ANO                    PIC 9(4).
           05  FC25-FA-MES                    PIC 9(2).
           05  FC25-FA-DIA                    PIC 9(2).
       01  FC25-FECHA-ARMADA-NUM REDEFINES FC25-FECHA-ARMADA
                                             PIC 9(8).
       01  FC25-FECPROCUO-NUM                PIC 9(8)  VALUE ZERO.
       01  FC25-FECLIQ-NUM                   PIC 9(8)  VALUE ZERO.

      *> Cuotas del plan en curso y cuantas quedaron contabilizadas,
      *> para el estado contable del plan.
       01  FC25-CUOTAS-PLAN                  PIC 9(9)  VALUE ZERO.
       01  FC25-CUOTAS-CONTAB                PIC 9(9)  VALUE ZERO.
       01  FC25-ESTCONT-PLAN                 PIC 9(1)  VALUE ZERO.

      *> Asiento en armado.
       01  FC25-CONCEPTO                     PIC X(8)  VALUE SPACES.
       01  FC25-INDDEBCRE                    PIC 9(1)  VALUE ZERO.
       01  FC25-IMPORTE                      PIC 9(15)V99 VALUE ZERO.

      *> Totales por concepto y signo para el reporte de control.
       01  FC25-TABLA-TOTALES.
           05  FC25-TOT-CONT                 PIC 9(2) VALUE ZERO.
           05  FC25-TOT-FILA OCCURS 20 TIMES
                               INDEXED BY FC25-IX-TOT.
               10  FC25-TT-CONCEPTO           PIC X(8).
               10  FC25-TT-INDDEBCRE          PIC 9(1).
               10  FC25-TT-CANTIDAD           PIC 9(9).
               10  FC25-TT-IMPORTE            PIC 9(15)V99.

       01  FC25-TOT-DEBE                     PIC 9(15)V99 VALUE ZERO.
       01  FC25-TOT-HABER                    PIC 9(15)V99 VALUE ZERO.

       01  FC25-CONTADORES.
           05  FC25-CONT-PLANES               PIC 9(9) VALUE ZERO.
           05  FC25-CONT-CUOTAS-FACT          PIC 9(9) VALUE ZERO.
           05  FC25-CONT-CUOTAS-REEMIT        PIC 9(9) VALUE ZERO.
           05  FC25-CONT-CUOTAS-RETEN         PIC 9(9) VALUE ZERO.
           05  FC25-CONT-CUOTAS-CORTE         PIC 9(9) VALUE ZERO.
           05  FC25-CONT-MOV-LEIDOS           PIC 9(9) VALUE ZERO.
           05  FC25-CONT-MOV-CONTAB           PIC 9(9) VALUE ZERO.
           05  FC25-CONT-MOV-REEMIT           PIC 9(9) VALUE ZERO.
           05  FC25-CONT-MOV-CORTE            PIC 9(9) VALUE ZERO.
           05  FC25-CONT-REGISTROS            PIC 9(9) VALUE ZERO.
           05  FC25-CONT-ERRORES              PIC 9(9) VALUE ZERO.
           05  FC25-CONT-SIN-RASTRO           PIC 9(9) VALUE ZERO.

      *> Area de parametros de la rutina comun de rastro TBHISMOD.
       COPY "MPJ45063-LNK.cpy".

       01  FC25-EDIT-IMPORTE                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  FC25-EDIT-CANTIDAD                PIC ZZZ.ZZZ.ZZ9.
       01  FC25-EDIT-SIGNO                   PIC X(5).
       01  FC25-LINEA-EDIT                   PIC X(132).

       PROCEDURE DIVISION.

      *>----------------------------------------------------------------*
       0000-MAINLINE.
      *>----------------------------------------------------------------*
           PERFORM 1900-CONTROL-INICIO THRU 1900-EXIT
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-TRATAR-PLAN THRU 2000-EXIT
               UNTIL FC25-FIN-FINCUO
           PERFORM 4000-TRATAR-MOVIMIENTO THRU 4000-EXIT
               UNTIL FC25-FIN-PAGHIS
           PERFORM 7000-EMITIR-TOTALES THRU 7000-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           PERFORM 8900-CONTROL-FIN THRU 8900-EXIT
           GOBACK.

      *>----------------------------------------------------------------*
       1000-INICIALIZAR.
      *>----------------------------------------------------------------*
           PERFORM 1800-LEER-PARAMETROS THRU 1800-EXIT

           MOVE FC25-CTL-FECPROC TO FC25-FECHA-SIS
           STRING FC25-HOY-DIA "/" FC25-HOY-MES "/" FC25-HOY-ANO
               DELIMITED BY SIZE INTO FC25-FECHA-HOY

           OPEN I-O    F-TBFINCUO
           OPEN I-O    F-TBDETCUO
           OPEN INPUT  F-TBPAGHIS
           OPEN I-O    F-TBPAGCON
           OPEN OUTPUT F-CONTABLE
           OPEN OUTPUT F-REPORTE

           MOVE SPACES TO FC25-LINEA-EDIT
           STRING "FACTURACION Y CONTABILIZACION DE COMPRAS EN CUOTAS"
               " - PROCESO " FC25-FECHA-HOY
               DELIMITED BY SIZE INTO FC25-LINEA-EDIT
           MOVE FC25-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           PERFORM 1100-LEER-FINCUO THRU 1100-EXIT
           PERFORM 1200-LEER-PAGHIS THRU 1200-EXIT.

       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       1100-LEER-FINCUO.
      *>----------------------------------------------------------------*
           READ F-TBFINCUO NEXT RECORD
               AT END
                   SET FC25-FIN-FINCUO TO TRUE
               NOT AT END
                   ADD 1 TO FC25-CONT-PLANES
           END-READ.

       1100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       1200-LEER-PAGHIS.
      *>----------------------------------------------------------------*
           READ F-TBPAGHIS NEXT RECORD
               AT END
                   SET FC25-FIN-PAGHIS TO TRUE
               NOT AT END
                   ADD 1 TO FC25-CONT-MOV-LEIDOS
           END-READ.

       1200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2000-TRATAR-PLAN.
      *>    Un plan: se factura lo que corresponde de su cronograma y
      *>    se actualiza su estado contable segun cuantas cuotas
      *>    quedaron contabilizadas.
      *>----------------------------------------------------------------*
           MOVE ZERO TO FC25-CUOTAS-PLAN
           MOVE ZERO TO FC25-CUOTAS-CONTAB

           PERFORM 3000-RECORRER-CUOTAS THRU 3000-EXIT
           PERFORM 3900-ACTUALIZAR-PLAN THRU 3900-EXIT

           PERFORM 1100-LEER-FINCUO THRU 1100-EXIT.

       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3000-RECORRER-CUOTAS.
      *>----------------------------------------------------------------*
           MOVE "N" TO FC25-IND-FIN-DETCUO
           MOVE CODENT    OF FI-CLAVE TO CODENT    OF DC-CLAVE
           MOVE CENTALTA  OF FI-CLAVE TO CENTALTA  OF DC-CLAVE
           MOVE CUENTA    OF FI-CLAVE TO CUENTA    OF DC-CLAVE
           MOVE CLAMON    OF FI-CLAVE TO CLAMON    OF DC-CLAVE
           MOVE NUMOPECUO OF FI-CLAVE TO NUMOPECUO OF DC-CLAVE
           MOVE NUMFINAN  OF FI-CLAVE TO NUMFINAN  OF DC-CLAVE
           MOVE ZERO                  TO NUMCUOTA  OF DC-CLAVE

           START F-TBDETCUO KEY IS NOT LESS THAN DC-CLAVE
               INVALID KEY
                   SET FC25-FIN-DETCUO TO TRUE
           END-START

           IF NOT FC25-FIN-DETCUO
               PERFORM 3010-LEER-DETCUO THRU 3010-EXIT
           END-IF

           PERFORM 3100-TRATAR-CUOTA THRU 3100-EXIT
               UNTIL FC25-FIN-DETCUO.

       3000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3010-LEER-DETCUO.
      *>----------------------------------------------------------------*
           READ F-TBDETCUO NEXT RECORD
               AT END
                   SET FC25-FIN-DETCUO TO TRUE
           END-READ.

       3010-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3100-TRATAR-CUOTA.
      *>----------------------------------------------------------------*
           IF CODENT    OF DC-CLAVE = CODENT    OF FI-CLAVE
               AND CENTALTA  OF DC-CLAVE = CENTALTA  OF FI-CLAVE
               AND CUENTA    OF DC-CLAVE = CUENTA    OF FI-CLAVE
               AND CLAMON    OF DC-CLAVE = CLAMON    OF FI-CLAVE
               AND NUMOPECUO OF DC-CLAVE = NUMOPECUO OF FI-CLAVE
               AND NUMFINAN  OF DC-CLAVE = NUMFINAN  OF FI-CLAVE

               ADD 1 TO FC25-CUOTAS-PLAN
               PERFORM 3200-CLASIFICAR-CUOTA THRU 3200-EXIT
               IF ESTCONT OF TBDETCUO NOT = FC25-ESTCONT-PENDIENTE
                   OR FC25-ANTES-CORTE
                   ADD 1 TO FC25-CUOTAS-CONTAB
               END-IF
               PERFORM 3010-LEER-DETCUO THRU 3010-EXIT
           ELSE
               SET FC25-FIN-DETCUO TO TRUE
           END-IF.

       3100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3200-CLASIFICAR-CUOTA.
      *>    Decide que hacer con la cuota:
      *>    - sin contabilizar, con el hecho contable (vencimiento o,
      *>      si se cerro antes en la baja del plan, la liquidacion)
      *>      anterior a la fecha de corte: ya esta en el mayor, no se
      *>      envia y cuenta como contabilizada para el plan;
      *>    - sin contabilizar y suspendida: se retiene;
      *>    - sin contabilizar y vencida (FECPROCUO hasta hoy): se
      *>      factura completa;
      *>    - sin contabilizar, no vencida, pero ya cerrada junto con
      *>      su plan dado de baja: se factura en la baja (solo el
      *>      capital si la cerro la cancelacion anticipada);
      *>    - contabilizada hoy: re-corrida, se re-emite igual.
      *>----------------------------------------------------------------*
           MOVE FECPROCUO OF TBDETCUO TO FC25-FECHA-DESC
           PERFORM 6100-ARMAR-FECHA THRU 6100-EXIT
           MOVE FC25-FECHA-ARMADA-NUM TO FC25-FECPROCUO-NUM
           MOVE FECLIQ OF TBDETCUO TO FC25-FECHA-DESC
           PERFORM 6100-ARMAR-FECHA THRU 6100-EXIT
           MOVE FC25-FECHA-ARMADA-NUM TO FC25-FECLIQ-NUM

           MOVE FC25-FECPROCUO-NUM TO FC25-FECHECHO-NUM
           IF FECBAJA OF TBFINCUO NOT = SPACES
               AND FC25-FECLIQ-NUM NOT = ZERO
               AND FC25-FECLIQ-NUM < FC25-FECPROCUO-NUM
               MOVE FC25-FECLIQ-NUM TO FC25-FECHECHO-NUM
           END-IF
           MOVE "N" TO FC25-IND-ANTES-CORTE

           PERFORM 3250-DETERMINAR-ALCANCE THRU 3250-EXIT

           EVALUATE TRUE
               WHEN ESTCONT OF TBDETCUO = FC25-ESTCONT-PENDIENTE
                   AND FC25-FECHECHO-NUM < FC25-FECCORTE
                   SET FC25-ANTES-CORTE TO TRUE
                   ADD 1 TO FC25-CONT-CUOTAS-CORTE
               WHEN ESTCONT OF TBDETCUO = FC25-ESTCONT-PENDIENTE
                   AND ESTCUO OF TBDETCUO = FC25-ESTCUO-SUSPENDIDA
                   ADD 1 TO FC25-CONT-CUOTAS-RETEN
               WHEN ESTCONT OF TBDETCUO = FC25-ESTCONT-PENDIENTE
                   AND FC25-FECPROCUO-NUM NOT > FC25-FECHA-HOY-NUM
                   PERFORM 3300-FACTURAR-CUOTA THRU 3300-EXIT
               WHEN ESTCONT OF TBDETCUO = FC25-ESTCONT-PENDIENTE
                   AND FECBAJA OF TBFINCUO NOT = SPACES
                   AND FECLIQ OF TBDETCUO NOT = SPACES
                   PERFORM 3300-FACTURAR-CUOTA THRU 3300-EXIT
               WHEN ESTCONT OF TBDETCUO = FC25-ESTCONT-CONTABILIZADA
                   AND FECCONTA OF TBDETCUO = FC25-FECHA-HOY
                   ADD 1 TO FC25-CONT-CUOTAS-REEMIT
                   PERFORM 3400-EMITIR-CUOTA THRU 3400-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3250-DETERMINAR-ALCANCE.
      *>    Una cuota liquidada antes de su vencimiento en la misma
      *>    fecha en que se dio de baja el plan la cerro la
      *>    cancelacion anticipada: de ella solo se factura el
      *>    capital. Lo mismo vale para la cuota refinanciada antes de
      *>    vencer: el plan nuevo refinancio su capital y cobra su
      *>    propio interes. El criterio sale solo de las fechas del
      *>    plan y la cuota (FECPROCUO posterior a FECLIQ, igual que
      *>    el certificado MPJ45281), no de la fecha de proceso ni de
      *>    quien la toco ultimo: una corrida posterior o una
      *>    re-corrida llegan a la misma decision.
      *>----------------------------------------------------------------*
           MOVE "N" TO FC25-IND-SOLO-CAPITAL

           IF FC25-FECPROCUO-NUM > FC25-FECLIQ-NUM
               AND FECBAJA OF TBFINCUO NOT = SPACES
               AND (ESTCUO OF TBDETCUO = FC25-ESTCUO-LIQUIDADA
                   OR ESTCUO OF TBDETCUO = FC25-ESTCUO-REFINANCIADA)
               AND FECLIQ OF TBDETCUO = FECBAJA OF TBFINCUO
               SET FC25-SOLO-CAPITAL TO TRUE
           END-IF.

       3250-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3300-FACTURAR-CUOTA.
      *>    La cuota se marca contabilizada ANTES de emitir sus
      *>    asientos: si la grabacion falla no se emite nada y la
      *>    proxima corrida la vuelve a tomar, en vez de quedar
      *>    emitida sin marca y contabilizarse dos veces.
      *>----------------------------------------------------------------*
           INITIALIZE RH-PARAMETROS
           MOVE TBDETCUO TO RH-REGANT

           MOVE FC25-ESTCONT-CONTABILIZADA TO ESTCONT OF TBDETCUO
           MOVE FC25-FECHA-HOY TO FECCONTA OF TBDETCUO
           MOVE "MPJ45251" TO USUARIOUMO OF TBDETCUO

           REWRITE TBDETCUO
               INVALID KEY
                   ADD 1 TO FC25-CONT-ERRORES
                   MOVE FC25-ESTCONT-PENDIENTE TO ESTCONT OF TBDETCUO
               NOT INVALID KEY
                   ADD 1 TO FC25-CONT-CUOTAS-FACT
                   MOVE TBDETCUO TO RH-REGACT
                   MOVE CODENT   OF DC-CLAVE TO RH-CODENT
                   MOVE CENTALTA OF DC-CLAVE TO RH-CENTALTA
                   MOVE CUENTA   OF DC-CLAVE TO RH-CUENTA
                   MOVE "DET" TO RH-TABLA
                   MOVE "CONTABILIZACION DE CUOTA" TO RH-TIPO-ACCION
                   PERFORM 3950-GRABAR-RASTRO THRU 3950-EXIT
                   PERFORM 3400-EMITIR-CUOTA THRU 3400-EXIT
           END-REWRITE.

       3300-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3400-EMITIR-CUOTA.
      *>    Un asiento al debe por concepto con importe.
      *>----------------------------------------------------------------*
           MOVE FC25-DEBE TO FC25-INDDEBCRE

           MOVE "CAPITAL" TO FC25-CONCEPTO
           MOVE IMPCAPITAL OF TBDETCUO TO FC25-IMPORTE
           PERFORM 3410-GRABAR-ASIENTO-CUOTA THRU 3410-EXIT

           IF NOT FC25-SOLO-CAPITAL
               MOVE "INTERES" TO FC25-CONCEPTO
               MOVE IMPINTERESES OF TBDETCUO TO FC25-IMPORTE
               PERFORM 3410-GRABAR-ASIENTO-CUOTA THRU 3410-EXIT

               MOVE "IMPUESTO" TO FC25-CONCEPTO
               MOVE IMPIMPTO OF TBDETCUO TO FC25-IMPORTE
               PERFORM 3410-GRABAR-ASIENTO-CUOTA THRU 3410-EXIT
           END-IF.

       3400-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3410-GRABAR-ASIENTO-CUOTA.
      *>----------------------------------------------------------------*
           IF FC25-IMPORTE = ZERO
               GO TO 3410-EXIT
           END-IF

           INITIALIZE REG-CON45251
           MOVE CODENT    OF DC-CLAVE TO CN-CODENT
           MOVE CENTALTA  OF DC-CLAVE TO CN-CENTALTA
           MOVE CUENTA    OF DC-CLAVE TO CN-CUENTA
           MOVE CLAMON    OF DC-CLAVE TO CN-CLAMON
           MOVE "C"                   TO CN-ORIGEN
           MOVE FC25-CONCEPTO         TO CN-CONCEPTO
           MOVE FC25-INDDEBCRE        TO CN-INDDEBCRE
           MOVE NUMOPECUO OF DC-CLAVE TO CN-NUMREFAPL
           MOVE NUMFINAN  OF DC-CLAVE TO CN-NUMORDEN
           MOVE NUMCUOTA  OF DC-CLAVE TO CN-NUMSECREC
           MOVE FC25-IMPORTE          TO CN-IMPORTE
           MOVE FECPROCUO OF TBDETCUO TO CN-FECVALOR
           MOVE FC25-FECHA-HOY        TO CN-FECPROCESO

           PERFORM 5000-GRABAR-ASIENTO THRU 5000-EXIT.

       3410-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3900-ACTUALIZAR-PLAN.
      *>    Estado contable del plan derivado de sus cuotas; solo se
      *>    reescribe si cambio.
      *>----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN FC25-CUOTAS-CONTAB = ZERO
                   MOVE FC25-ESTCONT-PENDIENTE TO FC25-ESTCONT-PLAN
               WHEN FC25-CUOTAS-CONTAB < FC25-CUOTAS-PLAN
                   MOVE FC25-ESTCONT-PLAN-PARCIAL TO FC25-ESTCONT-PLAN
               WHEN OTHER
                   MOVE FC25-ESTCONT-PLAN-COMPLETO TO FC25-ESTCONT-PLAN
           END-EVALUATE

           IF ESTCONT OF TBFINCUO NOT = FC25-ESTCONT-PLAN
               INITIALIZE RH-PARAMETROS
               MOVE TBFINCUO TO RH-REGANT
               MOVE FC25-ESTCONT-PLAN TO ESTCONT OF TBFINCUO
               MOVE "MPJ45251" TO USUARIOUMO OF TBFINCUO
               REWRITE TBFINCUO
                   INVALID KEY
                       ADD 1 TO FC25-CONT-ERRORES
                   NOT INVALID KEY
                       MOVE TBFINCUO TO RH-REGACT
                       MOVE CODENT   OF FI-CLAVE TO RH-CODENT
                       MOVE CENTALTA OF FI-CLAVE TO RH-CENTALTA
                       MOVE CUENTA   OF FI-CLAVE TO RH-CUENTA
                       MOVE "FIN" TO RH-TABLA
                       MOVE "ESTADO CONTABLE DEL PLAN"
                           TO RH-TIPO-ACCION
                       PERFORM 3950-GRABAR-RASTRO THRU 3950-EXIT
               END-REWRITE
           END-IF.

       3900-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3950-GRABAR-RASTRO.
      *>    Rastro de auditoria del cambio ya grabado: el llamador deja
      *>    cargadas las imagenes, la clave, la tabla y la accion. Un
      *>    rastro que no se puede grabar se cuenta y se informa.
      *>----------------------------------------------------------------*
           SET RH-GRABAR TO TRUE
           SET RH-MODIFICACION TO TRUE
           MOVE "MPJ45251" TO RH-PROCESO
           MOVE "FACTURACION Y CONTABILIZACION" TO RH-DESPROCESO
           MOVE FC25-FECHA-HOY TO RH-FECHAMOD
           CALL "MPJ45063" USING RH-PARAMETROS

           IF RH-RETORNO NOT = ZERO
               ADD 1 TO FC25-CONT-SIN-RASTRO
           END-IF.

       3950-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       4000-TRATAR-MOVIMIENTO.
      *>    Un movimiento de TBPAGHIS: los que no mueven dinero (por
      *>    ejemplo la reinstalacion de una disputa) no se contabilizan.
      *>    Los aplicados (FECAPL) antes de la fecha de corte ya estan
      *>    en el mayor anterior y tampoco se contabilizan. Los demas
      *>    se buscan en el control TBPAGCON: sin fila se
      *>    contabilizan; con fila de hoy se re-emiten; con fila de
      *>    otro dia ya estan en el mayor.
      *>----------------------------------------------------------------*
           IF IMPAPL OF TBPAGHIS = ZERO
               GO TO 4000-LEER
           END-IF

           MOVE FECAPL OF TBPAGHIS TO FC25-FECHA-DESC
           PERFORM 6100-ARMAR-FECHA THRU 6100-EXIT
           IF FC25-FECHA-ARMADA-NUM < FC25-FECCORTE
               ADD 1 TO FC25-CONT-MOV-CORTE
               GO TO 4000-LEER
           END-IF

           PERFORM 4100-CLASIFICAR-MOVIMIENTO THRU 4100-EXIT

           MOVE CODENT   OF PH-CLAVE TO CODENT   OF PC-CLAVE
           MOVE CENTALTA OF PH-CLAVE TO CENTALTA OF PC-CLAVE
           MOVE CUENTA   OF PH-CLAVE TO CUENTA   OF PC-CLAVE
           MOVE NUMEXTPG OF PH-CLAVE TO NUMEXTPG OF PC-CLAVE
           MOVE NUMMOVPG OF PH-CLAVE TO NUMMOVPG OF PC-CLAVE

           READ F-TBPAGCON
               INVALID KEY
                   PERFORM 4200-CONTABILIZAR-MOVIMIENTO THRU 4200-EXIT
               NOT INVALID KEY
                   IF FECCONTA OF TBPAGCON = FC25-FECHA-HOY
                       ADD 1 TO FC25-CONT-MOV-REEMIT
                       PERFORM 4300-EMITIR-MOVIMIENTO THRU 4300-EXIT
                   END-IF
           END-READ.

       4000-LEER.
           PERFORM 1200-LEER-PAGHIS THRU 1200-EXIT.

       4000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       4100-CLASIFICAR-MOVIMIENTO.
      *>    Concepto y signo segun el proceso que grabo el movimiento:
      *>    el pago acredita la deuda del cliente (haber) y su extorno
      *>    la vuelve a debitar (debe); la cancelacion anticipada, la
      *>    anulacion por disputa y la refinanciacion (el saldo del
      *>    plan cerrado pasa al plan nuevo) acreditan. Un movimiento
      *>    de otro origen se contabiliza como OTROS con el signo que
      *>    indica INDNORCOR.
      *>----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN USUARIOUMO OF TBPAGHIS = "MPJ45011"
                   AND INDNORCOR OF TBPAGHIS = FC25-INDNORCOR-CORRECTIVO
                   MOVE "EXTORNO" TO FC25-CONCEPTO
                   MOVE FC25-DEBE TO FC25-INDDEBCRE
               WHEN USUARIOUMO OF TBPAGHIS = "MPJ45011"
                   MOVE "PAGO" TO FC25-CONCEPTO
                   MOVE FC25-HABER TO FC25-INDDEBCRE
               WHEN USUARIOUMO OF TBPAGHIS = "MPJ45161"
                   MOVE "CANCANT" TO FC25-CONCEPTO
                   MOVE FC25-HABER TO FC25-INDDEBCRE
               WHEN USUARIOUMO OF TBPAGHIS = "MPJ45181"
                   MOVE "ANULDISP" TO FC25-CONCEPTO
                   MOVE FC25-HABER TO FC25-INDDEBCRE
               WHEN USUARIOUMO OF TBPAGHIS = "MPJ45261"
                   MOVE "REFINAN" TO FC25-CONCEPTO
                   MOVE FC25-HABER TO FC25-INDDEBCRE
               WHEN INDNORCOR OF TBPAGHIS = FC25-INDNORCOR-CORRECTIVO
                   MOVE "OTROS" TO FC25-CONCEPTO
                   MOVE FC25-DEBE TO FC25-INDDEBCRE
               WHEN OTHER
                   MOVE "OTROS" TO FC25-CONCEPTO
                   MOVE FC25-HABER TO FC25-INDDEBCRE
           END-EVALUATE.

       4100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       4200-CONTABILIZAR-MOVIMIENTO.
      *>    Igual que la cuota: primero la fila de control, despues el
      *>    asiento; un control que no se puede grabar no emite nada.
      *>----------------------------------------------------------------*
           INITIALIZE TBPAGCON
           MOVE CODENT   OF PH-CLAVE TO CODENT   OF PC-CLAVE
           MOVE CENTALTA OF PH-CLAVE TO CENTALTA OF PC-CLAVE
           MOVE CUENTA   OF PH-CLAVE TO CUENTA   OF PC-CLAVE
           MOVE NUMEXTPG OF PH-CLAVE TO NUMEXTPG OF PC-CLAVE
           MOVE NUMMOVPG OF PH-CLAVE TO NUMMOVPG OF PC-CLAVE
           MOVE CLAMON   OF TBPAGHIS TO CLAMON   OF TBPAGCON
           MOVE FC25-CONCEPTO        TO CONCEPTO OF TBPAGCON
           MOVE FC25-INDDEBCRE       TO INDDEBCRE OF TBPAGCON
           MOVE IMPAPL   OF TBPAGHIS TO IMPCONTA OF TBPAGCON
           MOVE FC25-FECHA-HOY       TO FECCONTA OF TBPAGCON
           MOVE "MPJ45251"           TO USUARIOUMO OF TBPAGCON

           WRITE TBPAGCON
               INVALID KEY
                   ADD 1 TO FC25-CONT-ERRORES
               NOT INVALID KEY
                   ADD 1 TO FC25-CONT-MOV-CONTAB
                   PERFORM 4300-EMITIR-MOVIMIENTO THRU 4300-EXIT
           END-WRITE.

       4200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       4300-EMITIR-MOVIMIENTO.
      *>----------------------------------------------------------------*
           INITIALIZE REG-CON45251
           MOVE CODENT    OF PH-CLAVE TO CN-CODENT
           MOVE CENTALTA  OF PH-CLAVE TO CN-CENTALTA
           MOVE CUENTA    OF PH-CLAVE TO CN-CUENTA
           MOVE CLAMON    OF TBPAGHIS TO CN-CLAMON
           MOVE "M"                   TO CN-ORIGEN
           MOVE FC25-CONCEPTO         TO CN-CONCEPTO
           MOVE FC25-INDDEBCRE        TO CN-INDDEBCRE
           MOVE NUMEXTPG  OF PH-CLAVE TO CN-NUMEXTPG
           MOVE NUMMOVPG  OF PH-CLAVE TO CN-NUMMOVPG
           MOVE NUMREFAPL OF TBPAGHIS TO CN-NUMREFAPL
           MOVE NUMORDEN  OF TBPAGHIS TO CN-NUMORDEN
           MOVE NUMSECREC OF TBPAGHIS TO CN-NUMSECREC
           MOVE TIPOLIN   OF TBPAGHIS TO CN-TIPOLIN
           MOVE IMPAPL    OF TBPAGHIS TO CN-IMPORTE
           MOVE FECAPL    OF TBPAGHIS TO CN-FECVALOR
           MOVE FC25-FECHA-HOY        TO CN-FECPROCESO

           MOVE IMPAPL OF TBPAGHIS TO FC25-IMPORTE
           PERFORM 5000-GRABAR-ASIENTO THRU 5000-EXIT.

       4300-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5000-GRABAR-ASIENTO.
      *>    Graba el registro de interface ya armado y lo suma a los
      *>    totales por concepto y signo (FC25-CONCEPTO,
      *>    FC25-INDDEBCRE, FC25-IMPORTE).
      *>----------------------------------------------------------------*
           WRITE REG-CON45251
           ADD 1 TO FC25-CONT-REGISTROS

           IF FC25-INDDEBCRE = FC25-DEBE
               ADD FC25-IMPORTE TO FC25-TOT-DEBE
           ELSE
               ADD FC25-IMPORTE TO FC25-TOT-HABER
           END-IF

           MOVE "N" TO FC25-IND-TOTAL-HALLADO
           IF FC25-TOT-CONT > ZERO
               PERFORM 5100-BUSCAR-TOTAL THRU 5100-EXIT
                   VARYING FC25-IX-TOT FROM 1 BY 1
                   UNTIL FC25-IX-TOT > FC25-TOT-CONT
                       OR FC25-TOTAL-HALLADO
           END-IF

           IF NOT FC25-TOTAL-HALLADO
               IF FC25-TOT-CONT < 20
                   ADD 1 TO FC25-TOT-CONT
                   SET FC25-IX-TOT TO FC25-TOT-CONT
                   MOVE FC25-CONCEPTO TO FC25-TT-CONCEPTO (FC25-IX-TOT)
                   MOVE FC25-INDDEBCRE
                       TO FC25-TT-INDDEBCRE (FC25-IX-TOT)
                   MOVE ZERO TO FC25-TT-CANTIDAD (FC25-IX-TOT)
                   MOVE ZERO TO FC25-TT-IMPORTE (FC25-IX-TOT)
                   SET FC25-TOTAL-HALLADO TO TRUE
               END-IF
           END-IF

           IF FC25-TOTAL-HALLADO
               ADD 1 TO FC25-TT-CANTIDAD (FC25-IX-TOT)
               ADD FC25-IMPORTE TO FC25-TT-IMPORTE (FC25-IX-TOT)
           END-IF.

       5000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5100-BUSCAR-TOTAL.
      *>    Deja FC25-IX-TOT posicionado sobre la fila del concepto si
      *>    ya existe (el VARYING corta por el switch).
      *>----------------------------------------------------------------*
           IF FC25-TT-CONCEPTO (FC25-IX-TOT) = FC25-CONCEPTO
               AND FC25-TT-INDDEBCRE (FC25-IX-TOT) = FC25-INDDEBCRE
               SET FC25-TOTAL-HALLADO TO TRUE
               SET FC25-IX-TOT DOWN BY 1
           END-IF.

       5100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6100-ARMAR-FECHA.
      *>    FC25-FECHA-DESC (DD/MM/AAAA) a FC25-FECHA-ARMADA-NUM
      *>    (AAAAMMDD); una fecha en blanco queda en cero.
      *>----------------------------------------------------------------*
           IF FC25-FECHA-DESC = SPACES
               MOVE ZERO TO FC25-FECHA-ARMADA-NUM
           ELSE
               MOVE FC25-FD-ANO TO FC25-FA-ANO
               MOVE FC25-FD-MES TO FC25-FA-MES
               MOVE FC25-FD-DIA TO FC25-FA-DIA
           END-IF.

       6100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7000-EMITIR-TOTALES.
      *>----------------------------------------------------------------*
           MOVE SPACES TO FC25-LINEA-EDIT
           MOVE "  CONCEPTO  SIGNO      CANTIDAD              IMPORTE"
               TO FC25-LINEA-EDIT
           MOVE FC25-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           IF FC25-TOT-CONT > ZERO
               PERFORM 7100-EMITIR-LINEA-TOTAL THRU 7100-EXIT
                   VARYING FC25-IX-TOT FROM 1 BY 1
                   UNTIL FC25-IX-TOT > FC25-TOT-CONT
           END-IF

           MOVE FC25-TOT-DEBE TO FC25-EDIT-IMPORTE
           MOVE SPACES TO FC25-LINEA-EDIT
           STRING "  TOTAL DEBE                      " FC25-EDIT-IMPORTE
               DELIMITED BY SIZE INTO FC25-LINEA-EDIT
           MOVE FC25-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           MOVE FC25-TOT-HABER TO FC25-EDIT-IMPORTE
           MOVE SPACES TO FC25-LINEA-EDIT
           STRING "  TOTAL HABER                     " FC25-EDIT-IMPORTE
               DELIMITED BY SIZE INTO FC25-LINEA-EDIT
           MOVE FC25-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           MOVE FC25-CONT-CUOTAS-RETEN TO FC25-EDIT-CANTIDAD
           MOVE SPACES TO FC25-LINEA-EDIT
           STRING "  CUOTAS RETENIDAS POR DISPUTA    " FC25-EDIT-CANTIDAD
               DELIMITED BY SIZE INTO FC25-LINEA-EDIT
           MOVE FC25-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE.

       7000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7100-EMITIR-LINEA-TOTAL.
      *>----------------------------------------------------------------*
           IF FC25-TT-INDDEBCRE (FC25-IX-TOT) = FC25-DEBE
               MOVE "DEBE " TO FC25-EDIT-SIGNO
           ELSE
               MOVE "HABER" TO FC25-EDIT-SIGNO
           END-IF
           MOVE FC25-TT-CANTIDAD (FC25-IX-TOT) TO FC25-EDIT-CANTIDAD
           MOVE FC25-TT-IMPORTE (FC25-IX-TOT) TO FC25-EDIT-IMPORTE

           MOVE SPACES TO FC25-LINEA-EDIT
           STRING "  " FC25-TT-CONCEPTO (FC25-IX-TOT)
               "  " FC25-EDIT-SIGNO
               "  " FC25-EDIT-CANTIDAD
               "  " FC25-EDIT-IMPORTE
               DELIMITED BY SIZE INTO FC25-LINEA-EDIT
           MOVE FC25-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE.

       7100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       9000-FINALIZAR.
      *>----------------------------------------------------------------*
           CLOSE F-TBFINCUO
           CLOSE F-TBDETCUO
           CLOSE F-TBPAGHIS
           CLOSE F-TBPAGCON
           CLOSE F-CONTABLE
           CLOSE F-REPORTE

           SET RH-FIN-CORRIDA TO TRUE
           CALL "MPJ45063" USING RH-PARAMETROS

           DISPLAY "MPJ45251 - PLANES LEIDOS            = "
               FC25-CONT-PLANES
           DISPLAY "MPJ45251 - CUOTAS FACTURADAS        = "
               FC25-CONT-CUOTAS-FACT
           DISPLAY "MPJ45251 - CUOTAS RE-EMITIDAS       = "
               FC25-CONT-CUOTAS-REEMIT
           DISPLAY "MPJ45251 - CUOTAS RETENIDAS         = "
               FC25-CONT-CUOTAS-RETEN
           DISPLAY "MPJ45251 - FECHA DE CORTE           = "
               FC25-FECCORTE
           DISPLAY "MPJ45251 - CUOTAS ANTERIORES CORTE  = "
               FC25-CONT-CUOTAS-CORTE
           DISPLAY "MPJ45251 - MOVIMIENTOS LEIDOS       = "
               FC25-CONT-MOV-LEIDOS
           DISPLAY "MPJ45251 - MOVIMIENTOS CONTABILIZ.  = "
               FC25-CONT-MOV-CONTAB
           DISPLAY "MPJ45251 - MOVIMIENTOS RE-EMITIDOS  = "
               FC25-CONT-MOV-REEMIT
           DISPLAY "MPJ45251 - MOVIMIENTOS ANT. CORTE   = "
               FC25-CONT-MOV-CORTE
           DISPLAY "MPJ45251 - REGISTROS DE INTERFACE   = "
               FC25-CONT-REGISTROS
           DISPLAY "MPJ45251 - ERRORES DE GRABACION     = "
               FC25-CONT-ERRORES
           DISPLAY "MPJ45251 - CAMBIOS SIN RASTRO       = "
               FC25-CONT-SIN-RASTRO.

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
           MOVE "MPJ45251" TO FN-PROGRAMA
           SET FN-FECHA-Y-PREDECESORES TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45251 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-CTLBAT
           MOVE FN-FECPROC TO FC25-CTL-FECPROC
           ACCEPT FC25-CTL-HORA FROM TIME
           MOVE SPACES TO FC25-CTL-HORA-EDIT
           STRING FC25-CTL-HH ":" FC25-CTL-MM ":" FC25-CTL-SS
               DELIMITED BY SIZE INTO FC25-CTL-HORA-EDIT
           INITIALIZE TBCTLBAT
           MOVE "MPJ45251" TO RC-PROGRAMA
           MOVE FC25-CTL-FECPROC TO RC-FECPROC
           MOVE FC25-CTL-HORA-EDIT TO RC-HORAINI
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
           MOVE "MPJ45251" TO RC-PROGRAMA
           MOVE FC25-CTL-FECPROC TO RC-FECPROC
           READ F-CTLBAT
               INVALID KEY
                   CONTINUE
           END-READ
           ACCEPT FC25-CTL-HORA FROM TIME
           MOVE SPACES TO FC25-CTL-HORA-EDIT
           STRING FC25-CTL-HH ":" FC25-CTL-MM ":" FC25-CTL-SS
               DELIMITED BY SIZE INTO FC25-CTL-HORA-EDIT
           MOVE FC25-CTL-HORA-EDIT TO RC-HORAFIN
           MOVE FC25-CONT-PLANES TO RC-CONT-ENTRADA
           MOVE FC25-CONT-REGISTROS TO RC-CONT-SALIDA
           COMPUTE RC-CONT-NOVEDADES =
               FC25-CONT-CUOTAS-FACT + FC25-CONT-MOV-CONTAB
           MOVE FC25-CONT-ERRORES TO RC-CONT-ERRORES
           SET RC-FINALIZADO TO TRUE
           REWRITE TBCTLBAT
               INVALID KEY
                   CONTINUE
           END-REWRITE
           CLOSE F-CTLBAT.

       8900-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       1800-LEER-PARAMETROS.
      *>    Toma de TBPARJOB la fila del programa con la fecha efectiva
      *>    mas reciente no posterior a la fecha de proceso. Sin fila
      *>    vigente o con una fecha de corte posterior a la fecha de
      *>    proceso el trabajo se cancela con mensaje claro: aqui no
      *>    existen valores por defecto silenciosos.
      *>----------------------------------------------------------------*
           OPEN INPUT F-TBPARJOB
           MOVE "MPJ45251" TO PJ-PROGRAMA
           MOVE ZERO TO PJ-FECEFEC
           START F-TBPARJOB KEY IS NOT LESS THAN PJ-CLAVE
               INVALID KEY
                   SET FC25-FIN-PARJOB TO TRUE
           END-START
           IF NOT FC25-FIN-PARJOB
               PERFORM 1810-LEER-PARJOB THRU 1810-EXIT
               PERFORM 1820-GUARDAR-VIGENTE THRU 1820-EXIT
                   UNTIL FC25-FIN-PARJOB
           END-IF
           CLOSE F-TBPARJOB

           IF NOT FC25-PARJOB-HALLADO
               DISPLAY "MPJ45251 - SIN PARAMETROS VIGENTES EN TBPARJOB, "
                       "SE CANCELA LA CORRIDA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF FC25-FECCORTE = ZERO
               OR FC25-FECCORTE > FC25-CTL-FECPROC
               DISPLAY "MPJ45251 - FECHA DE CORTE FUERA DE RANGO EN "
                       "TBPARJOB, SE CANCELA LA CORRIDA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       1800-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       1810-LEER-PARJOB.
      *>----------------------------------------------------------------*
           READ F-TBPARJOB NEXT RECORD
               AT END
                   SET FC25-FIN-PARJOB TO TRUE
           END-READ.

       1810-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       1820-GUARDAR-VIGENTE.
      *>    Las filas del programa llegan en orden de fecha efectiva
      *>    ascendente: la ultima no posterior a la fecha de proceso es
      *>    la vigente y pisa a las anteriores.
      *>----------------------------------------------------------------*
           IF PJ-PROGRAMA NOT = "MPJ45251"
               OR PJ-FECEFEC > FC25-CTL-FECPROC
               SET FC25-FIN-PARJOB TO TRUE
           ELSE
               SET FC25-PARJOB-HALLADO TO TRUE
               MOVE PJ251-FECCORTE TO FC25-FECCORTE
               PERFORM 1810-LEER-PARJOB THRU 1810-EXIT
           END-IF.

       1820-EXIT.
           EXIT.

      *>     el pago original en TBPAGHIS, reabre la cuota en TBDETCUO
      *>     (FECLIQ/ESTCUO), retrocede los contadores del plan en
      *>     TBFINCUO y deja un movimiento correctivo (INDNORCOR = 1)
      *>     enlazado al original, en vez de borrar historia. Si el
      *>     pago se habia imputado a varias cuotas, se revierten todas
      *>     y el resto que quedaba en el suspenso se da de baja. Una
      *>     cuota reabierta con FECPROCUO ya vencida la recoge la
      *>     proxima corrida de morosidad MPJ45121 sin mas.
      *>
      *>     Un pago que no cuadra exacto con una cuota pendiente
      *>     (importe corto o excedido, cuota ya liquidada, clave de
      *>     plan o cuota mal tecleada) no se pierde: se imputa a las
      *>     cuotas vencidas sin liquidar de la cuenta y moneda, de la
      *>     mas antigua a la mas nueva, mientras alcance para cuotas
      *>     enteras, y el resto queda como saldo a favor en el
      *>     suspenso TBPAGSUS. Cada corrida reintenta primero los
      *>     saldos pendientes del suspenso y al final emite el
      *>     reporte de antiguedad del suspenso por linea del
      *>     recaudador (TIPOLIN).
      *> ----------------------------------------------------------------
      *> HISTORIAL DE MODIFICACIONES
      *> FECHA       AUTOR   DESCRIPCION
      *>                     NUMORDEN Y NUMSECREC DEL RASTRO): UN
      *>                     EXTORNO MAL TECLEADO NO REABRE CUOTAS
      *>                     AJENAS AL PAGO
      *> 15/10/2026  JRM     EL PAGO APLICADO REINTEGRA CAPITAL Y
      *>                     CUOTA A LA LINEA DE CREDITO DE CUOTAS
      *>                     (TBLINCRE, RUTINA MPJ45242) Y EL EXTORNO
      *>                     LOS VUELVE A DISPONER (FORZADO); UN
      *>                     MOVIMIENTO QUE LA LINEA NO ACEPTA SE
      *>                     CUENTA Y SE INFORMA AL FINAL
      *> 15/10/2026  JRM     CADA CAMBIO SOBRE TBDETCUO (TABLA "DET") Y
      *>                     TBFINCUO (TABLA "FIN") DEJA IMAGEN
      *>                     ANTERIOR Y POSTERIOR EN TBHISMOD CON
      *>                     PROCESO MPJ45011 (RUTINA MPJ45063); UN
      *>                     CAMBIO SIN RASTRO SE CUENTA Y SE INFORMA
      *> 15/10/2026  JRM     SUSPENSO DE PAGOS NO APLICADOS TBPAGSUS:
      *>                     EL PAGO QUE NO CUADRA EXACTO CON UNA CUOTA
      *>                     SE IMPUTA A LAS CUOTAS VENCIDAS MAS
      *>                     ANTIGUAS DE LA CUENTA Y EL RESTO QUEDA EN
      *>                     SUSPENSO; LOS SALDOS EN SUSPENSO SE
      *>                     REINTENTAN EN CADA CORRIDA, EL EXTORNO DE
      *>                     UN PAGO EN SUSPENSO LO DA DE BAJA Y SE
      *>                     EMITE LA ANTIGUEDAD DEL SUSPENSO POR
      *>                     TIPOLIN (SUS45011)
      *> 15/10/2026  JRM     LA FECHA DE PROCESO SE TOMA DE LA FECHA DE
      *>                     NEGOCIO TBFECNEG (RUTINA MPJ45132) Y NO DEL
      *>                     RELOJ; SI UN PREDECESOR DEL PROGRAMA NO
      *>                     TERMINO ESE DIA LA CORRIDA SE CANCELA
      *> 15/10/2026  JRM     EL EXTORNO DE UN PAGO IMPUTADO A VARIAS
      *>                     CUOTAS (NUMEXTPG 1..N) O CON RESTO EN
      *>                     SUSPENSO REABRE TODAS SUS CUOTAS, RETROCEDE
      *>                     LOS PLANES, VUELVE A DISPONER LA LINEA, DA
      *>                     DE BAJA EL RESTO EN SUSPENSO Y MARCA
      *>                     EXTORNADAS TODAS LAS FILAS ORIGINALES; CADA
      *>                     CORRECTIVO LLEVA EL NUMEXTPG DE LA FILA QUE
      *>                     REVIERTE
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45011.
               RECORD KEY IS PH-CLAVE
               FILE STATUS IS PA11-STATUS-PAGHIS.

           SELECT F-TBPAGSUS ASSIGN TO "TBPAGSUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-CLAVE
               FILE STATUS IS PA11-STATUS-PAGSUS.

           SELECT F-REPORTE ASSIGN TO "RPT45011"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PA11-STATUS-REPORTE.

           SELECT F-REPORTE-SUS ASSIGN TO "SUS45011"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PA11-STATUS-REPSUS.

           SELECT F-CTLBAT ASSIGN TO "TBCTLBAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  F-TBPAGHIS.
       COPY "TBPAGHIS.cpy".

       FD  F-TBPAGSUS.
       COPY "TBPAGSUS.cpy".

       FD  F-REPORTE
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-LINEA-REPORTE                PIC X(132).

       FD  F-REPORTE-SUS
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-LINEA-SUSPENSO               PIC X(132).

       FD  F-CTLBAT.
       COPY "TBCTLBAT.cpy".

       01  PA11-STATUS-CTLBAT                PIC X(2).
           88  PA11-CTLBAT-OK                    VALUE "00".

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  PA11-CTLBAT-TRABAJO.
           05  PA11-CTL-FECPROC               PIC 9(8).
           05  PA11-CTL-HORA.
       01  PA11-STATUS-PAGHIS               PIC X(2).
           88  PA11-PAGHIS-OK                    VALUE "00".

       01  PA11-STATUS-PAGSUS               PIC X(2).
           88  PA11-PAGSUS-OK                    VALUE "00".

       01  PA11-STATUS-REPORTE              PIC X(2).
       01  PA11-STATUS-REPSUS               PIC X(2).

       01  PA11-IND-FIN-PAGOS                PIC X(1)  VALUE "N".
           88  PA11-FIN-PAGOS                       VALUE "S".
       01  PA11-IND-PAGO-APLICABLE           PIC X(1)  VALUE "N".
           88  PA11-PAGO-APLICABLE                  VALUE "S".

      *> Movimiento ya registrado (TBPAGHIS o suspenso): se rechaza y
      *> no se imputa ni se manda al suspenso, para no duplicar dinero.
       01  PA11-IND-DUPLICADO                PIC X(1)  VALUE "N".
           88  PA11-PAGO-DUPLICADO                  VALUE "S".

      *> Extorno cuyo pago original sigue entero en el suspenso.
       01  PA11-IND-EXT-SUSPENSO             PIC X(1)  VALUE "N".
           88  PA11-EXT-EN-SUSPENSO                 VALUE "S".

       01  PA11-IND-FIN-PAGSUS               PIC X(1)  VALUE "N".
           88  PA11-FIN-PAGSUS                      VALUE "S".
       01  PA11-IND-FIN-FINCUO               PIC X(1)  VALUE "N".
           88  PA11-FIN-FINCUO                      VALUE "S".
       01  PA11-IND-FIN-IMPUTACION           PIC X(1)  VALUE "N".
           88  PA11-FIN-IMPUTACION                  VALUE "S".

      *> Estado de cuota en TBDETCUO: 0 = pendiente, 2 = liquidada
      *> (mismo codigo que deja el liquidador de ciclo), 7 =
      *> suspendida por disputa (no se le imputan pagos).
       01  PA11-ESTCUO-PENDIENTE             PIC 9(2)  VALUE 0.
       01  PA11-ESTCUO-LIQUIDADA             PIC 9(2)  VALUE 2.
       01  PA11-ESTCUO-SUSPENDIDA            PIC 9(2)  VALUE 7.

      *> Estados de la fila de suspenso (ESTSUS de TBPAGSUS).
       01  PA11-ESTSUS-PENDIENTE             PIC X(1)  VALUE "P".
       01  PA11-ESTSUS-SALDADO               PIC X(1)  VALUE "A".
       01  PA11-ESTSUS-EXTORNADO             PIC X(1)  VALUE "E".

      *> Indicador normal/correctivo de TBPAGHIS: 1 marca el
      *> movimiento de extorno.
      *> buscando la ultima liquidacion que queda.
       01  PA11-IMPCAP-EXTORNO               PIC 9(15)V99 VALUE ZERO.
       01  PA11-IMPINT-EXTORNO               PIC 9(15)V99 VALUE ZERO.
       01  PA11-IMPCUO-EXTORNO               PIC 9(15)V99 VALUE ZERO.

      *> Filas de TBPAGHIS del pago que se extorna: el pago exacto
      *> deja una sola (NUMEXTPG 0) y el imputado una por cuota
      *> (NUMEXTPG 1..n). Se juntan y validan todas antes de tocar
      *> nada; el resto que quedo en el suspenso va aparte.
       01  PA11-MAX-ORIGINALES               PIC 9(3)  VALUE 200.
       01  PA11-TABLA-ORIGINALES.
           05  PA11-CANT-ORIGINALES           PIC 9(3)  VALUE ZERO.
           05  PA11-ORIGINAL OCCURS 200 TIMES INDEXED BY PA11-IX-OR.
               10  PA11-OR-NUMEXTPG            PIC 9(3).
               10  PA11-OR-CODTIPC             PIC X(4).
               10  PA11-OR-NUMOPECUO           PIC 9(6).
               10  PA11-OR-NUMFINAN            PIC 9(3).
               10  PA11-OR-NUMCUOTA            PIC 9(9).
               10  PA11-OR-IMPAPL              PIC 9(15)V99.
       01  PA11-POS-OR                       PIC 9(3)  VALUE ZERO.
       01  PA11-NUMEXTPG-BUS                 PIC 9(3)  VALUE ZERO.
       01  PA11-TOT-ORIGINALES               PIC 9(15)V99 VALUE ZERO.
       01  PA11-IMP-SALDO-SUS                PIC 9(15)V99 VALUE ZERO.
       01  PA11-IND-FIN-ORIGINALES           PIC X(1)  VALUE "N".
           88  PA11-FIN-ORIGINALES                  VALUE "S".
       01  PA11-IND-PLAN-HALLADO             PIC X(1)  VALUE "N".
           88  PA11-PLAN-HALLADO                    VALUE "S".

      *> Area de parametros de la rutina comun de la linea de credito.
       COPY "MPJ45242-LNK.cpy".

      *> Area de parametros de la rutina comun de rastro TBHISMOD y
      *> fecha de proceso en DD/MM/AAAA para FECHAMOD.
       COPY "MPJ45063-LNK.cpy".
       01  PA11-FECHA-HOY                    PIC X(10) VALUE SPACES.

       01  PA11-IND-FIN-DETCUO               PIC X(1)  VALUE "N".
           88  PA11-FIN-DETCUO                      VALUE "S".
       01  PA11-FECHA-ARMADA-NUM REDEFINES PA11-FECHA-ARMADA
                                             PIC 9(8).

      *> Imputacion de un pago que no cuadra exacto: la cuota a la
      *> que apuntaba el recaudador se guarda mientras PG-CODTIPC ..
      *> PG-NUMCUOTA se cargan con cada cuota imputada (los parrafos
      *> de aplicacion 4100/4200/4300 trabajan sobre esos campos).
       01  PA11-DESTINO-ORIGINAL.
           05  PA11-DO-CODTIPC                PIC X(4).
           05  PA11-DO-NUMOPECUO              PIC 9(6).
           05  PA11-DO-NUMFINAN               PIC 9(3).
           05  PA11-DO-NUMCUOTA               PIC 9(9).

       01  PA11-IMP-DISPONIBLE               PIC 9(15)V99 VALUE ZERO.
       01  PA11-IMP-IMPUTADO                 PIC 9(15)V99 VALUE ZERO.
       01  PA11-CUOTAS-IMPUTADAS             PIC 9(5)  VALUE ZERO.
      *> Numero de imputacion: NUMEXTPG de la fila de TBPAGHIS que
      *> deja cada cuota imputada (el pago exacto usa NUMEXTPG 0).
       01  PA11-NUMAPL                       PIC 9(3)  VALUE ZERO.
       01  PA11-ORIGEN-LINEA                 PIC X(9)  VALUE SPACES.

      *> Cuotas vencidas sin liquidar de la cuenta y moneda,
      *> candidatas a la imputacion; se toman de la de vencimiento
      *> mas antiguo a la mas nueva.
       01  PA11-MAX-CANDIDATAS               PIC 9(3)  VALUE 200.
       01  PA11-TABLA-CANDIDATAS.
           05  PA11-CANT-CANDIDATAS           PIC 9(3)  VALUE ZERO.
           05  PA11-CANDIDATA OCCURS 200 TIMES INDEXED BY PA11-IX-CA.
               10  PA11-CA-CODTIPC             PIC X(4).
               10  PA11-CA-NUMOPECUO           PIC 9(6).
               10  PA11-CA-NUMFINAN            PIC 9(3).
               10  PA11-CA-NUMCUOTA            PIC 9(9).
               10  PA11-CA-FECVTO              PIC 9(8).
               10  PA11-CA-IMPCUOTA            PIC 9(15)V99.
               10  PA11-CA-IND-USADA           PIC X(1).
       01  PA11-POS-MENOR                    PIC 9(3)  VALUE ZERO.
       01  PA11-FECVTO-MENOR                 PIC 9(8)  VALUE ZERO.

      *> Area de parametros de la rutina comun de conteo de dias
      *> (antiguedad del saldo en suspenso, en dias corridos).
       COPY "MPJ45232-LNK.cpy".

      *> Antiguedad del suspenso: tramos por linea del recaudador y
      *> total general.
       01  PA11-DIAS-SUSPENSO                PIC S9(5) VALUE ZERO.
       01  PA11-TRAMO-SUS                    PIC 9(1)  VALUE ZERO.
       01  PA11-IND-LINEA-HALLADA            PIC X(1)  VALUE "N".
           88  PA11-LINEA-HALLADA                   VALUE "S".
       01  PA11-TABLA-LINEAS.
           05  PA11-CANT-LINEAS               PIC 9(3)  VALUE ZERO.
           05  PA11-LINEA OCCURS 50 TIMES INDEXED BY PA11-IX-LI.
               10  PA11-LI-TIPOLIN             PIC X(4).
               10  PA11-LI-TRAMO OCCURS 5 TIMES
                       INDEXED BY PA11-IX-LT.
                   15  PA11-LI-PAGOS           PIC 9(9).
                   15  PA11-LI-SALDO           PIC 9(15)V99.
       01  PA11-TOTAL-SUSPENSO.
           05  PA11-TS-TRAMO OCCURS 5 TIMES INDEXED BY PA11-IX-TS.
               10  PA11-TS-PAGOS               PIC 9(9).
               10  PA11-TS-SALDO               PIC 9(15)V99.
       01  PA11-ROTULOS-SUSPENSO.
           05  FILLER                        PIC X(10) VALUE "0-3".
           05  FILLER                        PIC X(10) VALUE "4-7".
           05  FILLER                        PIC X(10) VALUE "8-15".
           05  FILLER                        PIC X(10) VALUE "16-30".
           05  FILLER                        PIC X(10) VALUE "MAS DE 30".
       01  PA11-ROTULOS-SUS-R REDEFINES PA11-ROTULOS-SUSPENSO.
           05  PA11-ROTULO-SUS OCCURS 5 TIMES PIC X(10).

       01  PA11-CONTADORES.
           05  PA11-CONT-LEIDOS               PIC 9(9) VALUE ZERO.
           05  PA11-CONT-APLICADOS            PIC 9(9) VALUE ZERO.
           05  PA11-CONT-RECHAZADOS           PIC 9(9) VALUE ZERO.
           05  PA11-TOT-IMPAPL                PIC 9(15)V99 VALUE ZERO.
           05  PA11-TOT-IMPEXT                PIC 9(15)V99 VALUE ZERO.
           05  PA11-CONT-SIN-LINEA            PIC 9(9) VALUE ZERO.
           05  PA11-CONT-SIN-RASTRO           PIC 9(9) VALUE ZERO.
           05  PA11-CONT-IMPUTADOS            PIC 9(9) VALUE ZERO.
           05  PA11-CONT-CUOTAS-IMPUT         PIC 9(9) VALUE ZERO.
           05  PA11-TOT-IMPUTADO              PIC 9(15)V99 VALUE ZERO.
           05  PA11-CONT-A-SUSPENSO           PIC 9(9) VALUE ZERO.
           05  PA11-TOT-A-SUSPENSO            PIC 9(15)V99 VALUE ZERO.
           05  PA11-CONT-REINTENTOS           PIC 9(9) VALUE ZERO.
           05  PA11-CONT-SALDADOS             PIC 9(9) VALUE ZERO.
           05  PA11-CONT-EXT-SUSPENSO         PIC 9(9) VALUE ZERO.
           05  PA11-CONT-EN-SUSPENSO          PIC 9(9) VALUE ZERO.
           05  PA11-TOT-EN-SUSPENSO           PIC 9(15)V99 VALUE ZERO.

       01  PA11-EDIT-IMPORTE                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  PA11-EDIT-IMPORTE2                PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  PA11-EDIT-NUMCUOTA                PIC ZZZZZZZZ9.
       01  PA11-EDIT-CANT                    PIC ZZZZ9.
       01  PA11-EDIT-PAGOS                   PIC ZZZ.ZZZ.ZZ9.
       01  PA11-EDIT-DIAS                    PIC ZZZZ9.
       01  PA11-EDIT-NUMMOVPG                PIC 9(7).
       01  PA11-LINEA-EDIT                   PIC X(132).

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-APLICAR-PAGO THRU 2000-EXIT
               UNTIL PA11-FIN-PAGOS
           PERFORM 7000-ANTIGUEDAD-SUSPENSO THRU 7000-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           PERFORM 8900-CONTROL-FIN THRU 8900-EXIT
           GOBACK.
      *>----------------------------------------------------------------*
       1000-INICIALIZAR.
      *>----------------------------------------------------------------*
           STRING PA11-CTL-FECPROC (7:2) "/" PA11-CTL-FECPROC (5:2) "/"
               PA11-CTL-FECPROC (1:4)
               DELIMITED BY SIZE INTO PA11-FECHA-HOY

           OPEN INPUT F-PAGOS
           OPEN I-O   F-TBDETCUO
           OPEN I-O   F-TBFINCUO
           OPEN I-O   F-TBPAGHIS
           OPEN I-O   F-TBPAGSUS
           OPEN OUTPUT F-REPORTE
           OPEN OUTPUT F-REPORTE-SUS

           MOVE SPACES TO PA11-LINEA-EDIT
           MOVE "APLICACION DE PAGOS DE CUOTAS - RECHAZOS Y SUSPENSO"
               TO PA11-LINEA-EDIT
           MOVE PA11-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE
           MOVE PA11-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           PERFORM 1500-REINTENTAR-SUSPENSO THRU 1500-EXIT

           PERFORM 1100-LEER-PAGO THRU 1100-EXIT.

       1000-EXIT.
       1100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       1500-REINTENTAR-SUSPENSO.
      *>    Antes de los pagos del dia se reintentan los saldos que
      *>    quedaron en suspenso en corridas anteriores, para que el
      *>    dinero que mas espero llegue primero a las cuotas.
      *>----------------------------------------------------------------*
           MOVE "N" TO PA11-IND-FIN-PAGSUS
           MOVE LOW-VALUES TO SU-CLAVE

           START F-TBPAGSUS KEY IS NOT LESS THAN SU-CLAVE
               INVALID KEY
                   SET PA11-FIN-PAGSUS TO TRUE
           END-START

           IF NOT PA11-FIN-PAGSUS
               PERFORM 1510-LEER-PAGSUS THRU 1510-EXIT
               PERFORM 1520-REINTENTAR-FILA THRU 1520-EXIT
                   UNTIL PA11-FIN-PAGSUS
           END-IF.

       1500-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       1510-LEER-PAGSUS.
      *>----------------------------------------------------------------*
           READ F-TBPAGSUS NEXT RECORD
               AT END
                   SET PA11-FIN-PAGSUS TO TRUE
           END-READ.

       1510-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       1520-REINTENTAR-FILA.
      *>    Una fila pendiente se rearma como pago (por el saldo en
      *>    suspenso y con la fecha de proceso como fecha de pago) y
      *>    pasa por la misma imputacion que un pago nuevo; la fila
      *>    queda con el saldo que sobro y, si no sobro nada, saldada.
      *>----------------------------------------------------------------*
           IF ESTSUS OF TBPAGSUS NOT = PA11-ESTSUS-PENDIENTE
               OR IMPSALDO OF TBPAGSUS = ZERO
               GO TO 1520-LEER
           END-IF

           ADD 1 TO PA11-CONT-REINTENTOS
           PERFORM 1530-ARMAR-PAGO THRU 1530-EXIT

           MOVE IMPSALDO OF TBPAGSUS TO PA11-IMP-DISPONIBLE
           MOVE NUMAPLSUS OF TBPAGSUS TO PA11-NUMAPL
           PERFORM 6100-IMPUTAR-CUENTA THRU 6100-EXIT

           ADD 1 TO NUMINTENTOS OF TBPAGSUS
           MOVE PA11-FECHA-HOY TO FECULTINT OF TBPAGSUS
           MOVE PA11-IMP-DISPONIBLE TO IMPSALDO OF TBPAGSUS
           MOVE PA11-NUMAPL TO NUMAPLSUS OF TBPAGSUS
           IF PA11-IMP-DISPONIBLE = ZERO
               MOVE PA11-ESTSUS-SALDADO TO ESTSUS OF TBPAGSUS
               MOVE PA11-FECHA-HOY TO FECBAJASUS OF TBPAGSUS
               ADD 1 TO PA11-CONT-SALDADOS
           END-IF
           MOVE "MPJ45011" TO USUARIOUMO OF TBPAGSUS

           REWRITE TBPAGSUS
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF PA11-CUOTAS-IMPUTADAS > ZERO
               MOVE "REINTENTO" TO PA11-ORIGEN-LINEA
               PERFORM 6800-EMITIR-IMPUTACION THRU 6800-EXIT
           END-IF.

       1520-LEER.
           PERFORM 1510-LEER-PAGSUS THRU 1510-EXIT.

       1520-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       1530-ARMAR-PAGO.
      *>    Carga el area del pago con la fila de suspenso: todavia no
      *>    se leyo ningun pago del dia, asi que el area esta libre.
      *>----------------------------------------------------------------*
           INITIALIZE REG-PAGO45011
           MOVE CODENT    OF SU-CLAVE TO PG-CODENT
           MOVE CENTALTA  OF SU-CLAVE TO PG-CENTALTA
           MOVE CUENTA    OF SU-CLAVE TO PG-CUENTA
           MOVE NUMMOVPG  OF SU-CLAVE TO PG-NUMMOVPG
           MOVE CLAMON    OF TBPAGSUS TO PG-CLAMON
           MOVE CODTIPC   OF TBPAGSUS TO PG-CODTIPC
           MOVE NUMOPECUO OF TBPAGSUS TO PG-NUMOPECUO
           MOVE NUMFINAN  OF TBPAGSUS TO PG-NUMFINAN
           MOVE NUMCUOTA  OF TBPAGSUS TO PG-NUMCUOTA
           MOVE IMPSALDO  OF TBPAGSUS TO PG-IMPPAGO
           MOVE PA11-FECHA-HOY        TO PG-FECPAGO
           MOVE TIPOLIN   OF TBPAGSUS TO PG-TIPOLIN
           MOVE "N"                   TO PG-INDEXTORNO.

       1530-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2000-APLICAR-PAGO.
      *>    Un movimiento del fichero diario: la aplicacion normal se
      *>    valida contra TBDETCUO y TBFINCUO, graba primero el rastro
      *>    en TBPAGHIS (que actua de compuerta contra movimientos
      *>    duplicados) y recien entonces liquida la cuota y actualiza
      *>    el plan; el extorno recorre el camino inverso (5000). Un
      *>    pago que no cuadra exacto con la cuota (y no es un
      *>    movimiento repetido) se imputa a la cuenta y el resto va
      *>    al suspenso (6000).
      *>----------------------------------------------------------------*
           MOVE "N" TO PA11-IND-PAGO-APLICABLE
           MOVE "N" TO PA11-IND-DUPLICADO
           MOVE "N" TO PA11-IND-EXT-SUSPENSO
           MOVE SPACES TO PA11-MOTIVO-RECHAZO

           IF PG-ES-EXTORNO
               PERFORM 5000-EXTORNAR-PAGO THRU 5000-EXIT
           ELSE
               PERFORM 2050-VERIFICAR-DUPLICADO THRU 2050-EXIT
               IF NOT PA11-PAGO-DUPLICADO
                   PERFORM 3000-BUSCAR-CUOTA THRU 3000-EXIT
               END-IF
               IF PA11-PAGO-APLICABLE
                   PERFORM 3100-BUSCAR-PLAN THRU 3100-EXIT
               END-IF
               IF PA11-PAGO-APLICABLE
                   PERFORM 4100-LIQUIDAR-CUOTA THRU 4100-EXIT
                   PERFORM 4200-ACTUALIZAR-PLAN THRU 4200-EXIT
                   PERFORM 4300-REINTEGRAR-LINEA THRU 4300-EXIT
               END-IF
               IF NOT PA11-PAGO-APLICABLE
                   AND NOT PA11-PAGO-DUPLICADO
                   PERFORM 6000-IMPUTAR-PAGO THRU 6000-EXIT
               END-IF
           END-IF

       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2050-VERIFICAR-DUPLICADO.
      *>    Un NUMMOVPG ya registrado no se vuelve a tomar, sea que se
      *>    aplico exacto (NUMEXTPG 0), que se imputo a cuotas (la
      *>    primera imputacion lleva NUMEXTPG 1) o que esta en el
      *>    suspenso: imputarlo o suspenderlo otra vez duplicaria el
      *>    dinero.
      *>----------------------------------------------------------------*
           MOVE PG-CODENT    TO CODENT    OF PH-CLAVE
           MOVE PG-CENTALTA  TO CENTALTA  OF PH-CLAVE
           MOVE PG-CUENTA    TO CUENTA    OF PH-CLAVE
           MOVE ZERO         TO NUMEXTPG  OF PH-CLAVE
           MOVE PG-NUMMOVPG  TO NUMMOVPG  OF PH-CLAVE

           READ F-TBPAGHIS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PA11-PAGO-DUPLICADO TO TRUE
           END-READ

           IF NOT PA11-PAGO-DUPLICADO
               MOVE 1 TO NUMEXTPG OF PH-CLAVE
               READ F-TBPAGHIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PA11-PAGO-DUPLICADO TO TRUE
               END-READ
           END-IF

           IF PA11-PAGO-DUPLICADO
               MOVE "MOVIMIENTO DUPLICADO EN TBPAGHIS"
                   TO PA11-MOTIVO-RECHAZO
               GO TO 2050-EXIT
           END-IF

           MOVE PG-CODENT    TO CODENT    OF SU-CLAVE
           MOVE PG-CENTALTA  TO CENTALTA  OF SU-CLAVE
           MOVE PG-CUENTA    TO CUENTA    OF SU-CLAVE
           MOVE PG-NUMMOVPG  TO NUMMOVPG  OF SU-CLAVE

           READ F-TBPAGSUS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PA11-PAGO-DUPLICADO TO TRUE
                   MOVE "MOVIMIENTO DUPLICADO EN SUSPENSO"
                       TO PA11-MOTIVO-RECHAZO
           END-READ.

       2050-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3000-BUSCAR-CUOTA.
      *>    Lectura directa de la cuota en TBDETCUO; el pago solo es
      *>    aplicable si la cuota existe, todavia no fue liquidada y
      *>    el importe es exactamente el de la cuota.
      *>----------------------------------------------------------------*
           MOVE PG-CODENT    TO CODENT    OF DC-CLAVE
           MOVE PG-CENTALTA  TO CENTALTA  OF DC-CLAVE
                       TO PA11-MOTIVO-RECHAZO
               NOT INVALID KEY
                   IF FECLIQ OF TBDETCUO = SPACES
                       IF PG-IMPPAGO = IMPCUOTA OF TBDETCUO
                           SET PA11-PAGO-APLICABLE TO TRUE
                       ELSE
                           MOVE "IMPORTE DISTINTO DEL DE LA CUOTA"
                               TO PA11-MOTIVO-RECHAZO
                       END-IF
                   ELSE
                       MOVE "CUOTA YA LIQUIDADA"
                           TO PA11-MOTIVO-RECHAZO
           WRITE TBPAGHIS
               INVALID KEY
                   MOVE "N" TO PA11-IND-PAGO-APLICABLE
                   SET PA11-PAGO-DUPLICADO TO TRUE
                   MOVE "MOVIMIENTO DUPLICADO EN TBPAGHIS"
                       TO PA11-MOTIVO-RECHAZO
               NOT INVALID KEY
      *>----------------------------------------------------------------*
       4100-LIQUIDAR-CUOTA.
      *>----------------------------------------------------------------*
           INITIALIZE RH-PARAMETROS
           MOVE TBDETCUO TO RH-REGANT

           MOVE PG-FECPAGO TO FECLIQ OF TBDETCUO
           MOVE PA11-ESTCUO-LIQUIDADA TO ESTCUO OF TBDETCUO
           MOVE "MPJ45011" TO USUARIOUMO OF TBDETCUO
           REWRITE TBDETCUO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "LIQUIDACION DE CUOTA POR PAGO"
                       TO RH-TIPO-ACCION
                   PERFORM 4900-RASTRO-DETCUO THRU 4900-EXIT
           END-REWRITE.

       4100-EXIT.
      *>    de cargo, asi que se descuenta de INTCARPTE sin dejarlo
      *>    negativo.
      *>----------------------------------------------------------------*
           INITIALIZE RH-PARAMETROS
           MOVE TBFINCUO TO RH-REGANT

           ADD 1 TO NUMCUOPAG OF TBFINCUO
           ADD IMPCAPITAL   OF TBDETCUO TO IMPAMORT    OF TBFINCUO
           ADD IMPINTERESES OF TBDETCUO TO IMPINTAMORT OF TBFINCUO
           REWRITE TBFINCUO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "ACTUALIZACION DE PLAN POR PAGO"
                       TO RH-TIPO-ACCION
                   PERFORM 4910-RASTRO-FINCUO THRU 4910-EXIT
           END-REWRITE.

       4200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       4300-REINTEGRAR-LINEA.
      *>    La cuota liquidada libera su capital en la linea de
      *>    credito y deja de estar comprometida. El pago ya quedo
      *>    aplicado: una linea que no acepta el movimiento no lo
      *>    rechaza, solo se cuenta para el cuadre de TBLINCRE.
      *>----------------------------------------------------------------*
           INITIALIZE LN-PARAMETROS
           SET LN-REINTEGRAR TO TRUE
           MOVE IMPCAPITAL OF TBDETCUO TO LN-IMPCAPITAL
           MOVE IMPCUOTA   OF TBDETCUO TO LN-IMPCUOTAS
           PERFORM 4310-MOVER-LINEA THRU 4310-EXIT.

       4300-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       4310-MOVER-LINEA.
      *>    Completa la clave de la linea de cuotas de la cuenta del
      *>    movimiento y llama a la rutina; el llamador ya cargo la
      *>    funcion y los importes.
      *>----------------------------------------------------------------*
           MOVE PG-CODENT        TO LN-CODENT
           MOVE PG-CENTALTA      TO LN-CENTALTA
           MOVE PG-CUENTA        TO LN-CUENTA
           MOVE PG-CLAMON        TO LN-CLAMON
           SET LN-LINEA-CUOTAS   TO TRUE
           MOVE PA11-CTL-FECPROC TO LN-FECPROC
           MOVE "MPJ45011"       TO LN-PROGRAMA
           CALL "MPJ45242" USING LN-PARAMETROS

           IF LN-RETORNO NOT = ZERO
               ADD 1 TO PA11-CONT-SIN-LINEA
           END-IF.

       4310-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       4900-RASTRO-DETCUO.
      *>    Rastro de auditoria de un cambio sobre la cuota: el
      *>    llamador dejo la imagen anterior en RH-REGANT y la accion
      *>    en RH-TIPO-ACCION; la imagen posterior es la fila recien
      *>    regrabada.
      *>----------------------------------------------------------------*
           MOVE TBDETCUO TO RH-REGACT
           MOVE CODENT   OF DC-CLAVE TO RH-CODENT
           MOVE CENTALTA OF DC-CLAVE TO RH-CENTALTA
           MOVE CUENTA   OF DC-CLAVE TO RH-CUENTA
           MOVE "DET" TO RH-TABLA
           PERFORM 4990-GRABAR-RASTRO THRU 4990-EXIT.

       4900-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       4910-RASTRO-FINCUO.
      *>    Igual que 4900 para el plan.
      *>----------------------------------------------------------------*
           MOVE TBFINCUO TO RH-REGACT
           MOVE CODENT   OF FI-CLAVE TO RH-CODENT
           MOVE CENTALTA OF FI-CLAVE TO RH-CENTALTA
           MOVE CUENTA   OF FI-CLAVE TO RH-CUENTA
           MOVE "FIN" TO RH-TABLA
           PERFORM 4990-GRABAR-RASTRO THRU 4990-EXIT.

       4910-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       4990-GRABAR-RASTRO.
      *>    El cambio ya quedo grabado: un rastro que no se puede
      *>    grabar no lo deshace, pero se cuenta y se informa.
      *>----------------------------------------------------------------*
           SET RH-GRABAR TO TRUE
           SET RH-MODIFICACION TO TRUE
           MOVE "MPJ45011" TO RH-PROCESO
           MOVE "APLICACION PAGOS CUOTAS" TO RH-DESPROCESO
           MOVE PA11-FECHA-HOY TO RH-FECHAMOD
           CALL "MPJ45063" USING RH-PARAMETROS

           IF RH-RETORNO NOT = ZERO
               ADD 1 TO PA11-CONT-SIN-RASTRO
           END-IF.

       4990-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5000-EXTORNAR-PAGO.
      *>    Camino inverso de la aplicacion: se juntan y validan todas
      *>    las filas del pago original en TBPAGHIS (la del pago
      *>    exacto o las de cada cuota imputada) y su resto en el
      *>    suspenso, sin tocar nada hasta que el pago entero se puede
      *>    extornar. Luego cada fila se revierte de la ultima a la
      *>    primera (5250), para que NUMULTCUO retroceda cuota por
      *>    cuota, y el resto que quedaba en el suspenso se da de baja
      *>    alli (5800).
      *>----------------------------------------------------------------*
           PERFORM 5100-BUSCAR-PAGO-ORIGINAL THRU 5100-EXIT

           IF PA11-PAGO-APLICABLE
               MOVE PG-CODTIPC   TO PA11-DO-CODTIPC
               MOVE PG-NUMOPECUO TO PA11-DO-NUMOPECUO
               MOVE PG-NUMFINAN  TO PA11-DO-NUMFINAN
               MOVE PG-NUMCUOTA  TO PA11-DO-NUMCUOTA
               MOVE "N" TO PA11-IND-FIN-ORIGINALES

               PERFORM 5250-EXTORNAR-FILA THRU 5250-EXIT
                   VARYING PA11-POS-OR FROM PA11-CANT-ORIGINALES BY -1
                   UNTIL PA11-POS-OR = ZERO
                      OR PA11-FIN-ORIGINALES

               MOVE PA11-DO-CODTIPC   TO PG-CODTIPC
               MOVE PA11-DO-NUMOPECUO TO PG-NUMOPECUO
               MOVE PA11-DO-NUMFINAN  TO PG-NUMFINAN
               MOVE PA11-DO-NUMCUOTA  TO PG-NUMCUOTA

               IF PA11-PAGO-APLICABLE
                   ADD 1 TO PA11-CONT-EXTORNADOS
               END-IF
           END-IF

           IF PA11-EXT-EN-SUSPENSO
               AND (PA11-PAGO-APLICABLE OR PA11-CANT-ORIGINALES = ZERO)
               PERFORM 5800-EXTORNAR-SUSPENSO THRU 5800-EXIT
           END-IF.

       5000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5100-BUSCAR-PAGO-ORIGINAL.
      *>    El pago exacto dejo una sola fila (NUMEXTPG 0); el que se
      *>    imputo dejo una por cuota (NUMEXTPG 1..n, consecutivas
      *>    tambien entre reintentos del suspenso) y, si sobro, una
      *>    fila en TBPAGSUS. Ninguna fila puede estar ya extornada
      *>    (IMPRECAPL guarda el importe extornado), lo imputado mas
      *>    el resto en suspenso debe dar el importe del extorno y
      *>    cada cuota tiene que seguir liquidada. El pago exacto
      *>    ademas debe referir a la MISMA cuota del extorno: 4000
      *>    dejo en el rastro NUMREFAPL (operacion), NUMORDEN
      *>    (financiacion) y NUMSECREC (cuota), y un extorno mal
      *>    tecleado no debe reabrir una cuota ajena al pago.
      *>----------------------------------------------------------------*
           INITIALIZE PA11-TABLA-ORIGINALES
           MOVE ZERO TO PA11-TOT-ORIGINALES
           MOVE ZERO TO PA11-IMP-SALDO-SUS
           MOVE "N" TO PA11-IND-FIN-ORIGINALES

           MOVE ZERO TO PA11-NUMEXTPG-BUS
           PERFORM 5110-LEER-ORIGINAL THRU 5110-EXIT

           IF PA11-CANT-ORIGINALES = ZERO
               AND PA11-MOTIVO-RECHAZO = SPACES
               MOVE "N" TO PA11-IND-FIN-ORIGINALES
               MOVE 1 TO PA11-NUMEXTPG-BUS
               PERFORM 5110-LEER-ORIGINAL THRU 5110-EXIT
                   UNTIL PA11-FIN-ORIGINALES
           END-IF

           IF PA11-MOTIVO-RECHAZO NOT = SPACES
               GO TO 5100-EXIT
           END-IF

           PERFORM 5150-BUSCAR-EN-SUSPENSO THRU 5150-EXIT

           IF PA11-MOTIVO-RECHAZO NOT = SPACES
               GO TO 5100-EXIT
           END-IF

           IF PA11-CANT-ORIGINALES = ZERO
               AND NOT PA11-EXT-EN-SUSPENSO
               MOVE "PAGO ORIGINAL INEXISTENTE EN TBPAGHIS"
                   TO PA11-MOTIVO-RECHAZO
               GO TO 5100-EXIT
           END-IF

           IF PA11-TOT-ORIGINALES + PA11-IMP-SALDO-SUS NOT = PG-IMPPAGO
               MOVE "N" TO PA11-IND-EXT-SUSPENSO
               MOVE "IMPORTE DISTINTO DEL PAGO ORIGINAL"
                   TO PA11-MOTIVO-RECHAZO
               GO TO 5100-EXIT
           END-IF

           IF PA11-CANT-ORIGINALES = ZERO
               GO TO 5100-EXIT
           END-IF

           SET PA11-IX-OR TO 1
           IF PA11-OR-NUMEXTPG (PA11-IX-OR) = ZERO
               IF PA11-OR-NUMOPECUO (PA11-IX-OR) NOT = PG-NUMOPECUO
                   OR PA11-OR-NUMFINAN (PA11-IX-OR) NOT = PG-NUMFINAN
                   OR PA11-OR-NUMCUOTA (PA11-IX-OR) NOT = PG-NUMCUOTA
                   MOVE "PAGO ORIGINAL NO CORRESPONDE A CUOTA"
                       TO PA11-MOTIVO-RECHAZO
                   GO TO 5100-EXIT
               END-IF
           END-IF

           PERFORM 5120-VALIDAR-FILA THRU 5120-EXIT
               VARYING PA11-IX-OR FROM 1 BY 1
               UNTIL PA11-IX-OR > PA11-CANT-ORIGINALES
                  OR PA11-MOTIVO-RECHAZO NOT = SPACES

           IF PA11-MOTIVO-RECHAZO = SPACES
               SET PA11-PAGO-APLICABLE TO TRUE
           ELSE
               MOVE "N" TO PA11-IND-EXT-SUSPENSO
           END-IF.

       5100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5110-LEER-ORIGINAL.
      *>    Lee la fila PA11-NUMEXTPG-BUS del pago original y la
      *>    guarda en la tabla; la primera clave que falta termina la
      *>    busqueda.
      *>----------------------------------------------------------------*
           MOVE PG-CODENT         TO CODENT   OF PH-CLAVE
           MOVE PG-CENTALTA       TO CENTALTA OF PH-CLAVE
           MOVE PG-CUENTA         TO CUENTA   OF PH-CLAVE
           MOVE PA11-NUMEXTPG-BUS TO NUMEXTPG OF PH-CLAVE
           MOVE PG-NUMMOVPG-ORI   TO NUMMOVPG OF PH-CLAVE

           READ F-TBPAGHIS
               INVALID KEY
                   SET PA11-FIN-ORIGINALES TO TRUE
                   GO TO 5110-EXIT
           END-READ

           IF IMPRECAPL OF TBPAGHIS NOT = ZERO
               MOVE "PAGO ORIGINAL YA EXTORNADO" TO PA11-MOTIVO-RECHAZO
               SET PA11-FIN-ORIGINALES TO TRUE
               GO TO 5110-EXIT
           END-IF

           IF PA11-CANT-ORIGINALES NOT < PA11-MAX-ORIGINALES
               MOVE "PAGO CON DEMASIADAS CUOTAS IMPUTADAS"
                   TO PA11-MOTIVO-RECHAZO
               SET PA11-FIN-ORIGINALES TO TRUE
               GO TO 5110-EXIT
           END-IF

           ADD 1 TO PA11-CANT-ORIGINALES
           SET PA11-IX-OR TO PA11-CANT-ORIGINALES
           MOVE PA11-NUMEXTPG-BUS  TO PA11-OR-NUMEXTPG (PA11-IX-OR)
           MOVE NUMREFAPL OF TBPAGHIS
               TO PA11-OR-NUMOPECUO (PA11-IX-OR)
           MOVE NUMORDEN  OF TBPAGHIS
               TO PA11-OR-NUMFINAN (PA11-IX-OR)
           MOVE NUMSECREC OF TBPAGHIS
               TO PA11-OR-NUMCUOTA (PA11-IX-OR)
           MOVE IMPAPL    OF TBPAGHIS
               TO PA11-OR-IMPAPL (PA11-IX-OR)
           MOVE SPACES TO PA11-OR-CODTIPC (PA11-IX-OR)
           ADD IMPAPL OF TBPAGHIS TO PA11-TOT-ORIGINALES
           ADD 1 TO PA11-NUMEXTPG-BUS.

       5110-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5120-VALIDAR-FILA.
      *>    Inversa de 3000 para cada fila: la cuota debe existir y
      *>    seguir liquidada. El plan del pago exacto viene en el
      *>    extorno (PG-CODTIPC, lo lee 3100); el de una cuota
      *>    imputada se busca entre los planes de la cuenta (5130),
      *>    porque TBPAGHIS no guarda CODTIPC.
      *>----------------------------------------------------------------*
           MOVE PG-CODENT    TO CODENT    OF DC-CLAVE
           MOVE PG-CENTALTA  TO CENTALTA  OF DC-CLAVE
           MOVE PG-CUENTA    TO CUENTA    OF DC-CLAVE
           MOVE PG-CLAMON    TO CLAMON    OF DC-CLAVE
           MOVE PA11-OR-NUMOPECUO (PA11-IX-OR) TO NUMOPECUO OF DC-CLAVE
           MOVE PA11-OR-NUMFINAN (PA11-IX-OR)  TO NUMFINAN  OF DC-CLAVE
           MOVE PA11-OR-NUMCUOTA (PA11-IX-OR)  TO NUMCUOTA  OF DC-CLAVE

           READ F-TBDETCUO
               INVALID KEY
                   MOVE "CUOTA INEXISTENTE EN TBDETCUO"
                       TO PA11-MOTIVO-RECHAZO
                   GO TO 5120-EXIT
           END-READ

           IF FECLIQ OF TBDETCUO = SPACES
               MOVE "CUOTA NO LIQUIDADA, NADA QUE EXTORNAR"
                   TO PA11-MOTIVO-RECHAZO
               GO TO 5120-EXIT
           END-IF

           IF PA11-OR-NUMEXTPG (PA11-IX-OR) = ZERO
               MOVE PG-CODTIPC TO PA11-OR-CODTIPC (PA11-IX-OR)
               GO TO 5120-EXIT
           END-IF

           PERFORM 5130-BUSCAR-CODTIPC THRU 5130-EXIT

           IF NOT PA11-PLAN-HALLADO
               MOVE "PLAN INEXISTENTE EN TBFINCUO"
                   TO PA11-MOTIVO-RECHAZO
           END-IF.

       5120-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5130-BUSCAR-CODTIPC.
      *>    Recorre los planes de la cuenta y moneda (CODTIPC desde
      *>    LOW-VALUES, como 6200) hasta dar con la operacion y
      *>    financiacion de la fila.
      *>----------------------------------------------------------------*
           MOVE "N" TO PA11-IND-PLAN-HALLADO
           MOVE "N" TO PA11-IND-FIN-FINCUO

           MOVE PG-CODENT   TO CODENT   OF FI-CLAVE
           MOVE PG-CENTALTA TO CENTALTA OF FI-CLAVE
           MOVE PG-CUENTA   TO CUENTA   OF FI-CLAVE
           MOVE PG-CLAMON   TO CLAMON   OF FI-CLAVE
           MOVE LOW-VALUES  TO CODTIPC  OF FI-CLAVE
           MOVE ZERO TO NUMOPECUO OF FI-CLAVE
           MOVE ZERO TO NUMFINAN  OF FI-CLAVE

           START F-TBFINCUO KEY IS NOT LESS THAN FI-CLAVE
               INVALID KEY
                   SET PA11-FIN-FINCUO TO TRUE
           END-START

           IF NOT PA11-FIN-FINCUO
               PERFORM 6210-LEER-FINCUO THRU 6210-EXIT
               PERFORM 5140-COMPARAR-PLAN THRU 5140-EXIT
                   UNTIL PA11-FIN-FINCUO
           END-IF.

       5130-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5140-COMPARAR-PLAN.
      *>----------------------------------------------------------------*
           IF CODENT   OF FI-CLAVE NOT = PG-CODENT
               OR CENTALTA OF FI-CLAVE NOT = PG-CENTALTA
               OR CUENTA   OF FI-CLAVE NOT = PG-CUENTA
               OR CLAMON   OF FI-CLAVE NOT = PG-CLAMON
               SET PA11-FIN-FINCUO TO TRUE
               GO TO 5140-EXIT
           END-IF

           IF NUMOPECUO OF FI-CLAVE = PA11-OR-NUMOPECUO (PA11-IX-OR)
               AND NUMFINAN OF FI-CLAVE = PA11-OR-NUMFINAN (PA11-IX-OR)
               MOVE CODTIPC OF FI-CLAVE TO PA11-OR-CODTIPC (PA11-IX-OR)
               SET PA11-PLAN-HALLADO TO TRUE
               SET PA11-FIN-FINCUO TO TRUE
               GO TO 5140-EXIT
           END-IF

           PERFORM 6210-LEER-FINCUO THRU 6210-EXIT.

       5140-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5150-BUSCAR-EN-SUSPENSO.
      *>    Lo que el pago original no alcanzo a imputar quedo en el
      *>    suspenso: si sigue pendiente, su saldo entra en el cuadre
      *>    del importe y el extorno lo da de baja alli (5800); si ya
      *>    se saldo, todo el pago esta en las filas de TBPAGHIS. Un
      *>    suspenso ya extornado no se vuelve a extornar.
      *>----------------------------------------------------------------*
           MOVE PG-CODENT       TO CODENT   OF SU-CLAVE
           MOVE PG-CENTALTA     TO CENTALTA OF SU-CLAVE
           MOVE PG-CUENTA       TO CUENTA   OF SU-CLAVE
           MOVE PG-NUMMOVPG-ORI TO NUMMOVPG OF SU-CLAVE

           READ F-TBPAGSUS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ESTSUS OF TBPAGSUS = PA11-ESTSUS-EXTORNADO
                           MOVE "PAGO EN SUSPENSO YA EXTORNADO"
                               TO PA11-MOTIVO-RECHAZO
                       WHEN IMPPAGO OF TBPAGSUS NOT = PG-IMPPAGO
                           MOVE "IMPORTE DISTINTO DEL PAGO ORIGINAL"
                               TO PA11-MOTIVO-RECHAZO
                       WHEN ESTSUS OF TBPAGSUS = PA11-ESTSUS-PENDIENTE
                           AND IMPSALDO OF TBPAGSUS > ZERO
                           MOVE IMPSALDO OF TBPAGSUS
                               TO PA11-IMP-SALDO-SUS
                           SET PA11-EXT-EN-SUSPENSO TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       5150-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
                           TO PA11-IMPCAP-EXTORNO
                       MOVE IMPINTERESES OF TBDETCUO
                           TO PA11-IMPINT-EXTORNO
                       MOVE IMPCUOTA OF TBDETCUO
                           TO PA11-IMPCUO-EXTORNO
                   END-IF
           END-READ.

       5200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5250-EXTORNAR-FILA.
      *>    Una fila del pago original: se carga en PG- la cuota de la
      *>    fila (los parrafos 5200 a 5700 trabajan sobre esos campos),
      *>    se relee cuota y plan, se graba el correctivo (compuerta
      *>    contra extornos duplicados), se marca la fila extornada y
      *>    se reabre la cuota, se retrocede el plan y se vuelve a
      *>    disponer la linea.
      *>----------------------------------------------------------------*
           SET PA11-IX-OR TO PA11-POS-OR
           MOVE PA11-OR-CODTIPC (PA11-IX-OR)   TO PG-CODTIPC
           MOVE PA11-OR-NUMOPECUO (PA11-IX-OR) TO PG-NUMOPECUO
           MOVE PA11-OR-NUMFINAN (PA11-IX-OR)  TO PG-NUMFINAN
           MOVE PA11-OR-NUMCUOTA (PA11-IX-OR)  TO PG-NUMCUOTA
           MOVE PA11-OR-IMPAPL (PA11-IX-OR)    TO PA11-IMPAPL-ORIGINAL

           PERFORM 5200-BUSCAR-CUOTA-EXTORNO THRU 5200-EXIT

           IF PA11-PAGO-APLICABLE
               PERFORM 3100-BUSCAR-PLAN THRU 3100-EXIT
           END-IF

           IF PA11-PAGO-APLICABLE
               PERFORM 5300-GRABAR-EXTORNO-PAGHIS THRU 5300-EXIT
           END-IF

           IF NOT PA11-PAGO-APLICABLE
               SET PA11-FIN-ORIGINALES TO TRUE
               GO TO 5250-EXIT
           END-IF

           PERFORM 5400-MARCAR-ORIGINAL THRU 5400-EXIT
           PERFORM 5500-REABRIR-CUOTA THRU 5500-EXIT
           PERFORM 5550-RESTAURAR-FECULTLIQ THRU 5550-EXIT
           PERFORM 5600-RETROCEDER-PLAN THRU 5600-EXIT
           PERFORM 5700-DISPONER-LINEA THRU 5700-EXIT.

       5250-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5300-GRABAR-EXTORNO-PAGHIS.
      *>    Movimiento correctivo con NUMMOVPG propio del extorno,
      *>    enlazado al original por NUMREFAPL y con el NUMEXTPG de la
      *>    fila original que revierte (0 para el pago exacto), por el
      *>    importe de esa fila; un extorno duplicado choca aqui (clave
      *>    repetida) y se rechaza sin tocar nada.
      *>----------------------------------------------------------------*
           INITIALIZE TBPAGHIS
           MOVE PG-CODENT       TO CODENT    OF PH-CLAVE
           MOVE PG-CENTALTA     TO CENTALTA  OF PH-CLAVE
           MOVE PG-CUENTA       TO CUENTA    OF PH-CLAVE
           MOVE PA11-OR-NUMEXTPG (PA11-IX-OR) TO NUMEXTPG OF PH-CLAVE
           MOVE PG-NUMMOVPG     TO NUMMOVPG  OF PH-CLAVE
           MOVE PG-CLAMON       TO CLAMON    OF TBPAGHIS
           MOVE PG-TIPOLIN      TO TIPOLIN   OF TBPAGHIS
           MOVE PG-NUMMOVPG-ORI TO NUMREFAPL OF TBPAGHIS
           MOVE PG-NUMFINAN     TO NUMORDEN  OF TBPAGHIS
           MOVE PG-NUMCUOTA     TO NUMSECREC OF TBPAGHIS
           MOVE PA11-IMPAPL-ORIGINAL TO IMPAPL OF TBPAGHIS
           MOVE PG-FECPAGO      TO FECAPL    OF TBPAGHIS
           MOVE "MPJ45011"      TO USUARIOUMO OF TBPAGHIS

                   MOVE "MOVIMIENTO DUPLICADO EN TBPAGHIS"
                       TO PA11-MOTIVO-RECHAZO
               NOT INVALID KEY
                   ADD PA11-IMPAPL-ORIGINAL TO PA11-TOT-IMPEXT
           END-WRITE.

       5300-EXIT.

      *>----------------------------------------------------------------*
       5400-MARCAR-ORIGINAL.
      *>    Relee la fila original (el area quedo con el correctivo) y
      *>    deja el importe extornado en IMPRECAPL: es lo que bloquea
      *>    el doble extorno en 5110.
      *>----------------------------------------------------------------*
           MOVE PG-CODENT       TO CODENT   OF PH-CLAVE
           MOVE PG-CENTALTA     TO CENTALTA OF PH-CLAVE
           MOVE PG-CUENTA       TO CUENTA   OF PH-CLAVE
           MOVE PA11-OR-NUMEXTPG (PA11-IX-OR) TO NUMEXTPG OF PH-CLAVE
           MOVE PG-NUMMOVPG-ORI TO NUMMOVPG OF PH-CLAVE

           READ F-TBPAGHIS
      *>----------------------------------------------------------------*
       5500-REABRIR-CUOTA.
      *>----------------------------------------------------------------*
           INITIALIZE RH-PARAMETROS
           MOVE TBDETCUO TO RH-REGANT

           MOVE SPACES TO FECLIQ OF TBDETCUO
           MOVE PA11-ESTCUO-PENDIENTE TO ESTCUO OF TBDETCUO
           MOVE "MPJ45011" TO USUARIOUMO OF TBDETCUO
           REWRITE TBDETCUO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "REAPERTURA CUOTA POR EXTORNO"
                       TO RH-TIPO-ACCION
                   PERFORM 4900-RASTRO-DETCUO THRU 4900-EXIT
           END-REWRITE.

       5500-EXIT.
      *>    extornada era la ultima cuota liquidada, NUMULTCUO
      *>    retrocede una posicion.
      *>----------------------------------------------------------------*
           INITIALIZE RH-PARAMETROS
           MOVE TBFINCUO TO RH-REGANT

           IF NUMCUOPAG OF TBFINCUO > ZERO
               SUBTRACT 1 FROM NUMCUOPAG OF TBFINCUO
           END-IF
           REWRITE TBFINCUO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "RETROCESO DE PLAN POR EXTORNO"
                       TO RH-TIPO-ACCION
                   PERFORM 4910-RASTRO-FINCUO THRU 4910-EXIT
           END-REWRITE.

       5600-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5700-DISPONER-LINEA.
      *>    Inversa de 4300: la cuota reabierta vuelve a consumir la
      *>    linea. El extorno es un hecho consumado (el dinero no
      *>    entro), asi que se dispone forzado aunque la linea quede
      *>    sin disponible.
      *>----------------------------------------------------------------*
           INITIALIZE LN-PARAMETROS
           SET LN-DISPONER TO TRUE
           MOVE "S" TO LN-IND-FORZAR
           MOVE PA11-IMPCAP-EXTORNO TO LN-IMPCAPITAL
           MOVE PA11-IMPCUO-EXTORNO TO LN-IMPCUOTAS
           PERFORM 4310-MOVER-LINEA THRU 4310-EXIT.

       5700-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5800-EXTORNAR-SUSPENSO.
      *>    Baja del pago en suspenso por extorno: el dinero no entro,
      *>    asi que el saldo deja de reintentarse y de envejecer.
      *>----------------------------------------------------------------*
           MOVE PA11-ESTSUS-EXTORNADO TO ESTSUS OF TBPAGSUS
           MOVE ZERO TO IMPSALDO OF TBPAGSUS
           MOVE PA11-FECHA-HOY TO FECBAJASUS OF TBPAGSUS
           MOVE "MPJ45011" TO USUARIOUMO OF TBPAGSUS

           REWRITE TBPAGSUS
               INVALID KEY
                   MOVE "ERROR AL DAR DE BAJA EL SUSPENSO"
                       TO PA11-MOTIVO-RECHAZO
               NOT INVALID KEY
                   SET PA11-PAGO-APLICABLE TO TRUE
                   ADD 1 TO PA11-CONT-EXT-SUSPENSO
                   MOVE ZERO TO PA11-CUOTAS-IMPUTADAS
                   MOVE ZERO TO PA11-IMP-IMPUTADO
                   MOVE ZERO TO PA11-IMP-DISPONIBLE
                   MOVE "EXT.SUSP." TO PA11-ORIGEN-LINEA
                   PERFORM 6800-EMITIR-IMPUTACION THRU 6800-EXIT
           END-REWRITE.

       5800-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6000-IMPUTAR-PAGO.
      *>    Pago del dia que no cuadra exacto con una cuota: se imputa
      *>    a la cuenta (6100) y lo que no alcanzo a cubrir una cuota
      *>    entera queda en el suspenso con el motivo por el que no se
      *>    aplico. Solo si el suspenso no se puede grabar el pago se
      *>    rechaza.
      *>----------------------------------------------------------------*
           MOVE PG-CODTIPC   TO PA11-DO-CODTIPC
           MOVE PG-NUMOPECUO TO PA11-DO-NUMOPECUO
           MOVE PG-NUMFINAN  TO PA11-DO-NUMFINAN
           MOVE PG-NUMCUOTA  TO PA11-DO-NUMCUOTA

           MOVE PG-IMPPAGO TO PA11-IMP-DISPONIBLE
           MOVE ZERO TO PA11-NUMAPL
           PERFORM 6100-IMPUTAR-CUENTA THRU 6100-EXIT

           MOVE PA11-DO-CODTIPC   TO PG-CODTIPC
           MOVE PA11-DO-NUMOPECUO TO PG-NUMOPECUO
           MOVE PA11-DO-NUMFINAN  TO PG-NUMFINAN
           MOVE PA11-DO-NUMCUOTA  TO PG-NUMCUOTA

           IF PA11-IMP-DISPONIBLE > ZERO
               PERFORM 6700-GRABAR-SUSPENSO THRU 6700-EXIT
           ELSE
               SET PA11-PAGO-APLICABLE TO TRUE
           END-IF

           IF PA11-PAGO-APLICABLE
               MOVE "PAGO" TO PA11-ORIGEN-LINEA
               PERFORM 6800-EMITIR-IMPUTACION THRU 6800-EXIT
           END-IF.

       6000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6100-IMPUTAR-CUENTA.
      *>    Imputa PA11-IMP-DISPONIBLE a las cuotas vencidas sin
      *>    liquidar de la cuenta y moneda del pago, de la de
      *>    vencimiento mas antiguo a la mas nueva, cuota entera por
      *>    cuota entera (TBDETCUO no admite liquidaciones parciales).
      *>    Se corta en la primera cuota que el saldo no cubre: el
      *>    resto espera como saldo a favor en lugar de saltar a una
      *>    cuota mas nueva. Deja en PA11-IMP-DISPONIBLE lo que sobro.
      *>----------------------------------------------------------------*
           MOVE ZERO TO PA11-IMP-IMPUTADO
           MOVE ZERO TO PA11-CUOTAS-IMPUTADAS

           PERFORM 6200-RELEVAR-CANDIDATAS THRU 6200-EXIT

           MOVE "N" TO PA11-IND-FIN-IMPUTACION
           IF PA11-CANT-CANDIDATAS = ZERO
               OR PA11-IMP-DISPONIBLE = ZERO
               SET PA11-FIN-IMPUTACION TO TRUE
           END-IF

           PERFORM 6300-IMPUTAR-SIGUIENTE THRU 6300-EXIT
               UNTIL PA11-FIN-IMPUTACION

           IF PA11-CUOTAS-IMPUTADAS > ZERO
               ADD 1 TO PA11-CONT-IMPUTADOS
           END-IF.

       6100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6200-RELEVAR-CANDIDATAS.
      *>    Recorre los planes abiertos de la cuenta y moneda (CODTIPC
      *>    desde LOW-VALUES, como la numeracion de MPJ45151) y junta
      *>    sus cuotas vencidas sin liquidar; las suspendidas por
      *>    disputa no reciben pagos.
      *>----------------------------------------------------------------*
           MOVE ZERO TO PA11-CANT-CANDIDATAS
           MOVE "N" TO PA11-IND-FIN-FINCUO

           MOVE PG-CODENT   TO CODENT   OF FI-CLAVE
           MOVE PG-CENTALTA TO CENTALTA OF FI-CLAVE
           MOVE PG-CUENTA   TO CUENTA   OF FI-CLAVE
           MOVE PG-CLAMON   TO CLAMON   OF FI-CLAVE
           MOVE LOW-VALUES  TO CODTIPC  OF FI-CLAVE
           MOVE ZERO TO NUMOPECUO OF FI-CLAVE
           MOVE ZERO TO NUMFINAN  OF FI-CLAVE

           START F-TBFINCUO KEY IS NOT LESS THAN FI-CLAVE
               INVALID KEY
                   SET PA11-FIN-FINCUO TO TRUE
           END-START

           IF NOT PA11-FIN-FINCUO
               PERFORM 6210-LEER-FINCUO THRU 6210-EXIT
               PERFORM 6220-RELEVAR-PLAN THRU 6220-EXIT
                   UNTIL PA11-FIN-FINCUO
           END-IF.

       6200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6210-LEER-FINCUO.
      *>----------------------------------------------------------------*
           READ F-TBFINCUO NEXT RECORD
               AT END
                   SET PA11-FIN-FINCUO TO TRUE
           END-READ.

       6210-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6220-RELEVAR-PLAN.
      *>----------------------------------------------------------------*
           IF CODENT   OF FI-CLAVE NOT = PG-CODENT
               OR CENTALTA OF FI-CLAVE NOT = PG-CENTALTA
               OR CUENTA   OF FI-CLAVE NOT = PG-CUENTA
               OR CLAMON   OF FI-CLAVE NOT = PG-CLAMON
               SET PA11-FIN-FINCUO TO TRUE
               GO TO 6220-EXIT
           END-IF

           IF FECBAJA OF TBFINCUO = SPACES
               MOVE "N" TO PA11-IND-FIN-DETCUO
               MOVE CODENT    OF FI-CLAVE TO CODENT    OF DC-CLAVE
               MOVE CENTALTA  OF FI-CLAVE TO CENTALTA  OF DC-CLAVE
               MOVE CUENTA    OF FI-CLAVE TO CUENTA    OF DC-CLAVE
               MOVE CLAMON    OF FI-CLAVE TO CLAMON    OF DC-CLAVE
               MOVE NUMOPECUO OF FI-CLAVE TO NUMOPECUO OF DC-CLAVE
               MOVE NUMFINAN  OF FI-CLAVE TO NUMFINAN  OF DC-CLAVE
               MOVE ZERO TO NUMCUOTA OF DC-CLAVE
               START F-TBDETCUO KEY IS NOT LESS THAN DC-CLAVE
                   INVALID KEY
                       SET PA11-FIN-DETCUO TO TRUE
               END-START
               IF NOT PA11-FIN-DETCUO
                   PERFORM 5560-LEER-DETCUO THRU 5560-EXIT
                   PERFORM 6230-RELEVAR-CUOTA THRU 6230-EXIT
                       UNTIL PA11-FIN-DETCUO
               END-IF
           END-IF

           PERFORM 6210-LEER-FINCUO THRU 6210-EXIT.

       6220-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6230-RELEVAR-CUOTA.
      *>    Mientras la cuota siga perteneciendo al plan leido: si esta
      *>    vencida (FECPROCUO hasta la fecha de proceso), sin liquidar
      *>    y no suspendida, entra a la tabla de candidatas.
      *>----------------------------------------------------------------*
           IF CODENT    OF DC-CLAVE NOT = CODENT    OF FI-CLAVE
               OR CENTALTA  OF DC-CLAVE NOT = CENTALTA  OF FI-CLAVE
               OR CUENTA    OF DC-CLAVE NOT = CUENTA    OF FI-CLAVE
               OR CLAMON    OF DC-CLAVE NOT = CLAMON    OF FI-CLAVE
               OR NUMOPECUO OF DC-CLAVE NOT = NUMOPECUO OF FI-CLAVE
               OR NUMFINAN  OF DC-CLAVE NOT = NUMFINAN  OF FI-CLAVE
               SET PA11-FIN-DETCUO TO TRUE
               GO TO 6230-EXIT
           END-IF

           IF FECLIQ OF TBDETCUO = SPACES
               AND FECPROCUO OF TBDETCUO NOT = SPACES
               AND ESTCUO OF TBDETCUO NOT = PA11-ESTCUO-SUSPENDIDA
               MOVE FECPROCUO OF TBDETCUO TO PA11-FECHA-DESC
               MOVE PA11-FD-ANO TO PA11-FA-ANO
               MOVE PA11-FD-MES TO PA11-FA-MES
               MOVE PA11-FD-DIA TO PA11-FA-DIA
               IF PA11-FECHA-ARMADA-NUM NOT > PA11-CTL-FECPROC
                   AND PA11-CANT-CANDIDATAS < PA11-MAX-CANDIDATAS
                   ADD 1 TO PA11-CANT-CANDIDATAS
                   SET PA11-IX-CA TO PA11-CANT-CANDIDATAS
                   MOVE CODTIPC OF FI-CLAVE
                       TO PA11-CA-CODTIPC (PA11-IX-CA)
                   MOVE NUMOPECUO OF DC-CLAVE
                       TO PA11-CA-NUMOPECUO (PA11-IX-CA)
                   MOVE NUMFINAN OF DC-CLAVE
                       TO PA11-CA-NUMFINAN (PA11-IX-CA)
                   MOVE NUMCUOTA OF DC-CLAVE
                       TO PA11-CA-NUMCUOTA (PA11-IX-CA)
                   MOVE PA11-FECHA-ARMADA-NUM
                       TO PA11-CA-FECVTO (PA11-IX-CA)
                   MOVE IMPCUOTA OF TBDETCUO
                       TO PA11-CA-IMPCUOTA (PA11-IX-CA)
                   MOVE "N" TO PA11-CA-IND-USADA (PA11-IX-CA)
               END-IF
           END-IF

           PERFORM 5560-LEER-DETCUO THRU 5560-EXIT.

       6230-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6300-IMPUTAR-SIGUIENTE.
      *>    Toma la candidata de vencimiento mas antiguo todavia no
      *>    usada; si el saldo no la cubre entera, la imputacion
      *>    termina.
      *>----------------------------------------------------------------*
           PERFORM 6310-BUSCAR-MAS-ANTIGUA THRU 6310-EXIT

           IF PA11-POS-MENOR = ZERO
               SET PA11-FIN-IMPUTACION TO TRUE
               GO TO 6300-EXIT
           END-IF

           SET PA11-IX-CA TO PA11-POS-MENOR
           MOVE "S" TO PA11-CA-IND-USADA (PA11-IX-CA)

           IF PA11-CA-IMPCUOTA (PA11-IX-CA) > PA11-IMP-DISPONIBLE
               SET PA11-FIN-IMPUTACION TO TRUE
               GO TO 6300-EXIT
           END-IF

           PERFORM 6400-APLICAR-CUOTA THRU 6400-EXIT

           IF PA11-IMP-DISPONIBLE = ZERO
               SET PA11-FIN-IMPUTACION TO TRUE
           END-IF.

       6300-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6310-BUSCAR-MAS-ANTIGUA.
      *>    A igual vencimiento gana la primera en orden de clave.
      *>----------------------------------------------------------------*
           MOVE ZERO TO PA11-POS-MENOR
           MOVE 99999999 TO PA11-FECVTO-MENOR

           PERFORM 6320-COMPARAR-CANDIDATA THRU 6320-EXIT
               VARYING PA11-IX-CA FROM 1 BY 1
               UNTIL PA11-IX-CA > PA11-CANT-CANDIDATAS.

       6310-EXIT.
           EXIT.

       6320-COMPARAR-CANDIDATA.
           IF PA11-CA-IND-USADA (PA11-IX-CA) = "N"
               AND PA11-CA-FECVTO (PA11-IX-CA) < PA11-FECVTO-MENOR
               MOVE PA11-CA-FECVTO (PA11-IX-CA) TO PA11-FECVTO-MENOR
               SET PA11-POS-MENOR TO PA11-IX-CA
           END-IF.

       6320-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6400-APLICAR-CUOTA.
      *>    Aplica la candidata elegida como si el pago la apuntara:
      *>    se cargan en PG- los datos de la cuota, se relee cuota y
      *>    plan, se graba la imputacion en TBPAGHIS (compuerta, igual
      *>    que 4000) y se liquida con los mismos 4100/4200/4300 del
      *>    pago exacto.
      *>----------------------------------------------------------------*
           MOVE PA11-CA-CODTIPC (PA11-IX-CA)   TO PG-CODTIPC
           MOVE PA11-CA-NUMOPECUO (PA11-IX-CA) TO PG-NUMOPECUO
           MOVE PA11-CA-NUMFINAN (PA11-IX-CA)  TO PG-NUMFINAN
           MOVE PA11-CA-NUMCUOTA (PA11-IX-CA)  TO PG-NUMCUOTA

           MOVE PG-CODENT    TO CODENT    OF DC-CLAVE
           MOVE PG-CENTALTA  TO CENTALTA  OF DC-CLAVE
           MOVE PG-CUENTA    TO CUENTA    OF DC-CLAVE
           MOVE PG-CLAMON    TO CLAMON    OF DC-CLAVE
           MOVE PG-NUMOPECUO TO NUMOPECUO OF DC-CLAVE
           MOVE PG-NUMFINAN  TO NUMFINAN  OF DC-CLAVE
           MOVE PG-NUMCUOTA  TO NUMCUOTA  OF DC-CLAVE

           READ F-TBDETCUO
               INVALID KEY
                   GO TO 6400-EXIT
           END-READ
           IF FECLIQ OF TBDETCUO NOT = SPACES
               GO TO 6400-EXIT
           END-IF

           MOVE PG-CODENT    TO CODENT    OF FI-CLAVE
           MOVE PG-CENTALTA  TO CENTALTA  OF FI-CLAVE
           MOVE PG-CUENTA    TO CUENTA    OF FI-CLAVE
           MOVE PG-CLAMON    TO CLAMON    OF FI-CLAVE
           MOVE PG-CODTIPC   TO CODTIPC   OF FI-CLAVE
           MOVE PG-NUMOPECUO TO NUMOPECUO OF FI-CLAVE
           MOVE PG-NUMFINAN  TO NUMFINAN  OF FI-CLAVE

           READ F-TBFINCUO
               INVALID KEY
                   GO TO 6400-EXIT
           END-READ

           ADD 1 TO PA11-NUMAPL
           PERFORM 6410-GRABAR-IMPUTACION THRU 6410-EXIT
           IF PA11-FIN-IMPUTACION
               GO TO 6400-EXIT
           END-IF

           PERFORM 4100-LIQUIDAR-CUOTA THRU 4100-EXIT
           PERFORM 4200-ACTUALIZAR-PLAN THRU 4200-EXIT
           PERFORM 4300-REINTEGRAR-LINEA THRU 4300-EXIT

           SUBTRACT IMPCUOTA OF TBDETCUO FROM PA11-IMP-DISPONIBLE
           ADD IMPCUOTA OF TBDETCUO TO PA11-IMP-IMPUTADO
           ADD IMPCUOTA OF TBDETCUO TO PA11-TOT-IMPUTADO
           ADD 1 TO PA11-CUOTAS-IMPUTADAS
           ADD 1 TO PA11-CONT-CUOTAS-IMPUT.

       6400-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6410-GRABAR-IMPUTACION.
      *>    Fila de TBPAGHIS de la imputacion: mismo NUMMOVPG del pago
      *>    y NUMEXTPG = numero de imputacion, con la cuota imputada
      *>    en NUMREFAPL/NUMORDEN/NUMSECREC como en 4000. Una clave
      *>    repetida corta la imputacion sin tocar la cuota.
      *>----------------------------------------------------------------*
           INITIALIZE TBPAGHIS
           MOVE PG-CODENT    TO CODENT    OF PH-CLAVE
           MOVE PG-CENTALTA  TO CENTALTA  OF PH-CLAVE
           MOVE PG-CUENTA    TO CUENTA    OF PH-CLAVE
           MOVE PA11-NUMAPL  TO NUMEXTPG  OF PH-CLAVE
           MOVE PG-NUMMOVPG  TO NUMMOVPG  OF PH-CLAVE
           MOVE PG-CLAMON    TO CLAMON    OF TBPAGHIS
           MOVE PG-TIPOLIN   TO TIPOLIN   OF TBPAGHIS
           MOVE PG-TIPOLIN   TO TIPOLINORI OF TBPAGHIS
           MOVE PG-NUMOPECUO TO NUMREFAPL OF TBPAGHIS
           MOVE PG-NUMFINAN  TO NUMORDEN  OF TBPAGHIS
           MOVE PG-NUMCUOTA  TO NUMSECREC OF TBPAGHIS
           MOVE IMPCUOTA OF TBDETCUO TO IMPAPL OF TBPAGHIS
           MOVE PG-FECPAGO   TO FECAPL    OF TBPAGHIS
           MOVE "MPJ45011"   TO USUARIOUMO OF TBPAGHIS

           WRITE TBPAGHIS
               INVALID KEY
                   SUBTRACT 1 FROM PA11-NUMAPL
                   SET PA11-FIN-IMPUTACION TO TRUE
           END-WRITE.

       6410-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6700-GRABAR-SUSPENSO.
      *>    El resto del pago queda en suspenso, con la cuota a la que
      *>    apuntaba el recaudador y el motivo por el que no se aplico
      *>    exacto.
      *>----------------------------------------------------------------*
           INITIALIZE TBPAGSUS
           MOVE PG-CODENT    TO CODENT    OF SU-CLAVE
           MOVE PG-CENTALTA  TO CENTALTA  OF SU-CLAVE
           MOVE PG-CUENTA    TO CUENTA    OF SU-CLAVE
           MOVE PG-NUMMOVPG  TO NUMMOVPG  OF SU-CLAVE
           MOVE PG-CLAMON    TO CLAMON    OF TBPAGSUS
           MOVE PG-TIPOLIN   TO TIPOLIN   OF TBPAGSUS
           MOVE PG-CODTIPC   TO CODTIPC   OF TBPAGSUS
           MOVE PG-NUMOPECUO TO NUMOPECUO OF TBPAGSUS
           MOVE PG-NUMFINAN  TO NUMFINAN  OF TBPAGSUS
           MOVE PG-NUMCUOTA  TO NUMCUOTA  OF TBPAGSUS
           MOVE PG-IMPPAGO   TO IMPPAGO   OF TBPAGSUS
           MOVE PA11-IMP-DISPONIBLE TO IMPSALDO OF TBPAGSUS
           MOVE PG-FECPAGO   TO FECPAGO   OF TBPAGSUS
           MOVE PA11-FECHA-HOY TO FECALTASUS OF TBPAGSUS
           MOVE PA11-FECHA-HOY TO FECULTINT OF TBPAGSUS
           MOVE ZERO         TO NUMINTENTOS OF TBPAGSUS
           MOVE PA11-NUMAPL  TO NUMAPLSUS OF TBPAGSUS
           MOVE PA11-MOTIVO-RECHAZO TO MOTSUS OF TBPAGSUS
           MOVE PA11-ESTSUS-PENDIENTE TO ESTSUS OF TBPAGSUS
           MOVE SPACES       TO FECBAJASUS OF TBPAGSUS
           MOVE "MPJ45011"   TO USUARIOUMO OF TBPAGSUS

           WRITE TBPAGSUS
               INVALID KEY
                   MOVE "MOVIMIENTO DUPLICADO EN SUSPENSO"
                       TO PA11-MOTIVO-RECHAZO
               NOT INVALID KEY
                   SET PA11-PAGO-APLICABLE TO TRUE
                   ADD 1 TO PA11-CONT-A-SUSPENSO
                   ADD PA11-IMP-DISPONIBLE TO PA11-TOT-A-SUSPENSO
           END-WRITE.

       6700-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6800-EMITIR-IMPUTACION.
      *>    Linea del reporte para el pago imputado, suspendido o
      *>    extornado en suspenso: cuotas e importe imputados y saldo
      *>    que queda en suspenso.
      *>----------------------------------------------------------------*
           MOVE PG-NUMCUOTA TO PA11-EDIT-NUMCUOTA
           MOVE PA11-CUOTAS-IMPUTADAS TO PA11-EDIT-CANT
           MOVE PA11-IMP-IMPUTADO TO PA11-EDIT-IMPORTE
           MOVE PA11-IMP-DISPONIBLE TO PA11-EDIT-IMPORTE2
           MOVE SPACES TO PA11-LINEA-EDIT
           STRING "  " PG-CUENTA "  " PG-NUMOPECUO "  " PG-NUMFINAN
               "  " PA11-EDIT-NUMCUOTA "  " PA11-ORIGEN-LINEA
               " IMPUTADO " PA11-EDIT-CANT " CUOTAS "
               PA11-EDIT-IMPORTE " A SUSPENSO " PA11-EDIT-IMPORTE2
               DELIMITED BY SIZE INTO PA11-LINEA-EDIT
           MOVE PA11-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE.

       6800-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7000-ANTIGUEDAD-SUSPENSO.
      *>    Reporte diario SUS45011: cada saldo pendiente del suspenso
      *>    con sus dias en suspenso (corridos desde FECALTASUS) y los
      *>    totales por linea del recaudador (TIPOLIN) y tramo.
      *>----------------------------------------------------------------*
           INITIALIZE PA11-TABLA-LINEAS
           INITIALIZE PA11-TOTAL-SUSPENSO

           MOVE SPACES TO PA11-LINEA-EDIT
           MOVE "ANTIGUEDAD DEL SUSPENSO DE PAGOS POR LINEA"
               TO PA11-LINEA-EDIT
           MOVE PA11-LINEA-EDIT TO REG-LINEA-SUSPENSO
           WRITE REG-LINEA-SUSPENSO

           MOVE SPACES TO PA11-LINEA-EDIT
           STRING "  CUENTA       MOVIM.  LINEA ALTA        DIAS"
               "              SALDO MOTIVO"
               DELIMITED BY SIZE INTO PA11-LINEA-EDIT
           MOVE PA11-LINEA-EDIT TO REG-LINEA-SUSPENSO
           WRITE REG-LINEA-SUSPENSO

           MOVE "N" TO PA11-IND-FIN-PAGSUS
           MOVE LOW-VALUES TO SU-CLAVE
           START F-TBPAGSUS KEY IS NOT LESS THAN SU-CLAVE
               INVALID KEY
                   SET PA11-FIN-PAGSUS TO TRUE
           END-START

           IF NOT PA11-FIN-PAGSUS
               PERFORM 1510-LEER-PAGSUS THRU 1510-EXIT
               PERFORM 7100-TRATAR-SUSPENSO THRU 7100-EXIT
                   UNTIL PA11-FIN-PAGSUS
           END-IF

           MOVE SPACES TO PA11-LINEA-EDIT
           MOVE "TOTALES POR LINEA Y TRAMO" TO PA11-LINEA-EDIT
           MOVE PA11-LINEA-EDIT TO REG-LINEA-SUSPENSO
           WRITE REG-LINEA-SUSPENSO

           PERFORM 7300-EMITIR-LINEA THRU 7300-EXIT
               VARYING PA11-IX-LI FROM 1 BY 1
               UNTIL PA11-IX-LI > PA11-CANT-LINEAS

           MOVE SPACES TO PA11-LINEA-EDIT
           MOVE "TOTAL DEL SUSPENSO POR TRAMO" TO PA11-LINEA-EDIT
           MOVE PA11-LINEA-EDIT TO REG-LINEA-SUSPENSO
           WRITE REG-LINEA-SUSPENSO

           PERFORM 7400-EMITIR-TOTAL-TRAMO THRU 7400-EXIT
               VARYING PA11-IX-TS FROM 1 BY 1
               UNTIL PA11-IX-TS > 5.

       7000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7100-TRATAR-SUSPENSO.
      *>----------------------------------------------------------------*
           IF ESTSUS OF TBPAGSUS NOT = PA11-ESTSUS-PENDIENTE
               OR IMPSALDO OF TBPAGSUS = ZERO
               GO TO 7100-LEER
           END-IF

           MOVE FECALTASUS OF TBPAGSUS TO PA11-FECHA-DESC
           MOVE PA11-FD-ANO TO PA11-FA-ANO
           MOVE PA11-FD-MES TO PA11-FA-MES
           MOVE PA11-FD-DIA TO PA11-FA-DIA

           MOVE CODENT OF SU-CLAVE TO DH-CODENT
           MOVE PA11-FECHA-ARMADA-NUM TO DH-FECHA-DESDE
           MOVE PA11-CTL-FECPROC TO DH-FECHA-HASTA
           MOVE "N" TO DH-IND-HABILES
           CALL "MPJ45232" USING DH-PARAMETROS
           MOVE DH-DIAS TO PA11-DIAS-SUSPENSO

           EVALUATE TRUE
               WHEN PA11-DIAS-SUSPENSO <= 3
                   MOVE 1 TO PA11-TRAMO-SUS
               WHEN PA11-DIAS-SUSPENSO <= 7
                   MOVE 2 TO PA11-TRAMO-SUS
               WHEN PA11-DIAS-SUSPENSO <= 15
                   MOVE 3 TO PA11-TRAMO-SUS
               WHEN PA11-DIAS-SUSPENSO <= 30
                   MOVE 4 TO PA11-TRAMO-SUS
               WHEN OTHER
                   MOVE 5 TO PA11-TRAMO-SUS
           END-EVALUATE

           ADD 1 TO PA11-CONT-EN-SUSPENSO
           ADD IMPSALDO OF TBPAGSUS TO PA11-TOT-EN-SUSPENSO

           MOVE NUMMOVPG OF SU-CLAVE TO PA11-EDIT-NUMMOVPG
           MOVE PA11-DIAS-SUSPENSO TO PA11-EDIT-DIAS
           MOVE IMPSALDO OF TBPAGSUS TO PA11-EDIT-IMPORTE
           MOVE SPACES TO PA11-LINEA-EDIT
           STRING "  " CUENTA OF SU-CLAVE " " PA11-EDIT-NUMMOVPG
               " " TIPOLIN OF TBPAGSUS "  " FECALTASUS OF TBPAGSUS
               " " PA11-EDIT-DIAS " " PA11-EDIT-IMPORTE
               " " MOTSUS OF TBPAGSUS
               DELIMITED BY SIZE INTO PA11-LINEA-EDIT
           MOVE PA11-LINEA-EDIT TO REG-LINEA-SUSPENSO
           WRITE REG-LINEA-SUSPENSO

           SET PA11-IX-TS TO PA11-TRAMO-SUS
           ADD 1 TO PA11-TS-PAGOS (PA11-IX-TS)
           ADD IMPSALDO OF TBPAGSUS TO PA11-TS-SALDO (PA11-IX-TS)

           PERFORM 7200-ACUMULAR-LINEA THRU 7200-EXIT.

       7100-LEER.
           PERFORM 1510-LEER-PAGSUS THRU 1510-EXIT.

       7100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7200-ACUMULAR-LINEA.
      *>    Busca la linea del recaudador en la tabla (o la agrega) y
      *>    suma el saldo en su tramo. Con la tabla llena el saldo
      *>    solo entra al total general.
      *>----------------------------------------------------------------*
           MOVE "N" TO PA11-IND-LINEA-HALLADA
           IF PA11-CANT-LINEAS > ZERO
               PERFORM 7210-BUSCAR-LINEA THRU 7210-EXIT
                   VARYING PA11-IX-LI FROM 1 BY 1
                   UNTIL PA11-IX-LI > PA11-CANT-LINEAS
                       OR PA11-LINEA-HALLADA
           END-IF

           IF NOT PA11-LINEA-HALLADA
               IF PA11-CANT-LINEAS < 50
                   ADD 1 TO PA11-CANT-LINEAS
                   SET PA11-IX-LI TO PA11-CANT-LINEAS
                   MOVE TIPOLIN OF TBPAGSUS
                       TO PA11-LI-TIPOLIN (PA11-IX-LI)
                   SET PA11-LINEA-HALLADA TO TRUE
               END-IF
           END-IF

           IF PA11-LINEA-HALLADA
               SET PA11-IX-LT TO PA11-TRAMO-SUS
               ADD 1 TO PA11-LI-PAGOS (PA11-IX-LI, PA11-IX-LT)
               ADD IMPSALDO OF TBPAGSUS
                   TO PA11-LI-SALDO (PA11-IX-LI, PA11-IX-LT)
           END-IF.

       7200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7210-BUSCAR-LINEA.
      *>    Deja PA11-IX-LI sobre la linea si ya existe (el VARYING
      *>    corta por el switch).
      *>----------------------------------------------------------------*
           IF PA11-LI-TIPOLIN (PA11-IX-LI) = TIPOLIN OF TBPAGSUS
               SET PA11-LINEA-HALLADA TO TRUE
               SET PA11-IX-LI DOWN BY 1
           END-IF.

       7210-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7300-EMITIR-LINEA.
      *>----------------------------------------------------------------*
           PERFORM 7310-EMITIR-LINEA-TRAMO THRU 7310-EXIT
               VARYING PA11-IX-LT FROM 1 BY 1
               UNTIL PA11-IX-LT > 5.

       7300-EXIT.
           EXIT.

       7310-EMITIR-LINEA-TRAMO.
           IF PA11-LI-PAGOS (PA11-IX-LI, PA11-IX-LT) > ZERO
               SET PA11-TRAMO-SUS TO PA11-IX-LT
               MOVE PA11-LI-PAGOS (PA11-IX-LI, PA11-IX-LT)
                   TO PA11-EDIT-PAGOS
               MOVE PA11-LI-SALDO (PA11-IX-LI, PA11-IX-LT)
                   TO PA11-EDIT-IMPORTE
               MOVE SPACES TO PA11-LINEA-EDIT
               STRING "  LINEA " PA11-LI-TIPOLIN (PA11-IX-LI)
                   " DIAS " PA11-ROTULO-SUS (PA11-TRAMO-SUS)
                   " PAGOS " PA11-EDIT-PAGOS
                   " SALDO " PA11-EDIT-IMPORTE
                   DELIMITED BY SIZE INTO PA11-LINEA-EDIT
               MOVE PA11-LINEA-EDIT TO REG-LINEA-SUSPENSO
               WRITE REG-LINEA-SUSPENSO
           END-IF.

       7310-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7400-EMITIR-TOTAL-TRAMO.
      *>----------------------------------------------------------------*
           SET PA11-TRAMO-SUS TO PA11-IX-TS
           MOVE PA11-TS-PAGOS (PA11-IX-TS) TO PA11-EDIT-PAGOS
           MOVE PA11-TS-SALDO (PA11-IX-TS) TO PA11-EDIT-IMPORTE
           MOVE SPACES TO PA11-LINEA-EDIT
           STRING "  DIAS " PA11-ROTULO-SUS (PA11-TRAMO-SUS)
               " PAGOS " PA11-EDIT-PAGOS
               " SALDO " PA11-EDIT-IMPORTE
               DELIMITED BY SIZE INTO PA11-LINEA-EDIT
           MOVE PA11-LINEA-EDIT TO REG-LINEA-SUSPENSO
           WRITE REG-LINEA-SUSPENSO.

       7400-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       8000-RECHAZAR-PAGO.
      *>----------------------------------------------------------------*
           CLOSE F-TBDETCUO
           CLOSE F-TBFINCUO
           CLOSE F-TBPAGHIS
           CLOSE F-TBPAGSUS
           CLOSE F-REPORTE
           CLOSE F-REPORTE-SUS

           SET LN-FIN-CORRIDA TO TRUE
           CALL "MPJ45242" USING LN-PARAMETROS
           SET RH-FIN-CORRIDA TO TRUE
           CALL "MPJ45063" USING RH-PARAMETROS

           MOVE PA11-TOT-IMPAPL TO PA11-EDIT-IMPORTE
           DISPLAY "MPJ45011 - PAGOS LEIDOS           = "
               PA11-EDIT-IMPORTE
           MOVE PA11-TOT-IMPEXT TO PA11-EDIT-IMPORTE
           DISPLAY "MPJ45011 - IMPORTE TOTAL EXTORNADO = "
               PA11-EDIT-IMPORTE
           DISPLAY "MPJ45011 - PAGOS IMPUTADOS        = "
               PA11-CONT-IMPUTADOS
           DISPLAY "MPJ45011 - CUOTAS IMPUTADAS       = "
               PA11-CONT-CUOTAS-IMPUT
           MOVE PA11-TOT-IMPUTADO TO PA11-EDIT-IMPORTE
           DISPLAY "MPJ45011 - IMPORTE IMPUTADO       = "
               PA11-EDIT-IMPORTE
           DISPLAY "MPJ45011 - PAGOS A SUSPENSO       = "
               PA11-CONT-A-SUSPENSO
           MOVE PA11-TOT-A-SUSPENSO TO PA11-EDIT-IMPORTE
           DISPLAY "MPJ45011 - IMPORTE A SUSPENSO     = "
               PA11-EDIT-IMPORTE
           DISPLAY "MPJ45011 - SUSPENSOS REINTENTADOS = "
               PA11-CONT-REINTENTOS
           DISPLAY "MPJ45011 - SUSPENSOS SALDADOS     = "
               PA11-CONT-SALDADOS
           DISPLAY "MPJ45011 - SUSPENSOS EXTORNADOS   = "
               PA11-CONT-EXT-SUSPENSO
           DISPLAY "MPJ45011 - PAGOS EN SUSPENSO      = "
               PA11-CONT-EN-SUSPENSO
           MOVE PA11-TOT-EN-SUSPENSO TO PA11-EDIT-IMPORTE
           DISPLAY "MPJ45011 - SALDO EN SUSPENSO      = "
               PA11-EDIT-IMPORTE
           DISPLAY "MPJ45011 - MOVIMIENTOS SIN LINEA   = "
               PA11-CONT-SIN-LINEA
           DISPLAY "MPJ45011 - CAMBIOS SIN RASTRO      = "
               PA11-CONT-SIN-RASTRO.

       9000-EXIT.
           EXIT.
      *>    Registra el arranque en la bitacora comun de corridas
      *>    TBCTLBAT (un registro por programa y fecha de proceso);
      *>    una re-corrida del mismo dia pisa el registro anterior.
      *>    La fecha de proceso es la fecha de negocio de TBFECNEG
      *>    (rutina MPJ45132); si un predecesor del programa no
      *>    termino en esa fecha la corrida se cancela sin tocar nada.
      *>----------------------------------------------------------------*
           MOVE "MPJ45011" TO FN-PROGRAMA
           SET FN-FECHA-Y-PREDECESORES TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45011 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-CTLBAT
           MOVE FN-FECPROC TO PA11-CTL-FECPROC
           ACCEPT PA11-CTL-HORA FROM TIME
           MOVE SPACES TO PA11-CTL-HORA-EDIT
           STRING PA11-CTL-HH ":" PA11-CTL-MM ":" PA11-CTL-SS

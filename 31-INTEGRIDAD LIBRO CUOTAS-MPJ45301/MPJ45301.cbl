      *> ================================================================
      *> PROGRAMA   MPJ45301
      *> AUTOR      DEPARTAMENTO DE SISTEMAS - CARTERAS
      *> INSTALACION  BC-MALLAS
      *> ESCRITO    15/10/2026
      *> DESCRIPCION
      *>     Control nocturno de integridad del libro de compras en
      *>     cuotas. El aplicativo de pagos MPJ45011, el alta MPJ45151,
      *>     la cancelacion anticipada MPJ45161, la suspension por
      *>     disputa MPJ45181 y la refinanciacion MPJ45261 mueven cada
      *>     uno por su lado la cabecera del plan (TBFINCUO), su
      *>     cronograma (TBDETCUO) y el rastro de pagos (TBPAGHIS);
      *>     este programa comprueba sobre las propias tablas que las
      *>     tres siguen diciendo lo mismo, antes de que salgan el
      *>     extracto MPJ45021 y la interface contable MPJ45251 (la
      *>     conciliacion MPJ45023 solo mira el fichero de extracto).
      *>
      *>     Primera pasada, plan por plan de TBFINCUO contra sus
      *>     cuotas liquidadas (ESTCUO = 2):
      *>     - NUMCUOPAG contra la cantidad de cuotas liquidadas y
      *>       NUMULTCUO contra la mayor cuota liquidada;
      *>     - IMPAMORT contra la suma de IMPCAPITAL e IMPINTAMORT
      *>       contra la suma de IMPINTERESES (salvo en los planes
      *>       cancelados por MPJ45161, que amortizan el interes
      *>       devengado y condonan el de las cuotas no corridas);
      *>     - FECULTLIQ contra la mayor FECLIQ de las liquidadas;
      *>     - plan dado de baja (FECBAJA) con cuotas pendientes
      *>       (FECLIQ en blanco);
      *>     - cada cuota liquidada con su movimiento vigente en
      *>       TBPAGHIS: el pago o la imputacion de MPJ45011 sobre la
      *>       cuota, no extornado (IMPRECAPL en cero), o el pago de
      *>       cancelacion de MPJ45161 sobre el plan.
      *>
      *>     Segunda pasada, movimiento por movimiento de TBPAGHIS:
      *>     cada uno debe apuntar a algo que exista, segun la forma
      *>     en que lo graba cada programa (la misma que usa el
      *>     archivo historico MPJ45291): la cuota (NUMREFAPL,
      *>     NUMORDEN, NUMSECREC), el plan (NUMREFAPL o, en MPJ45181,
      *>     NUMMOVPG) o, en los extornos, el pago original.
      *>
      *>     Los movimientos de cada cuenta se cargan en una tabla en
      *>     memoria; una cuenta que no entra en la tabla no se
      *>     verifica contra TBPAGHIS y se informa como excepcion.
      *>     Toda rotura sale en el reporte RPT45301 y la corrida
      *>     termina con codigo de retorno 8 para que la planificacion
      *>     la marque y retenga el extracto y la contabilizacion; el
      *>     programa no corrige nada.
      *> ----------------------------------------------------------------
      *> HISTORIAL DE MODIFICACIONES
      *> FECHA       AUTOR   DESCRIPCION
      *> 15/10/2026  JRM     VERSION INICIAL
      *> 15/10/2026  JRM     EL EXTORNO SE RESUELVE CONTRA LA FILA
      *>                     ORIGINAL DE SU MISMO NUMEXTPG (PAGO EXACTO
      *>                     O CADA CUOTA IMPUTADA), NO SOLO CONTRA EL
      *>                     PAGO EXACTO
      *> 15/10/2026  JRM     LA PASADA DE MOVIMIENTOS SOBRE TBPAGHIS
      *>                     ARRANCA CON EL FIN DE FICHERO LIMPIO: EL
      *>                     RECORRIDO DE PLANES LO DEJABA ENCENDIDO Y
      *>                     LA PASADA NO SE HACIA
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45301.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FI-CLAVE
               FILE STATUS IS IN30-STATUS-FINCUO.

           SELECT F-TBDETCUO ASSIGN TO "TBDETCUO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CLAVE
               FILE STATUS IS IN30-STATUS-DETCUO.

           SELECT F-TBPAGHIS ASSIGN TO "TBPAGHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-CLAVE
               FILE STATUS IS IN30-STATUS-PAGHIS.

           SELECT F-REPORTE ASSIGN TO "RPT45301"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IN30-STATUS-REPORTE.

           SELECT F-CTLBAT ASSIGN TO "TBCTLBAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CLAVE
               FILE STATUS IS IN30-STATUS-CTLBAT.

       DATA DIVISION.
       FILE SECTION.
       FD  F-TBFINCUO.
       COPY "TBFINCUO.cpy".

       FD  F-TBDETCUO.
       COPY "TBDETCUO.cpy".

       FD  F-TBPAGHIS.
       COPY "TBPAGHIS.cpy".

       FD  F-REPORTE
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-LINEA-REPORTE                PIC X(132).

       FD  F-CTLBAT.
       COPY "TBCTLBAT.cpy".

       WORKING-STORAGE SECTION.
       01  IN30-STATUS-CTLBAT               PIC X(2).
           88  IN30-CTLBAT-OK                   VALUE "00".

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  IN30-CTLBAT-TRABAJO.
           05  IN30-CTL-FECPROC              PIC 9(8).
           05  IN30-CTL-HORA.
               10  IN30-CTL-HH                PIC 9(2).
               10  IN30-CTL-MM                PIC 9(2).
               10  IN30-CTL-SS                PIC 9(2).
               10  IN30-CTL-CC                PIC 9(2).
           05  IN30-CTL-HORA-EDIT            PIC X(8).

       01  IN30-STATUS-FINCUO               PIC X(2).
           88  IN30-FINCUO-OK                   VALUE "00".
       01  IN30-STATUS-DETCUO               PIC X(2).
           88  IN30-DETCUO-OK                   VALUE "00".
       01  IN30-STATUS-PAGHIS               PIC X(2).
           88  IN30-PAGHIS-OK                   VALUE "00".
       01  IN30-STATUS-REPORTE              PIC X(2).

       01  IN30-SWITCHES.
           05  IN30-IND-FIN-FINCUO           PIC X(1)  VALUE "N".
               88  IN30-FIN-FINCUO                   VALUE "S".
           05  IN30-IND-FIN-DETCUO           PIC X(1)  VALUE "N".
               88  IN30-FIN-DETCUO                   VALUE "S".
           05  IN30-IND-FIN-PAGHIS           PIC X(1)  VALUE "N".
               88  IN30-FIN-PAGHIS                   VALUE "S".
           05  IN30-IND-HALLADO              PIC X(1)  VALUE "N".
               88  IN30-HALLADO                      VALUE "S".
           05  IN30-IND-PLAN-CANCELADO       PIC X(1)  VALUE "N".
               88  IN30-PLAN-CANCELADO               VALUE "S".

      *> Estado de cuota en TBDETCUO: 2 = liquidada (MPJ45011 y
      *> MPJ45161); las refinanciadas (8) y anuladas (9) tienen FECLIQ
      *> pero no amortizan el plan.
       01  IN30-ESTCUO-LIQUIDADA            PIC 9(2)  VALUE 2.
      *> Indicador normal/correctivo de TBPAGHIS: 1 = extorno.
       01  IN30-INDNORCOR-CORRECTIVO        PIC 9(1)  VALUE 1.
      *> Mayores NUMOPECUO y NUMCUOTA que admite la clave de TBDETCUO:
      *> una referencia de TBPAGHIS mayor no puede apuntar a una cuota.
       01  IN30-MAX-NUMOPECUO               PIC 9(15) VALUE 999999.
       01  IN30-MAX-NUMCUOTA                PIC 9(15) VALUE 999999999.

      *> Fechas DD/MM/AAAA de las tablas rearmadas en AAAAMMDD para
      *> poder compararlas.
       01  IN30-FECHA-DESC.
           05  IN30-FD-DIA                    PIC 9(2).
           05  FILLER                         PIC X(1).
           05  IN30-FD-MES                    PIC 9(2).
           05  FILLER                         PIC X(1).
           05  IN30-FD-ANO                    PIC 9(4).
       01  IN30-FECHA-ARMADA.
           05  IN30-FA-ANO                    PIC 9(4).
           05  IN30-FA-MES                    PIC 9(2).
           05  IN30-FA-DIA                    PIC 9(2).
       01  IN30-FECHA-ARMADA-NUM REDEFINES IN30-FECHA-ARMADA
                                             PIC 9(8).

      *> Cuenta de los movimientos cargados en la tabla y cuenta del
      *> registro en curso (CODENT + CENTALTA + CUENTA).
       01  IN30-CUENTA-CARGADA              PIC X(20) VALUE HIGH-VALUES.
       01  IN30-CUENTA-ACTUAL.
           05  IN30-CA-CODENT                 PIC X(4).
           05  IN30-CA-CENTALTA               PIC X(4).
           05  IN30-CA-CUENTA                 PIC X(12).

      *> Movimientos de TBPAGHIS de la cuenta, clasificados por lo
      *> que referencian:
      *>   C pago o imputacion sobre una cuota (MPJ45011);
      *>   P pago sobre el plan entero (cancelacion MPJ45161);
      *>   E extorno de MPJ45011 (IN30-MV-PLAN = NUMMOVPG original);
      *>   D anulacion o reinstalacion por disputa (MPJ45181);
      *>   R refinanciacion (MPJ45261, plan anterior).
       01  IN30-MAX-MOVIMIENTOS             PIC 9(4)  VALUE 1000.
       01  IN30-TABLA-MOVIMIENTOS.
           05  IN30-CANT-MOVIMIENTOS          PIC 9(4)  VALUE ZERO.
           05  IN30-MOVIMIENTO OCCURS 1000 TIMES INDEXED BY IN30-IX-MV.
               10  IN30-MV-TIPO                PIC X(1).
                   88  IN30-MV-PAGO-CUOTA           VALUE "C".
                   88  IN30-MV-PAGO-PLAN            VALUE "P".
                   88  IN30-MV-EXTORNO              VALUE "E".
                   88  IN30-MV-DISPUTA              VALUE "D".
                   88  IN30-MV-REFINANCIACION       VALUE "R".
               10  IN30-MV-NUMEXTPG            PIC 9(15).
               10  IN30-MV-NUMMOVPG            PIC 9(7).
               10  IN30-MV-CLAMON              PIC 9(3).
               10  IN30-MV-PLAN                PIC 9(15).
               10  IN30-MV-NUMFINAN            PIC 9(3).
               10  IN30-MV-CUOTA               PIC 9(15).
               10  IN30-MV-IND-VIGENTE         PIC X(1).
                   88  IN30-MV-VIGENTE              VALUE "S".
       01  IN30-IND-DESBORDE                PIC X(1)  VALUE "N".
           88  IN30-DESBORDE                     VALUE "S".
       01  IN30-IX-BUS                      PIC 9(4)  VALUE ZERO.

      *> Acumulados del cronograma del plan en curso.
       01  IN30-PLAN-CALCULADO.
           05  IN30-PC-LIQUIDADAS             PIC 9(9).
           05  IN30-PC-PENDIENTES             PIC 9(9).
           05  IN30-PC-MAX-CUOTA              PIC 9(9).
           05  IN30-PC-CAPITAL                PIC 9(15)V99.
           05  IN30-PC-INTERESES              PIC 9(15)V99.
           05  IN30-PC-FECLIQ-MAX             PIC X(10).
           05  IN30-PC-FECLIQ-MAX-NUM         PIC 9(8).
       01  IN30-FECULTLIQ-NUM               PIC 9(8)  VALUE ZERO.

      *> Datos de la linea de excepcion en curso.
       01  IN30-EXCEPCION.
           05  IN30-EX-CLAMON                 PIC 9(3).
           05  IN30-EX-NUMOPECUO              PIC 9(15).
           05  IN30-EX-NUMFINAN               PIC 9(3).
           05  IN30-EX-CUOTA                  PIC 9(15).
           05  IN30-EX-MOTIVO                 PIC X(36).
           05  IN30-EX-VALOR-1                PIC X(18).
           05  IN30-EX-VALOR-2                PIC X(18).

       01  IN30-CONTADORES.
           05  IN30-CONT-PLANES-LEIDOS        PIC 9(9) VALUE ZERO.
           05  IN30-CONT-CUOTAS-LEIDAS        PIC 9(9) VALUE ZERO.
           05  IN30-CONT-MOVIMIENTOS-LEIDOS   PIC 9(9) VALUE ZERO.
           05  IN30-CONT-EXC-NUMCUOPAG        PIC 9(9) VALUE ZERO.
           05  IN30-CONT-EXC-NUMULTCUO        PIC 9(9) VALUE ZERO.
           05  IN30-CONT-EXC-IMPAMORT         PIC 9(9) VALUE ZERO.
           05  IN30-CONT-EXC-IMPINTAMORT      PIC 9(9) VALUE ZERO.
           05  IN30-CONT-EXC-FECULTLIQ        PIC 9(9) VALUE ZERO.
           05  IN30-CONT-EXC-BAJA-PENDIENTE   PIC 9(9) VALUE ZERO.
           05  IN30-CONT-EXC-SIN-MOVIMIENTO   PIC 9(9) VALUE ZERO.
           05  IN30-CONT-EXC-HUERFANOS        PIC 9(9) VALUE ZERO.
           05  IN30-CONT-EXC-DESBORDE         PIC 9(9) VALUE ZERO.
           05  IN30-CONT-EXCEPCIONES          PIC 9(9) VALUE ZERO.

       01  IN30-EDIT-CANT                   PIC ZZZ.ZZZ.ZZ9.
       01  IN30-EDIT-IMPORTE                PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  IN30-EDIT-CLAMON                 PIC 9(3).
       01  IN30-EDIT-NUMOPECUO              PIC Z(14)9.
       01  IN30-EDIT-NUMFINAN               PIC 9(3).
       01  IN30-EDIT-CUOTA                  PIC Z(8)9.
       01  IN30-EDIT-NUMMOVPG               PIC 9(7).
       01  IN30-EDIT-NUMEXTPG               PIC Z(14)9.
       01  IN30-LINEA-EDIT                  PIC X(132).

       PROCEDURE DIVISION.

      *>----------------------------------------------------------------*
       0000-MAINLINE.
      *>----------------------------------------------------------------*
           PERFORM 1900-CONTROL-INICIO THRU 1900-EXIT
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT

           MOVE LOW-VALUES TO FI-CLAVE
           START F-TBFINCUO KEY IS NOT LESS THAN FI-CLAVE
               INVALID KEY
                   SET IN30-FIN-FINCUO TO TRUE
           END-START
           IF NOT IN30-FIN-FINCUO
               PERFORM 2010-LEER-FINCUO THRU 2010-EXIT
           END-IF
           PERFORM 2000-REVISAR-PLAN THRU 2000-EXIT
               UNTIL IN30-FIN-FINCUO

           MOVE "N" TO IN30-IND-FIN-PAGHIS
           MOVE LOW-VALUES TO PH-CLAVE
           START F-TBPAGHIS KEY IS NOT LESS THAN PH-CLAVE
               INVALID KEY
                   SET IN30-FIN-PAGHIS TO TRUE
           END-START
           IF NOT IN30-FIN-PAGHIS
               PERFORM 5010-LEER-PAGHIS THRU 5010-EXIT
           END-IF
           PERFORM 3000-REVISAR-CUENTA THRU 3000-EXIT
               UNTIL IN30-FIN-PAGHIS

           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           PERFORM 8900-CONTROL-FIN THRU 8900-EXIT
           GOBACK.

      *>----------------------------------------------------------------*
       1000-INICIALIZAR.
      *>----------------------------------------------------------------*
           INITIALIZE IN30-CONTADORES

           OPEN INPUT  F-TBFINCUO
           OPEN INPUT  F-TBDETCUO
           OPEN INPUT  F-TBPAGHIS
           OPEN OUTPUT F-REPORTE

           MOVE SPACES TO IN30-LINEA-EDIT
           STRING "INTEGRIDAD DEL LIBRO DE COMPRAS EN CUOTAS - "
               "TBFINCUO / TBDETCUO / TBPAGHIS - FECHA DE PROCESO "
               IN30-CTL-FECPROC
               DELIMITED BY SIZE INTO IN30-LINEA-EDIT
           MOVE IN30-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           MOVE SPACES TO IN30-LINEA-EDIT
           MOVE IN30-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           MOVE SPACES TO IN30-LINEA-EDIT
           STRING "ENT  CENT CUENTA       MON       OPERACION FIN"
               "      CUOTA MOTIVO"
               "                               REGISTRADO"
               "         CALCULADO"
               DELIMITED BY SIZE INTO IN30-LINEA-EDIT
           MOVE IN30-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE.

       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2000-REVISAR-PLAN.
      *>    Un plan de TBFINCUO: movimientos de la cuenta (si cambio),
      *>    barrido de su cronograma y comparacion de la cabecera.
      *>----------------------------------------------------------------*
           ADD 1 TO IN30-CONT-PLANES-LEIDOS

           MOVE CODENT   OF FI-CLAVE TO IN30-CA-CODENT
           MOVE CENTALTA OF FI-CLAVE TO IN30-CA-CENTALTA
           MOVE CUENTA   OF FI-CLAVE TO IN30-CA-CUENTA
           IF IN30-CUENTA-ACTUAL NOT = IN30-CUENTA-CARGADA
               PERFORM 5000-CARGAR-MOVIMIENTOS THRU 5000-EXIT
           END-IF

           PERFORM 2050-BUSCAR-CANCELACION THRU 2050-EXIT
           PERFORM 2100-RECORRER-CUOTAS THRU 2100-EXIT
           PERFORM 2200-COMPARAR-PLAN THRU 2200-EXIT

           PERFORM 2010-LEER-FINCUO THRU 2010-EXIT.

       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2010-LEER-FINCUO.
      *>----------------------------------------------------------------*
           READ F-TBFINCUO NEXT RECORD
               AT END
                   SET IN30-FIN-FINCUO TO TRUE
           END-READ.

       2010-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2050-BUSCAR-CANCELACION.
      *>    Un plan con pago de cancelacion anticipada (movimiento P de
      *>    MPJ45161) liquido sus cuotas pendientes sin amortizar su
      *>    interes: IMPINTAMORT no se compara. En una cuenta que no
      *>    entro en la tabla no se puede saber y tampoco se compara.
      *>----------------------------------------------------------------*
           MOVE "N" TO IN30-IND-PLAN-CANCELADO
           IF IN30-DESBORDE
               SET IN30-PLAN-CANCELADO TO TRUE
               GO TO 2050-EXIT
           END-IF

           PERFORM 2060-REVISAR-CANCELACION THRU 2060-EXIT
               VARYING IN30-IX-MV FROM 1 BY 1
               UNTIL IN30-IX-MV > IN30-CANT-MOVIMIENTOS
                  OR IN30-PLAN-CANCELADO.

       2050-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2060-REVISAR-CANCELACION.
      *>----------------------------------------------------------------*
           IF IN30-MV-PAGO-PLAN (IN30-IX-MV)
               AND IN30-MV-CLAMON (IN30-IX-MV) = CLAMON OF FI-CLAVE
               AND IN30-MV-PLAN (IN30-IX-MV) = NUMOPECUO OF FI-CLAVE
               AND IN30-MV-NUMFINAN (IN30-IX-MV) = NUMFINAN OF FI-CLAVE
               SET IN30-PLAN-CANCELADO TO TRUE
           END-IF.

       2060-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2100-RECORRER-CUOTAS.
      *>    Barre el cronograma del plan en TBDETCUO acumulando las
      *>    cuotas liquidadas y contando las pendientes.
      *>----------------------------------------------------------------*
           INITIALIZE IN30-PLAN-CALCULADO
           MOVE "N" TO IN30-IND-FIN-DETCUO

           MOVE CODENT    OF FI-CLAVE TO CODENT    OF DC-CLAVE
           MOVE CENTALTA  OF FI-CLAVE TO CENTALTA  OF DC-CLAVE
           MOVE CUENTA    OF FI-CLAVE TO CUENTA    OF DC-CLAVE
           MOVE CLAMON    OF FI-CLAVE TO CLAMON    OF DC-CLAVE
           MOVE NUMOPECUO OF FI-CLAVE TO NUMOPECUO OF DC-CLAVE
           MOVE NUMFINAN  OF FI-CLAVE TO NUMFINAN  OF DC-CLAVE
           MOVE ZERO TO NUMCUOTA OF DC-CLAVE

           START F-TBDETCUO KEY IS NOT LESS THAN DC-CLAVE
               INVALID KEY
                   SET IN30-FIN-DETCUO TO TRUE
           END-START

           IF NOT IN30-FIN-DETCUO
               PERFORM 2110-LEER-DETCUO THRU 2110-EXIT
           END-IF
           PERFORM 2120-ACUMULAR-CUOTA THRU 2120-EXIT
               UNTIL IN30-FIN-DETCUO.

       2100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2110-LEER-DETCUO.
      *>----------------------------------------------------------------*
           READ F-TBDETCUO NEXT RECORD
               AT END
                   SET IN30-FIN-DETCUO TO TRUE
           END-READ.

       2110-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2120-ACUMULAR-CUOTA.
      *>----------------------------------------------------------------*
           IF CODENT    OF DC-CLAVE NOT = CODENT    OF FI-CLAVE
               OR CENTALTA  OF DC-CLAVE NOT = CENTALTA  OF FI-CLAVE
               OR CUENTA    OF DC-CLAVE NOT = CUENTA    OF FI-CLAVE
               OR CLAMON    OF DC-CLAVE NOT = CLAMON    OF FI-CLAVE
               OR NUMOPECUO OF DC-CLAVE NOT = NUMOPECUO OF FI-CLAVE
               OR NUMFINAN  OF DC-CLAVE NOT = NUMFINAN  OF FI-CLAVE
               SET IN30-FIN-DETCUO TO TRUE
               GO TO 2120-EXIT
           END-IF

           ADD 1 TO IN30-CONT-CUOTAS-LEIDAS

           IF FECLIQ OF TBDETCUO = SPACES
               ADD 1 TO IN30-PC-PENDIENTES
           END-IF

           IF ESTCUO OF TBDETCUO = IN30-ESTCUO-LIQUIDADA
               ADD 1 TO IN30-PC-LIQUIDADAS
               ADD IMPCAPITAL   OF TBDETCUO TO IN30-PC-CAPITAL
               ADD IMPINTERESES OF TBDETCUO TO IN30-PC-INTERESES
               IF NUMCUOTA OF DC-CLAVE > IN30-PC-MAX-CUOTA
                   MOVE NUMCUOTA OF DC-CLAVE TO IN30-PC-MAX-CUOTA
               END-IF
               MOVE FECLIQ OF TBDETCUO TO IN30-FECHA-DESC
               PERFORM 9100-ARMAR-FECHA THRU 9100-EXIT
               IF IN30-FECHA-ARMADA-NUM > IN30-PC-FECLIQ-MAX-NUM
                   MOVE IN30-FECHA-ARMADA-NUM TO IN30-PC-FECLIQ-MAX-NUM
                   MOVE FECLIQ OF TBDETCUO TO IN30-PC-FECLIQ-MAX
               END-IF
               PERFORM 2130-VERIFICAR-PAGO-CUOTA THRU 2130-EXIT
           END-IF

           PERFORM 2110-LEER-DETCUO THRU 2110-EXIT.

       2120-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2130-VERIFICAR-PAGO-CUOTA.
      *>    La cuota liquidada tiene que tener su movimiento vigente:
      *>    el pago de la cancelacion del plan o un pago / imputacion
      *>    sobre la propia cuota que no haya sido extornado. Una
      *>    cuenta que no entro en la tabla ya sale como excepcion en
      *>    la segunda pasada.
      *>----------------------------------------------------------------*
           IF IN30-DESBORDE OR IN30-PLAN-CANCELADO
               GO TO 2130-EXIT
           END-IF

           MOVE "N" TO IN30-IND-HALLADO
           PERFORM 2140-BUSCAR-PAGO-CUOTA THRU 2140-EXIT
               VARYING IN30-IX-MV FROM 1 BY 1
               UNTIL IN30-IX-MV > IN30-CANT-MOVIMIENTOS
                  OR IN30-HALLADO

           IF NOT IN30-HALLADO
               ADD 1 TO IN30-CONT-EXC-SIN-MOVIMIENTO
               MOVE CLAMON    OF DC-CLAVE TO IN30-EX-CLAMON
               MOVE NUMOPECUO OF DC-CLAVE TO IN30-EX-NUMOPECUO
               MOVE NUMFINAN  OF DC-CLAVE TO IN30-EX-NUMFINAN
               MOVE NUMCUOTA  OF DC-CLAVE TO IN30-EX-CUOTA
               MOVE "CUOTA LIQUIDADA SIN PAGO VIGENTE" TO IN30-EX-MOTIVO
               MOVE FECLIQ OF TBDETCUO TO IN30-EX-VALOR-1
               MOVE SPACES TO IN30-EX-VALOR-2
               PERFORM 7000-EMITIR-EXCEPCION THRU 7000-EXIT
           END-IF.

       2130-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2140-BUSCAR-PAGO-CUOTA.
      *>----------------------------------------------------------------*
           IF IN30-MV-PAGO-CUOTA (IN30-IX-MV)
               AND IN30-MV-VIGENTE (IN30-IX-MV)
               AND IN30-MV-CLAMON (IN30-IX-MV) = CLAMON OF DC-CLAVE
               AND IN30-MV-PLAN (IN30-IX-MV) = NUMOPECUO OF DC-CLAVE
               AND IN30-MV-NUMFINAN (IN30-IX-MV) = NUMFINAN OF DC-CLAVE
               AND IN30-MV-CUOTA (IN30-IX-MV) = NUMCUOTA OF DC-CLAVE
               SET IN30-HALLADO TO TRUE
           END-IF.

       2140-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2200-COMPARAR-PLAN.
      *>    Cabecera del plan contra lo acumulado de su cronograma.
      *>    NUMULTCUO es la mayor cuota liquidada (cero si no hay) y
      *>    FECULTLIQ la mayor FECLIQ de las liquidadas; sin cuotas
      *>    liquidadas FECULTLIQ conserva la fecha del alta y no se
      *>    compara.
      *>----------------------------------------------------------------*
           MOVE CLAMON    OF FI-CLAVE TO IN30-EX-CLAMON
           MOVE NUMOPECUO OF FI-CLAVE TO IN30-EX-NUMOPECUO
           MOVE NUMFINAN  OF FI-CLAVE TO IN30-EX-NUMFINAN
           MOVE ZERO TO IN30-EX-CUOTA

           IF NUMCUOPAG OF TBFINCUO NOT = IN30-PC-LIQUIDADAS
               ADD 1 TO IN30-CONT-EXC-NUMCUOPAG
               MOVE "NUMCUOPAG DISTINTO DE LIQUIDADAS"
                   TO IN30-EX-MOTIVO
               MOVE NUMCUOPAG OF TBFINCUO TO IN30-EDIT-CANT
               MOVE IN30-EDIT-CANT TO IN30-EX-VALOR-1
               MOVE IN30-PC-LIQUIDADAS TO IN30-EDIT-CANT
               MOVE IN30-EDIT-CANT TO IN30-EX-VALOR-2
               PERFORM 7000-EMITIR-EXCEPCION THRU 7000-EXIT
           END-IF

           IF NUMULTCUO OF TBFINCUO NOT = IN30-PC-MAX-CUOTA
               ADD 1 TO IN30-CONT-EXC-NUMULTCUO
               MOVE "NUMULTCUO DISTINTO DE ULTIMA CUOTA"
                   TO IN30-EX-MOTIVO
               MOVE NUMULTCUO OF TBFINCUO TO IN30-EDIT-CANT
               MOVE IN30-EDIT-CANT TO IN30-EX-VALOR-1
               MOVE IN30-PC-MAX-CUOTA TO IN30-EDIT-CANT
               MOVE IN30-EDIT-CANT TO IN30-EX-VALOR-2
               PERFORM 7000-EMITIR-EXCEPCION THRU 7000-EXIT
           END-IF

           IF IMPAMORT OF TBFINCUO NOT = IN30-PC-CAPITAL
               ADD 1 TO IN30-CONT-EXC-IMPAMORT
               MOVE "IMPAMORT DISTINTO DEL CAPITAL"
                   TO IN30-EX-MOTIVO
               MOVE IMPAMORT OF TBFINCUO TO IN30-EDIT-IMPORTE
               MOVE IN30-EDIT-IMPORTE TO IN30-EX-VALOR-1
               MOVE IN30-PC-CAPITAL TO IN30-EDIT-IMPORTE
               MOVE IN30-EDIT-IMPORTE TO IN30-EX-VALOR-2
               PERFORM 7000-EMITIR-EXCEPCION THRU 7000-EXIT
           END-IF

           IF NOT IN30-PLAN-CANCELADO
               AND IMPINTAMORT OF TBFINCUO NOT = IN30-PC-INTERESES
               ADD 1 TO IN30-CONT-EXC-IMPINTAMORT
               MOVE "IMPINTAMORT DISTINTO DEL INTERES"
                   TO IN30-EX-MOTIVO
               MOVE IMPINTAMORT OF TBFINCUO TO IN30-EDIT-IMPORTE
               MOVE IN30-EDIT-IMPORTE TO IN30-EX-VALOR-1
               MOVE IN30-PC-INTERESES TO IN30-EDIT-IMPORTE
               MOVE IN30-EDIT-IMPORTE TO IN30-EX-VALOR-2
               PERFORM 7000-EMITIR-EXCEPCION THRU 7000-EXIT
           END-IF

           IF IN30-PC-LIQUIDADAS > ZERO
               MOVE FECULTLIQ OF TBFINCUO TO IN30-FECHA-DESC
               PERFORM 9100-ARMAR-FECHA THRU 9100-EXIT
               MOVE IN30-FECHA-ARMADA-NUM TO IN30-FECULTLIQ-NUM
               IF IN30-FECULTLIQ-NUM NOT = IN30-PC-FECLIQ-MAX-NUM
                   ADD 1 TO IN30-CONT-EXC-FECULTLIQ
                   MOVE "FECULTLIQ DISTINTA DE ULTIMA FECLIQ"
                       TO IN30-EX-MOTIVO
                   MOVE FECULTLIQ OF TBFINCUO TO IN30-EX-VALOR-1
                   MOVE IN30-PC-FECLIQ-MAX TO IN30-EX-VALOR-2
                   PERFORM 7000-EMITIR-EXCEPCION THRU 7000-EXIT
               END-IF
           END-IF

           IF FECBAJA OF TBFINCUO NOT = SPACES
               AND IN30-PC-PENDIENTES > ZERO
               ADD 1 TO IN30-CONT-EXC-BAJA-PENDIENTE
               MOVE "PLAN DE BAJA CON CUOTAS PENDIENTES"
                   TO IN30-EX-MOTIVO
               MOVE FECBAJA OF TBFINCUO TO IN30-EX-VALOR-1
               MOVE IN30-PC-PENDIENTES TO IN30-EDIT-CANT
               MOVE IN30-EDIT-CANT TO IN30-EX-VALOR-2
               PERFORM 7000-EMITIR-EXCEPCION THRU 7000-EXIT
           END-IF.

       2200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3000-REVISAR-CUENTA.
      *>    Segunda pasada: el registro en curso es el primero de una
      *>    cuenta de TBPAGHIS; se cargan sus movimientos (la carga
      *>    deja leido el primero de la cuenta siguiente) y se
      *>    verifica a que apunta cada uno.
      *>----------------------------------------------------------------*
           MOVE CODENT   OF PH-CLAVE TO IN30-CA-CODENT
           MOVE CENTALTA OF PH-CLAVE TO IN30-CA-CENTALTA
           MOVE CUENTA   OF PH-CLAVE TO IN30-CA-CUENTA
           PERFORM 5000-CARGAR-MOVIMIENTOS THRU 5000-EXIT

           ADD IN30-CANT-MOVIMIENTOS TO IN30-CONT-MOVIMIENTOS-LEIDOS

           IF IN30-DESBORDE
               ADD 1 TO IN30-CONT-EXC-DESBORDE
               MOVE ZERO TO IN30-EX-CLAMON
               MOVE ZERO TO IN30-EX-NUMOPECUO
               MOVE ZERO TO IN30-EX-NUMFINAN
               MOVE ZERO TO IN30-EX-CUOTA
               MOVE "CUENTA NO VERIFICADA, EXCEDE TABLA"
                   TO IN30-EX-MOTIVO
               MOVE IN30-MAX-MOVIMIENTOS TO IN30-EDIT-CANT
               MOVE SPACES TO IN30-EX-VALOR-1
               STRING "MAS DE" IN30-EDIT-CANT
                   DELIMITED BY SIZE INTO IN30-EX-VALOR-1
               MOVE SPACES TO IN30-EX-VALOR-2
               PERFORM 7000-EMITIR-EXCEPCION THRU 7000-EXIT
               GO TO 3000-EXIT
           END-IF

           PERFORM 3100-VERIFICAR-MOVIMIENTO THRU 3100-EXIT
               VARYING IN30-IX-MV FROM 1 BY 1
               UNTIL IN30-IX-MV > IN30-CANT-MOVIMIENTOS.

       3000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3100-VERIFICAR-MOVIMIENTO.
      *>    Un pago sobre cuota necesita la cuota; los movimientos de
      *>    plan (cancelacion, disputa, refinanciacion) necesitan
      *>    alguna cuota del plan; el extorno necesita su pago
      *>    original en la misma cuenta.
      *>----------------------------------------------------------------*
           MOVE "N" TO IN30-IND-HALLADO

           EVALUATE TRUE
               WHEN IN30-MV-PAGO-CUOTA (IN30-IX-MV)
                   PERFORM 3200-BUSCAR-CUOTA THRU 3200-EXIT
                   MOVE "MOVIMIENTO SOBRE CUOTA INEXISTENTE"
                       TO IN30-EX-MOTIVO
               WHEN IN30-MV-EXTORNO (IN30-IX-MV)
                   PERFORM 3300-BUSCAR-ORIGINAL THRU 3300-EXIT
                       VARYING IN30-IX-BUS FROM 1 BY 1
                       UNTIL IN30-IX-BUS > IN30-CANT-MOVIMIENTOS
                          OR IN30-HALLADO
                   MOVE "EXTORNO SIN PAGO ORIGINAL"
                       TO IN30-EX-MOTIVO
               WHEN OTHER
                   PERFORM 3400-BUSCAR-PLAN THRU 3400-EXIT
                   MOVE "MOVIMIENTO SOBRE PLAN SIN CUOTAS"
                       TO IN30-EX-MOTIVO
           END-EVALUATE

           IF IN30-HALLADO
               GO TO 3100-EXIT
           END-IF

           ADD 1 TO IN30-CONT-EXC-HUERFANOS
           MOVE IN30-MV-CLAMON (IN30-IX-MV)   TO IN30-EX-CLAMON
           MOVE IN30-MV-PLAN (IN30-IX-MV)     TO IN30-EX-NUMOPECUO
           MOVE IN30-MV-NUMFINAN (IN30-IX-MV) TO IN30-EX-NUMFINAN
           MOVE IN30-MV-CUOTA (IN30-IX-MV)    TO IN30-EX-CUOTA
           IF IN30-MV-EXTORNO (IN30-IX-MV)
               MOVE ZERO TO IN30-EX-NUMOPECUO
           END-IF
           MOVE IN30-MV-NUMMOVPG (IN30-IX-MV) TO IN30-EDIT-NUMMOVPG
           MOVE SPACES TO IN30-EX-VALOR-1
           STRING "MOV " IN30-EDIT-NUMMOVPG
               DELIMITED BY SIZE INTO IN30-EX-VALOR-1
           MOVE IN30-MV-NUMEXTPG (IN30-IX-MV) TO IN30-EDIT-NUMEXTPG
           MOVE SPACES TO IN30-EX-VALOR-2
           STRING "EXT" IN30-EDIT-NUMEXTPG
               DELIMITED BY SIZE INTO IN30-EX-VALOR-2
           PERFORM 7000-EMITIR-EXCEPCION THRU 7000-EXIT.

       3100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3200-BUSCAR-CUOTA.
      *>----------------------------------------------------------------*
           IF IN30-MV-PLAN (IN30-IX-MV) > IN30-MAX-NUMOPECUO
               OR IN30-MV-CUOTA (IN30-IX-MV) > IN30-MAX-NUMCUOTA
               GO TO 3200-EXIT
           END-IF

           MOVE IN30-CA-CODENT   TO CODENT   OF DC-CLAVE
           MOVE IN30-CA-CENTALTA TO CENTALTA OF DC-CLAVE
           MOVE IN30-CA-CUENTA   TO CUENTA   OF DC-CLAVE
           MOVE IN30-MV-CLAMON (IN30-IX-MV)   TO CLAMON    OF DC-CLAVE
           MOVE IN30-MV-PLAN (IN30-IX-MV)     TO NUMOPECUO OF DC-CLAVE
           MOVE IN30-MV-NUMFINAN (IN30-IX-MV) TO NUMFINAN  OF DC-CLAVE
           MOVE IN30-MV-CUOTA (IN30-IX-MV)    TO NUMCUOTA  OF DC-CLAVE

           READ F-TBDETCUO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET IN30-HALLADO TO TRUE
           END-READ.

       3200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3300-BUSCAR-ORIGINAL.
      *>    La fila extornada es un pago sobre cuota de MPJ45011 con
      *>    el NUMMOVPG que el extorno guarda en NUMREFAPL y el mismo
      *>    NUMEXTPG del extorno (0 el pago exacto, 1..n cada cuota
      *>    imputada).
      *>----------------------------------------------------------------*
           IF IN30-MV-PAGO-CUOTA (IN30-IX-BUS)
               AND IN30-MV-NUMEXTPG (IN30-IX-BUS) =
                   IN30-MV-NUMEXTPG (IN30-IX-MV)
               AND IN30-MV-NUMMOVPG (IN30-IX-BUS) =
                   IN30-MV-PLAN (IN30-IX-MV)
               SET IN30-HALLADO TO TRUE
           END-IF.

       3300-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3400-BUSCAR-PLAN.
      *>    Posiciona en la primera cuota del plan referenciado y
      *>    comprueba que pertenezca al plan.
      *>----------------------------------------------------------------*
           IF IN30-MV-PLAN (IN30-IX-MV) > IN30-MAX-NUMOPECUO
               GO TO 3400-EXIT
           END-IF

           MOVE IN30-CA-CODENT   TO CODENT   OF DC-CLAVE
           MOVE IN30-CA-CENTALTA TO CENTALTA OF DC-CLAVE
           MOVE IN30-CA-CUENTA   TO CUENTA   OF DC-CLAVE
           MOVE IN30-MV-CLAMON (IN30-IX-MV)   TO CLAMON    OF DC-CLAVE
           MOVE IN30-MV-PLAN (IN30-IX-MV)     TO NUMOPECUO OF DC-CLAVE
           MOVE IN30-MV-NUMFINAN (IN30-IX-MV) TO NUMFINAN  OF DC-CLAVE
           MOVE ZERO TO NUMCUOTA OF DC-CLAVE

           START F-TBDETCUO KEY IS NOT LESS THAN DC-CLAVE
               INVALID KEY
                   GO TO 3400-EXIT
           END-START

           READ F-TBDETCUO NEXT RECORD
               AT END
                   GO TO 3400-EXIT
           END-READ

           IF CODENT    OF DC-CLAVE = IN30-CA-CODENT
               AND CENTALTA  OF DC-CLAVE = IN30-CA-CENTALTA
               AND CUENTA    OF DC-CLAVE = IN30-CA-CUENTA
               AND CLAMON    OF DC-CLAVE = IN30-MV-CLAMON (IN30-IX-MV)
               AND NUMOPECUO OF DC-CLAVE = IN30-MV-PLAN (IN30-IX-MV)
               AND NUMFINAN  OF DC-CLAVE =
                   IN30-MV-NUMFINAN (IN30-IX-MV)
               SET IN30-HALLADO TO TRUE
           END-IF.

       3400-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5000-CARGAR-MOVIMIENTOS.
      *>    Carga en la tabla los movimientos de TBPAGHIS de la cuenta
      *>    IN30-CUENTA-ACTUAL y los clasifica. Termina con el primer
      *>    registro de la cuenta siguiente leido (o en fin de
      *>    fichero). Si la cuenta no entra, queda IN30-DESBORDE.
      *>----------------------------------------------------------------*
           INITIALIZE IN30-TABLA-MOVIMIENTOS
           MOVE "N" TO IN30-IND-DESBORDE
           MOVE "N" TO IN30-IND-FIN-PAGHIS
           MOVE IN30-CUENTA-ACTUAL TO IN30-CUENTA-CARGADA

           MOVE IN30-CA-CODENT   TO CODENT   OF PH-CLAVE
           MOVE IN30-CA-CENTALTA TO CENTALTA OF PH-CLAVE
           MOVE IN30-CA-CUENTA   TO CUENTA   OF PH-CLAVE
           MOVE ZERO             TO NUMEXTPG OF PH-CLAVE
           MOVE ZERO             TO NUMMOVPG OF PH-CLAVE

           START F-TBPAGHIS KEY IS NOT LESS THAN PH-CLAVE
               INVALID KEY
                   SET IN30-FIN-PAGHIS TO TRUE
           END-START

           IF NOT IN30-FIN-PAGHIS
               PERFORM 5010-LEER-PAGHIS THRU 5010-EXIT
           END-IF
           PERFORM 5020-GUARDAR-MOVIMIENTO THRU 5020-EXIT
               UNTIL IN30-FIN-PAGHIS
                  OR CODENT   OF PH-CLAVE NOT = IN30-CA-CODENT
                  OR CENTALTA OF PH-CLAVE NOT = IN30-CA-CENTALTA
                  OR CUENTA   OF PH-CLAVE NOT = IN30-CA-CUENTA.

       5000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5010-LEER-PAGHIS.
      *>----------------------------------------------------------------*
           READ F-TBPAGHIS NEXT RECORD
               AT END
                   SET IN30-FIN-PAGHIS TO TRUE
           END-READ.

       5010-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5020-GUARDAR-MOVIMIENTO.
      *>    Clasifica el movimiento segun el programa que lo grabo,
      *>    igual que el archivo historico MPJ45291: MPJ45181 lleva el
      *>    plan en NUMMOVPG, MPJ45261 el plan anterior en NUMREFAPL,
      *>    el extorno el pago original en NUMREFAPL y el resto el plan
      *>    en NUMREFAPL con la cuota en NUMSECREC (cero si el pago es
      *>    sobre el plan entero).
      *>----------------------------------------------------------------*
           IF IN30-CANT-MOVIMIENTOS NOT < IN30-MAX-MOVIMIENTOS
               SET IN30-DESBORDE TO TRUE
               GO TO 5020-LEER
           END-IF

           ADD 1 TO IN30-CANT-MOVIMIENTOS
           SET IN30-IX-MV TO IN30-CANT-MOVIMIENTOS
           MOVE NUMEXTPG OF PH-CLAVE TO IN30-MV-NUMEXTPG (IN30-IX-MV)
           MOVE NUMMOVPG OF PH-CLAVE TO IN30-MV-NUMMOVPG (IN30-IX-MV)
           MOVE CLAMON   OF TBPAGHIS TO IN30-MV-CLAMON (IN30-IX-MV)
           MOVE NUMORDEN OF TBPAGHIS TO IN30-MV-NUMFINAN (IN30-IX-MV)
           MOVE NUMREFAPL OF TBPAGHIS TO IN30-MV-PLAN (IN30-IX-MV)
           MOVE ZERO TO IN30-MV-CUOTA (IN30-IX-MV)
           MOVE "N" TO IN30-MV-IND-VIGENTE (IN30-IX-MV)

           EVALUATE TRUE
               WHEN USUARIOUMO OF TBPAGHIS = "MPJ45181"
                   SET IN30-MV-DISPUTA (IN30-IX-MV) TO TRUE
                   MOVE NUMMOVPG OF PH-CLAVE
                       TO IN30-MV-PLAN (IN30-IX-MV)
               WHEN USUARIOUMO OF TBPAGHIS = "MPJ45261"
                   SET IN30-MV-REFINANCIACION (IN30-IX-MV) TO TRUE
               WHEN INDNORCOR OF TBPAGHIS = IN30-INDNORCOR-CORRECTIVO
                   SET IN30-MV-EXTORNO (IN30-IX-MV) TO TRUE
               WHEN NUMSECREC OF TBPAGHIS = ZERO
                   SET IN30-MV-PAGO-PLAN (IN30-IX-MV) TO TRUE
               WHEN OTHER
                   SET IN30-MV-PAGO-CUOTA (IN30-IX-MV) TO TRUE
                   MOVE NUMSECREC OF TBPAGHIS
                       TO IN30-MV-CUOTA (IN30-IX-MV)
                   IF IMPRECAPL OF TBPAGHIS = ZERO
                       SET IN30-MV-VIGENTE (IN30-IX-MV) TO TRUE
                   END-IF
           END-EVALUATE.

       5020-LEER.
           PERFORM 5010-LEER-PAGHIS THRU 5010-EXIT.

       5020-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7000-EMITIR-EXCEPCION.
      *>    Una linea del reporte por rotura, con la cuenta en curso y
      *>    lo que dejo el llamador en IN30-EXCEPCION.
      *>----------------------------------------------------------------*
           ADD 1 TO IN30-CONT-EXCEPCIONES

           MOVE IN30-EX-CLAMON    TO IN30-EDIT-CLAMON
           MOVE IN30-EX-NUMOPECUO TO IN30-EDIT-NUMOPECUO
           MOVE IN30-EX-NUMFINAN  TO IN30-EDIT-NUMFINAN
           MOVE IN30-EX-CUOTA     TO IN30-EDIT-CUOTA

           MOVE SPACES TO IN30-LINEA-EDIT
           STRING IN30-CA-CODENT " " IN30-CA-CENTALTA " "
               IN30-CA-CUENTA " " IN30-EDIT-CLAMON " "
               IN30-EDIT-NUMOPECUO " " IN30-EDIT-NUMFINAN " "
               IN30-EDIT-CUOTA " " IN30-EX-MOTIVO " "
               IN30-EX-VALOR-1 " " IN30-EX-VALOR-2
               DELIMITED BY SIZE INTO IN30-LINEA-EDIT
           MOVE IN30-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE.

       7000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       8000-EMITIR-TOTALES.
      *>----------------------------------------------------------------*
           MOVE SPACES TO IN30-LINEA-EDIT
           MOVE IN30-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           MOVE IN30-CONT-PLANES-LEIDOS TO IN30-EDIT-CANT
           MOVE SPACES TO IN30-LINEA-EDIT
           STRING "PLANES REVISADOS                        "
               IN30-EDIT-CANT
               DELIMITED BY SIZE INTO IN30-LINEA-EDIT
           MOVE IN30-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           MOVE IN30-CONT-CUOTAS-LEIDAS TO IN30-EDIT-CANT
           MOVE SPACES TO IN30-LINEA-EDIT
           STRING "CUOTAS REVISADAS                        "
               IN30-EDIT-CANT
               DELIMITED BY SIZE INTO IN30-LINEA-EDIT
           MOVE IN30-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           MOVE IN30-CONT-MOVIMIENTOS-LEIDOS TO IN30-EDIT-CANT
           MOVE SPACES TO IN30-LINEA-EDIT
           STRING "MOVIMIENTOS REVISADOS                   "
               IN30-EDIT-CANT
               DELIMITED BY SIZE INTO IN30-LINEA-EDIT
           MOVE IN30-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           MOVE IN30-CONT-EXCEPCIONES TO IN30-EDIT-CANT
           MOVE SPACES TO IN30-LINEA-EDIT
           STRING "EXCEPCIONES                             "
               IN30-EDIT-CANT
               DELIMITED BY SIZE INTO IN30-LINEA-EDIT
           MOVE IN30-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           IF IN30-CONT-EXCEPCIONES > ZERO
               DISPLAY "MPJ45301 - LIBRO DE CUOTAS CON EXCEPCIONES, "
                       "VER RPT45301"
               MOVE 8 TO RETURN-CODE
           END-IF.

       8000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       9000-FINALIZAR.
      *>----------------------------------------------------------------*
           PERFORM 8000-EMITIR-TOTALES THRU 8000-EXIT

           CLOSE F-TBFINCUO
           CLOSE F-TBDETCUO
           CLOSE F-TBPAGHIS
           CLOSE F-REPORTE

           DISPLAY "MPJ45301 - PLANES REVISADOS            = "
               IN30-CONT-PLANES-LEIDOS
           DISPLAY "MPJ45301 - CUOTAS REVISADAS            = "
               IN30-CONT-CUOTAS-LEIDAS
           DISPLAY "MPJ45301 - MOVIMIENTOS REVISADOS       = "
               IN30-CONT-MOVIMIENTOS-LEIDOS
           DISPLAY "MPJ45301 - NUMCUOPAG DESCUADRADO       = "
               IN30-CONT-EXC-NUMCUOPAG
           DISPLAY "MPJ45301 - NUMULTCUO DESCUADRADO       = "
               IN30-CONT-EXC-NUMULTCUO
           DISPLAY "MPJ45301 - IMPAMORT DESCUADRADO        = "
               IN30-CONT-EXC-IMPAMORT
           DISPLAY "MPJ45301 - IMPINTAMORT DESCUADRADO     = "
               IN30-CONT-EXC-IMPINTAMORT
           DISPLAY "MPJ45301 - FECULTLIQ DESCUADRADA       = "
               IN30-CONT-EXC-FECULTLIQ
           DISPLAY "MPJ45301 - BAJAS CON CUOTAS PENDIENTES = "
               IN30-CONT-EXC-BAJA-PENDIENTE
           DISPLAY "MPJ45301 - LIQUIDADAS SIN PAGO VIGENTE = "
               IN30-CONT-EXC-SIN-MOVIMIENTO
           DISPLAY "MPJ45301 - MOVIMIENTOS HUERFANOS       = "
               IN30-CONT-EXC-HUERFANOS
           DISPLAY "MPJ45301 - CUENTAS NO VERIFICADAS      = "
               IN30-CONT-EXC-DESBORDE
           DISPLAY "MPJ45301 - EXCEPCIONES                 = "
               IN30-CONT-EXCEPCIONES.

       9000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       9100-ARMAR-FECHA.
      *>    IN30-FECHA-DESC (DD/MM/AAAA) a IN30-FECHA-ARMADA-NUM
      *>    (AAAAMMDD); una fecha en blanco queda en cero.
      *>----------------------------------------------------------------*
           IF IN30-FECHA-DESC = SPACES
               MOVE ZERO TO IN30-FECHA-ARMADA-NUM
           ELSE
               MOVE IN30-FD-ANO TO IN30-FA-ANO
               MOVE IN30-FD-MES TO IN30-FA-MES
               MOVE IN30-FD-DIA TO IN30-FA-DIA
           END-IF.

       9100-EXIT.
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
           MOVE "MPJ45301" TO FN-PROGRAMA
           SET FN-FECHA-Y-PREDECESORES TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45301 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-CTLBAT
           MOVE FN-FECPROC TO IN30-CTL-FECPROC
           ACCEPT IN30-CTL-HORA FROM TIME
           MOVE SPACES TO IN30-CTL-HORA-EDIT
           STRING IN30-CTL-HH ":" IN30-CTL-MM ":" IN30-CTL-SS
               DELIMITED BY SIZE INTO IN30-CTL-HORA-EDIT
           INITIALIZE TBCTLBAT
           MOVE "MPJ45301" TO RC-PROGRAMA
           MOVE IN30-CTL-FECPROC TO RC-FECPROC
           MOVE IN30-CTL-HORA-EDIT TO RC-HORAINI
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
           MOVE "MPJ45301" TO RC-PROGRAMA
           MOVE IN30-CTL-FECPROC TO RC-FECPROC
           READ F-CTLBAT
               INVALID KEY
                   CONTINUE
           END-READ
           ACCEPT IN30-CTL-HORA FROM TIME
           MOVE SPACES TO IN30-CTL-HORA-EDIT
           STRING IN30-CTL-HH ":" IN30-CTL-MM ":" IN30-CTL-SS
               DELIMITED BY SIZE INTO IN30-CTL-HORA-EDIT
           MOVE IN30-CTL-HORA-EDIT TO RC-HORAFIN
           MOVE IN30-CONT-PLANES-LEIDOS TO RC-CONT-ENTRADA
           MOVE IN30-CONT-CUOTAS-LEIDAS TO RC-CONT-SALIDA
           MOVE IN30-CONT-MOVIMIENTOS-LEIDOS TO RC-CONT-NOVEDADES
           MOVE IN30-CONT-EXCEPCIONES TO RC-CONT-ERRORES
           SET RC-FINALIZADO TO TRUE
           REWRITE TBCTLBAT
               INVALID KEY
                   CONTINUE
           END-REWRITE
           CLOSE F-CTLBAT.

       8900-EXIT.
           EXIT.

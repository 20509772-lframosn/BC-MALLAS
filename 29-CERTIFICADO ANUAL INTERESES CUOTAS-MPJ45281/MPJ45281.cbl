      *> ================================================================
      *> PROGRAMA   MPJ45281
      *> AUTOR      DEPARTAMENTO DE SISTEMAS - CARTERAS
      *> INSTALACION  BC-MALLAS
      *> ESCRITO    15/10/2026
      *> DESCRIPCION
      *>     Certificado anual de intereses e impuestos de compras en
      *>     cuotas. Se corre una vez al cierre del ejercicio (el
      *>     ejercicio certificado es el anio calendario anterior al
      *>     de la fecha de proceso) y por cada cuenta y moneda suma
      *>     el IMPINTERESES y el IMPIMPTO de las cuotas de TBDETCUO
      *>     liquidadas (ESTCUO 2) con FECLIQ dentro del ejercicio.
      *>
      *>     Quedan fuera de lo pagado, y se informan aparte:
      *>     - el interes condonado por la cancelacion anticipada
      *>       MPJ45161: cuota cerrada con la baja del plan
      *>       (FECLIQ = FECBAJA) antes de su vencimiento, que solo
      *>       paga capital (mismo criterio que la facturacion
      *>       MPJ45251);
      *>     - el interes anulado por disputa MPJ45181 (ESTCUO 9).
      *>
      *>     Los extornos se netean con TBPAGHIS: un extorno deja la
      *>     cuota otra vez pendiente, de modo que un pago extornado
      *>     dentro del mismo ejercicio ya no suma; un extorno hecho en
      *>     el ejercicio de un pago de un ejercicio anterior (ya
      *>     certificado) se resta del neto del ejercicio.
      *>
      *>     Por cada cuenta y moneda con importes se emite:
      *>     - el certificado imprimible CER45281 con nombre, NUMDOC
      *>       y domicilio del titular de TBCLIENT;
      *>     - un registro DE del fichero resumen AFI45281 para la
      *>       autoridad tributaria (cabecera CA y pie PI de control);
      *>     - el despacho por el MEDIOENVIO de TBMEDENV_ECTA con el
      *>       mismo criterio que el extracto MPJ45211: "EM" al
      *>       fichero por email, "CO" al fichero por correo fisico
      *>       con el bloque postal; sin medio, con el medio dado de
      *>       baja o con un medio no soportado el certificado queda
      *>       impreso e informado pero va al reporte como excepcion.
      *>     Una cuenta sin fila en TBCLIENT no se certifica (no hay
      *>     titular ni documento que informar) y sale en el reporte;
      *>     la corrida no guarda estado y puede repetirse entera una
      *>     vez corregido el cliente.
      *> ----------------------------------------------------------------
      *> HISTORIAL DE MODIFICACIONES
      *> FECHA       AUTOR   DESCRIPCION
      *> 15/10/2026  JRM     VERSION INICIAL
      *> 15/10/2026  JRM     LA FECHA DE PROCESO SE TOMA DE LA FECHA DE
      *>                     NEGOCIO TBFECNEG (RUTINA MPJ45132) Y NO DEL
      *>                     RELOJ; SI UN PREDECESOR DEL PROGRAMA NO
      *>                     TERMINO ESE DIA LA CORRIDA SE CANCELA
      *> 15/10/2026  JRM     EL EXTORNO SE RESUELVE CONTRA LA FILA
      *>                     ORIGINAL DE SU MISMO NUMEXTPG (PAGO EXACTO
      *>                     O CADA CUOTA IMPUTADA), NO SOLO CONTRA EL
      *>                     PAGO EXACTO
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45281.
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
               FILE STATUS IS CI28-STATUS-FINCUO.

           SELECT F-TBDETCUO ASSIGN TO "TBDETCUO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CLAVE
               FILE STATUS IS CI28-STATUS-DETCUO.

           SELECT F-TBPAGHIS ASSIGN TO "TBPAGHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-CLAVE
               FILE STATUS IS CI28-STATUS-PAGHIS.

           SELECT F-TBCLIENT ASSIGN TO "TBCLIENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CLAVE
               FILE STATUS IS CI28-STATUS-CLIENT.

           SELECT F-MEDENV-ECTA ASSIGN TO "MEDENVECTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ME-CLAVE
               FILE STATUS IS CI28-STATUS-MEDENVECTA.

           SELECT F-CERTIFICADO ASSIGN TO "CER45281"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CI28-STATUS-CERTIF.

           SELECT F-FISCAL ASSIGN TO "AFI45281"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CI28-STATUS-FISCAL.

           SELECT F-CERT-EMAIL ASSIGN TO "CEREM281"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CI28-STATUS-EMAIL.

           SELECT F-CERT-CORREO ASSIGN TO "CERCO281"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CI28-STATUS-CORREO.

           SELECT F-REPORTE ASSIGN TO "RPT45281"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CI28-STATUS-REPORTE.

           SELECT F-CTLBAT ASSIGN TO "TBCTLBAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CLAVE
               FILE STATUS IS CI28-STATUS-CTLBAT.

       DATA DIVISION.
       FILE SECTION.
       FD  F-TBFINCUO.
       COPY "TBFINCUO.cpy".

       FD  F-TBDETCUO.
       COPY "TBDETCUO.cpy".

       FD  F-TBPAGHIS.
       COPY "TBPAGHIS.cpy".

       FD  F-TBCLIENT.
       COPY "TBCLIENT.cpy".

       FD  F-MEDENV-ECTA.
       COPY "TBMEDENV_ECTA.cpy".

       FD  F-CERTIFICADO
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-LINEA-CERTIFICADO            PIC X(132).

       FD  F-FISCAL.
       COPY "MPJ45281-FISCAL.cpy".

       FD  F-CERT-EMAIL.
       COPY "MPJ45281-EMAIL.cpy".

       FD  F-CERT-CORREO.
       COPY "MPJ45281-CORREO.cpy".

       FD  F-REPORTE
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-LINEA-REPORTE                PIC X(132).

       FD  F-CTLBAT.
       COPY "TBCTLBAT.cpy".

       WORKING-STORAGE SECTION.
       01  CI28-STATUS-CTLBAT               PIC X(2).
           88  CI28-CTLBAT-OK                   VALUE "00".

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  CI28-CTLBAT-TRABAJO.
           05  CI28-CTL-FECPROC              PIC 9(8).
           05  CI28-CTL-HORA.
               10  CI28-CTL-HH                PIC 9(2).
               10  CI28-CTL-MM                PIC 9(2).
               10  CI28-CTL-SS                PIC 9(2).
               10  CI28-CTL-CC                PIC 9(2).
           05  CI28-CTL-HORA-EDIT            PIC X(8).

       01  CI28-STATUS-FINCUO               PIC X(2).
           88  CI28-FINCUO-OK                   VALUE "00".

       01  CI28-STATUS-DETCUO               PIC X(2).
           88  CI28-DETCUO-OK                   VALUE "00".

       01  CI28-STATUS-PAGHIS               PIC X(2).
           88  CI28-PAGHIS-OK                   VALUE "00".

       01  CI28-STATUS-CLIENT               PIC X(2).
           88  CI28-CLIENT-OK                   VALUE "00".

       01  CI28-STATUS-MEDENVECTA           PIC X(2).
           88  CI28-MEDENVECTA-OK               VALUE "00".

       01  CI28-STATUS-CERTIF               PIC X(2).
       01  CI28-STATUS-FISCAL               PIC X(2).
       01  CI28-STATUS-EMAIL                PIC X(2).
       01  CI28-STATUS-CORREO               PIC X(2).
       01  CI28-STATUS-REPORTE              PIC X(2).

       01  CI28-SWITCHES.
           05  CI28-IND-FIN-FINCUO           PIC X(1)  VALUE "N".
               88  CI28-FIN-FINCUO                   VALUE "S".
           05  CI28-IND-FIN-DETCUO           PIC X(1)  VALUE "N".
               88  CI28-FIN-DETCUO                   VALUE "S".
           05  CI28-IND-FIN-PAGHIS           PIC X(1)  VALUE "N".
               88  CI28-FIN-PAGHIS                   VALUE "S".
           05  CI28-IND-GRUPO-ABIERTO        PIC X(1)  VALUE "N".
               88  CI28-GRUPO-ABIERTO                VALUE "S".
           05  CI28-IND-CLIENTE              PIC X(1)  VALUE "N".
               88  CI28-CLIENTE-HALLADO              VALUE "S".

      *> Estados de cuota de TBDETCUO que cuentan para el
      *> certificado: 2 = liquidada, 9 = anulada por disputa.
       01  CI28-ESTCUO-LIQUIDADA             PIC 9(2)  VALUE 2.
       01  CI28-ESTCUO-ANULADA               PIC 9(2)  VALUE 9.

      *> Indicador normal/correctivo de TBPAGHIS: 1 = extorno.
       01  CI28-INDNORCOR-CORRECTIVO         PIC 9(1)  VALUE 1.

      *> Ejercicio certificado: el anio anterior al de la fecha de
      *> proceso (la corrida se hace al cierre, en enero).
       01  CI28-EJERCICIO                    PIC 9(4)  VALUE ZERO.
       01  CI28-EJERCICIO-X REDEFINES CI28-EJERCICIO
                                             PIC X(4).

       01  CI28-FECHA-HOY                    PIC X(10) VALUE SPACES.

      *> Fechas DD/MM/AAAA de las tablas rearmadas en AAAAMMDD para
      *> poder compararlas.
       01  CI28-FECHA-DESC.
           05  CI28-FD-DIA                    PIC 9(2).
           05  FILLER                         PIC X(1).
           05  CI28-FD-MES                    PIC 9(2).
           05  FILLER                         PIC X(1).
           05  CI28-FD-ANO                    PIC 9(4).
       01  CI28-FECHA-ARMADA.
           05  CI28-FA-ANO                    PIC 9(4).
           05  CI28-FA-MES                    PIC 9(2).
           05  CI28-FA-DIA                    PIC 9(2).
       01  CI28-FECHA-ARMADA-NUM REDEFINES CI28-FECHA-ARMADA
                                             PIC 9(8).
       01  CI28-FECPROCUO-NUM                PIC 9(8)  VALUE ZERO.
       01  CI28-FECLIQ-NUM                   PIC 9(8)  VALUE ZERO.

      *> Cuenta y moneda en curso: TBFINCUO viene ordenado por
      *> cuenta y moneda, de modo que el corte de control arma un
      *> certificado por grupo.
       01  CI28-GRUPO.
           05  CI28-GR-CODENT                 PIC X(4).
           05  CI28-GR-CENTALTA               PIC X(4).
           05  CI28-GR-CUENTA                 PIC X(12).
           05  CI28-GR-CLAMON                 PIC 9(3).

       01  CI28-ACUM-GRUPO.
           05  CI28-AC-CANT-CUOTAS            PIC 9(7).
           05  CI28-AC-INT-LIQ                PIC 9(15)V99.
           05  CI28-AC-IMP-LIQ                PIC 9(15)V99.
           05  CI28-AC-INT-COND               PIC 9(15)V99.
           05  CI28-AC-IMP-COND               PIC 9(15)V99.
           05  CI28-AC-INT-ANUL               PIC 9(15)V99.
           05  CI28-AC-IMP-ANUL               PIC 9(15)V99.
           05  CI28-AC-CANT-EXT               PIC 9(5).
           05  CI28-AC-INT-EXT                PIC 9(15)V99.
           05  CI28-AC-IMP-EXT                PIC 9(15)V99.

      *> Neto certificado del grupo con su signo.
       01  CI28-INT-NETO                     PIC S9(15)V99 VALUE ZERO.
       01  CI28-IMP-NETO                     PIC S9(15)V99 VALUE ZERO.
       01  CI28-INT-NETO-ABS                 PIC 9(15)V99  VALUE ZERO.
       01  CI28-IMP-NETO-ABS                 PIC 9(15)V99  VALUE ZERO.
       01  CI28-SIGNO-INT                    PIC X(1)  VALUE "+".
       01  CI28-SIGNO-IMPTO                  PIC X(1)  VALUE "+".

      *> Extornos del ejercicio de la cuenta y moneda en curso, que
      *> se juntan mientras se recorre TBPAGHIS y se resuelven
      *> despues leyendo el pago original (la lectura directa
      *> perderia la posicion del recorrido).
       01  CI28-MAX-EXTORNOS                 PIC 9(3)  VALUE 100.
       01  CI28-TABLA-EXTORNOS.
           05  CI28-CANT-EXTORNOS             PIC 9(3)  VALUE ZERO.
           05  CI28-EXTORNO OCCURS 100 TIMES INDEXED BY CI28-IX-EX.
               10  CI28-EX-NUMMOVPG-ORI        PIC 9(7).
               10  CI28-EX-NUMEXTPG            PIC 9(15).
               10  CI28-EX-NUMFINAN            PIC 9(3).
               10  CI28-EX-NUMCUOTA            PIC 9(9).

       01  CI28-NUMCERT                      PIC 9(9)  VALUE ZERO.
       01  CI28-MOTIVO-EXCEPCION             PIC X(40) VALUE SPACES.
       01  CI28-MEDIO                        PIC X(2)  VALUE SPACES.

      *> Totales del fichero para la autoridad tributaria.
       01  CI28-TOT-INT-NETO                 PIC S9(17)V99 VALUE ZERO.
       01  CI28-TOT-IMP-NETO                 PIC S9(17)V99 VALUE ZERO.

       01  CI28-CONTADORES.
           05  CI28-CONT-PLANES               PIC 9(9) VALUE ZERO.
           05  CI28-CONT-CUOTAS-LEIDAS        PIC 9(9) VALUE ZERO.
           05  CI28-CONT-CUOTAS-PAGADAS       PIC 9(9) VALUE ZERO.
           05  CI28-CONT-CUOTAS-CONDONADAS    PIC 9(9) VALUE ZERO.
           05  CI28-CONT-CUOTAS-ANULADAS      PIC 9(9) VALUE ZERO.
           05  CI28-CONT-EXTORNOS             PIC 9(9) VALUE ZERO.
           05  CI28-CONT-EXT-NO-LISTADOS      PIC 9(9) VALUE ZERO.
           05  CI28-CONT-GRUPOS               PIC 9(9) VALUE ZERO.
           05  CI28-CONT-SIN-IMPORTE          PIC 9(9) VALUE ZERO.
           05  CI28-CONT-CERTIFICADOS         PIC 9(9) VALUE ZERO.
           05  CI28-CONT-CERT-EMAIL           PIC 9(9) VALUE ZERO.
           05  CI28-CONT-CERT-CORREO          PIC 9(9) VALUE ZERO.
           05  CI28-CONT-SIN-CLIENTE          PIC 9(9) VALUE ZERO.
           05  CI28-CONT-EXCEPCIONES          PIC 9(9) VALUE ZERO.

       01  CI28-EDIT-IMPORTE                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  CI28-EDIT-IMPORTE-2               PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  CI28-EDIT-NETO                    PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
       01  CI28-EDIT-NETO-2                  PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
       01  CI28-EDIT-CANT                    PIC ZZZZZZ9.
       01  CI28-EDIT-NUMCERT                 PIC 9(9).
       01  CI28-LINEA-EDIT                   PIC X(132).

       PROCEDURE DIVISION.

      *>----------------------------------------------------------------*
       0000-MAINLINE.
      *>----------------------------------------------------------------*
           PERFORM 1900-CONTROL-INICIO THRU 1900-EXIT
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-PROCESAR-PLAN THRU 2000-EXIT
               UNTIL CI28-FIN-FINCUO
           IF CI28-GRUPO-ABIERTO
               PERFORM 5000-CERRAR-GRUPO THRU 5000-EXIT
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           PERFORM 8900-CONTROL-FIN THRU 8900-EXIT
           GOBACK.

      *>----------------------------------------------------------------*
       1000-INICIALIZAR.
      *>----------------------------------------------------------------*
           MOVE CI28-CTL-FECPROC (1:4) TO CI28-EJERCICIO
           SUBTRACT 1 FROM CI28-EJERCICIO

           MOVE SPACES TO CI28-FECHA-HOY
           STRING CI28-CTL-FECPROC (7:2) "/" CI28-CTL-FECPROC (5:2) "/"
               CI28-CTL-FECPROC (1:4)
               DELIMITED BY SIZE INTO CI28-FECHA-HOY

           INITIALIZE CI28-CONTADORES
           INITIALIZE CI28-ACUM-GRUPO
           INITIALIZE CI28-TABLA-EXTORNOS

           OPEN INPUT  F-TBFINCUO
           OPEN INPUT  F-TBDETCUO
           OPEN INPUT  F-TBPAGHIS
           OPEN INPUT  F-TBCLIENT
           OPEN INPUT  F-MEDENV-ECTA
           OPEN OUTPUT F-CERTIFICADO
           OPEN OUTPUT F-FISCAL
           OPEN OUTPUT F-CERT-EMAIL
           OPEN OUTPUT F-CERT-CORREO
           OPEN OUTPUT F-REPORTE

           INITIALIZE REG-FIS45281
           MOVE "CA"             TO AF-TIPOREG
           MOVE CI28-EJERCICIO   TO AF-EJERCICIO
           MOVE CI28-CTL-FECPROC TO AF-FECGEN
           WRITE REG-FIS45281

           MOVE SPACES TO CI28-LINEA-EDIT
           STRING "CERTIFICADO ANUAL DE INTERESES E IMPUESTOS DE "
               "COMPRAS EN CUOTAS - EJERCICIO " CI28-EJERCICIO
               DELIMITED BY SIZE INTO CI28-LINEA-EDIT
           MOVE CI28-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           MOVE SPACES TO CI28-LINEA-EDIT
           STRING "  CUENTA       CENTRO MON  CUOTAS  "
               "  INTERESES NETOS     IMPUESTO NETO    "
               "CERTIFICADO MEDIO OBSERVACION"
               DELIMITED BY SIZE INTO CI28-LINEA-EDIT
           MOVE CI28-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           PERFORM 1100-LEER-FINCUO THRU 1100-EXIT.

       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       1100-LEER-FINCUO.
      *>----------------------------------------------------------------*
           READ F-TBFINCUO NEXT RECORD
               AT END
                   SET CI28-FIN-FINCUO TO TRUE
           END-READ.

       1100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2000-PROCESAR-PLAN.
      *>    Corte de control por cuenta y moneda: al cambiar de grupo
      *>    se certifica el anterior y se empieza a acumular el nuevo.
      *>----------------------------------------------------------------*
           IF CI28-GRUPO-ABIERTO
               IF CODENT   OF FI-CLAVE NOT = CI28-GR-CODENT
                   OR CENTALTA OF FI-CLAVE NOT = CI28-GR-CENTALTA
                   OR CUENTA   OF FI-CLAVE NOT = CI28-GR-CUENTA
                   OR CLAMON   OF FI-CLAVE NOT = CI28-GR-CLAMON
                   PERFORM 5000-CERRAR-GRUPO THRU 5000-EXIT
               END-IF
           END-IF

           IF NOT CI28-GRUPO-ABIERTO
               MOVE CODENT   OF FI-CLAVE TO CI28-GR-CODENT
               MOVE CENTALTA OF FI-CLAVE TO CI28-GR-CENTALTA
               MOVE CUENTA   OF FI-CLAVE TO CI28-GR-CUENTA
               MOVE CLAMON   OF FI-CLAVE TO CI28-GR-CLAMON
               INITIALIZE CI28-ACUM-GRUPO
               SET CI28-GRUPO-ABIERTO TO TRUE
           END-IF

           ADD 1 TO CI28-CONT-PLANES
           PERFORM 3000-RECORRER-CUOTAS THRU 3000-EXIT

           PERFORM 1100-LEER-FINCUO THRU 1100-EXIT.

       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3000-RECORRER-CUOTAS.
      *>----------------------------------------------------------------*
           MOVE "N" TO CI28-IND-FIN-DETCUO
           MOVE CODENT    OF FI-CLAVE TO CODENT    OF DC-CLAVE
           MOVE CENTALTA  OF FI-CLAVE TO CENTALTA  OF DC-CLAVE
           MOVE CUENTA    OF FI-CLAVE TO CUENTA    OF DC-CLAVE
           MOVE CLAMON    OF FI-CLAVE TO CLAMON    OF DC-CLAVE
           MOVE NUMOPECUO OF FI-CLAVE TO NUMOPECUO OF DC-CLAVE
           MOVE NUMFINAN  OF FI-CLAVE TO NUMFINAN  OF DC-CLAVE
           MOVE ZERO                  TO NUMCUOTA  OF DC-CLAVE

           START F-TBDETCUO KEY IS NOT LESS THAN DC-CLAVE
               INVALID KEY
                   SET CI28-FIN-DETCUO TO TRUE
           END-START

           IF NOT CI28-FIN-DETCUO
               PERFORM 3010-LEER-DETCUO THRU 3010-EXIT
           END-IF

           PERFORM 3100-TRATAR-CUOTA THRU 3100-EXIT
               UNTIL CI28-FIN-DETCUO.

       3000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3010-LEER-DETCUO.
      *>----------------------------------------------------------------*
           READ F-TBDETCUO NEXT RECORD
               AT END
                   SET CI28-FIN-DETCUO TO TRUE
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

               ADD 1 TO CI28-CONT-CUOTAS-LEIDAS
               PERFORM 3200-CLASIFICAR-CUOTA THRU 3200-EXIT
               PERFORM 3010-LEER-DETCUO THRU 3010-EXIT
           ELSE
               SET CI28-FIN-DETCUO TO TRUE
           END-IF.

       3100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3200-CLASIFICAR-CUOTA.
      *>    Solo cuentan las cuotas cerradas dentro del ejercicio:
      *>    - liquidada por la cancelacion anticipada antes de vencer
      *>      (FECLIQ = FECBAJA del plan y FECPROCUO posterior): el
      *>      interes y su impuesto fueron condonados;
      *>    - liquidada en cualquier otro caso: interes e impuesto
      *>      pagados, van al certificado;
      *>    - anulada por disputa: interes e impuesto anulados.
      *>    Las refinanciadas (ESTCUO 8) no se pagaron: su saldo paso
      *>    al plan nuevo, cuyas cuotas se certifican al liquidarse.
      *>----------------------------------------------------------------*
           IF FECLIQ OF TBDETCUO = SPACES
               GO TO 3200-EXIT
           END-IF

           IF FECLIQ OF TBDETCUO (7:4) NOT = CI28-EJERCICIO-X
               GO TO 3200-EXIT
           END-IF

           EVALUATE ESTCUO OF TBDETCUO
               WHEN CI28-ESTCUO-LIQUIDADA
                   MOVE FECPROCUO OF TBDETCUO TO CI28-FECHA-DESC
                   PERFORM 3300-ARMAR-FECHA THRU 3300-EXIT
                   MOVE CI28-FECHA-ARMADA-NUM TO CI28-FECPROCUO-NUM
                   MOVE FECLIQ OF TBDETCUO TO CI28-FECHA-DESC
                   PERFORM 3300-ARMAR-FECHA THRU 3300-EXIT
                   MOVE CI28-FECHA-ARMADA-NUM TO CI28-FECLIQ-NUM

                   IF FECBAJA OF TBFINCUO NOT = SPACES
                       AND FECLIQ OF TBDETCUO = FECBAJA OF TBFINCUO
                       AND CI28-FECPROCUO-NUM > CI28-FECLIQ-NUM
                       ADD 1 TO CI28-CONT-CUOTAS-CONDONADAS
                       ADD IMPINTERESES OF TBDETCUO TO CI28-AC-INT-COND
                       ADD IMPIMPTO     OF TBDETCUO TO CI28-AC-IMP-COND
                   ELSE
                       ADD 1 TO CI28-CONT-CUOTAS-PAGADAS
                       ADD 1 TO CI28-AC-CANT-CUOTAS
                       ADD IMPINTERESES OF TBDETCUO TO CI28-AC-INT-LIQ
                       ADD IMPIMPTO     OF TBDETCUO TO CI28-AC-IMP-LIQ
                   END-IF
               WHEN CI28-ESTCUO-ANULADA
                   ADD 1 TO CI28-CONT-CUOTAS-ANULADAS
                   ADD IMPINTERESES OF TBDETCUO TO CI28-AC-INT-ANUL
                   ADD IMPIMPTO     OF TBDETCUO TO CI28-AC-IMP-ANUL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3300-ARMAR-FECHA.
      *>    CI28-FECHA-DESC (DD/MM/AAAA) a CI28-FECHA-ARMADA-NUM
      *>    (AAAAMMDD); una fecha en blanco queda en cero.
      *>----------------------------------------------------------------*
           IF CI28-FECHA-DESC = SPACES
               MOVE ZERO TO CI28-FECHA-ARMADA-NUM
           ELSE
               MOVE CI28-FD-ANO TO CI28-FA-ANO
               MOVE CI28-FD-MES TO CI28-FA-MES
               MOVE CI28-FD-DIA TO CI28-FA-DIA
           END-IF.

       3300-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5000-CERRAR-GRUPO.
      *>    Fin de la cuenta y moneda: neteo de extornos de pagos de
      *>    ejercicios anteriores y, si queda algo que informar,
      *>    certificado, registro para la autoridad tributaria y
      *>    despacho.
      *>----------------------------------------------------------------*
           MOVE "N" TO CI28-IND-GRUPO-ABIERTO
           ADD 1 TO CI28-CONT-GRUPOS

           PERFORM 5100-BUSCAR-EXTORNOS THRU 5100-EXIT

           IF CI28-AC-INT-LIQ = ZERO AND CI28-AC-IMP-LIQ = ZERO
               AND CI28-AC-INT-EXT = ZERO AND CI28-AC-IMP-EXT = ZERO
               ADD 1 TO CI28-CONT-SIN-IMPORTE
               GO TO 5000-EXIT
           END-IF

           COMPUTE CI28-INT-NETO = CI28-AC-INT-LIQ - CI28-AC-INT-EXT
           COMPUTE CI28-IMP-NETO = CI28-AC-IMP-LIQ - CI28-AC-IMP-EXT
           MOVE "+" TO CI28-SIGNO-INT
           MOVE "+" TO CI28-SIGNO-IMPTO
           IF CI28-INT-NETO < ZERO
               MOVE "-" TO CI28-SIGNO-INT
               COMPUTE CI28-INT-NETO-ABS = ZERO - CI28-INT-NETO
           ELSE
               MOVE CI28-INT-NETO TO CI28-INT-NETO-ABS
           END-IF
           IF CI28-IMP-NETO < ZERO
               MOVE "-" TO CI28-SIGNO-IMPTO
               COMPUTE CI28-IMP-NETO-ABS = ZERO - CI28-IMP-NETO
           ELSE
               MOVE CI28-IMP-NETO TO CI28-IMP-NETO-ABS
           END-IF

           MOVE "N" TO CI28-IND-CLIENTE
           MOVE CI28-GR-CODENT   TO CODENT   OF CT-CLAVE
           MOVE CI28-GR-CENTALTA TO CENTALTA OF CT-CLAVE
           MOVE CI28-GR-CUENTA   TO CUENTA   OF CT-CLAVE
           READ F-TBCLIENT
               INVALID KEY
                   INITIALIZE TBCLIENT
               NOT INVALID KEY
                   SET CI28-CLIENTE-HALLADO TO TRUE
           END-READ

           IF NOT CI28-CLIENTE-HALLADO
               ADD 1 TO CI28-CONT-SIN-CLIENTE
               MOVE ZERO TO CI28-EDIT-NUMCERT
               MOVE SPACES TO CI28-MEDIO
               MOVE "SIN TITULAR EN TBCLIENT, NO CERTIFICADA"
                   TO CI28-MOTIVO-EXCEPCION
               PERFORM 7000-EMITIR-EXCEPCION THRU 7000-EXIT
               GO TO 5000-EXIT
           END-IF

           ADD 1 TO CI28-NUMCERT
           ADD 1 TO CI28-CONT-CERTIFICADOS
           ADD CI28-INT-NETO TO CI28-TOT-INT-NETO
           ADD CI28-IMP-NETO TO CI28-TOT-IMP-NETO

           PERFORM 5300-IMPRIMIR-CERTIFICADO THRU 5300-EXIT
           PERFORM 5400-GRABAR-FISCAL THRU 5400-EXIT
           PERFORM 5500-DESPACHAR THRU 5500-EXIT.

       5000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5100-BUSCAR-EXTORNOS.
      *>    Recorre TBPAGHIS de la cuenta juntando los extornos de
      *>    MPJ45011 de la moneda hechos en el ejercicio; luego se
      *>    resuelve cada uno contra su pago original (5200).
      *>----------------------------------------------------------------*
           INITIALIZE CI28-TABLA-EXTORNOS
           MOVE "N" TO CI28-IND-FIN-PAGHIS
           MOVE CI28-GR-CODENT   TO CODENT   OF PH-CLAVE
           MOVE CI28-GR-CENTALTA TO CENTALTA OF PH-CLAVE
           MOVE CI28-GR-CUENTA   TO CUENTA   OF PH-CLAVE
           MOVE ZERO             TO NUMEXTPG OF PH-CLAVE
           MOVE ZERO             TO NUMMOVPG OF PH-CLAVE

           START F-TBPAGHIS KEY IS NOT LESS THAN PH-CLAVE
               INVALID KEY
                   SET CI28-FIN-PAGHIS TO TRUE
           END-START

           IF NOT CI28-FIN-PAGHIS
               PERFORM 5110-LEER-PAGHIS THRU 5110-EXIT
           END-IF

           PERFORM 5120-REVISAR-MOVIMIENTO THRU 5120-EXIT
               UNTIL CI28-FIN-PAGHIS

           IF CI28-CANT-EXTORNOS > ZERO
               PERFORM 5200-RESOLVER-EXTORNO THRU 5200-EXIT
                   VARYING CI28-IX-EX FROM 1 BY 1
                   UNTIL CI28-IX-EX > CI28-CANT-EXTORNOS
           END-IF.

       5100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5110-LEER-PAGHIS.
      *>----------------------------------------------------------------*
           READ F-TBPAGHIS NEXT RECORD
               AT END
                   SET CI28-FIN-PAGHIS TO TRUE
           END-READ.

       5110-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5120-REVISAR-MOVIMIENTO.
      *>----------------------------------------------------------------*
           IF CODENT   OF PH-CLAVE NOT = CI28-GR-CODENT
               OR CENTALTA OF PH-CLAVE NOT = CI28-GR-CENTALTA
               OR CUENTA   OF PH-CLAVE NOT = CI28-GR-CUENTA
               SET CI28-FIN-PAGHIS TO TRUE
               GO TO 5120-EXIT
           END-IF

           IF USUARIOUMO OF TBPAGHIS = "MPJ45011"
               AND INDNORCOR OF TBPAGHIS = CI28-INDNORCOR-CORRECTIVO
               AND CLAMON OF TBPAGHIS = CI28-GR-CLAMON
               AND FECAPL OF TBPAGHIS (7:4) = CI28-EJERCICIO-X
               IF CI28-CANT-EXTORNOS < CI28-MAX-EXTORNOS
                   ADD 1 TO CI28-CANT-EXTORNOS
                   SET CI28-IX-EX TO CI28-CANT-EXTORNOS
                   MOVE NUMREFAPL OF TBPAGHIS
                       TO CI28-EX-NUMMOVPG-ORI (CI28-IX-EX)
                   MOVE NUMEXTPG OF PH-CLAVE
                       TO CI28-EX-NUMEXTPG (CI28-IX-EX)
                   MOVE NUMORDEN  OF TBPAGHIS
                       TO CI28-EX-NUMFINAN (CI28-IX-EX)
                   MOVE NUMSECREC OF TBPAGHIS
                       TO CI28-EX-NUMCUOTA (CI28-IX-EX)
               ELSE
                   ADD 1 TO CI28-CONT-EXT-NO-LISTADOS
                   DISPLAY "MPJ45281 - EXTORNOS DE MAS EN LA CUENTA "
                           CI28-GR-CUENTA " MOVIMIENTO "
                           NUMMOVPG OF PH-CLAVE " NO NETEADO"
               END-IF
           END-IF

           PERFORM 5110-LEER-PAGHIS THRU 5110-EXIT.

       5120-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5200-RESOLVER-EXTORNO.
      *>    La fila original (NUMMOVPG = NUMREFAPL del extorno, mismo
      *>    NUMEXTPG: 0 el pago exacto, 1..n cada cuota imputada)
      *>    lleva en NUMREFAPL el NUMOPECUO de la cuota. Si
      *>    el pago es de un ejercicio anterior ya fue certificado
      *>    alli, y su interes e impuesto se restan en este; si es
      *>    del mismo ejercicio la cuota reabierta ya no sumo.
      *>----------------------------------------------------------------*
           MOVE CI28-GR-CODENT   TO CODENT   OF PH-CLAVE
           MOVE CI28-GR-CENTALTA TO CENTALTA OF PH-CLAVE
           MOVE CI28-GR-CUENTA   TO CUENTA   OF PH-CLAVE
           MOVE CI28-EX-NUMEXTPG (CI28-IX-EX) TO NUMEXTPG OF PH-CLAVE
           MOVE CI28-EX-NUMMOVPG-ORI (CI28-IX-EX)
               TO NUMMOVPG OF PH-CLAVE

           READ F-TBPAGHIS
               INVALID KEY
                   DISPLAY "MPJ45281 - EXTORNO SIN PAGO ORIGINAL CUENTA "
                           CI28-GR-CUENTA " MOVIMIENTO "
                           CI28-EX-NUMMOVPG-ORI (CI28-IX-EX)
                   GO TO 5200-EXIT
           END-READ

           IF FECAPL OF TBPAGHIS (7:4) NOT < CI28-EJERCICIO-X
               GO TO 5200-EXIT
           END-IF

           MOVE CI28-GR-CODENT   TO CODENT    OF DC-CLAVE
           MOVE CI28-GR-CENTALTA TO CENTALTA  OF DC-CLAVE
           MOVE CI28-GR-CUENTA   TO CUENTA    OF DC-CLAVE
           MOVE CI28-GR-CLAMON   TO CLAMON    OF DC-CLAVE
           MOVE NUMREFAPL OF TBPAGHIS TO NUMOPECUO OF DC-CLAVE
           MOVE CI28-EX-NUMFINAN (CI28-IX-EX) TO NUMFINAN OF DC-CLAVE
           MOVE CI28-EX-NUMCUOTA (CI28-IX-EX) TO NUMCUOTA OF DC-CLAVE

           READ F-TBDETCUO
               INVALID KEY
                   DISPLAY "MPJ45281 - EXTORNO SIN CUOTA EN TBDETCUO "
                           "CUENTA " CI28-GR-CUENTA " MOVIMIENTO "
                           CI28-EX-NUMMOVPG-ORI (CI28-IX-EX)
               NOT INVALID KEY
                   ADD 1 TO CI28-CONT-EXTORNOS
                   ADD 1 TO CI28-AC-CANT-EXT
                   ADD IMPINTERESES OF TBDETCUO TO CI28-AC-INT-EXT
                   ADD IMPIMPTO     OF TBDETCUO TO CI28-AC-IMP-EXT
           END-READ.

       5200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5300-IMPRIMIR-CERTIFICADO.
      *>    Imagen impresa del certificado en CER45281 (la imprenta la
      *>    usa para el correo fisico y el despacho por email la
      *>    adjunta), enlazada con los despachos por el numero.
      *>----------------------------------------------------------------*
           MOVE CI28-NUMCERT TO CI28-EDIT-NUMCERT

           MOVE ALL "=" TO CI28-LINEA-EDIT
           PERFORM 5390-ESCRIBIR-LINEA THRU 5390-EXIT

           MOVE SPACES TO CI28-LINEA-EDIT
           STRING "CERTIFICADO DE INTERESES E IMPUESTOS PAGADOS - "
               "COMPRAS EN CUOTAS"
               DELIMITED BY SIZE INTO CI28-LINEA-EDIT
           PERFORM 5390-ESCRIBIR-LINEA THRU 5390-EXIT

           MOVE SPACES TO CI28-LINEA-EDIT
           STRING "EJERCICIO " CI28-EJERCICIO
               "                    CERTIFICADO NRO " CI28-EDIT-NUMCERT
               "     FECHA DE EMISION " CI28-FECHA-HOY
               DELIMITED BY SIZE INTO CI28-LINEA-EDIT
           PERFORM 5390-ESCRIBIR-LINEA THRU 5390-EXIT

           MOVE SPACES TO CI28-LINEA-EDIT
           PERFORM 5390-ESCRIBIR-LINEA THRU 5390-EXIT

           MOVE SPACES TO CI28-LINEA-EDIT
           STRING "TITULAR    : " NOMBRE OF TBCLIENT (1:30) " "
               APELLIDO1 OF TBCLIENT (1:30) " "
               APELLIDO2 OF TBCLIENT (1:30)
               DELIMITED BY SIZE INTO CI28-LINEA-EDIT
           PERFORM 5390-ESCRIBIR-LINEA THRU 5390-EXIT

           MOVE SPACES TO CI28-LINEA-EDIT
           STRING "DOCUMENTO  : " NUMDOC OF TBCLIENT
               DELIMITED BY SIZE INTO CI28-LINEA-EDIT
           PERFORM 5390-ESCRIBIR-LINEA THRU 5390-EXIT

           MOVE SPACES TO CI28-LINEA-EDIT
           STRING "DOMICILIO  : " TIPVIA OF TBCLIENT " "
               DESCNOMVIA OF TBCLIENT (1:60) " "
               NUMVIA OF TBCLIENT " " PISO OF TBCLIENT " "
               PUERTA OF TBCLIENT
               DELIMITED BY SIZE INTO CI28-LINEA-EDIT
           PERFORM 5390-ESCRIBIR-LINEA THRU 5390-EXIT

           MOVE SPACES TO CI28-LINEA-EDIT
           STRING "             " CODPOSTAL OF TBCLIENT " "
               DESCCIUDAD OF TBCLIENT " " DESCPROV OF TBCLIENT " "
               PAIS OF TBCLIENT
               DELIMITED BY SIZE INTO CI28-LINEA-EDIT
           PERFORM 5390-ESCRIBIR-LINEA THRU 5390-EXIT

           MOVE SPACES TO CI28-LINEA-EDIT
           STRING "CUENTA     : " CI28-GR-CUENTA "  CENTRO "
               CI28-GR-CENTALTA "  ENTIDAD " CI28-GR-CODENT
               "  MONEDA " CI28-GR-CLAMON
               DELIMITED BY SIZE INTO CI28-LINEA-EDIT
           PERFORM 5390-ESCRIBIR-LINEA THRU 5390-EXIT

           MOVE SPACES TO CI28-LINEA-EDIT
           PERFORM 5390-ESCRIBIR-LINEA THRU 5390-EXIT

           MOVE SPACES TO CI28-LINEA-EDIT
           STRING "                                              "
               "         INTERESES           IMPUESTO"
               DELIMITED BY SIZE INTO CI28-LINEA-EDIT
           PERFORM 5390-ESCRIBIR-LINEA THRU 5390-EXIT

           MOVE CI28-AC-CANT-CUOTAS TO CI28-EDIT-CANT
           MOVE CI28-AC-INT-LIQ TO CI28-EDIT-IMPORTE
           MOVE CI28-AC-IMP-LIQ TO CI28-EDIT-IMPORTE-2
           MOVE SPACES TO CI28-LINEA-EDIT
           STRING "CUOTAS PAGADAS EN EL EJERCICIO " CI28-EDIT-CANT
               "         " CI28-EDIT-IMPORTE " " CI28-EDIT-IMPORTE-2
               DELIMITED BY SIZE INTO CI28-LINEA-EDIT
           PERFORM 5390-ESCRIBIR-LINEA THRU 5390-EXIT

           IF CI28-AC-CANT-EXT > ZERO
               MOVE CI28-AC-CANT-EXT TO CI28-EDIT-CANT
               MOVE CI28-AC-INT-EXT TO CI28-EDIT-IMPORTE
               MOVE CI28-AC-IMP-EXT TO CI28-EDIT-IMPORTE-2
               MOVE SPACES TO CI28-LINEA-EDIT
               STRING "MENOS EXTORNOS DE PAGOS ANTERIORES" CI28-EDIT-CANT
                   "      " CI28-EDIT-IMPORTE " " CI28-EDIT-IMPORTE-2
                   DELIMITED BY SIZE INTO CI28-LINEA-EDIT
               PERFORM 5390-ESCRIBIR-LINEA THRU 5390-EXIT
           END-IF

           MOVE CI28-INT-NETO TO CI28-EDIT-NETO
           MOVE CI28-IMP-NETO TO CI28-EDIT-NETO-2
           MOVE SPACES TO CI28-LINEA-EDIT
           STRING "TOTAL PAGADO EN EL EJERCICIO                    "
               CI28-EDIT-NETO CI28-EDIT-NETO-2
               DELIMITED BY SIZE INTO CI28-LINEA-EDIT
           PERFORM 5390-ESCRIBIR-LINEA THRU 5390-EXIT

           IF CI28-AC-INT-COND NOT = ZERO OR CI28-AC-IMP-COND NOT = ZERO
               MOVE CI28-AC-INT-COND TO CI28-EDIT-IMPORTE
               MOVE CI28-AC-IMP-COND TO CI28-EDIT-IMPORTE-2
               MOVE SPACES TO CI28-LINEA-EDIT
               STRING "NO PAGADO: CONDONADO POR CANCELACION ANTICIPADA "
                   CI28-EDIT-IMPORTE " " CI28-EDIT-IMPORTE-2
                   DELIMITED BY SIZE INTO CI28-LINEA-EDIT
               PERFORM 5390-ESCRIBIR-LINEA THRU 5390-EXIT
           END-IF

           IF CI28-AC-INT-ANUL NOT = ZERO OR CI28-AC-IMP-ANUL NOT = ZERO
               MOVE CI28-AC-INT-ANUL TO CI28-EDIT-IMPORTE
               MOVE CI28-AC-IMP-ANUL TO CI28-EDIT-IMPORTE-2
               MOVE SPACES TO CI28-LINEA-EDIT
               STRING "NO PAGADO: ANULADO POR DISPUTA                  "
                   CI28-EDIT-IMPORTE " " CI28-EDIT-IMPORTE-2
                   DELIMITED BY SIZE INTO CI28-LINEA-EDIT
               PERFORM 5390-ESCRIBIR-LINEA THRU 5390-EXIT
           END-IF.

       5300-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5390-ESCRIBIR-LINEA.
      *>----------------------------------------------------------------*
           MOVE CI28-LINEA-EDIT TO REG-LINEA-CERTIFICADO
           WRITE REG-LINEA-CERTIFICADO.

       5390-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5400-GRABAR-FISCAL.
      *>----------------------------------------------------------------*
           INITIALIZE REG-FIS45281
           MOVE "DE"                    TO AF-TIPOREG
           MOVE CI28-NUMCERT            TO AF-NUMCERT
           MOVE CI28-GR-CODENT          TO AF-CODENT
           MOVE CI28-GR-CENTALTA        TO AF-CENTALTA
           MOVE CI28-GR-CUENTA          TO AF-CUENTA
           MOVE NUMDOC    OF TBCLIENT   TO AF-NUMDOC
           MOVE NOMBRE    OF TBCLIENT   TO AF-NOMBRE
           MOVE APELLIDO1 OF TBCLIENT   TO AF-APELLIDO1
           MOVE APELLIDO2 OF TBCLIENT   TO AF-APELLIDO2
           MOVE CI28-GR-CLAMON          TO AF-CLAMON
           MOVE CI28-AC-CANT-CUOTAS     TO AF-CANT-CUOTAS
           MOVE CI28-INT-NETO-ABS       TO AF-IMPINT-NETO
           MOVE CI28-SIGNO-INT          TO AF-SIGNO-INT
           MOVE CI28-IMP-NETO-ABS       TO AF-IMPIMPTO-NETO
           MOVE CI28-SIGNO-IMPTO        TO AF-SIGNO-IMPTO
           MOVE CI28-AC-INT-EXT         TO AF-IMPINT-EXTORNO
           MOVE CI28-AC-IMP-EXT         TO AF-IMPIMPTO-EXTORNO
           WRITE REG-FIS45281.

       5400-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5500-DESPACHAR.
      *>    Medio de envio de la cuenta con las mismas reglas que el
      *>    despacho del extracto MPJ45211. Sin medio valido el
      *>    certificado ya esta impreso e informado: solo se deja la
      *>    excepcion para que se entregue a mano.
      *>----------------------------------------------------------------*
           MOVE SPACES TO CI28-MOTIVO-EXCEPCION
           MOVE SPACES TO CI28-MEDIO

           MOVE CI28-GR-CODENT   TO CODENT   OF ME-CLAVE
           MOVE CI28-GR-CENTALTA TO CENTALTA OF ME-CLAVE
           MOVE CI28-GR-CUENTA   TO CUENTA   OF ME-CLAVE

           READ F-MEDENV-ECTA
               INVALID KEY
                   MOVE "SIN MEDIO DE ENVIO EN TBMEDENV_ECTA"
                       TO CI28-MOTIVO-EXCEPCION
               NOT INVALID KEY
                   MOVE MEDIOENVIO OF TBMEDENV_ECTA TO CI28-MEDIO
                   IF FECBAJA OF TBMEDENV_ECTA NOT = SPACES
                       MOVE "MEDIO DE ENVIO DADO DE BAJA"
                           TO CI28-MOTIVO-EXCEPCION
                   END-IF
           END-READ

           IF CI28-MOTIVO-EXCEPCION NOT = SPACES
               PERFORM 7000-EMITIR-EXCEPCION THRU 7000-EXIT
               GO TO 5500-EXIT
           END-IF

           EVALUATE MEDIOENVIO OF TBMEDENV_ECTA
               WHEN "EM"
                   PERFORM 5510-CERTIFICADO-EMAIL THRU 5510-EXIT
               WHEN "CO"
                   PERFORM 5520-CERTIFICADO-CORREO THRU 5520-EXIT
               WHEN OTHER
                   MOVE "MEDIO NO SOPORTADO POR EL CERTIFICADO"
                       TO CI28-MOTIVO-EXCEPCION
                   PERFORM 7000-EMITIR-EXCEPCION THRU 7000-EXIT
                   GO TO 5500-EXIT
           END-EVALUATE

           PERFORM 7100-EMITIR-LINEA-CERT THRU 7100-EXIT.

       5500-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5510-CERTIFICADO-EMAIL.
      *>----------------------------------------------------------------*
           INITIALIZE REG-CERT-EMAIL
           MOVE CI28-GR-CODENT          TO CM-CODENT
           MOVE CI28-GR-CENTALTA        TO CM-CENTALTA
           MOVE CI28-GR-CUENTA          TO CM-CUENTA
           MOVE CI28-GR-CLAMON          TO CM-CLAMON
           MOVE CI28-EJERCICIO          TO CM-EJERCICIO
           MOVE CI28-NUMCERT            TO CM-NUMCERT
           MOVE CI28-FECHA-HOY          TO CM-FECEMISION
           MOVE EMAIL OF TBMEDENV_ECTA  TO CM-EMAIL
           MOVE NOMBRE    OF TBCLIENT   TO CM-NOMBRE
           MOVE APELLIDO1 OF TBCLIENT   TO CM-APELLIDO1
           MOVE APELLIDO2 OF TBCLIENT   TO CM-APELLIDO2
           MOVE NUMDOC    OF TBCLIENT   TO CM-NUMDOC
           MOVE CI28-AC-CANT-CUOTAS     TO CM-CANT-CUOTAS
           MOVE CI28-INT-NETO-ABS       TO CM-IMPINT-NETO
           MOVE CI28-SIGNO-INT          TO CM-SIGNO-INT
           MOVE CI28-IMP-NETO-ABS       TO CM-IMPIMPTO-NETO
           MOVE CI28-SIGNO-IMPTO        TO CM-SIGNO-IMPTO
           WRITE REG-CERT-EMAIL
           ADD 1 TO CI28-CONT-CERT-EMAIL.

       5510-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       5520-CERTIFICADO-CORREO.
      *>----------------------------------------------------------------*
           INITIALIZE REG-CERT-CORREO
           MOVE CI28-GR-CODENT          TO CR-CODENT
           MOVE CI28-GR-CENTALTA        TO CR-CENTALTA
           MOVE CI28-GR-CUENTA          TO CR-CUENTA
           MOVE CI28-GR-CLAMON          TO CR-CLAMON
           MOVE CI28-EJERCICIO          TO CR-EJERCICIO
           MOVE CI28-NUMCERT            TO CR-NUMCERT
           MOVE CI28-FECHA-HOY          TO CR-FECEMISION
           MOVE NOMBRE      OF TBCLIENT TO CR-NOMBRE
           MOVE APELLIDO1   OF TBCLIENT TO CR-APELLIDO1
           MOVE APELLIDO2   OF TBCLIENT TO CR-APELLIDO2
           MOVE NUMDOC      OF TBCLIENT TO CR-NUMDOC
           MOVE TIPVIA      OF TBCLIENT TO CR-TIPVIA
           MOVE DESCNOMVIA  OF TBCLIENT TO CR-DESCNOMVIA
           MOVE NUMVIA      OF TBCLIENT TO CR-NUMVIA
           MOVE PISO        OF TBCLIENT TO CR-PISO
           MOVE PUERTA      OF TBCLIENT TO CR-PUERTA
           MOVE DESCCIUDAD  OF TBCLIENT TO CR-DESCCIUDAD
           MOVE DESCPROV    OF TBCLIENT TO CR-DESCPROV
           MOVE CODPOSTAL   OF TBCLIENT TO CR-CODPOSTAL
           MOVE PAIS        OF TBCLIENT TO CR-PAIS
           MOVE RESTODIR    OF TBCLIENT TO CR-RESTODIR
           MOVE CI28-AC-CANT-CUOTAS     TO CR-CANT-CUOTAS
           MOVE CI28-INT-NETO-ABS       TO CR-IMPINT-NETO
           MOVE CI28-SIGNO-INT          TO CR-SIGNO-INT
           MOVE CI28-IMP-NETO-ABS       TO CR-IMPIMPTO-NETO
           MOVE CI28-SIGNO-IMPTO        TO CR-SIGNO-IMPTO
           WRITE REG-CERT-CORREO
           ADD 1 TO CI28-CONT-CERT-CORREO.

       5520-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7000-EMITIR-EXCEPCION.
      *>----------------------------------------------------------------*
           ADD 1 TO CI28-CONT-EXCEPCIONES
           PERFORM 7200-ARMAR-LINEA THRU 7200-EXIT
           STRING "EXCEPCION: " CI28-MOTIVO-EXCEPCION
               DELIMITED BY SIZE INTO CI28-LINEA-EDIT (100:33)
           MOVE CI28-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE.

       7000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7100-EMITIR-LINEA-CERT.
      *>----------------------------------------------------------------*
           PERFORM 7200-ARMAR-LINEA THRU 7200-EXIT
           MOVE "CERTIFICADO EMITIDO" TO CI28-LINEA-EDIT (100:33)
           MOVE CI28-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE.

       7100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7200-ARMAR-LINEA.
      *>    Parte comun de la linea del reporte: cuenta, moneda,
      *>    cuotas pagadas, netos, certificado y medio.
      *>----------------------------------------------------------------*
           MOVE CI28-AC-CANT-CUOTAS TO CI28-EDIT-CANT
           MOVE CI28-INT-NETO TO CI28-EDIT-NETO
           MOVE CI28-IMP-NETO TO CI28-EDIT-NETO-2
           MOVE SPACES TO CI28-LINEA-EDIT
           STRING "  " CI28-GR-CUENTA " " CI28-GR-CENTALTA "   "
               CI28-GR-CLAMON " " CI28-EDIT-CANT " "
               CI28-EDIT-NETO CI28-EDIT-NETO-2 " "
               CI28-EDIT-NUMCERT "   " CI28-MEDIO "    "
               DELIMITED BY SIZE INTO CI28-LINEA-EDIT.

       7200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       9000-FINALIZAR.
      *>----------------------------------------------------------------*
           INITIALIZE REG-FIS45281
           MOVE "PI"                   TO AF-TIPOREG
           MOVE CI28-CONT-CERTIFICADOS TO AF-CANT-REG-DE
           MOVE "+" TO AF-SIGNO-TOT-INT
           MOVE "+" TO AF-SIGNO-TOT-IMPTO
           IF CI28-TOT-INT-NETO < ZERO
               MOVE "-" TO AF-SIGNO-TOT-INT
               COMPUTE AF-TOT-IMPINT = ZERO - CI28-TOT-INT-NETO
           ELSE
               MOVE CI28-TOT-INT-NETO TO AF-TOT-IMPINT
           END-IF
           IF CI28-TOT-IMP-NETO < ZERO
               MOVE "-" TO AF-SIGNO-TOT-IMPTO
               COMPUTE AF-TOT-IMPIMPTO = ZERO - CI28-TOT-IMP-NETO
           ELSE
               MOVE CI28-TOT-IMP-NETO TO AF-TOT-IMPIMPTO
           END-IF
           WRITE REG-FIS45281

           MOVE CI28-TOT-INT-NETO TO CI28-EDIT-NETO
           MOVE CI28-TOT-IMP-NETO TO CI28-EDIT-NETO-2
           MOVE SPACES TO CI28-LINEA-EDIT
           STRING "  TOTAL CERTIFICADO                  "
               CI28-EDIT-NETO CI28-EDIT-NETO-2
               DELIMITED BY SIZE INTO CI28-LINEA-EDIT
           MOVE CI28-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           CLOSE F-TBFINCUO
           CLOSE F-TBDETCUO
           CLOSE F-TBPAGHIS
           CLOSE F-TBCLIENT
           CLOSE F-MEDENV-ECTA
           CLOSE F-CERTIFICADO
           CLOSE F-FISCAL
           CLOSE F-CERT-EMAIL
           CLOSE F-CERT-CORREO
           CLOSE F-REPORTE

           DISPLAY "MPJ45281 - EJERCICIO CERTIFICADO      = "
               CI28-EJERCICIO
           DISPLAY "MPJ45281 - PLANES LEIDOS              = "
               CI28-CONT-PLANES
           DISPLAY "MPJ45281 - CUOTAS LEIDAS              = "
               CI28-CONT-CUOTAS-LEIDAS
           DISPLAY "MPJ45281 - CUOTAS PAGADAS EJERCICIO   = "
               CI28-CONT-CUOTAS-PAGADAS
           DISPLAY "MPJ45281 - CUOTAS INTERES CONDONADO   = "
               CI28-CONT-CUOTAS-CONDONADAS
           DISPLAY "MPJ45281 - CUOTAS ANULADAS DISPUTA    = "
               CI28-CONT-CUOTAS-ANULADAS
           DISPLAY "MPJ45281 - EXTORNOS DE PAGOS PREVIOS  = "
               CI28-CONT-EXTORNOS
           DISPLAY "MPJ45281 - EXTORNOS NO NETEADOS       = "
               CI28-CONT-EXT-NO-LISTADOS
           DISPLAY "MPJ45281 - CUENTAS/MONEDA REVISADAS   = "
               CI28-CONT-GRUPOS
           DISPLAY "MPJ45281 - SIN IMPORTE A CERTIFICAR   = "
               CI28-CONT-SIN-IMPORTE
           DISPLAY "MPJ45281 - CERTIFICADOS EMITIDOS      = "
               CI28-CONT-CERTIFICADOS
           DISPLAY "MPJ45281 - CERTIFICADOS POR EMAIL     = "
               CI28-CONT-CERT-EMAIL
           DISPLAY "MPJ45281 - CERTIFICADOS POR CORREO    = "
               CI28-CONT-CERT-CORREO
           DISPLAY "MPJ45281 - SIN TITULAR EN TBCLIENT    = "
               CI28-CONT-SIN-CLIENTE
           DISPLAY "MPJ45281 - EXCEPCIONES                = "
               CI28-CONT-EXCEPCIONES.

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
           MOVE "MPJ45281" TO FN-PROGRAMA
           SET FN-FECHA-Y-PREDECESORES TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45281 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-CTLBAT
           MOVE FN-FECPROC TO CI28-CTL-FECPROC
           ACCEPT CI28-CTL-HORA FROM TIME
           MOVE SPACES TO CI28-CTL-HORA-EDIT
           STRING CI28-CTL-HH ":" CI28-CTL-MM ":" CI28-CTL-SS
               DELIMITED BY SIZE INTO CI28-CTL-HORA-EDIT
           INITIALIZE TBCTLBAT
           MOVE "MPJ45281" TO RC-PROGRAMA
           MOVE CI28-CTL-FECPROC TO RC-FECPROC
           MOVE CI28-CTL-HORA-EDIT TO RC-HORAINI
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
           MOVE "MPJ45281" TO RC-PROGRAMA
           MOVE CI28-CTL-FECPROC TO RC-FECPROC
           READ F-CTLBAT
               INVALID KEY
                   CONTINUE
           END-READ
           ACCEPT CI28-CTL-HORA FROM TIME
           MOVE SPACES TO CI28-CTL-HORA-EDIT
           STRING CI28-CTL-HH ":" CI28-CTL-MM ":" CI28-CTL-SS
               DELIMITED BY SIZE INTO CI28-CTL-HORA-EDIT
           MOVE CI28-CTL-HORA-EDIT TO RC-HORAFIN
           MOVE CI28-CONT-GRUPOS TO RC-CONT-ENTRADA
           MOVE CI28-CONT-CERTIFICADOS TO RC-CONT-SALIDA
           MOVE CI28-CONT-EXTORNOS TO RC-CONT-NOVEDADES
           MOVE CI28-CONT-EXCEPCIONES TO RC-CONT-ERRORES
           SET RC-FINALIZADO TO TRUE
           REWRITE TBCTLBAT
               INVALID KEY
                   CONTINUE
           END-REWRITE
           CLOSE F-CTLBAT.

       8900-EXIT.
           EXIT.

      *> ================================================================
      *> PROGRAMA   MPJ45271
      *> AUTOR      DEPARTAMENTO DE SISTEMAS - COBRANZAS
      *> INSTALACION  BC-MALLAS
      *> ESCRITO    15/10/2026
      *> DESCRIPCION
      *>     Cartas de cobranza escalonadas por tramo de morosidad.
      *>     Lee el fichero MOR45121 que deja la morosidad MPJ45121
      *>     (cuotas vencidas y peor tramo de cada cuenta en mora),
      *>     verificado antes con su cabecera CA y su pie PI como hace
      *>     MPJ45211 con el extracto, y por cada cuenta en mora decide
      *>     la etapa que le corresponde segun su peor tramo:
      *>
      *>     - tramo 1-30 dias: etapa 1, recordatorio amistoso;
      *>     - tramo 31-60 dias: etapa 2, aviso formal;
      *>     - tramo 61-90 dias o peor: etapa 3, aviso previo al
      *>       bloqueo.
      *>
      *>     La carta lista las cuotas vencidas (NUMOPECUO, NUMCUOTA,
      *>     FECPROCUO, IMPCUOTA) y el importe a pagar por moneda, y
      *>     sale por el MEDIOENVIO de la cuenta en TBMEDENV_ECTA con
      *>     el mismo criterio que el despacho del extracto MPJ45211:
      *>     "EM" al fichero de cartas por email con la direccion EMAIL,
      *>     "CO" al fichero de cartas por correo fisico con el bloque
      *>     postal de TBCLIENT; sin medio, con el medio dado de baja,
      *>     con un medio no soportado o sin direccion postal la cuenta
      *>     va al reporte como excepcion y se reintenta al dia
      *>     siguiente.
      *>
      *>     TBCARCOB guarda la ultima etapa enviada a cada cuenta: una
      *>     etapa nunca se envia dos veces (solo sale carta si la etapa
      *>     del dia es mayor que la ultima enviada) y, cuando la cuenta
      *>     deja de aparecer en mora (esta al dia), la secuencia se
      *>     reinicia para que una mora posterior empiece otra vez por
      *>     el recordatorio.
      *>
      *>     Los ficheros de cartas se abren de nuevo en cada corrida:
      *>     en una re-corrida del mismo dia la cuenta cuya etapa se
      *>     envio hoy (FECETAPA de la fecha de proceso) recibe otra
      *>     vez la carta de esa etapa, sin avanzar la secuencia, para
      *>     que los ficheros queden completos.
      *> ----------------------------------------------------------------
      *> HISTORIAL DE MODIFICACIONES
      *> FECHA       AUTOR   DESCRIPCION
      *> 15/10/2026  JRM     VERSION INICIAL
      *> 15/10/2026  JRM     LA FECHA DE PROCESO SE TOMA DE LA FECHA DE
      *>                     NEGOCIO TBFECNEG (RUTINA MPJ45132) Y NO DEL
      *>                     RELOJ; SI UN PREDECESOR DEL PROGRAMA NO
      *>                     TERMINO ESE DIA LA CORRIDA SE CANCELA
      *> 15/10/2026  JRM     EN UNA RE-CORRIDA DEL MISMO DIA SE REEMITE
      *>                     LA CARTA DE LA ETAPA ENVIADA HOY SIN
      *>                     AVANZAR TBCARCOB, PARA QUE CAREM271 Y
      *>                     CARCO271 NO QUEDEN SIN ESAS CARTAS
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45271.
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
           SELECT F-MORA ASSIGN TO "MOR45121"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CC27-STATUS-MORA.

           SELECT F-MEDENV-ECTA ASSIGN TO "MEDENVECTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ME-CLAVE
               FILE STATUS IS CC27-STATUS-MEDENVECTA.

           SELECT F-TBCLIENT ASSIGN TO "TBCLIENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CLAVE
               FILE STATUS IS CC27-STATUS-CLIENT.

           SELECT F-TBCARCOB ASSIGN TO "TBCARCOB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CLAVE
               FILE STATUS IS CC27-STATUS-CARCOB.

           SELECT F-CARTA-EMAIL ASSIGN TO "CAREM271"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CC27-STATUS-EMAIL.

           SELECT F-CARTA-CORREO ASSIGN TO "CARCO271"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CC27-STATUS-CORREO.

           SELECT F-REPORTE ASSIGN TO "RPT45271"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CC27-STATUS-REPORTE.

           SELECT F-CTLBAT ASSIGN TO "TBCTLBAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CLAVE
               FILE STATUS IS CC27-STATUS-CTLBAT.

       DATA DIVISION.
       FILE SECTION.
       FD  F-MORA.
       COPY "MPJ45121-MORA.cpy".

       FD  F-MEDENV-ECTA.
       COPY "TBMEDENV_ECTA.cpy".

       FD  F-TBCLIENT.
       COPY "TBCLIENT.cpy".

       FD  F-TBCARCOB.
       COPY "TBCARCOB.cpy".

       FD  F-CARTA-EMAIL.
       COPY "MPJ45271-EMAIL.cpy".

       FD  F-CARTA-CORREO.
       COPY "MPJ45271-CORREO.cpy".

       FD  F-REPORTE
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-LINEA-REPORTE                PIC X(132).

       FD  F-CTLBAT.
       COPY "TBCTLBAT.cpy".

       WORKING-STORAGE SECTION.
       01  CC27-STATUS-CTLBAT               PIC X(2).
           88  CC27-CTLBAT-OK                   VALUE "00".

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  CC27-CTLBAT-TRABAJO.
           05  CC27-CTL-FECPROC              PIC 9(8).
           05  CC27-CTL-HORA.
               10  CC27-CTL-HH                PIC 9(2).
               10  CC27-CTL-MM                PIC 9(2).
               10  CC27-CTL-SS                PIC 9(2).
               10  CC27-CTL-CC                PIC 9(2).
           05  CC27-CTL-HORA-EDIT            PIC X(8).

       01  CC27-STATUS-MORA                 PIC X(2).
           88  CC27-MORA-OK                     VALUE "00".

       01  CC27-STATUS-MEDENVECTA           PIC X(2).
           88  CC27-MEDENVECTA-OK               VALUE "00".

       01  CC27-STATUS-CLIENT               PIC X(2).
           88  CC27-CLIENT-OK                   VALUE "00".

       01  CC27-STATUS-CARCOB               PIC X(2).
           88  CC27-CARCOB-OK                   VALUE "00".

       01  CC27-STATUS-EMAIL                PIC X(2).
       01  CC27-STATUS-CORREO               PIC X(2).
       01  CC27-STATUS-REPORTE              PIC X(2).

       01  CC27-IND-FIN-MORA                 PIC X(1)  VALUE "N".
           88  CC27-FIN-MORA                        VALUE "S".

       01  CC27-IND-FIN-CARCOB               PIC X(1)  VALUE "N".
           88  CC27-FIN-CARCOB                      VALUE "S".

       01  CC27-IND-ALTA-CARCOB              PIC X(1)  VALUE "N".
           88  CC27-ALTA-CARCOB                     VALUE "S".

       01  CC27-IND-CLIENTE                  PIC X(1)  VALUE "N".
           88  CC27-CLIENTE-HALLADO                 VALUE "S".

       01  CC27-IND-CARTA-EMITIDA            PIC X(1)  VALUE "N".
           88  CC27-CARTA-EMITIDA                   VALUE "S".

       01  CC27-IND-REEMISION                PIC X(1)  VALUE "N".
           88  CC27-REEMISION                       VALUE "S".

      *> Pasada previa de verificacion de MOR45121: la cabecera CA
      *> debe ser de la fecha de proceso (una morosidad vieja
      *> reiniciaria por error la secuencia de todas las cuentas que
      *> no aparecen) y el pie PI debe cuadrar con lo contado.
       01  CC27-VERIFICACION.
           05  CC27-IND-FIN-VERIF            PIC X(1)  VALUE "N".
               88  CC27-FIN-VERIF                 VALUE "S".
           05  CC27-IND-CA-VISTA             PIC X(1)  VALUE "N".
               88  CC27-CA-VISTA                  VALUE "S".
           05  CC27-IND-PIE-VISTO            PIC X(1)  VALUE "N".
               88  CC27-PIE-VISTO                 VALUE "S".
           05  CC27-IND-MORA-VALIDA          PIC X(1)  VALUE "S".
               88  CC27-MORA-VALIDA               VALUE "S".
           05  CC27-VER-FECPROC              PIC 9(8)  VALUE ZERO.
           05  CC27-VER-CANT-CU              PIC 9(9)  VALUE ZERO.
           05  CC27-VER-CANT-CT              PIC 9(9)  VALUE ZERO.
           05  CC27-PIE-CANT-CU              PIC 9(9)  VALUE ZERO.
           05  CC27-PIE-CANT-CT              PIC 9(9)  VALUE ZERO.

      *> Fecha de la carta (DD/MM/AAAA) armada desde la fecha de
      *> proceso.
       01  CC27-FECHA-HOY                   PIC X(10) VALUE SPACES.

      *> Etapas de la secuencia de cobranza: el peor tramo de la
      *> cuenta (1 a 5, los de MPJ45121) da la etapa; desde el tramo
      *> CC27-TRAMO-PREVIO-BLOQUEO en adelante es el aviso previo al
      *> bloqueo.
       01  CC27-ETAPA-DIA                   PIC 9(1)  VALUE ZERO.
       01  CC27-ETAPA-RECORDATORIO          PIC 9(1)  VALUE 1.
       01  CC27-ETAPA-AVISO-FORMAL          PIC 9(1)  VALUE 2.
       01  CC27-ETAPA-PREVIO-BLOQUEO        PIC 9(1)  VALUE 3.
       01  CC27-TRAMO-PREVIO-BLOQUEO        PIC 9(1)  VALUE 3.

       01  CC27-ROTULOS-ETAPA.
           05  FILLER                        PIC X(15)
                                             VALUE "RECORDATORIO".
           05  FILLER                        PIC X(15)
                                             VALUE "AVISO FORMAL".
           05  FILLER                        PIC X(15)
                                             VALUE "PREVIO BLOQUEO".
       01  CC27-ROTULOS-ETAPA-R REDEFINES CC27-ROTULOS-ETAPA.
           05  CC27-ROTULO-ETAPA OCCURS 3 TIMES PIC X(15).

      *> Cuotas vencidas de la cuenta en curso (registros CU que
      *> preceden a su CT). La carta lista hasta CC27-MAX-CUOTAS; el
      *> importe a pagar por moneda incluye siempre todas.
       01  CC27-MAX-CUOTAS                  PIC 9(3)  VALUE 200.
       01  CC27-TABLA-CUOTAS.
           05  CC27-CANT-CUOTAS              PIC 9(3)  VALUE ZERO.
           05  CC27-CUOTA OCCURS 200 TIMES INDEXED BY CC27-IX-CU.
               10  CC27-CU-CLAMON             PIC 9(3).
               10  CC27-CU-NUMOPECUO          PIC 9(6).
               10  CC27-CU-NUMFINAN           PIC 9(3).
               10  CC27-CU-NUMCUOTA           PIC 9(9).
               10  CC27-CU-FECPROCUO          PIC X(10).
               10  CC27-CU-IMPCUOTA           PIC 9(15)V99.
               10  CC27-CU-DIAS-VENCIDA       PIC 9(5).

       01  CC27-MAX-MONEDAS                 PIC 9(2)  VALUE 10.
       01  CC27-TABLA-MONEDAS.
           05  CC27-CANT-MONEDAS             PIC 9(2)  VALUE ZERO.
           05  CC27-MONEDA OCCURS 10 TIMES INDEXED BY CC27-IX-MO.
               10  CC27-MO-CLAMON             PIC 9(3).
               10  CC27-MO-CUOTAS             PIC 9(5).
               10  CC27-MO-IMPORTE            PIC 9(15)V99.
       01  CC27-IND-MONEDA-HALLADA           PIC X(1)  VALUE "N".
           88  CC27-MONEDA-HALLADA                  VALUE "S".

       01  CC27-MOTIVO-EXCEPCION            PIC X(40) VALUE SPACES.
       01  CC27-OBSERVACION                 PIC X(15) VALUE SPACES.

       01  CC27-CONTADORES.
           05  CC27-CONT-CUENTAS-MORA        PIC 9(9) VALUE ZERO.
           05  CC27-CONT-CUOTAS-LEIDAS       PIC 9(9) VALUE ZERO.
           05  CC27-CONT-CARTAS-EMAIL        PIC 9(9) VALUE ZERO.
           05  CC27-CONT-CARTAS-CORREO       PIC 9(9) VALUE ZERO.
           05  CC27-CONT-ETAPA OCCURS 3 TIMES PIC 9(9).
           05  CC27-CONT-YA-ENVIADAS         PIC 9(9) VALUE ZERO.
           05  CC27-CONT-REEMITIDAS          PIC 9(9) VALUE ZERO.
           05  CC27-CONT-EXCEPCIONES         PIC 9(9) VALUE ZERO.
           05  CC27-CONT-REINICIADAS         PIC 9(9) VALUE ZERO.
           05  CC27-CONT-CUOTAS-NO-LISTADAS  PIC 9(9) VALUE ZERO.

       01  CC27-EDIT-IMPORTE                PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  CC27-EDIT-CANT                   PIC ZZZZ9.
       01  CC27-LINEA-EDIT                  PIC X(132).

       PROCEDURE DIVISION.

      *>----------------------------------------------------------------*
       0000-MAINLINE.
      *>----------------------------------------------------------------*
           PERFORM 1900-CONTROL-INICIO THRU 1900-EXIT
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-PROCESAR-REGISTRO THRU 2000-EXIT
               UNTIL CC27-FIN-MORA
           PERFORM 6000-REINICIAR-AL-DIA THRU 6000-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           PERFORM 8900-CONTROL-FIN THRU 8900-EXIT
           GOBACK.

      *>----------------------------------------------------------------*
       1000-INICIALIZAR.
      *>----------------------------------------------------------------*
           PERFORM 1500-VERIFICAR-MORA THRU 1500-EXIT

           MOVE SPACES TO CC27-FECHA-HOY
           STRING CC27-CTL-FECPROC (7:2) "/" CC27-CTL-FECPROC (5:2) "/"
               CC27-CTL-FECPROC (1:4)
               DELIMITED BY SIZE INTO CC27-FECHA-HOY

           INITIALIZE CC27-CONTADORES
           INITIALIZE CC27-TABLA-CUOTAS
           INITIALIZE CC27-TABLA-MONEDAS

           OPEN INPUT  F-MORA
           OPEN INPUT  F-MEDENV-ECTA
           OPEN INPUT  F-TBCLIENT
           OPEN I-O    F-TBCARCOB
           OPEN OUTPUT F-CARTA-EMAIL
           OPEN OUTPUT F-CARTA-CORREO
           OPEN OUTPUT F-REPORTE

           MOVE SPACES TO CC27-LINEA-EDIT
           MOVE "CARTAS DE COBRANZA POR TRAMO DE MOROSIDAD"
               TO CC27-LINEA-EDIT
           MOVE CC27-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           MOVE SPACES TO CC27-LINEA-EDIT
           STRING "  CUENTA       CENTRO ETAPA           MEDIO CUOTAS"
               "  OBSERVACION"
               DELIMITED BY SIZE INTO CC27-LINEA-EDIT
           MOVE CC27-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           PERFORM 1100-LEER-MORA THRU 1100-EXIT.

       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       1100-LEER-MORA.
      *>----------------------------------------------------------------*
           READ F-MORA
               AT END
                   SET CC27-FIN-MORA TO TRUE
           END-READ.

       1100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       1500-VERIFICAR-MORA.
      *>    Pasada completa de verificacion antes de enviar nada: se
      *>    exige la cabecera CA con la fecha de proceso del dia y el
      *>    pie PI con contadores que cuadren con las CU y CT leidas.
      *>    Una morosidad vieja, trunca o inconsistente se rechaza con
      *>    mensaje claro y codigo de retorno 16.
      *>----------------------------------------------------------------*
           OPEN INPUT F-MORA
           PERFORM 1510-LEER-VERIFICACION THRU 1510-EXIT
           PERFORM 1520-ACUMULAR-VERIFICACION THRU 1520-EXIT
               UNTIL CC27-FIN-VERIF
           CLOSE F-MORA

           IF NOT CC27-CA-VISTA
               MOVE "N" TO CC27-IND-MORA-VALIDA
               DISPLAY "MPJ45271 - MOR45121 INVALIDO: SIN CABECERA CA"
           ELSE
               IF CC27-VER-FECPROC NOT = CC27-CTL-FECPROC
                   MOVE "N" TO CC27-IND-MORA-VALIDA
                   DISPLAY "MPJ45271 - MOR45121 INVALIDO: MOROSIDAD DEL "
                           CC27-VER-FECPROC " Y NO DEL "
                           CC27-CTL-FECPROC
               END-IF
           END-IF

           IF NOT CC27-PIE-VISTO
               MOVE "N" TO CC27-IND-MORA-VALIDA
               DISPLAY "MPJ45271 - MOR45121 INVALIDO: SIN PIE DE "
                       "ARCHIVO (POSIBLE ARCHIVO TRUNCO)"
           ELSE
               IF CC27-VER-CANT-CU NOT = CC27-PIE-CANT-CU
                   OR CC27-VER-CANT-CT NOT = CC27-PIE-CANT-CT
                   MOVE "N" TO CC27-IND-MORA-VALIDA
                   DISPLAY "MPJ45271 - MOR45121 INVALIDO: CONTADORES "
                           "NO CUADRAN CONTRA EL PIE"
                   DISPLAY "MPJ45271 -   CONTADO   CU=" CC27-VER-CANT-CU
                       " CT=" CC27-VER-CANT-CT
                   DISPLAY "MPJ45271 -   DECLARADO CU=" CC27-PIE-CANT-CU
                       " CT=" CC27-PIE-CANT-CT
               END-IF
           END-IF

           IF NOT CC27-MORA-VALIDA
               DISPLAY "MPJ45271 - NO SE EMITE NINGUNA CARTA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       1500-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       1510-LEER-VERIFICACION.
      *>----------------------------------------------------------------*
           READ F-MORA
               AT END
                   SET CC27-FIN-VERIF TO TRUE
           END-READ.

       1510-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       1520-ACUMULAR-VERIFICACION.
      *>----------------------------------------------------------------*
           IF CC27-PIE-VISTO
               MOVE "N" TO CC27-IND-MORA-VALIDA
               DISPLAY "MPJ45271 - MOR45121 INVALIDO: REGISTROS "
                       "DESPUES DEL PIE DE ARCHIVO"
           END-IF

           EVALUATE TRUE
               WHEN MR-CABECERA
                   SET CC27-CA-VISTA TO TRUE
                   MOVE MR-FECPROC TO CC27-VER-FECPROC
               WHEN MR-CUOTA-VENCIDA
                   ADD 1 TO CC27-VER-CANT-CU
               WHEN MR-CUENTA-MORA
                   ADD 1 TO CC27-VER-CANT-CT
               WHEN MR-PIE
                   SET CC27-PIE-VISTO TO TRUE
                   MOVE MR-CANT-REG-CU TO CC27-PIE-CANT-CU
                   MOVE MR-CANT-REG-CT TO CC27-PIE-CANT-CT
           END-EVALUATE

           PERFORM 1510-LEER-VERIFICACION THRU 1510-EXIT.

       1520-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2000-PROCESAR-REGISTRO.
      *>    Las CU de una cuenta se guardan en la tabla; la CT que las
      *>    cierra dispara la decision de la carta.
      *>----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN MR-CUOTA-VENCIDA
                   ADD 1 TO CC27-CONT-CUOTAS-LEIDAS
                   PERFORM 2100-GUARDAR-CUOTA THRU 2100-EXIT
               WHEN MR-CUENTA-MORA
                   ADD 1 TO CC27-CONT-CUENTAS-MORA
                   PERFORM 3000-TRATAR-CUENTA THRU 3000-EXIT
                   INITIALIZE CC27-TABLA-CUOTAS
                   INITIALIZE CC27-TABLA-MONEDAS
           END-EVALUATE

           PERFORM 1100-LEER-MORA THRU 1100-EXIT.

       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2100-GUARDAR-CUOTA.
      *>----------------------------------------------------------------*
           IF CC27-CANT-CUOTAS < CC27-MAX-CUOTAS
               ADD 1 TO CC27-CANT-CUOTAS
               SET CC27-IX-CU TO CC27-CANT-CUOTAS
               MOVE MR-CLAMON       TO CC27-CU-CLAMON (CC27-IX-CU)
               MOVE MR-NUMOPECUO    TO CC27-CU-NUMOPECUO (CC27-IX-CU)
               MOVE MR-NUMFINAN     TO CC27-CU-NUMFINAN (CC27-IX-CU)
               MOVE MR-NUMCUOTA     TO CC27-CU-NUMCUOTA (CC27-IX-CU)
               MOVE MR-FECPROCUO    TO CC27-CU-FECPROCUO (CC27-IX-CU)
               MOVE MR-IMPCUOTA     TO CC27-CU-IMPCUOTA (CC27-IX-CU)
               MOVE MR-DIAS-VENCIDA
                   TO CC27-CU-DIAS-VENCIDA (CC27-IX-CU)
           ELSE
               ADD 1 TO CC27-CONT-CUOTAS-NO-LISTADAS
           END-IF

           PERFORM 2200-ACUMULAR-MONEDA THRU 2200-EXIT.

       2100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2200-ACUMULAR-MONEDA.
      *>    Importe a pagar de la cuenta por moneda de las cuotas.
      *>----------------------------------------------------------------*
           MOVE "N" TO CC27-IND-MONEDA-HALLADA
           IF CC27-CANT-MONEDAS > ZERO
               PERFORM 2210-BUSCAR-MONEDA THRU 2210-EXIT
                   VARYING CC27-IX-MO FROM 1 BY 1
                   UNTIL CC27-IX-MO > CC27-CANT-MONEDAS
                       OR CC27-MONEDA-HALLADA
           END-IF

           IF NOT CC27-MONEDA-HALLADA
               IF CC27-CANT-MONEDAS < CC27-MAX-MONEDAS
                   ADD 1 TO CC27-CANT-MONEDAS
                   SET CC27-IX-MO TO CC27-CANT-MONEDAS
                   MOVE MR-CLAMON TO CC27-MO-CLAMON (CC27-IX-MO)
                   SET CC27-MONEDA-HALLADA TO TRUE
               END-IF
           END-IF

           IF CC27-MONEDA-HALLADA
               ADD 1 TO CC27-MO-CUOTAS (CC27-IX-MO)
               ADD MR-IMPCUOTA TO CC27-MO-IMPORTE (CC27-IX-MO)
           END-IF.

       2200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2210-BUSCAR-MONEDA.
      *>    Deja CC27-IX-MO sobre la moneda si ya existe (el VARYING
      *>    corta por el switch).
      *>----------------------------------------------------------------*
           IF CC27-MO-CLAMON (CC27-IX-MO) = MR-CLAMON
               SET CC27-MONEDA-HALLADA TO TRUE
               SET CC27-IX-MO DOWN BY 1
           END-IF.

       2210-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3000-TRATAR-CUENTA.
      *>    Cuenta en mora: etapa del dia segun el peor tramo y, si es
      *>    mayor que la ultima enviada, carta. La fila de TBCARCOB se
      *>    marca con la fecha de la morosidad aunque no salga carta,
      *>    para que el barrido de cuentas al dia (6000) no la
      *>    reinicie. Una carta que no pudo salir (excepcion) no avanza
      *>    la etapa: se reintenta en la corrida siguiente. Si la etapa
      *>    ya se envio hoy (re-corrida del dia) la carta de esa etapa
      *>    se reemite y la fila no avanza.
      *>----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN MR-PEOR-TRAMO >= CC27-TRAMO-PREVIO-BLOQUEO
                   MOVE CC27-ETAPA-PREVIO-BLOQUEO TO CC27-ETAPA-DIA
               WHEN MR-PEOR-TRAMO = 2
                   MOVE CC27-ETAPA-AVISO-FORMAL TO CC27-ETAPA-DIA
               WHEN OTHER
                   MOVE CC27-ETAPA-RECORDATORIO TO CC27-ETAPA-DIA
           END-EVALUATE

           PERFORM 3100-LEER-CARCOB THRU 3100-EXIT

           MOVE "N" TO CC27-IND-CARTA-EMITIDA
           MOVE "N" TO CC27-IND-REEMISION
           IF NOT CC-SIN-CARTA
               AND FECETAPA OF TBCARCOB = CC27-FECHA-HOY
               SET CC27-REEMISION TO TRUE
               MOVE ETAPAULT OF TBCARCOB TO CC27-ETAPA-DIA
           END-IF

           EVALUATE TRUE
               WHEN CC27-REEMISION
                   PERFORM 4000-EMITIR-CARTA THRU 4000-EXIT
               WHEN CC27-ETAPA-DIA > ETAPAULT OF TBCARCOB
                   PERFORM 4000-EMITIR-CARTA THRU 4000-EXIT
               WHEN OTHER
                   ADD 1 TO CC27-CONT-YA-ENVIADAS
           END-EVALUATE

           IF CC27-CARTA-EMITIDA AND CC27-REEMISION
               ADD 1 TO CC27-CONT-REEMITIDAS
           END-IF

           IF CC27-CARTA-EMITIDA AND NOT CC27-REEMISION
               MOVE CC27-ETAPA-DIA TO ETAPAULT OF TBCARCOB
               MOVE CC27-FECHA-HOY TO FECETAPA OF TBCARCOB
               MOVE MEDIOENVIO OF TBMEDENV_ECTA TO MEDIOULT OF TBCARCOB
               ADD 1 TO NUMCARTAS OF TBCARCOB
           END-IF

           MOVE MR-PEOR-TRAMO TO PEORTRAMO OF TBCARCOB
           MOVE CC27-CTL-FECPROC TO FECULTMORA OF TBCARCOB
           MOVE "MPJ45271" TO USUARIOUMO OF TBCARCOB

           PERFORM 3200-GRABAR-CARCOB THRU 3200-EXIT.

       3000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3100-LEER-CARCOB.
      *>    Sin fila la cuenta nunca recibio carta: se arma la fila en
      *>    la etapa 0 y se da de alta al final (3200).
      *>----------------------------------------------------------------*
           MOVE "N" TO CC27-IND-ALTA-CARCOB
           MOVE MR-CODENT   TO CODENT   OF CC-CLAVE
           MOVE MR-CENTALTA TO CENTALTA OF CC-CLAVE
           MOVE MR-CUENTA   TO CUENTA   OF CC-CLAVE

           READ F-TBCARCOB
               INVALID KEY
                   SET CC27-ALTA-CARCOB TO TRUE
           END-READ

           IF CC27-ALTA-CARCOB
               INITIALIZE TBCARCOB
               MOVE MR-CODENT   TO CODENT   OF CC-CLAVE
               MOVE MR-CENTALTA TO CENTALTA OF CC-CLAVE
               MOVE MR-CUENTA   TO CUENTA   OF CC-CLAVE
               SET CC-SIN-CARTA TO TRUE
               MOVE SPACES TO FECETAPA OF TBCARCOB
               MOVE SPACES TO MEDIOULT OF TBCARCOB
               MOVE SPACES TO FECREINICIO OF TBCARCOB
           END-IF.

       3100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3200-GRABAR-CARCOB.
      *>----------------------------------------------------------------*
           IF CC27-ALTA-CARCOB
               WRITE TBCARCOB
                   INVALID KEY
                       DISPLAY "MPJ45271 - ERROR ALTA TBCARCOB CUENTA "
                               CUENTA OF CC-CLAVE
               END-WRITE
           ELSE
               REWRITE TBCARCOB
                   INVALID KEY
                       DISPLAY "MPJ45271 - ERROR ACTUALIZACION "
                               "TBCARCOB CUENTA " CUENTA OF CC-CLAVE
               END-REWRITE
           END-IF.

       3200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       4000-EMITIR-CARTA.
      *>    Medio de envio de la cuenta con las mismas reglas que el
      *>    despacho del extracto MPJ45211; el correo fisico exige
      *>    ademas la fila del cliente en TBCLIENT para el bloque
      *>    postal (por email, sin cliente, la carta sale sin nombre).
      *>----------------------------------------------------------------*
           MOVE SPACES TO CC27-MOTIVO-EXCEPCION

           MOVE MR-CODENT   TO CODENT   OF ME-CLAVE
           MOVE MR-CENTALTA TO CENTALTA OF ME-CLAVE
           MOVE MR-CUENTA   TO CUENTA   OF ME-CLAVE

           READ F-MEDENV-ECTA
               INVALID KEY
                   MOVE "SIN MEDIO DE ENVIO EN TBMEDENV_ECTA"
                       TO CC27-MOTIVO-EXCEPCION
               NOT INVALID KEY
                   IF FECBAJA OF TBMEDENV_ECTA NOT = SPACES
                       MOVE "MEDIO DE ENVIO DADO DE BAJA"
                           TO CC27-MOTIVO-EXCEPCION
                   END-IF
           END-READ

           IF CC27-MOTIVO-EXCEPCION NOT = SPACES
               PERFORM 7000-EMITIR-EXCEPCION THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF

           MOVE "N" TO CC27-IND-CLIENTE
           MOVE MR-CODENT   TO CODENT   OF CT-CLAVE
           MOVE MR-CENTALTA TO CENTALTA OF CT-CLAVE
           MOVE MR-CUENTA   TO CUENTA   OF CT-CLAVE

           READ F-TBCLIENT
               INVALID KEY
                   INITIALIZE TBCLIENT
               NOT INVALID KEY
                   SET CC27-CLIENTE-HALLADO TO TRUE
           END-READ

           EVALUATE MEDIOENVIO OF TBMEDENV_ECTA
               WHEN "EM"
                   PERFORM 4100-CARTA-EMAIL THRU 4100-EXIT
               WHEN "CO"
                   IF CC27-CLIENTE-HALLADO
                       PERFORM 4200-CARTA-CORREO THRU 4200-EXIT
                   ELSE
                       MOVE "SIN DIRECCION POSTAL EN TBCLIENT"
                           TO CC27-MOTIVO-EXCEPCION
                       PERFORM 7000-EMITIR-EXCEPCION THRU 7000-EXIT
                   END-IF
               WHEN OTHER
                   MOVE "MEDIO NO SOPORTADO POR LAS CARTAS"
                       TO CC27-MOTIVO-EXCEPCION
                   PERFORM 7000-EMITIR-EXCEPCION THRU 7000-EXIT
           END-EVALUATE

           IF CC27-CARTA-EMITIDA
               ADD 1 TO CC27-CONT-ETAPA (CC27-ETAPA-DIA)
               PERFORM 7100-EMITIR-LINEA-CARTA THRU 7100-EXIT
           END-IF.

       4000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       4100-CARTA-EMAIL.
      *>    Cabecera CA, una DE por cuota vencida y una TO por moneda.
      *>----------------------------------------------------------------*
           INITIALIZE REG-CARTA-EMAIL
           MOVE "CA"                   TO CE-TIPOREG
           PERFORM 4110-CLAVE-EMAIL THRU 4110-EXIT
           MOVE EMAIL OF TBMEDENV_ECTA TO CE-EMAIL
           MOVE NOMBRE    OF TBCLIENT  TO CE-NOMBRE
           MOVE APELLIDO1 OF TBCLIENT  TO CE-APELLIDO1
           MOVE APELLIDO2 OF TBCLIENT  TO CE-APELLIDO2
           MOVE MR-PEOR-TRAMO          TO CE-PEOR-TRAMO
           MOVE MR-CANT-CUOTAS         TO CE-CANT-CUOTAS
           WRITE REG-CARTA-EMAIL

           PERFORM 4120-DETALLE-EMAIL THRU 4120-EXIT
               VARYING CC27-IX-CU FROM 1 BY 1
               UNTIL CC27-IX-CU > CC27-CANT-CUOTAS

           PERFORM 4130-TOTAL-EMAIL THRU 4130-EXIT
               VARYING CC27-IX-MO FROM 1 BY 1
               UNTIL CC27-IX-MO > CC27-CANT-MONEDAS

           ADD 1 TO CC27-CONT-CARTAS-EMAIL
           SET CC27-CARTA-EMITIDA TO TRUE.

       4100-EXIT.
           EXIT.

       4110-CLAVE-EMAIL.
           MOVE MR-CODENT      TO CE-CODENT
           MOVE MR-CENTALTA    TO CE-CENTALTA
           MOVE MR-CUENTA      TO CE-CUENTA
           MOVE CC27-ETAPA-DIA TO CE-ETAPA
           MOVE CC27-FECHA-HOY TO CE-FECCARTA.

       4110-EXIT.
           EXIT.

       4120-DETALLE-EMAIL.
           INITIALIZE REG-CARTA-EMAIL
           MOVE "DE" TO CE-TIPOREG
           PERFORM 4110-CLAVE-EMAIL THRU 4110-EXIT
           MOVE CC27-CU-CLAMON (CC27-IX-CU)    TO CE-CLAMON
           MOVE CC27-CU-NUMOPECUO (CC27-IX-CU) TO CE-NUMOPECUO
           MOVE CC27-CU-NUMFINAN (CC27-IX-CU)  TO CE-NUMFINAN
           MOVE CC27-CU-NUMCUOTA (CC27-IX-CU)  TO CE-NUMCUOTA
           MOVE CC27-CU-FECPROCUO (CC27-IX-CU) TO CE-FECPROCUO
           MOVE CC27-CU-IMPCUOTA (CC27-IX-CU)  TO CE-IMPCUOTA
           MOVE CC27-CU-DIAS-VENCIDA (CC27-IX-CU) TO CE-DIAS-VENCIDA
           WRITE REG-CARTA-EMAIL.

       4120-EXIT.
           EXIT.

       4130-TOTAL-EMAIL.
           INITIALIZE REG-CARTA-EMAIL
           MOVE "TO" TO CE-TIPOREG
           PERFORM 4110-CLAVE-EMAIL THRU 4110-EXIT
           MOVE CC27-MO-CLAMON (CC27-IX-MO)  TO CE-TO-CLAMON
           MOVE CC27-MO-IMPORTE (CC27-IX-MO) TO CE-IMP-PAGAR
           MOVE CC27-MO-CUOTAS (CC27-IX-MO)  TO CE-TO-CANT-CUOTAS
           WRITE REG-CARTA-EMAIL.

       4130-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       4200-CARTA-CORREO.
      *>    Cabecera CA con el bloque postal de TBCLIENT, una DE por
      *>    cuota vencida y una TO por moneda.
      *>----------------------------------------------------------------*
           INITIALIZE REG-CARTA-CORREO
           MOVE "CA"                      TO CP-TIPOREG
           PERFORM 4210-CLAVE-CORREO THRU 4210-EXIT
           MOVE NOMBRE      OF TBCLIENT   TO CP-NOMBRE
           MOVE APELLIDO1   OF TBCLIENT   TO CP-APELLIDO1
           MOVE APELLIDO2   OF TBCLIENT   TO CP-APELLIDO2
           MOVE TIPVIA      OF TBCLIENT   TO CP-TIPVIA
           MOVE DESCNOMVIA  OF TBCLIENT   TO CP-DESCNOMVIA
           MOVE NUMVIA      OF TBCLIENT   TO CP-NUMVIA
           MOVE PISO        OF TBCLIENT   TO CP-PISO
           MOVE PUERTA      OF TBCLIENT   TO CP-PUERTA
           MOVE DESCCIUDAD  OF TBCLIENT   TO CP-DESCCIUDAD
           MOVE DESCPROV    OF TBCLIENT   TO CP-DESCPROV
           MOVE CODPOSTAL   OF TBCLIENT   TO CP-CODPOSTAL
           MOVE PAIS        OF TBCLIENT   TO CP-PAIS
           MOVE RESTODIR    OF TBCLIENT   TO CP-RESTODIR
           MOVE MR-PEOR-TRAMO             TO CP-PEOR-TRAMO
           MOVE MR-CANT-CUOTAS            TO CP-CANT-CUOTAS
           WRITE REG-CARTA-CORREO

           PERFORM 4220-DETALLE-CORREO THRU 4220-EXIT
               VARYING CC27-IX-CU FROM 1 BY 1
               UNTIL CC27-IX-CU > CC27-CANT-CUOTAS

           PERFORM 4230-TOTAL-CORREO THRU 4230-EXIT
               VARYING CC27-IX-MO FROM 1 BY 1
               UNTIL CC27-IX-MO > CC27-CANT-MONEDAS

           ADD 1 TO CC27-CONT-CARTAS-CORREO
           SET CC27-CARTA-EMITIDA TO TRUE.

       4200-EXIT.
           EXIT.

       4210-CLAVE-CORREO.
           MOVE MR-CODENT      TO CP-CODENT
           MOVE MR-CENTALTA    TO CP-CENTALTA
           MOVE MR-CUENTA      TO CP-CUENTA
           MOVE CC27-ETAPA-DIA TO CP-ETAPA
           MOVE CC27-FECHA-HOY TO CP-FECCARTA.

       4210-EXIT.
           EXIT.

       4220-DETALLE-CORREO.
           INITIALIZE REG-CARTA-CORREO
           MOVE "DE" TO CP-TIPOREG
           PERFORM 4210-CLAVE-CORREO THRU 4210-EXIT
           MOVE CC27-CU-CLAMON (CC27-IX-CU)    TO CP-CLAMON
           MOVE CC27-CU-NUMOPECUO (CC27-IX-CU) TO CP-NUMOPECUO
           MOVE CC27-CU-NUMFINAN (CC27-IX-CU)  TO CP-NUMFINAN
           MOVE CC27-CU-NUMCUOTA (CC27-IX-CU)  TO CP-NUMCUOTA
           MOVE CC27-CU-FECPROCUO (CC27-IX-CU) TO CP-FECPROCUO
           MOVE CC27-CU-IMPCUOTA (CC27-IX-CU)  TO CP-IMPCUOTA
           MOVE CC27-CU-DIAS-VENCIDA (CC27-IX-CU) TO CP-DIAS-VENCIDA
           WRITE REG-CARTA-CORREO.

       4220-EXIT.
           EXIT.

       4230-TOTAL-CORREO.
           INITIALIZE REG-CARTA-CORREO
           MOVE "TO" TO CP-TIPOREG
           PERFORM 4210-CLAVE-CORREO THRU 4210-EXIT
           MOVE CC27-MO-CLAMON (CC27-IX-MO)  TO CP-TO-CLAMON
           MOVE CC27-MO-IMPORTE (CC27-IX-MO) TO CP-IMP-PAGAR
           MOVE CC27-MO-CUOTAS (CC27-IX-MO)  TO CP-TO-CANT-CUOTAS
           WRITE REG-CARTA-CORREO.

       4230-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6000-REINICIAR-AL-DIA.
      *>    Barrido de TBCARCOB despues de la morosidad del dia: una
      *>    cuenta con etapa enviada que no aparecio en MOR45121 (su
      *>    FECULTMORA quedo en una fecha anterior) esta al dia, y su
      *>    secuencia vuelve a la etapa 0.
      *>----------------------------------------------------------------*
           MOVE "N" TO CC27-IND-FIN-CARCOB
           MOVE LOW-VALUES TO CC-CLAVE

           START F-TBCARCOB KEY IS NOT LESS THAN CC-CLAVE
               INVALID KEY
                   SET CC27-FIN-CARCOB TO TRUE
           END-START

           IF NOT CC27-FIN-CARCOB
               PERFORM 6100-LEER-CARCOB THRU 6100-EXIT
               PERFORM 6200-REVISAR-CARCOB THRU 6200-EXIT
                   UNTIL CC27-FIN-CARCOB
           END-IF.

       6000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6100-LEER-CARCOB.
      *>----------------------------------------------------------------*
           READ F-TBCARCOB NEXT RECORD
               AT END
                   SET CC27-FIN-CARCOB TO TRUE
           END-READ.

       6100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6200-REVISAR-CARCOB.
      *>----------------------------------------------------------------*
           IF NOT CC-SIN-CARTA
               AND FECULTMORA OF TBCARCOB NOT = CC27-CTL-FECPROC
               MOVE SPACES TO CC27-LINEA-EDIT
               STRING "  " CUENTA OF CC-CLAVE " "
                   CENTALTA OF CC-CLAVE "   "
                   CC27-ROTULO-ETAPA (ETAPAULT OF TBCARCOB)
                   "                AL DIA, SE REINICIA LA SECUENCIA"
                   DELIMITED BY SIZE INTO CC27-LINEA-EDIT
               MOVE CC27-LINEA-EDIT TO REG-LINEA-REPORTE
               WRITE REG-LINEA-REPORTE

               SET CC-SIN-CARTA TO TRUE
               MOVE ZERO TO PEORTRAMO OF TBCARCOB
               MOVE CC27-FECHA-HOY TO FECREINICIO OF TBCARCOB
               ADD 1 TO NUMREINICIOS OF TBCARCOB
               MOVE "MPJ45271" TO USUARIOUMO OF TBCARCOB
               REWRITE TBCARCOB
                   INVALID KEY
                       DISPLAY "MPJ45271 - ERROR ACTUALIZACION "
                               "TBCARCOB CUENTA " CUENTA OF CC-CLAVE
                   NOT INVALID KEY
                       ADD 1 TO CC27-CONT-REINICIADAS
               END-REWRITE
           END-IF

           PERFORM 6100-LEER-CARCOB THRU 6100-EXIT.

       6200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7000-EMITIR-EXCEPCION.
      *>----------------------------------------------------------------*
           ADD 1 TO CC27-CONT-EXCEPCIONES
           MOVE MR-CANT-CUOTAS TO CC27-EDIT-CANT
           MOVE SPACES TO CC27-LINEA-EDIT
           STRING "  " MR-CUENTA " " MR-CENTALTA "   "
               CC27-ROTULO-ETAPA (CC27-ETAPA-DIA) " --    "
               CC27-EDIT-CANT "  EXCEPCION: " CC27-MOTIVO-EXCEPCION
               DELIMITED BY SIZE INTO CC27-LINEA-EDIT
           MOVE CC27-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE.

       7000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7100-EMITIR-LINEA-CARTA.
      *>----------------------------------------------------------------*
           MOVE MR-CANT-CUOTAS TO CC27-EDIT-CANT
           IF CC27-REEMISION
               MOVE "CARTA REEMITIDA" TO CC27-OBSERVACION
           ELSE
               MOVE "CARTA ENVIADA" TO CC27-OBSERVACION
           END-IF
           MOVE SPACES TO CC27-LINEA-EDIT
           STRING "  " MR-CUENTA " " MR-CENTALTA "   "
               CC27-ROTULO-ETAPA (CC27-ETAPA-DIA) " "
               MEDIOENVIO OF TBMEDENV_ECTA "    "
               CC27-EDIT-CANT "  " CC27-OBSERVACION
               DELIMITED BY SIZE INTO CC27-LINEA-EDIT
           MOVE CC27-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE.

       7100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       9000-FINALIZAR.
      *>----------------------------------------------------------------*
           CLOSE F-MORA
           CLOSE F-MEDENV-ECTA
           CLOSE F-TBCLIENT
           CLOSE F-TBCARCOB
           CLOSE F-CARTA-EMAIL
           CLOSE F-CARTA-CORREO
           CLOSE F-REPORTE

           DISPLAY "MPJ45271 - CUENTAS EN MORA          = "
               CC27-CONT-CUENTAS-MORA
           DISPLAY "MPJ45271 - CUOTAS VENCIDAS LEIDAS   = "
               CC27-CONT-CUOTAS-LEIDAS
           DISPLAY "MPJ45271 - CARTAS POR EMAIL         = "
               CC27-CONT-CARTAS-EMAIL
           DISPLAY "MPJ45271 - CARTAS POR CORREO        = "
               CC27-CONT-CARTAS-CORREO
           DISPLAY "MPJ45271 - CARTAS RECORDATORIO      = "
               CC27-CONT-ETAPA (1)
           DISPLAY "MPJ45271 - CARTAS AVISO FORMAL      = "
               CC27-CONT-ETAPA (2)
           DISPLAY "MPJ45271 - CARTAS PREVIO BLOQUEO    = "
               CC27-CONT-ETAPA (3)
           DISPLAY "MPJ45271 - ETAPA YA ENVIADA         = "
               CC27-CONT-YA-ENVIADAS
           DISPLAY "MPJ45271 - CARTAS REEMITIDAS        = "
               CC27-CONT-REEMITIDAS
           DISPLAY "MPJ45271 - CUENTAS EN EXCEPCION     = "
               CC27-CONT-EXCEPCIONES
           DISPLAY "MPJ45271 - SECUENCIAS REINICIADAS   = "
               CC27-CONT-REINICIADAS
           DISPLAY "MPJ45271 - CUOTAS NO LISTADAS       = "
               CC27-CONT-CUOTAS-NO-LISTADAS.

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
           MOVE "MPJ45271" TO FN-PROGRAMA
           SET FN-FECHA-Y-PREDECESORES TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45271 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-CTLBAT
           MOVE FN-FECPROC TO CC27-CTL-FECPROC
           ACCEPT CC27-CTL-HORA FROM TIME
           MOVE SPACES TO CC27-CTL-HORA-EDIT
           STRING CC27-CTL-HH ":" CC27-CTL-MM ":" CC27-CTL-SS
               DELIMITED BY SIZE INTO CC27-CTL-HORA-EDIT
           INITIALIZE TBCTLBAT
           MOVE "MPJ45271" TO RC-PROGRAMA
           MOVE CC27-CTL-FECPROC TO RC-FECPROC
           MOVE CC27-CTL-HORA-EDIT TO RC-HORAINI
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
           MOVE "MPJ45271" TO RC-PROGRAMA
           MOVE CC27-CTL-FECPROC TO RC-FECPROC
           READ F-CTLBAT
               INVALID KEY
                   CONTINUE
           END-READ
           ACCEPT CC27-CTL-HORA FROM TIME
           MOVE SPACES TO CC27-CTL-HORA-EDIT
           STRING CC27-CTL-HH ":" CC27-CTL-MM ":" CC27-CTL-SS
               DELIMITED BY SIZE INTO CC27-CTL-HORA-EDIT
           MOVE CC27-CTL-HORA-EDIT TO RC-HORAFIN
           MOVE CC27-CONT-CUENTAS-MORA TO RC-CONT-ENTRADA
           COMPUTE RC-CONT-SALIDA =
               CC27-CONT-CARTAS-EMAIL + CC27-CONT-CARTAS-CORREO
           MOVE CC27-CONT-REINICIADAS TO RC-CONT-NOVEDADES
           MOVE CC27-CONT-EXCEPCIONES TO RC-CONT-ERRORES
           SET RC-FINALIZADO TO TRUE
           REWRITE TBCTLBAT
               INVALID KEY
                   CONTINUE
           END-REWRITE
           CLOSE F-CTLBAT.

       8900-EXIT.
           EXIT.

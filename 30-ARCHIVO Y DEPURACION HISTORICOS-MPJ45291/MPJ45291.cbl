      *> ================================================================
      *> PROGRAMA   MPJ45291
      *> AUTOR      DEPARTAMENTO DE SISTEMAS - OPERACIONES
      *> INSTALACION  BC-MALLAS
      *> ESCRITO    15/10/2026
      *> DESCRIPCION
      *>     Archivo historico y depuracion de compras en cuotas. Saca
      *>     de las tablas en linea lo que ya no se trabaja, para que
      *>     las pasadas secuenciales completas de la malla (extracto
      *>     MPJ45021, morosidad MPJ45121, devengo MPJ45171, disputas
      *>     MPJ45181) no lean planes cerrados hace anios.
      *>
      *>     Modo "A" (archivo), con la retencion de TBPARJOB:
      *>     - cada plan de TBFINCUO dado de baja (FECBAJA) hace mas
      *>       de PJ291-MESES-PLANES meses y ya contabilizado completo
      *>       (ESTCONT 2) pasa a HTFINCUO junto con sus cuotas
      *>       (TBDETCUO a HTDETCUO), sus movimientos de TBPAGHIS (a
      *>       HTPAGHIS) y el control contable de esos movimientos
      *>       (TBPAGCON a HTPAGCON);
      *>     - cada fila de TBHISMOD con FECHAMOD de hace mas de
      *>       PJ291-MESES-HISMOD meses pasa a HTHISMOD.
      *>     El plan de mayor NUMOPECUO de cada cuenta y moneda y la
      *>     fila de mayor NUMSECHIS de cada cuenta quedan siempre en
      *>     linea: el alta MPJ45151, la refinanciacion MPJ45261 y la
      *>     rutina de rastro MPJ45063 numeran con el maximo + 1 y, sin
      *>     ellos, volverian a usar una clave ya archivada.
      *>
      *>     Modo "R" (restauracion): por cada cuenta pedida en
      *>     SOLR291 devuelve a las tablas en linea todo lo archivado
      *>     de la cuenta (planes, cuotas, movimientos, control
      *>     contable y rastro) y la deja en TBARCRES retenida por
      *>     PJ291-MESES-RESTAURADO meses, en los que el modo "A" no
      *>     la vuelve a archivar.
      *>
      *>     En los dos modos las tablas en linea se cuentan antes y
      *>     despues de la corrida (registros e importes) y el reporte
      *>     de conciliacion demuestra, tabla por tabla, que original
      *>     - archivado + restaurado = remanente; un descuadre deja
      *>     codigo de retorno 8.
      *> ----------------------------------------------------------------
      *> HISTORIAL DE MODIFICACIONES
      *> FECHA       AUTOR   DESCRIPCION
      *> 15/10/2026  JRM     VERSION INICIAL
      *> 15/10/2026  JRM     LA FECHA DE PROCESO SE TOMA DE LA FECHA DE
      *>                     NEGOCIO TBFECNEG (RUTINA MPJ45132) Y NO DEL
      *>                     RELOJ; SI UN PREDECESOR DEL PROGRAMA NO
      *>                     TERMINO ESE DIA LA CORRIDA SE CANCELA
      *> 15/10/2026  JRM     LA CABECERA DEL PLAN SOLO SE BORRA DE
      *>                     TBFINCUO SI TODAS SUS CUOTAS Y MOVIMIENTOS
      *>                     PASARON AL ARCHIVO; UN PLAN QUE QUEDO
      *>                     PARTIDO SE REANUDA EN LA CORRIDA SIGUIENTE
      *>                     (CABECERA YA EN HTFINCUO) EN VEZ DE
      *>                     QUEDAR RECHAZADO
      *> 15/10/2026  JRM     EL EXTORNO SE RESUELVE CONTRA LA FILA
      *>                     ORIGINAL DE SU MISMO NUMEXTPG (PAGO EXACTO
      *>                     O CADA CUOTA IMPUTADA), NO SOLO CONTRA EL
      *>                     PAGO EXACTO
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45291.
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
           SELECT F-PARM ASSIGN TO "PARMJ291"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DP29-STATUS-PARM.

           SELECT F-SOLIC ASSIGN TO "SOLR291"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DP29-STATUS-SOLIC.

           SELECT F-TBPARJOB ASSIGN TO "TBPARJOB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CLAVE
               FILE STATUS IS DP29-STATUS-PARJOB.

           SELECT F-TBFINCUO ASSIGN TO "TBFINCUO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FI-CLAVE
               FILE STATUS IS DP29-STATUS-FINCUO.

           SELECT F-TBDETCUO ASSIGN TO "TBDETCUO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CLAVE
               FILE STATUS IS DP29-STATUS-DETCUO.

           SELECT F-TBPAGHIS ASSIGN TO "TBPAGHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-CLAVE
               FILE STATUS IS DP29-STATUS-PAGHIS.

           SELECT F-TBPAGCON ASSIGN TO "TBPAGCON"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CLAVE
               FILE STATUS IS DP29-STATUS-PAGCON.

           SELECT F-TBHISMOD ASSIGN TO "TBHISMOD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-CLAVE
               FILE STATUS IS DP29-STATUS-HISMOD.

           SELECT F-HTFINCUO ASSIGN TO "HTFINCUO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HF-CLAVE
               FILE STATUS IS DP29-STATUS-HTFINCUO.

           SELECT F-HTDETCUO ASSIGN TO "HTDETCUO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-CLAVE
               FILE STATUS IS DP29-STATUS-HTDETCUO.

           SELECT F-HTPAGHIS ASSIGN TO "HTPAGHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HP-CLAVE
               FILE STATUS IS DP29-STATUS-HTPAGHIS.

           SELECT F-HTPAGCON ASSIGN TO "HTPAGCON"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-CLAVE
               FILE STATUS IS DP29-STATUS-HTPAGCON.

           SELECT F-HTHISMOD ASSIGN TO "HTHISMOD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HH-CLAVE
               FILE STATUS IS DP29-STATUS-HTHISMOD.

           SELECT F-TBARCRES ASSIGN TO "TBARCRES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-CLAVE
               FILE STATUS IS DP29-STATUS-ARCRES.

           SELECT F-REPORTE ASSIGN TO "RPT45291"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DP29-STATUS-REPORTE.

           SELECT F-CTLBAT ASSIGN TO "TBCTLBAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CLAVE
               FILE STATUS IS DP29-STATUS-CTLBAT.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PARM.
       COPY "MPJ45291-PARM.cpy".

       FD  F-SOLIC.
       COPY "MPJ45291-SOLIC.cpy".

       FD  F-TBPARJOB.
       COPY "TBPARJOB.cpy".

       FD  F-TBFINCUO.
       COPY "TBFINCUO.cpy".

       FD  F-TBDETCUO.
       COPY "TBDETCUO.cpy".

       FD  F-TBPAGHIS.
       COPY "TBPAGHIS.cpy".

       FD  F-TBPAGCON.
       COPY "TBPAGCON.cpy".

       FD  F-TBHISMOD.
       COPY "TBHISMOD.cpy".

      *> Archivo historico: mismo layout que la tabla en linea.
       FD  F-HTFINCUO.
       COPY "TBFINCUO.cpy" REPLACING TBFINCUO BY HTFINCUO
                                     FI-CLAVE BY HF-CLAVE.

       FD  F-HTDETCUO.
       COPY "TBDETCUO.cpy" REPLACING TBDETCUO BY HTDETCUO
                                     DC-CLAVE BY HD-CLAVE.

       FD  F-HTPAGHIS.
       COPY "TBPAGHIS.cpy" REPLACING TBPAGHIS BY HTPAGHIS
                                     PH-CLAVE BY HP-CLAVE.

       FD  F-HTPAGCON.
       COPY "TBPAGCON.cpy" REPLACING TBPAGCON BY HTPAGCON
                                     PC-CLAVE BY HC-CLAVE.

       FD  F-HTHISMOD.
       COPY "TBHISMOD.cpy" REPLACING TBHISMOD BY HTHISMOD
                                     HM-CLAVE BY HH-CLAVE.

       FD  F-TBARCRES.
       COPY "TBARCRES.cpy".

       FD  F-REPORTE
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-LINEA-REPORTE                PIC X(132).

       FD  F-CTLBAT.
       COPY "TBCTLBAT.cpy".

       WORKING-STORAGE SECTION.
       01  DP29-STATUS-CTLBAT               PIC X(2).
           88  DP29-CTLBAT-OK                   VALUE "00".

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  DP29-CTLBAT-TRABAJO.
           05  DP29-CTL-FECPROC              PIC 9(8).
           05  DP29-CTL-FECPROC-R REDEFINES DP29-CTL-FECPROC.
               10  DP29-CTL-ANO               PIC 9(4).
               10  DP29-CTL-MES               PIC 9(2).
               10  DP29-CTL-DIA               PIC 9(2).
           05  DP29-CTL-HORA.
               10  DP29-CTL-HH                PIC 9(2).
               10  DP29-CTL-MM                PIC 9(2).
               10  DP29-CTL-SS                PIC 9(2).
               10  DP29-CTL-CC                PIC 9(2).
           05  DP29-CTL-HORA-EDIT            PIC X(8).

       01  DP29-STATUS-PARM                 PIC X(2).
           88  DP29-PARM-OK                     VALUE "00".
       01  DP29-STATUS-SOLIC                PIC X(2).
           88  DP29-SOLIC-OK                    VALUE "00".
       01  DP29-STATUS-PARJOB               PIC X(2).
           88  DP29-PARJOB-OK                   VALUE "00".
       01  DP29-STATUS-FINCUO               PIC X(2).
           88  DP29-FINCUO-OK                   VALUE "00".
       01  DP29-STATUS-DETCUO               PIC X(2).
           88  DP29-DETCUO-OK                   VALUE "00".
       01  DP29-STATUS-PAGHIS               PIC X(2).
           88  DP29-PAGHIS-OK                   VALUE "00".
       01  DP29-STATUS-PAGCON               PIC X(2).
           88  DP29-PAGCON-OK                   VALUE "00".
       01  DP29-STATUS-HISMOD               PIC X(2).
           88  DP29-HISMOD-OK                   VALUE "00".
       01  DP29-STATUS-HTFINCUO             PIC X(2).
           88  DP29-HTFINCUO-OK                 VALUE "00".
       01  DP29-STATUS-HTDETCUO             PIC X(2).
           88  DP29-HTDETCUO-OK                 VALUE "00".
       01  DP29-STATUS-HTPAGHIS             PIC X(2).
           88  DP29-HTPAGHIS-OK                 VALUE "00".
       01  DP29-STATUS-HTPAGCON             PIC X(2).
           88  DP29-HTPAGCON-OK                 VALUE "00".
       01  DP29-STATUS-HTHISMOD             PIC X(2).
           88  DP29-HTHISMOD-OK                 VALUE "00".
       01  DP29-STATUS-ARCRES               PIC X(2).
           88  DP29-ARCRES-OK                   VALUE "00".
       01  DP29-STATUS-REPORTE              PIC X(2).

       01  DP29-SWITCHES.
           05  DP29-IND-FIN-PARJOB           PIC X(1)  VALUE "N".
               88  DP29-FIN-PARJOB                   VALUE "S".
           05  DP29-IND-PARJOB-HALLADO       PIC X(1)  VALUE "N".
               88  DP29-PARJOB-HALLADO               VALUE "S".
           05  DP29-IND-FIN-FINCUO           PIC X(1)  VALUE "N".
               88  DP29-FIN-FINCUO                   VALUE "S".
           05  DP29-IND-FIN-DETCUO           PIC X(1)  VALUE "N".
               88  DP29-FIN-DETCUO                   VALUE "S".
           05  DP29-IND-FIN-PAGHIS           PIC X(1)  VALUE "N".
               88  DP29-FIN-PAGHIS                   VALUE "S".
           05  DP29-IND-FIN-HISMOD           PIC X(1)  VALUE "N".
               88  DP29-FIN-HISMOD                   VALUE "S".
           05  DP29-IND-FIN-SOLIC            PIC X(1)  VALUE "N".
               88  DP29-FIN-SOLIC                    VALUE "S".
           05  DP29-IND-FIN-HIST             PIC X(1)  VALUE "N".
               88  DP29-FIN-HIST                     VALUE "S".
           05  DP29-IND-FIN-CONTEO           PIC X(1)  VALUE "N".
               88  DP29-FIN-CONTEO                   VALUE "S".
           05  DP29-IND-GRUPO-ABIERTO        PIC X(1)  VALUE "N".
               88  DP29-GRUPO-ABIERTO                VALUE "S".
           05  DP29-IND-CUENTA-RETENIDA      PIC X(1)  VALUE "N".
               88  DP29-CUENTA-RETENIDA              VALUE "S".
           05  DP29-IND-PLAN-VALIDO          PIC X(1)  VALUE "N".
               88  DP29-PLAN-VALIDO                  VALUE "S".
           05  DP29-IND-HAY-PENDIENTE        PIC X(1)  VALUE "N".
               88  DP29-HAY-PENDIENTE                VALUE "S".
           05  DP29-IND-ALTA-ARCRES          PIC X(1)  VALUE "N".
               88  DP29-ALTA-ARCRES                  VALUE "S".
           05  DP29-IND-CONTEO               PIC X(1)  VALUE "O".
               88  DP29-CONTEO-ORIGINAL              VALUE "O".
               88  DP29-CONTEO-ACTUAL                VALUE "A".

      *> Modo de la corrida tomado de PARMJ291.
       01  DP29-MODO                        PIC X(1)  VALUE SPACES.
           88  DP29-MODO-ARCHIVO                VALUE "A".
           88  DP29-MODO-RESTAURACION           VALUE "R".

      *> Retenciones en meses (TBPARJOB) y fechas de corte AAAAMMDD:
      *> lo anterior al corte se archiva.
       01  DP29-MESES-PLANES                PIC 9(3)  VALUE ZERO.
       01  DP29-MESES-HISMOD                PIC 9(3)  VALUE ZERO.
       01  DP29-MESES-RESTAURADO            PIC 9(3)  VALUE ZERO.
       01  DP29-CORTE-PLANES                PIC 9(8)  VALUE ZERO.
       01  DP29-CORTE-HISMOD                PIC 9(8)  VALUE ZERO.
       01  DP29-FECHA-RETENER               PIC 9(8)  VALUE ZERO.

      *> Suma (o resta, con meses negativos) de meses a la fecha de
      *> proceso; el dia se ajusta al ultimo del mes si no existe.
       01  DP29-CALC-MESES.
           05  DP29-CM-MESES                  PIC S9(5).
           05  DP29-CM-TOTAL                  PIC S9(7).
           05  DP29-CM-ANO                    PIC 9(4).
           05  DP29-CM-RESTO                  PIC 9(2).
           05  DP29-CM-FECHA                  PIC 9(8).
           05  DP29-CM-FECHA-R REDEFINES DP29-CM-FECHA.
               10  DP29-CM-FEC-ANO             PIC 9(4).
               10  DP29-CM-FEC-MES             PIC 9(2).
               10  DP29-CM-FEC-DIA             PIC 9(2).

       01  DP29-FECHA-HOY                   PIC X(10) VALUE SPACES.

      *> Fechas DD/MM/AAAA de las tablas rearmadas en AAAAMMDD para
      *> poder compararlas.
       01  DP29-FECHA-DESC.
           05  DP29-FD-DIA                    PIC 9(2).
           05  FILLER                         PIC X(1).
           05  DP29-FD-MES                    PIC 9(2).
           05  FILLER                         PIC X(1).
           05  DP29-FD-ANO                    PIC 9(4).
       01  DP29-FECHA-ARMADA.
           05  DP29-FA-ANO                    PIC 9(4).
           05  DP29-FA-MES                    PIC 9(2).
           05  DP29-FA-DIA                    PIC 9(2).
       01  DP29-FECHA-ARMADA-NUM REDEFINES DP29-FECHA-ARMADA
                                             PIC 9(8).

      *> Indicador normal/correctivo de TBPAGHIS: 1 = extorno.
       01  DP29-INDNORCOR-CORRECTIVO        PIC 9(1)  VALUE 1.
      *> Estado contable del plan: 2 = todas las cuotas contabilizadas.
       01  DP29-ESTCONT-PLAN-COMPLETO       PIC 9(1)  VALUE 2.

      *> Cuenta y moneda en curso de TBFINCUO con sus planes: el
      *> mayor NUMOPECUO se conoce recien al cerrar el grupo.
       01  DP29-GRUPO.
           05  DP29-GR-CODENT                 PIC X(4).
           05  DP29-GR-CENTALTA               PIC X(4).
           05  DP29-GR-CUENTA                 PIC X(12).
           05  DP29-GR-CLAMON                 PIC 9(3).
           05  DP29-GR-MAX-NUMOPECUO          PIC 9(6).
       01  DP29-FI-CLAVE-SIGUIENTE          PIC X(32) VALUE SPACES.

       01  DP29-MAX-PLANES                  PIC 9(3)  VALUE 300.
       01  DP29-TABLA-PLANES.
           05  DP29-CANT-PLANES               PIC 9(3)  VALUE ZERO.
           05  DP29-PLAN OCCURS 300 TIMES INDEXED BY DP29-IX-PL.
               10  DP29-PL-CODTIPC             PIC X(4).
               10  DP29-PL-NUMOPECUO           PIC 9(6).
               10  DP29-PL-NUMFINAN            PIC 9(3).
               10  DP29-PL-FECBAJA             PIC X(10).

      *> Movimientos de TBPAGHIS del plan en curso. Los extornos de
      *> MPJ45011 apuntan al pago original y no al plan: se juntan
      *> aparte y se resuelven leyendo el original antes de mover
      *> nada.
       01  DP29-MAX-MOVIMIENTOS             PIC 9(3)  VALUE 500.
       01  DP29-TABLA-MOVIMIENTOS.
           05  DP29-CANT-MOVIMIENTOS          PIC 9(3)  VALUE ZERO.
           05  DP29-MOVIMIENTO OCCURS 500 TIMES INDEXED BY DP29-IX-MV.
               10  DP29-MV-NUMEXTPG            PIC 9(15).
               10  DP29-MV-NUMMOVPG            PIC 9(7).
       01  DP29-MAX-EXTORNOS                PIC 9(3)  VALUE 100.
       01  DP29-TABLA-EXTORNOS.
           05  DP29-CANT-EXTORNOS             PIC 9(3)  VALUE ZERO.
           05  DP29-EXTORNO OCCURS 100 TIMES INDEXED BY DP29-IX-EX.
               10  DP29-EX-NUMEXTPG            PIC 9(15).
               10  DP29-EX-NUMMOVPG            PIC 9(7).
               10  DP29-EX-NUMMOVPG-ORI        PIC 9(7).
       01  DP29-IND-DESBORDE                PIC X(1)  VALUE "N".
           88  DP29-DESBORDE                     VALUE "S".
      *> Estado del plan en curso de archivo: error en alguna cuota o
      *> movimiento (la cabecera no se borra), plan que quedo partido
      *> en una corrida anterior (cabecera ya en HTFINCUO) y copia de
      *> la fila en curso ya hecha en el archivo historico.
       01  DP29-IND-ERROR-PLAN              PIC X(1)  VALUE "N".
           88  DP29-ERROR-PLAN                   VALUE "S".
       01  DP29-IND-REANUDA-PLAN            PIC X(1)  VALUE "N".
           88  DP29-REANUDA-PLAN                 VALUE "S".
       01  DP29-IND-COPIA-OK                PIC X(1)  VALUE "N".
           88  DP29-COPIA-OK                     VALUE "S".

      *> Fila de TBHISMOD pendiente de decision: solo se archiva si
      *> aparece otra fila posterior de la misma cuenta.
       01  DP29-HM-PENDIENTE.
           05  DP29-HM-PEND-CLAVE             PIC X(28).
           05  DP29-HM-PEND-CLAVE-R REDEFINES DP29-HM-PEND-CLAVE.
               10  DP29-HM-PEND-CUENTA-CLAVE   PIC X(20).
               10  FILLER                      PIC X(8).
           05  DP29-HM-PEND-FECHAMOD          PIC X(10).
       01  DP29-HM-CLAVE-ACTUAL             PIC X(28).
       01  DP29-HM-CLAVE-ACTUAL-R REDEFINES DP29-HM-CLAVE-ACTUAL.
           05  DP29-HM-ACT-CUENTA-CLAVE       PIC X(20).
           05  FILLER                         PIC X(8).
       01  DP29-CUENTA-RETENCION            PIC X(20) VALUE SPACES.

      *> Cuenta pedida en la restauracion.
       01  DP29-RS-CUENTA-CLAVE.
           05  DP29-RS-CODENT                 PIC X(4).
           05  DP29-RS-CENTALTA               PIC X(4).
           05  DP29-RS-CUENTA                 PIC X(12).

      *> Contadores del plan / cuenta en curso para el reporte.
       01  DP29-CANT-CUOTAS-PLAN            PIC 9(7)  VALUE ZERO.
       01  DP29-CANT-MOV-PLAN               PIC 9(7)  VALUE ZERO.
       01  DP29-RESTAURADOS-CUENTA.
           05  DP29-RC-TABLA OCCURS 5 TIMES   PIC 9(7).

      *> Conciliacion por tabla en linea: 1 TBFINCUO (IMPTOTAL),
      *> 2 TBDETCUO (IMPCUOTA), 3 TBPAGHIS (IMPAPL), 4 TBPAGCON
      *> (IMPCONTA), 5 TBHISMOD (solo registros).
       01  DP29-T-FINCUO                    PIC 9(1)  VALUE 1.
       01  DP29-T-DETCUO                    PIC 9(1)  VALUE 2.
       01  DP29-T-PAGHIS                    PIC 9(1)  VALUE 3.
       01  DP29-T-PAGCON                    PIC 9(1)  VALUE 4.
       01  DP29-T-HISMOD                    PIC 9(1)  VALUE 5.
       01  DP29-TB                          PIC 9(1)  VALUE ZERO.

       01  DP29-NOMBRES-TABLA.
           05  FILLER                        PIC X(8) VALUE "TBFINCUO".
           05  FILLER                        PIC X(8) VALUE "TBDETCUO".
           05  FILLER                        PIC X(8) VALUE "TBPAGHIS".
           05  FILLER                        PIC X(8) VALUE "TBPAGCON".
           05  FILLER                        PIC X(8) VALUE "TBHISMOD".
       01  DP29-NOMBRES-TABLA-R REDEFINES DP29-NOMBRES-TABLA.
           05  DP29-NOMBRE-TABLA OCCURS 5 TIMES PIC X(8).

       01  DP29-CONCILIACION.
           05  DP29-CONC OCCURS 5 TIMES.
               10  DP29-CN-CANT-ORIG           PIC 9(9).
               10  DP29-CN-IMP-ORIG            PIC 9(15)V99.
               10  DP29-CN-CANT-ARCH           PIC 9(9).
               10  DP29-CN-IMP-ARCH            PIC 9(15)V99.
               10  DP29-CN-CANT-REST           PIC 9(9).
               10  DP29-CN-IMP-REST            PIC 9(15)V99.
               10  DP29-CN-CANT-ACT            PIC 9(9).
               10  DP29-CN-IMP-ACT             PIC 9(15)V99.
       01  DP29-CONTEO-CANT                 PIC 9(9)  VALUE ZERO.
       01  DP29-CONTEO-IMP                  PIC 9(15)V99 VALUE ZERO.
       01  DP29-CONTROL-CANT                PIC S9(10) VALUE ZERO.
       01  DP29-CONTROL-IMP                 PIC S9(16)V99 VALUE ZERO.
       01  DP29-IND-DESCUADRE               PIC X(1)  VALUE "N".
           88  DP29-HAY-DESCUADRE                VALUE "S".

       01  DP29-CONTADORES.
           05  DP29-CONT-PLANES-LEIDOS        PIC 9(9) VALUE ZERO.
           05  DP29-CONT-PLANES-ARCHIVADOS    PIC 9(9) VALUE ZERO.
           05  DP29-CONT-PLANES-ULTIMO        PIC 9(9) VALUE ZERO.
           05  DP29-CONT-PLANES-SIN-CONTAB    PIC 9(9) VALUE ZERO.
           05  DP29-CONT-PLANES-RETENIDOS     PIC 9(9) VALUE ZERO.
           05  DP29-CONT-PLANES-NO-LISTADOS   PIC 9(9) VALUE ZERO.
           05  DP29-CONT-HISMOD-ARCHIVADOS    PIC 9(9) VALUE ZERO.
           05  DP29-CONT-SOLICITUDES          PIC 9(9) VALUE ZERO.
           05  DP29-CONT-CUENTAS-RESTAURADAS  PIC 9(9) VALUE ZERO.
           05  DP29-CONT-ERRORES              PIC 9(9) VALUE ZERO.

       01  DP29-MOTIVO                      PIC X(50) VALUE SPACES.
       01  DP29-EDIT-CANT                   PIC ZZZ.ZZZ.ZZ9.
       01  DP29-EDIT-CANT-2                 PIC ZZZ.ZZZ.ZZ9.
       01  DP29-EDIT-CANT-3                 PIC ZZZ.ZZZ.ZZ9.
       01  DP29-EDIT-CANT-4                 PIC ZZZ.ZZZ.ZZ9.
       01  DP29-EDIT-IMPORTE                PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  DP29-EDIT-IMPORTE-2              PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  DP29-EDIT-IMPORTE-3              PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  DP29-EDIT-IMPORTE-4              PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  DP29-EDIT-NUMOPECUO              PIC 9(6).
       01  DP29-EDIT-NUMFINAN               PIC 9(3).
       01  DP29-EDIT-CLAMON                 PIC 9(3).
       01  DP29-EDIT-NUMERO                 PIC ZZZZZZ9.
       01  DP29-EDIT-NUMERO-2               PIC ZZZZZZ9.
       01  DP29-LINEA-EDIT                  PIC X(132).

       PROCEDURE DIVISION.

      *>----------------------------------------------------------------*
       0000-MAINLINE.
      *>----------------------------------------------------------------*
           PERFORM 1900-CONTROL-INICIO THRU 1900-EXIT
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT

           SET DP29-CONTEO-ORIGINAL TO TRUE
           PERFORM 1200-CONTAR-TABLAS THRU 1200-EXIT

           IF DP29-MODO-ARCHIVO
               MOVE LOW-VALUES TO FI-CLAVE
               START F-TBFINCUO KEY IS NOT LESS THAN FI-CLAVE
                   INVALID KEY
                       SET DP29-FIN-FINCUO TO TRUE
               END-START
               IF NOT DP29-FIN-FINCUO
                   PERFORM 2010-LEER-FINCUO THRU 2010-EXIT
               END-IF
               PERFORM 2000-PROCESAR-FINCUO THRU 2000-EXIT
                   UNTIL DP29-FIN-FINCUO
               IF DP29-GRUPO-ABIERTO
                   PERFORM 3000-CERRAR-GRUPO THRU 3000-EXIT
               END-IF
               PERFORM 6000-ARCHIVAR-HISMOD THRU 6000-EXIT
           ELSE
               PERFORM 7000-RESTAURAR THRU 7000-EXIT
           END-IF

           SET DP29-CONTEO-ACTUAL TO TRUE
           PERFORM 1200-CONTAR-TABLAS THRU 1200-EXIT
           PERFORM 8000-CONCILIAR THRU 8000-EXIT

           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           PERFORM 8900-CONTROL-FIN THRU 8900-EXIT
           GOBACK.

      *>----------------------------------------------------------------*
       1000-INICIALIZAR.
      *>    Modo de la corrida, retenciones vigentes y fechas de corte
      *>    antes de abrir nada: un modo o un parametro invalido
      *>    cancela la corrida sin tocar las tablas.
      *>----------------------------------------------------------------*
           PERFORM 1100-LEER-PARM THRU 1100-EXIT
           PERFORM 1800-LEER-PARAMETROS THRU 1800-EXIT

           COMPUTE DP29-CM-MESES = ZERO - DP29-MESES-PLANES
           PERFORM 1700-SUMAR-MESES THRU 1700-EXIT
           MOVE DP29-CM-FECHA TO DP29-CORTE-PLANES

           COMPUTE DP29-CM-MESES = ZERO - DP29-MESES-HISMOD
           PERFORM 1700-SUMAR-MESES THRU 1700-EXIT
           MOVE DP29-CM-FECHA TO DP29-CORTE-HISMOD

           MOVE DP29-MESES-RESTAURADO TO DP29-CM-MESES
           PERFORM 1700-SUMAR-MESES THRU 1700-EXIT
           MOVE DP29-CM-FECHA TO DP29-FECHA-RETENER

           MOVE SPACES TO DP29-FECHA-HOY
           STRING DP29-CTL-FECPROC (7:2) "/" DP29-CTL-FECPROC (5:2) "/"
               DP29-CTL-FECPROC (1:4)
               DELIMITED BY SIZE INTO DP29-FECHA-HOY

           INITIALIZE DP29-CONTADORES
           INITIALIZE DP29-CONCILIACION
           INITIALIZE DP29-TABLA-PLANES

           OPEN I-O    F-TBFINCUO
           OPEN I-O    F-TBDETCUO
           OPEN I-O    F-TBPAGHIS
           OPEN I-O    F-TBPAGCON
           OPEN I-O    F-TBHISMOD
           OPEN I-O    F-HTFINCUO
           OPEN I-O    F-HTDETCUO
           OPEN I-O    F-HTPAGHIS
           OPEN I-O    F-HTPAGCON
           OPEN I-O    F-HTHISMOD
           OPEN I-O    F-TBARCRES
           OPEN OUTPUT F-REPORTE

           MOVE SPACES TO DP29-LINEA-EDIT
           IF DP29-MODO-ARCHIVO
               STRING "ARCHIVO HISTORICO DE COMPRAS EN CUOTAS - PLANES "
                   "CERRADOS ANTES DEL " DP29-CORTE-PLANES
                   " - RASTRO ANTERIOR AL " DP29-CORTE-HISMOD
                   DELIMITED BY SIZE INTO DP29-LINEA-EDIT
           ELSE
               STRING "RESTAURACION DESDE EL ARCHIVO HISTORICO DE "
                   "COMPRAS EN CUOTAS - RETENIDAS HASTA EL "
                   DP29-FECHA-RETENER
                   DELIMITED BY SIZE INTO DP29-LINEA-EDIT
           END-IF
           MOVE DP29-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE.

       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       1100-LEER-PARM.
      *>----------------------------------------------------------------*
           OPEN INPUT F-PARM
           IF DP29-PARM-OK
               READ F-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-MODO TO DP29-MODO
               END-READ
               CLOSE F-PARM
           END-IF

           IF NOT DP29-MODO-ARCHIVO AND NOT DP29-MODO-RESTAURACION
               DISPLAY "MPJ45291 - MODO DE CORRIDA INVALIDO EN PARMJ291 "
                       "(A = ARCHIVO, R = RESTAURACION), SE CANCELA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       1100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       1200-CONTAR-TABLAS.
      *>    Pasada completa de conteo de las cinco tablas en linea,
      *>    antes (original) o despues (actual) de la corrida.
      *>----------------------------------------------------------------*
           PERFORM 1210-CONTAR-TABLA THRU 1210-EXIT
               VARYING DP29-TB FROM 1 BY 1
               UNTIL DP29-TB > 5.

       1200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       1210-CONTAR-TABLA.
      *>----------------------------------------------------------------*
           MOVE "N" TO DP29-IND-FIN-CONTEO
           MOVE ZERO TO DP29-CONTEO-CANT
           MOVE ZERO TO DP29-CONTEO-IMP

           EVALUATE DP29-TB
               WHEN DP29-T-FINCUO
                   MOVE LOW-VALUES TO FI-CLAVE
                   START F-TBFINCUO KEY IS NOT LESS THAN FI-CLAVE
                       INVALID KEY
                           SET DP29-FIN-CONTEO TO TRUE
                   END-START
               WHEN DP29-T-DETCUO
                   MOVE LOW-VALUES TO DC-CLAVE
                   START F-TBDETCUO KEY IS NOT LESS THAN DC-CLAVE
                       INVALID KEY
                           SET DP29-FIN-CONTEO TO TRUE
                   END-START
               WHEN DP29-T-PAGHIS
                   MOVE LOW-VALUES TO PH-CLAVE
                   START F-TBPAGHIS KEY IS NOT LESS THAN PH-CLAVE
                       INVALID KEY
                           SET DP29-FIN-CONTEO TO TRUE
                   END-START
               WHEN DP29-T-PAGCON
                   MOVE LOW-VALUES TO PC-CLAVE
                   START F-TBPAGCON KEY IS NOT LESS THAN PC-CLAVE
                       INVALID KEY
                           SET DP29-FIN-CONTEO TO TRUE
                   END-START
               WHEN DP29-T-HISMOD
                   MOVE LOW-VALUES TO HM-CLAVE
                   START F-TBHISMOD KEY IS NOT LESS THAN HM-CLAVE
                       INVALID KEY
                           SET DP29-FIN-CONTEO TO TRUE
                   END-START
           END-EVALUATE

           IF NOT DP29-FIN-CONTEO
               PERFORM 1230-LEER-CONTEO THRU 1230-EXIT
           END-IF

           PERFORM 1220-ACUMULAR-CONTEO THRU 1220-EXIT
               UNTIL DP29-FIN-CONTEO

           IF DP29-CONTEO-ORIGINAL
               MOVE DP29-CONTEO-CANT TO DP29-CN-CANT-ORIG (DP29-TB)
               MOVE DP29-CONTEO-IMP  TO DP29-CN-IMP-ORIG (DP29-TB)
           ELSE
               MOVE DP29-CONTEO-CANT TO DP29-CN-CANT-ACT (DP29-TB)
               MOVE DP29-CONTEO-IMP  TO DP29-CN-IMP-ACT (DP29-TB)
           END-IF.

       1210-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       1220-ACUMULAR-CONTEO.
      *>----------------------------------------------------------------*
           ADD 1 TO DP29-CONTEO-CANT
           EVALUATE DP29-TB
               WHEN DP29-T-FINCUO
                   ADD IMPTOTAL OF TBFINCUO TO DP29-CONTEO-IMP
               WHEN DP29-T-DETCUO
                   ADD IMPCUOTA OF TBDETCUO TO DP29-CONTEO-IMP
               WHEN DP29-T-PAGHIS
                   ADD IMPAPL OF TBPAGHIS TO DP29-CONTEO-IMP
               WHEN DP29-T-PAGCON
                   ADD IMPCONTA OF TBPAGCON TO DP29-CONTEO-IMP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 1230-LEER-CONTEO THRU 1230-EXIT.

       1220-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       1230-LEER-CONTEO.
      *>----------------------------------------------------------------*
           EVALUATE DP29-TB
               WHEN DP29-T-FINCUO
                   READ F-TBFINCUO NEXT RECORD
                       AT END
                           SET DP29-FIN-CONTEO TO TRUE
                   END-READ
               WHEN DP29-T-DETCUO
                   READ F-TBDETCUO NEXT RECORD
                       AT END
                           SET DP29-FIN-CONTEO TO TRUE
                   END-READ
               WHEN DP29-T-PAGHIS
                   READ F-TBPAGHIS NEXT RECORD
                       AT END
                           SET DP29-FIN-CONTEO TO TRUE
                   END-READ
               WHEN DP29-T-PAGCON
                   READ F-TBPAGCON NEXT RECORD
                       AT END
                           SET DP29-FIN-CONTEO TO TRUE
                   END-READ
               WHEN DP29-T-HISMOD
                   READ F-TBHISMOD NEXT RECORD
                       AT END
                           SET DP29-FIN-CONTEO TO TRUE
                   END-READ
           END-EVALUATE.

       1230-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       1700-SUMAR-MESES.
      *>    DP29-CM-FECHA = fecha de proceso + DP29-CM-MESES meses
      *>    (negativo para restar). Un dia que no existe en el mes de
      *>    destino se lleva al ultimo dia de ese mes.
      *>----------------------------------------------------------------*
           COMPUTE DP29-CM-TOTAL =
               (DP29-CTL-ANO * 12) + DP29-CTL-MES - 1 + DP29-CM-MESES
           DIVIDE DP29-CM-TOTAL BY 12
               GIVING DP29-CM-ANO REMAINDER DP29-CM-RESTO

           MOVE DP29-CM-ANO TO DP29-CM-FEC-ANO
           COMPUTE DP29-CM-FEC-MES = DP29-CM-RESTO + 1
           MOVE DP29-CTL-DIA TO DP29-CM-FEC-DIA

           EVALUATE DP29-CM-FEC-MES
               WHEN 2
                   IF DP29-CM-FEC-DIA > 28
                       MOVE 28 TO DP29-CM-FEC-DIA
                   END-IF
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   IF DP29-CM-FEC-DIA > 30
                       MOVE 30 TO DP29-CM-FEC-DIA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1700-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2000-PROCESAR-FINCUO.
      *>    Corte de control por cuenta y moneda: al cambiar de grupo
      *>    se archivan los planes guardados del anterior (3000, que
      *>    deja releido el registro en curso).
      *>----------------------------------------------------------------*
           IF DP29-GRUPO-ABIERTO
               IF CODENT   OF FI-CLAVE NOT = DP29-GR-CODENT
                   OR CENTALTA OF FI-CLAVE NOT = DP29-GR-CENTALTA
                   OR CUENTA   OF FI-CLAVE NOT = DP29-GR-CUENTA
                   OR CLAMON   OF FI-CLAVE NOT = DP29-GR-CLAMON
                   PERFORM 3000-CERRAR-GRUPO THRU 3000-EXIT
               END-IF
           END-IF

           IF NOT DP29-GRUPO-ABIERTO
               PERFORM 2100-ABRIR-GRUPO THRU 2100-EXIT
           END-IF

           ADD 1 TO DP29-CONT-PLANES-LEIDOS
           IF NUMOPECUO OF FI-CLAVE > DP29-GR-MAX-NUMOPECUO
               MOVE NUMOPECUO OF FI-CLAVE TO DP29-GR-MAX-NUMOPECUO
           END-IF
           PERFORM 2200-GUARDAR-PLAN THRU 2200-EXIT

           PERFORM 2010-LEER-FINCUO THRU 2010-EXIT.

       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2010-LEER-FINCUO.
      *>----------------------------------------------------------------*
           READ F-TBFINCUO NEXT RECORD
               AT END
                   SET DP29-FIN-FINCUO TO TRUE
           END-READ.

       2010-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2100-ABRIR-GRUPO.
      *>----------------------------------------------------------------*
           MOVE CODENT   OF FI-CLAVE TO DP29-GR-CODENT
           MOVE CENTALTA OF FI-CLAVE TO DP29-GR-CENTALTA
           MOVE CUENTA   OF FI-CLAVE TO DP29-GR-CUENTA
           MOVE CLAMON   OF FI-CLAVE TO DP29-GR-CLAMON
           MOVE ZERO TO DP29-GR-MAX-NUMOPECUO
           INITIALIZE DP29-TABLA-PLANES
           SET DP29-GRUPO-ABIERTO TO TRUE

           MOVE CODENT   OF FI-CLAVE TO CODENT   OF AR-CLAVE
           MOVE CENTALTA OF FI-CLAVE TO CENTALTA OF AR-CLAVE
           MOVE CUENTA   OF FI-CLAVE TO CUENTA   OF AR-CLAVE
           PERFORM 4000-VERIFICAR-RETENCION THRU 4000-EXIT.

       2100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2200-GUARDAR-PLAN.
      *>    Candidato a archivo: dado de baja antes del corte y con
      *>    todas sus cuotas ya contabilizadas por MPJ45251, en una
      *>    cuenta que no este retenida por una restauracion.
      *>----------------------------------------------------------------*
           IF FECBAJA OF TBFINCUO = SPACES
               GO TO 2200-EXIT
           END-IF

           MOVE FECBAJA OF TBFINCUO TO DP29-FECHA-DESC
           PERFORM 9100-ARMAR-FECHA THRU 9100-EXIT
           IF DP29-FECHA-ARMADA-NUM NOT < DP29-CORTE-PLANES
               GO TO 2200-EXIT
           END-IF

           IF DP29-CUENTA-RETENIDA
               ADD 1 TO DP29-CONT-PLANES-RETENIDOS
               GO TO 2200-EXIT
           END-IF

           IF ESTCONT OF TBFINCUO NOT = DP29-ESTCONT-PLAN-COMPLETO
               ADD 1 TO DP29-CONT-PLANES-SIN-CONTAB
               MOVE "PLAN SIN CONTABILIZAR COMPLETO, QUEDA EN LINEA"
                   TO DP29-MOTIVO
               PERFORM 3500-EMITIR-LINEA-FINCUO THRU 3500-EXIT
               GO TO 2200-EXIT
           END-IF

           IF DP29-CANT-PLANES < DP29-MAX-PLANES
               ADD 1 TO DP29-CANT-PLANES
               SET DP29-IX-PL TO DP29-CANT-PLANES
               MOVE CODTIPC   OF FI-CLAVE TO DP29-PL-CODTIPC (DP29-IX-PL)
               MOVE NUMOPECUO OF FI-CLAVE
                   TO DP29-PL-NUMOPECUO (DP29-IX-PL)
               MOVE NUMFINAN  OF FI-CLAVE
                   TO DP29-PL-NUMFINAN (DP29-IX-PL)
               MOVE FECBAJA OF TBFINCUO TO DP29-PL-FECBAJA (DP29-IX-PL)
           ELSE
               ADD 1 TO DP29-CONT-PLANES-NO-LISTADOS
           END-IF.

       2200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3000-CERRAR-GRUPO.
      *>    Archiva los planes candidatos del grupo salvo el de mayor
      *>    NUMOPECUO y reposiciona TBFINCUO sobre el registro que
      *>    abrio el grupo siguiente.
      *>----------------------------------------------------------------*
           IF NOT DP29-FIN-FINCUO
               MOVE FI-CLAVE TO DP29-FI-CLAVE-SIGUIENTE
           END-IF

           IF DP29-CANT-PLANES > ZERO
               PERFORM 3010-REVISAR-PLAN THRU 3010-EXIT
                   VARYING DP29-IX-PL FROM 1 BY 1
                   UNTIL DP29-IX-PL > DP29-CANT-PLANES
           END-IF

           MOVE "N" TO DP29-IND-GRUPO-ABIERTO

           IF NOT DP29-FIN-FINCUO
               MOVE DP29-FI-CLAVE-SIGUIENTE TO FI-CLAVE
               START F-TBFINCUO KEY IS NOT LESS THAN FI-CLAVE
                   INVALID KEY
                       SET DP29-FIN-FINCUO TO TRUE
               END-START
               IF NOT DP29-FIN-FINCUO
                   PERFORM 2010-LEER-FINCUO THRU 2010-EXIT
               END-IF
           END-IF.

       3000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3010-REVISAR-PLAN.
      *>----------------------------------------------------------------*
           MOVE DP29-GR-CODENT   TO CODENT    OF FI-CLAVE
           MOVE DP29-GR-CENTALTA TO CENTALTA  OF FI-CLAVE
           MOVE DP29-GR-CUENTA   TO CUENTA    OF FI-CLAVE
           MOVE DP29-GR-CLAMON   TO CLAMON    OF FI-CLAVE
           MOVE DP29-PL-CODTIPC (DP29-IX-PL)   TO CODTIPC   OF FI-CLAVE
           MOVE DP29-PL-NUMOPECUO (DP29-IX-PL) TO NUMOPECUO OF FI-CLAVE
           MOVE DP29-PL-NUMFINAN (DP29-IX-PL)  TO NUMFINAN  OF FI-CLAVE

           IF DP29-PL-NUMOPECUO (DP29-IX-PL) = DP29-GR-MAX-NUMOPECUO
               ADD 1 TO DP29-CONT-PLANES-ULTIMO
               MOVE "ULTIMO NUMOPECUO DE LA CUENTA, QUEDA EN LINEA"
                   TO DP29-MOTIVO
               PERFORM 3500-EMITIR-LINEA-FINCUO THRU 3500-EXIT
           ELSE
               PERFORM 3100-ARCHIVAR-PLAN THRU 3100-EXIT
           END-IF.

       3010-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3100-ARCHIVAR-PLAN.
      *>    Primero se juntan los movimientos del plan (sin mover
      *>    nada); si no entran en la tabla el plan queda entero en
      *>    linea. Despues: cabecera a HTFINCUO, cuotas, movimientos
      *>    con su control contable y, al final, la baja de la
      *>    cabecera en linea, solo si todas las cuotas y movimientos
      *>    pasaron; si no, la cabecera queda en linea y el plan se
      *>    termina de mover en la proxima corrida. Un plan cuya
      *>    cabecera ya esta en HTFINCUO (identica a la de linea) es
      *>    un plan que quedo partido: se reanuda sin volver a grabar
      *>    la cabecera.
      *>----------------------------------------------------------------*
           MOVE ZERO TO DP29-CANT-CUOTAS-PLAN
           MOVE ZERO TO DP29-CANT-MOV-PLAN
           MOVE "N" TO DP29-IND-ERROR-PLAN
           MOVE "N" TO DP29-IND-REANUDA-PLAN

           PERFORM 3300-JUNTAR-MOVIMIENTOS THRU 3300-EXIT
           IF DP29-DESBORDE
               ADD 1 TO DP29-CONT-ERRORES
               MOVE "DEMASIADOS MOVIMIENTOS, QUEDA EN LINEA"
                   TO DP29-MOTIVO
               PERFORM 3500-EMITIR-LINEA-FINCUO THRU 3500-EXIT
               GO TO 3100-EXIT
           END-IF

           READ F-TBFINCUO
               INVALID KEY
                   ADD 1 TO DP29-CONT-ERRORES
                   DISPLAY "MPJ45291 - PLAN NO ENCONTRADO CUENTA "
                           DP29-GR-CUENTA " NUMOPECUO "
                           DP29-PL-NUMOPECUO (DP29-IX-PL)
                   GO TO 3100-EXIT
           END-READ

           MOVE TBFINCUO TO HTFINCUO
           WRITE HTFINCUO
               INVALID KEY
                   PERFORM 3110-VERIFICAR-HTFINCUO THRU 3110-EXIT
           END-WRITE

           IF DP29-ERROR-PLAN
               ADD 1 TO DP29-CONT-ERRORES
               MOVE "YA EXISTE EN HTFINCUO, QUEDA EN LINEA"
                   TO DP29-MOTIVO
               PERFORM 3500-EMITIR-LINEA-FINCUO THRU 3500-EXIT
               GO TO 3100-EXIT
           END-IF

           PERFORM 3200-ARCHIVAR-CUOTAS THRU 3200-EXIT

           IF DP29-CANT-MOVIMIENTOS > ZERO
               PERFORM 3400-ARCHIVAR-MOVIMIENTO THRU 3400-EXIT
                   VARYING DP29-IX-MV FROM 1 BY 1
                   UNTIL DP29-IX-MV > DP29-CANT-MOVIMIENTOS
           END-IF

           IF DP29-ERROR-PLAN
               MOVE "ERROR EN CUOTAS O MOVIMIENTOS, CABECERA EN LINEA"
                   TO DP29-MOTIVO
               PERFORM 3500-EMITIR-LINEA-FINCUO THRU 3500-EXIT
               GO TO 3100-EXIT
           END-IF

           MOVE DP29-GR-CODENT   TO CODENT    OF FI-CLAVE
           MOVE DP29-GR-CENTALTA TO CENTALTA  OF FI-CLAVE
           MOVE DP29-GR-CUENTA   TO CUENTA    OF FI-CLAVE
           MOVE DP29-GR-CLAMON   TO CLAMON    OF FI-CLAVE
           MOVE DP29-PL-CODTIPC (DP29-IX-PL)   TO CODTIPC   OF FI-CLAVE
           MOVE DP29-PL-NUMOPECUO (DP29-IX-PL) TO NUMOPECUO OF FI-CLAVE
           MOVE DP29-PL-NUMFINAN (DP29-IX-PL)  TO NUMFINAN  OF FI-CLAVE
           DELETE F-TBFINCUO RECORD
               INVALID KEY
                   ADD 1 TO DP29-CONT-ERRORES
                   DISPLAY "MPJ45291 - ERROR BAJA TBFINCUO CUENTA "
                           DP29-GR-CUENTA " NUMOPECUO "
                           DP29-PL-NUMOPECUO (DP29-IX-PL)
               NOT INVALID KEY
                   ADD 1 TO DP29-CONT-PLANES-ARCHIVADOS
                   ADD 1 TO DP29-CN-CANT-ARCH (DP29-T-FINCUO)
                   ADD IMPTOTAL OF HTFINCUO
                       TO DP29-CN-IMP-ARCH (DP29-T-FINCUO)
           END-DELETE

           IF DP29-REANUDA-PLAN
               MOVE "ARCHIVADO (REANUDADO)" TO DP29-MOTIVO
           ELSE
               MOVE "ARCHIVADO" TO DP29-MOTIVO
           END-IF
           PERFORM 3500-EMITIR-LINEA-FINCUO THRU 3500-EXIT.

       3100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3110-VERIFICAR-HTFINCUO.
      *>    La cabecera ya esta en HTFINCUO: si es la misma fila que
      *>    la de linea el plan se reanuda; si no, el plan queda en
      *>    linea con error.
      *>----------------------------------------------------------------*
           READ F-HTFINCUO
               INVALID KEY
                   SET DP29-ERROR-PLAN TO TRUE
                   GO TO 3110-EXIT
           END-READ

           IF HTFINCUO = TBFINCUO
               SET DP29-REANUDA-PLAN TO TRUE
           ELSE
               SET DP29-ERROR-PLAN TO TRUE
           END-IF.

       3110-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3200-ARCHIVAR-CUOTAS.
      *>    Cada cuota del plan pasa a HTDETCUO y se borra de la tabla
      *>    en linea; una cuota que no entra al archivo queda en linea
      *>    y se informa.
      *>----------------------------------------------------------------*
           MOVE "N" TO DP29-IND-FIN-DETCUO
           MOVE DP29-GR-CODENT   TO CODENT    OF DC-CLAVE
           MOVE DP29-GR-CENTALTA TO CENTALTA  OF DC-CLAVE
           MOVE DP29-GR-CUENTA   TO CUENTA    OF DC-CLAVE
           MOVE DP29-GR-CLAMON   TO CLAMON    OF DC-CLAVE
           MOVE DP29-PL-NUMOPECUO (DP29-IX-PL) TO NUMOPECUO OF DC-CLAVE
           MOVE DP29-PL-NUMFINAN (DP29-IX-PL)  TO NUMFINAN  OF DC-CLAVE
           MOVE ZERO TO NUMCUOTA OF DC-CLAVE

           START F-TBDETCUO KEY IS NOT LESS THAN DC-CLAVE
               INVALID KEY
                   SET DP29-FIN-DETCUO TO TRUE
           END-START

           IF NOT DP29-FIN-DETCUO
               PERFORM 3210-LEER-DETCUO THRU 3210-EXIT
           END-IF

           PERFORM 3220-MOVER-CUOTA THRU 3220-EXIT
               UNTIL DP29-FIN-DETCUO.

       3200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3210-LEER-DETCUO.
      *>----------------------------------------------------------------*
           READ F-TBDETCUO NEXT RECORD
               AT END
                   SET DP29-FIN-DETCUO TO TRUE
           END-READ.

       3210-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3220-MOVER-CUOTA.
      *>----------------------------------------------------------------*
           IF CODENT    OF DC-CLAVE NOT = DP29-GR-CODENT
               OR CENTALTA  OF DC-CLAVE NOT = DP29-GR-CENTALTA
               OR CUENTA    OF DC-CLAVE NOT = DP29-GR-CUENTA
               OR CLAMON    OF DC-CLAVE NOT = DP29-GR-CLAMON
               OR NUMOPECUO OF DC-CLAVE NOT =
                   DP29-PL-NUMOPECUO (DP29-IX-PL)
               OR NUMFINAN  OF DC-CLAVE NOT =
                   DP29-PL-NUMFINAN (DP29-IX-PL)
               SET DP29-FIN-DETCUO TO TRUE
               GO TO 3220-EXIT
           END-IF

           MOVE "N" TO DP29-IND-COPIA-OK
           MOVE TBDETCUO TO HTDETCUO
           WRITE HTDETCUO
               INVALID KEY
                   PERFORM 3230-VERIFICAR-HTDETCUO THRU 3230-EXIT
               NOT INVALID KEY
                   SET DP29-COPIA-OK TO TRUE
           END-WRITE

           IF DP29-COPIA-OK
               DELETE F-TBDETCUO RECORD
                   INVALID KEY
                       ADD 1 TO DP29-CONT-ERRORES
                       SET DP29-ERROR-PLAN TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO DP29-CANT-CUOTAS-PLAN
                       ADD 1 TO DP29-CN-CANT-ARCH (DP29-T-DETCUO)
                       ADD IMPCUOTA OF HTDETCUO
                           TO DP29-CN-IMP-ARCH (DP29-T-DETCUO)
               END-DELETE
           ELSE
               ADD 1 TO DP29-CONT-ERRORES
               SET DP29-ERROR-PLAN TO TRUE
               DISPLAY "MPJ45291 - CUOTA YA EXISTE EN HTDETCUO "
                       "CUENTA " DP29-GR-CUENTA " NUMOPECUO "
                       DP29-PL-NUMOPECUO (DP29-IX-PL)
           END-IF

           PERFORM 3210-LEER-DETCUO THRU 3210-EXIT.

       3220-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3230-VERIFICAR-HTDETCUO.
      *>    En un plan reanudado la cuota que ya esta en HTDETCUO con
      *>    la misma fila se copio en la corrida anterior: solo falta
      *>    la baja en linea.
      *>----------------------------------------------------------------*
           IF NOT DP29-REANUDA-PLAN
               GO TO 3230-EXIT
           END-IF

           READ F-HTDETCUO
               INVALID KEY
                   GO TO 3230-EXIT
           END-READ

           IF HTDETCUO = TBDETCUO
               SET DP29-COPIA-OK TO TRUE
           END-IF.

       3230-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3300-JUNTAR-MOVIMIENTOS.
      *>    Recorre TBPAGHIS de la cuenta y junta las claves de los
      *>    movimientos del plan (misma moneda y NUMORDEN = NUMFINAN):
      *>    - MPJ45181 (anulacion por disputa) lleva el NUMOPECUO en
      *>      NUMMOVPG;
      *>    - los extornos de MPJ45011 llevan en NUMREFAPL el NUMMOVPG
      *>      del pago original, que se lee despues (3330);
      *>    - el resto (pagos, imputaciones, cancelacion anticipada,
      *>      refinanciacion) lleva el NUMOPECUO en NUMREFAPL.
      *>----------------------------------------------------------------*
           INITIALIZE DP29-TABLA-MOVIMIENTOS
           INITIALIZE DP29-TABLA-EXTORNOS
           MOVE "N" TO DP29-IND-DESBORDE
           MOVE "N" TO DP29-IND-FIN-PAGHIS
           MOVE DP29-GR-CODENT   TO CODENT   OF PH-CLAVE
           MOVE DP29-GR-CENTALTA TO CENTALTA OF PH-CLAVE
           MOVE DP29-GR-CUENTA   TO CUENTA   OF PH-CLAVE
           MOVE ZERO             TO NUMEXTPG OF PH-CLAVE
           MOVE ZERO             TO NUMMOVPG OF PH-CLAVE

           START F-TBPAGHIS KEY IS NOT LESS THAN PH-CLAVE
               INVALID KEY
                   SET DP29-FIN-PAGHIS TO TRUE
           END-START

           IF NOT DP29-FIN-PAGHIS
               PERFORM 3310-LEER-PAGHIS THRU 3310-EXIT
           END-IF

           PERFORM 3320-REVISAR-MOVIMIENTO THRU 3320-EXIT
               UNTIL DP29-FIN-PAGHIS

           IF DP29-CANT-EXTORNOS > ZERO
               PERFORM 3330-RESOLVER-EXTORNO THRU 3330-EXIT
                   VARYING DP29-IX-EX FROM 1 BY 1
                   UNTIL DP29-IX-EX > DP29-CANT-EXTORNOS
           END-IF.

       3300-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3310-LEER-PAGHIS.
      *>----------------------------------------------------------------*
           READ F-TBPAGHIS NEXT RECORD
               AT END
                   SET DP29-FIN-PAGHIS TO TRUE
           END-READ.

       3310-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3320-REVISAR-MOVIMIENTO.
      *>----------------------------------------------------------------*
           IF CODENT   OF PH-CLAVE NOT = DP29-GR-CODENT
               OR CENTALTA OF PH-CLAVE NOT = DP29-GR-CENTALTA
               OR CUENTA   OF PH-CLAVE NOT = DP29-GR-CUENTA
               SET DP29-FIN-PAGHIS TO TRUE
               GO TO 3320-EXIT
           END-IF

           IF CLAMON OF TBPAGHIS = DP29-GR-CLAMON
               AND NUMORDEN OF TBPAGHIS = DP29-PL-NUMFINAN (DP29-IX-PL)
               EVALUATE TRUE
                   WHEN USUARIOUMO OF TBPAGHIS = "MPJ45181"
                       IF NUMMOVPG OF PH-CLAVE =
                           DP29-PL-NUMOPECUO (DP29-IX-PL)
                           PERFORM 3340-GUARDAR-MOVIMIENTO THRU 3340-EXIT
                       END-IF
                   WHEN USUARIOUMO OF TBPAGHIS = "MPJ45011"
                       AND INDNORCOR OF TBPAGHIS =
                           DP29-INDNORCOR-CORRECTIVO
                       IF DP29-CANT-EXTORNOS < DP29-MAX-EXTORNOS
                           ADD 1 TO DP29-CANT-EXTORNOS
                           SET DP29-IX-EX TO DP29-CANT-EXTORNOS
                           MOVE NUMEXTPG OF PH-CLAVE
                               TO DP29-EX-NUMEXTPG (DP29-IX-EX)
                           MOVE NUMMOVPG OF PH-CLAVE
                               TO DP29-EX-NUMMOVPG (DP29-IX-EX)
                           MOVE NUMREFAPL OF TBPAGHIS
                               TO DP29-EX-NUMMOVPG-ORI (DP29-IX-EX)
                       ELSE
                           SET DP29-DESBORDE TO TRUE
                       END-IF
                   WHEN OTHER
                       IF NUMREFAPL OF TBPAGHIS =
                           DP29-PL-NUMOPECUO (DP29-IX-PL)
                           PERFORM 3340-GUARDAR-MOVIMIENTO THRU 3340-EXIT
                       END-IF
               END-EVALUATE
           END-IF

           PERFORM 3310-LEER-PAGHIS THRU 3310-EXIT.

       3320-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3330-RESOLVER-EXTORNO.
      *>    El extorno es del plan si su pago original lo es; el
      *>    correctivo lleva el NUMEXTPG de la fila que revierte (0 el
      *>    pago exacto, 1..n cada cuota imputada).
      *>----------------------------------------------------------------*
           MOVE DP29-GR-CODENT   TO CODENT   OF PH-CLAVE
           MOVE DP29-GR-CENTALTA TO CENTALTA OF PH-CLAVE
           MOVE DP29-GR-CUENTA   TO CUENTA   OF PH-CLAVE
           MOVE DP29-EX-NUMEXTPG (DP29-IX-EX) TO NUMEXTPG OF PH-CLAVE
           MOVE DP29-EX-NUMMOVPG-ORI (DP29-IX-EX)
               TO NUMMOVPG OF PH-CLAVE

           READ F-TBPAGHIS
               INVALID KEY
                   PERFORM 3335-BUSCAR-ORIGINAL-ARCHIVADO THRU
                       3335-EXIT
           END-READ

           IF NUMREFAPL OF TBPAGHIS = DP29-PL-NUMOPECUO (DP29-IX-PL)
               MOVE DP29-EX-NUMEXTPG (DP29-IX-EX) TO NUMEXTPG OF PH-CLAVE
               MOVE DP29-EX-NUMMOVPG (DP29-IX-EX) TO NUMMOVPG OF PH-CLAVE
               PERFORM 3340-GUARDAR-MOVIMIENTO THRU 3340-EXIT
           END-IF.

       3330-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3335-BUSCAR-ORIGINAL-ARCHIVADO.
      *>    Pago original ya pasado a HTPAGHIS por una corrida que dejo
      *>    el plan partido: el extorno se resuelve con la fila del
      *>    archivo.
      *>----------------------------------------------------------------*
           MOVE PH-CLAVE TO HP-CLAVE
           READ F-HTPAGHIS
               INVALID KEY
                   MOVE ZERO TO NUMREFAPL OF TBPAGHIS
                   GO TO 3335-EXIT
           END-READ

           MOVE NUMREFAPL OF HTPAGHIS TO NUMREFAPL OF TBPAGHIS.

       3335-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3340-GUARDAR-MOVIMIENTO.
      *>----------------------------------------------------------------*
           IF DP29-CANT-MOVIMIENTOS < DP29-MAX-MOVIMIENTOS
               ADD 1 TO DP29-CANT-MOVIMIENTOS
               SET DP29-IX-MV TO DP29-CANT-MOVIMIENTOS
               MOVE NUMEXTPG OF PH-CLAVE TO DP29-MV-NUMEXTPG (DP29-IX-MV)
               MOVE NUMMOVPG OF PH-CLAVE TO DP29-MV-NUMMOVPG (DP29-IX-MV)
           ELSE
               SET DP29-DESBORDE TO TRUE
           END-IF.

       3340-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3400-ARCHIVAR-MOVIMIENTO.
      *>    Movimiento de TBPAGHIS a HTPAGHIS y, si fue contabilizado,
      *>    su fila de TBPAGCON (misma clave) a HTPAGCON.
      *>----------------------------------------------------------------*
           MOVE DP29-GR-CODENT   TO CODENT   OF PH-CLAVE
           MOVE DP29-GR-CENTALTA TO CENTALTA OF PH-CLAVE
           MOVE DP29-GR-CUENTA   TO CUENTA   OF PH-CLAVE
           MOVE DP29-MV-NUMEXTPG (DP29-IX-MV) TO NUMEXTPG OF PH-CLAVE
           MOVE DP29-MV-NUMMOVPG (DP29-IX-MV) TO NUMMOVPG OF PH-CLAVE

           READ F-TBPAGHIS
               INVALID KEY
                   GO TO 3400-EXIT
           END-READ

           MOVE "N" TO DP29-IND-COPIA-OK
           MOVE TBPAGHIS TO HTPAGHIS
           WRITE HTPAGHIS
               INVALID KEY
                   PERFORM 3410-VERIFICAR-HTPAGHIS THRU 3410-EXIT
               NOT INVALID KEY
                   SET DP29-COPIA-OK TO TRUE
           END-WRITE

           IF NOT DP29-COPIA-OK
               ADD 1 TO DP29-CONT-ERRORES
               SET DP29-ERROR-PLAN TO TRUE
               DISPLAY "MPJ45291 - MOVIMIENTO YA EXISTE EN HTPAGHIS "
                       "CUENTA " DP29-GR-CUENTA " NUMMOVPG "
                       DP29-MV-NUMMOVPG (DP29-IX-MV)
               GO TO 3400-EXIT
           END-IF

           DELETE F-TBPAGHIS RECORD
               INVALID KEY
                   ADD 1 TO DP29-CONT-ERRORES
                   SET DP29-ERROR-PLAN TO TRUE
               NOT INVALID KEY
                   ADD 1 TO DP29-CANT-MOV-PLAN
                   ADD 1 TO DP29-CN-CANT-ARCH (DP29-T-PAGHIS)
                   ADD IMPAPL OF HTPAGHIS
                       TO DP29-CN-IMP-ARCH (DP29-T-PAGHIS)
           END-DELETE

           MOVE PH-CLAVE TO PC-CLAVE
           READ F-TBPAGCON
               INVALID KEY
                   GO TO 3400-EXIT
           END-READ

           MOVE "N" TO DP29-IND-COPIA-OK
           MOVE TBPAGCON TO HTPAGCON
           WRITE HTPAGCON
               INVALID KEY
                   PERFORM 3420-VERIFICAR-HTPAGCON THRU 3420-EXIT
               NOT INVALID KEY
                   SET DP29-COPIA-OK TO TRUE
           END-WRITE

           IF NOT DP29-COPIA-OK
               ADD 1 TO DP29-CONT-ERRORES
               SET DP29-ERROR-PLAN TO TRUE
               GO TO 3400-EXIT
           END-IF

           DELETE F-TBPAGCON RECORD
               INVALID KEY
                   ADD 1 TO DP29-CONT-ERRORES
                   SET DP29-ERROR-PLAN TO TRUE
               NOT INVALID KEY
                   ADD 1 TO DP29-CN-CANT-ARCH (DP29-T-PAGCON)
                   ADD IMPCONTA OF HTPAGCON
                       TO DP29-CN-IMP-ARCH (DP29-T-PAGCON)
           END-DELETE.

       3400-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3410-VERIFICAR-HTPAGHIS.
      *>    Igual que 3230, para el movimiento.
      *>----------------------------------------------------------------*
           IF NOT DP29-REANUDA-PLAN
               GO TO 3410-EXIT
           END-IF

           READ F-HTPAGHIS
               INVALID KEY
                   GO TO 3410-EXIT
           END-READ

           IF HTPAGHIS = TBPAGHIS
               SET DP29-COPIA-OK TO TRUE
           END-IF.

       3410-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3420-VERIFICAR-HTPAGCON.
      *>    Igual que 3230, para el control contable del movimiento.
      *>----------------------------------------------------------------*
           IF NOT DP29-REANUDA-PLAN
               GO TO 3420-EXIT
           END-IF

           READ F-HTPAGCON
               INVALID KEY
                   GO TO 3420-EXIT
           END-READ

           IF HTPAGCON = TBPAGCON
               SET DP29-COPIA-OK TO TRUE
           END-IF.

       3420-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3500-EMITIR-LINEA-FINCUO.
      *>    Linea del reporte para un plan con la clave de FI-CLAVE.
      *>----------------------------------------------------------------*
           MOVE NUMOPECUO OF FI-CLAVE TO DP29-EDIT-NUMOPECUO
           MOVE NUMFINAN  OF FI-CLAVE TO DP29-EDIT-NUMFINAN
           MOVE CLAMON    OF FI-CLAVE TO DP29-EDIT-CLAMON
           MOVE DP29-CANT-CUOTAS-PLAN TO DP29-EDIT-NUMERO
           MOVE DP29-CANT-MOV-PLAN    TO DP29-EDIT-NUMERO-2
           MOVE SPACES TO DP29-LINEA-EDIT
           STRING "  PLAN  " CUENTA OF FI-CLAVE " "
               CENTALTA OF FI-CLAVE " MON " DP29-EDIT-CLAMON
               " OPE " DP29-EDIT-NUMOPECUO "/" DP29-EDIT-NUMFINAN
               " CUOTAS " DP29-EDIT-NUMERO
               " MOVS " DP29-EDIT-NUMERO-2 "  " DP29-MOTIVO
               DELIMITED BY SIZE INTO DP29-LINEA-EDIT
           MOVE DP29-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE
           MOVE ZERO TO DP29-CANT-CUOTAS-PLAN
           MOVE ZERO TO DP29-CANT-MOV-PLAN.

       3500-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       4000-VERIFICAR-RETENCION.
      *>    Cuenta con AR-CLAVE cargada: queda retenida si fue
      *>    restaurada y su retencion no vencio.
      *>----------------------------------------------------------------*
           MOVE "N" TO DP29-IND-CUENTA-RETENIDA
           READ F-TBARCRES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FECRETENER OF TBARCRES NOT < DP29-CTL-FECPROC
                       SET DP29-CUENTA-RETENIDA TO TRUE
                   END-IF
           END-READ.

       4000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6000-ARCHIVAR-HISMOD.
      *>    Pasada por TBHISMOD con una fila pendiente: al leer la
      *>    siguiente se sabe si la pendiente era la ultima de su
      *>    cuenta (se queda) o no (se archiva si es anterior al
      *>    corte).
      *>----------------------------------------------------------------*
           MOVE "N" TO DP29-IND-FIN-HISMOD
           MOVE "N" TO DP29-IND-HAY-PENDIENTE
           MOVE SPACES TO DP29-CUENTA-RETENCION
           MOVE LOW-VALUES TO HM-CLAVE

           START F-TBHISMOD KEY IS NOT LESS THAN HM-CLAVE
               INVALID KEY
                   SET DP29-FIN-HISMOD TO TRUE
           END-START

           IF NOT DP29-FIN-HISMOD
               PERFORM 6010-LEER-HISMOD THRU 6010-EXIT
           END-IF

           PERFORM 6100-REVISAR-HISMOD THRU 6100-EXIT
               UNTIL DP29-FIN-HISMOD.

       6000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6010-LEER-HISMOD.
      *>----------------------------------------------------------------*
           READ F-TBHISMOD NEXT RECORD
               AT END
                   SET DP29-FIN-HISMOD TO TRUE
           END-READ.

       6010-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6100-REVISAR-HISMOD.
      *>----------------------------------------------------------------*
           MOVE HM-CLAVE TO DP29-HM-CLAVE-ACTUAL

           IF DP29-HM-ACT-CUENTA-CLAVE NOT = DP29-CUENTA-RETENCION
               MOVE DP29-HM-ACT-CUENTA-CLAVE TO DP29-CUENTA-RETENCION
               MOVE CODENT   OF HM-CLAVE TO CODENT   OF AR-CLAVE
               MOVE CENTALTA OF HM-CLAVE TO CENTALTA OF AR-CLAVE
               MOVE CUENTA   OF HM-CLAVE TO CUENTA   OF AR-CLAVE
               PERFORM 4000-VERIFICAR-RETENCION THRU 4000-EXIT
           END-IF

           IF DP29-HAY-PENDIENTE
               AND DP29-HM-PEND-CUENTA-CLAVE = DP29-HM-ACT-CUENTA-CLAVE
               AND NOT DP29-CUENTA-RETENIDA
               MOVE DP29-HM-PEND-FECHAMOD TO DP29-FECHA-DESC
               PERFORM 9100-ARMAR-FECHA THRU 9100-EXIT
               IF DP29-FECHA-ARMADA-NUM < DP29-CORTE-HISMOD
                   PERFORM 6200-ARCHIVAR-PENDIENTE THRU 6200-EXIT
               END-IF
           END-IF

           MOVE DP29-HM-CLAVE-ACTUAL TO DP29-HM-PEND-CLAVE
           MOVE FECHAMOD OF TBHISMOD TO DP29-HM-PEND-FECHAMOD
           SET DP29-HAY-PENDIENTE TO TRUE

           PERFORM 6010-LEER-HISMOD THRU 6010-EXIT.

       6100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       6200-ARCHIVAR-PENDIENTE.
      *>    Relee la fila pendiente, la pasa a HTHISMOD y la borra;
      *>    despues reposiciona el recorrido detras de la fila actual
      *>    (la lectura directa perdio la posicion).
      *>----------------------------------------------------------------*
           MOVE DP29-HM-PEND-CLAVE TO HM-CLAVE
           READ F-TBHISMOD
               INVALID KEY
                   GO TO 6200-REPOSICIONAR
           END-READ

           MOVE TBHISMOD TO HTHISMOD
           WRITE HTHISMOD
               INVALID KEY
                   ADD 1 TO DP29-CONT-ERRORES
                   DISPLAY "MPJ45291 - RASTRO YA EXISTE EN HTHISMOD "
                           "CUENTA " CUENTA OF HM-CLAVE
                   GO TO 6200-REPOSICIONAR
           END-WRITE

           DELETE F-TBHISMOD RECORD
               INVALID KEY
                   ADD 1 TO DP29-CONT-ERRORES
               NOT INVALID KEY
                   ADD 1 TO DP29-CONT-HISMOD-ARCHIVADOS
                   ADD 1 TO DP29-CN-CANT-ARCH (DP29-T-HISMOD)
           END-DELETE.

       6200-REPOSICIONAR.
           MOVE DP29-HM-CLAVE-ACTUAL TO HM-CLAVE
           READ F-TBHISMOD
               INVALID KEY
                   SET DP29-FIN-HISMOD TO TRUE
           END-READ
           START F-TBHISMOD KEY IS GREATER THAN HM-CLAVE
               INVALID KEY
                   CONTINUE
           END-START.

       6200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7000-RESTAURAR.
      *>    Modo restauracion: una cuenta por pedido de SOLR291.
      *>----------------------------------------------------------------*
           MOVE SPACES TO DP29-LINEA-EDIT
           STRING "  CUENTA       CENTRO   PLANES   CUOTAS    MOVS "
               "  CONTAB  RASTRO  USUARIO  MOTIVO"
               DELIMITED BY SIZE INTO DP29-LINEA-EDIT
           MOVE DP29-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           OPEN INPUT F-SOLIC
           IF NOT DP29-SOLIC-OK
               DISPLAY "MPJ45291 - NO SE PUDO ABRIR SOLR291, "
                       "NO SE RESTAURA NINGUNA CUENTA"
               GO TO 7000-EXIT
           END-IF

           PERFORM 7010-LEER-SOLIC THRU 7010-EXIT
           PERFORM 7100-RESTAURAR-CUENTA THRU 7100-EXIT
               UNTIL DP29-FIN-SOLIC
           CLOSE F-SOLIC.

       7000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7010-LEER-SOLIC.
      *>----------------------------------------------------------------*
           READ F-SOLIC
               AT END
                   SET DP29-FIN-SOLIC TO TRUE
           END-READ.

       7010-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7100-RESTAURAR-CUENTA.
      *>    Devuelve todo lo archivado de la cuenta, tabla por tabla,
      *>    y la retiene en TBARCRES. Una fila que ya existe en linea
      *>    se deja en el archivo y se informa.
      *>----------------------------------------------------------------*
           ADD 1 TO DP29-CONT-SOLICITUDES
           INITIALIZE DP29-RESTAURADOS-CUENTA
           MOVE RS-CODENT   TO DP29-RS-CODENT
           MOVE RS-CENTALTA TO DP29-RS-CENTALTA
           MOVE RS-CUENTA   TO DP29-RS-CUENTA

           PERFORM 7110-RESTAURAR-FINCUO THRU 7110-EXIT
           PERFORM 7120-RESTAURAR-DETCUO THRU 7120-EXIT
           PERFORM 7130-RESTAURAR-PAGHIS THRU 7130-EXIT
           PERFORM 7140-RESTAURAR-PAGCON THRU 7140-EXIT
           PERFORM 7150-RESTAURAR-HISMOD THRU 7150-EXIT

           PERFORM 7200-RETENER-CUENTA THRU 7200-EXIT
           ADD 1 TO DP29-CONT-CUENTAS-RESTAURADAS

           MOVE DP29-RC-TABLA (DP29-T-FINCUO) TO DP29-EDIT-NUMERO
           MOVE DP29-RC-TABLA (DP29-T-DETCUO) TO DP29-EDIT-CANT
           MOVE DP29-RC-TABLA (DP29-T-PAGHIS) TO DP29-EDIT-NUMERO-2
           MOVE DP29-RC-TABLA (DP29-T-PAGCON) TO DP29-EDIT-CANT-2
           MOVE DP29-RC-TABLA (DP29-T-HISMOD) TO DP29-EDIT-CANT-3
           MOVE SPACES TO DP29-LINEA-EDIT
           STRING "  " RS-CUENTA " " RS-CENTALTA "  "
               DP29-EDIT-NUMERO DP29-EDIT-CANT (3:9)
               DP29-EDIT-NUMERO-2 " " DP29-EDIT-CANT-2 (4:8)
               DP29-EDIT-CANT-3 (4:8) "  " RS-USUARIO " " RS-MOTIVO
               DELIMITED BY SIZE INTO DP29-LINEA-EDIT
           MOVE DP29-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           PERFORM 7010-LEER-SOLIC THRU 7010-EXIT.

       7100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7110-RESTAURAR-FINCUO.
      *>----------------------------------------------------------------*
           MOVE "N" TO DP29-IND-FIN-HIST
           MOVE LOW-VALUES TO HF-CLAVE
           MOVE DP29-RS-CODENT   TO CODENT   OF HF-CLAVE
           MOVE DP29-RS-CENTALTA TO CENTALTA OF HF-CLAVE
           MOVE DP29-RS-CUENTA   TO CUENTA   OF HF-CLAVE
           START F-HTFINCUO KEY IS NOT LESS THAN HF-CLAVE
               INVALID KEY
                   SET DP29-FIN-HIST TO TRUE
           END-START
           IF NOT DP29-FIN-HIST
               PERFORM 7111-LEER-HTFINCUO THRU 7111-EXIT
           END-IF
           PERFORM 7112-DEVOLVER-FINCUO THRU 7112-EXIT
               UNTIL DP29-FIN-HIST.

       7110-EXIT.
           EXIT.

       7111-LEER-HTFINCUO.
           READ F-HTFINCUO NEXT RECORD
               AT END
                   SET DP29-FIN-HIST TO TRUE
           END-READ.

       7111-EXIT.
           EXIT.

       7112-DEVOLVER-FINCUO.
           IF CODENT   OF HF-CLAVE NOT = DP29-RS-CODENT
               OR CENTALTA OF HF-CLAVE NOT = DP29-RS-CENTALTA
               OR CUENTA   OF HF-CLAVE NOT = DP29-RS-CUENTA
               SET DP29-FIN-HIST TO TRUE
               GO TO 7112-EXIT
           END-IF

           MOVE HTFINCUO TO TBFINCUO
           WRITE TBFINCUO
               INVALID KEY
                   ADD 1 TO DP29-CONT-ERRORES
                   DISPLAY "MPJ45291 - PLAN YA EXISTE EN TBFINCUO "
                           "CUENTA " DP29-RS-CUENTA
               NOT INVALID KEY
                   DELETE F-HTFINCUO RECORD
                       INVALID KEY
                           ADD 1 TO DP29-CONT-ERRORES
                   END-DELETE
                   ADD 1 TO DP29-RC-TABLA (DP29-T-FINCUO)
                   ADD 1 TO DP29-CN-CANT-REST (DP29-T-FINCUO)
                   ADD IMPTOTAL OF TBFINCUO
                       TO DP29-CN-IMP-REST (DP29-T-FINCUO)
           END-WRITE

           PERFORM 7111-LEER-HTFINCUO THRU 7111-EXIT.

       7112-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7120-RESTAURAR-DETCUO.
      *>----------------------------------------------------------------*
           MOVE "N" TO DP29-IND-FIN-HIST
           MOVE LOW-VALUES TO HD-CLAVE
           MOVE DP29-RS-CODENT   TO CODENT   OF HD-CLAVE
           MOVE DP29-RS-CENTALTA TO CENTALTA OF HD-CLAVE
           MOVE DP29-RS-CUENTA   TO CUENTA   OF HD-CLAVE
           START F-HTDETCUO KEY IS NOT LESS THAN HD-CLAVE
               INVALID KEY
                   SET DP29-FIN-HIST TO TRUE
           END-START
           IF NOT DP29-FIN-HIST
               PERFORM 7121-LEER-HTDETCUO THRU 7121-EXIT
           END-IF
           PERFORM 7122-DEVOLVER-DETCUO THRU 7122-EXIT
               UNTIL DP29-FIN-HIST.

       7120-EXIT.
           EXIT.

       7121-LEER-HTDETCUO.
           READ F-HTDETCUO NEXT RECORD
               AT END
                   SET DP29-FIN-HIST TO TRUE
           END-READ.

       7121-EXIT.
           EXIT.

       7122-DEVOLVER-DETCUO.
           IF CODENT   OF HD-CLAVE NOT = DP29-RS-CODENT
               OR CENTALTA OF HD-CLAVE NOT = DP29-RS-CENTALTA
               OR CUENTA   OF HD-CLAVE NOT = DP29-RS-CUENTA
               SET DP29-FIN-HIST TO TRUE
               GO TO 7122-EXIT
           END-IF

           MOVE HTDETCUO TO TBDETCUO
           WRITE TBDETCUO
               INVALID KEY
                   ADD 1 TO DP29-CONT-ERRORES
                   DISPLAY "MPJ45291 - CUOTA YA EXISTE EN TBDETCUO "
                           "CUENTA " DP29-RS-CUENTA
               NOT INVALID KEY
                   DELETE F-HTDETCUO RECORD
                       INVALID KEY
                           ADD 1 TO DP29-CONT-ERRORES
                   END-DELETE
                   ADD 1 TO DP29-RC-TABLA (DP29-T-DETCUO)
                   ADD 1 TO DP29-CN-CANT-REST (DP29-T-DETCUO)
                   ADD IMPCUOTA OF TBDETCUO
                       TO DP29-CN-IMP-REST (DP29-T-DETCUO)
           END-WRITE

           PERFORM 7121-LEER-HTDETCUO THRU 7121-EXIT.

       7122-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7130-RESTAURAR-PAGHIS.
      *>----------------------------------------------------------------*
           MOVE "N" TO DP29-IND-FIN-HIST
           MOVE LOW-VALUES TO HP-CLAVE
           MOVE DP29-RS-CODENT   TO CODENT   OF HP-CLAVE
           MOVE DP29-RS-CENTALTA TO CENTALTA OF HP-CLAVE
           MOVE DP29-RS-CUENTA   TO CUENTA   OF HP-CLAVE
           START F-HTPAGHIS KEY IS NOT LESS THAN HP-CLAVE
               INVALID KEY
                   SET DP29-FIN-HIST TO TRUE
           END-START
           IF NOT DP29-FIN-HIST
               PERFORM 7131-LEER-HTPAGHIS THRU 7131-EXIT
           END-IF
           PERFORM 7132-DEVOLVER-PAGHIS THRU 7132-EXIT
               UNTIL DP29-FIN-HIST.

       7130-EXIT.
           EXIT.

       7131-LEER-HTPAGHIS.
           READ F-HTPAGHIS NEXT RECORD
               AT END
                   SET DP29-FIN-HIST TO TRUE
           END-READ.

       7131-EXIT.
           EXIT.

       7132-DEVOLVER-PAGHIS.
           IF CODENT   OF HP-CLAVE NOT = DP29-RS-CODENT
               OR CENTALTA OF HP-CLAVE NOT = DP29-RS-CENTALTA
               OR CUENTA   OF HP-CLAVE NOT = DP29-RS-CUENTA
               SET DP29-FIN-HIST TO TRUE
               GO TO 7132-EXIT
           END-IF

           MOVE HTPAGHIS TO TBPAGHIS
           WRITE TBPAGHIS
               INVALID KEY
                   ADD 1 TO DP29-CONT-ERRORES
                   DISPLAY "MPJ45291 - MOVIMIENTO YA EXISTE EN TBPAGHIS "
                           "CUENTA " DP29-RS-CUENTA
               NOT INVALID KEY
                   DELETE F-HTPAGHIS RECORD
                       INVALID KEY
                           ADD 1 TO DP29-CONT-ERRORES
                   END-DELETE
                   ADD 1 TO DP29-RC-TABLA (DP29-T-PAGHIS)
                   ADD 1 TO DP29-CN-CANT-REST (DP29-T-PAGHIS)
                   ADD IMPAPL OF TBPAGHIS
                       TO DP29-CN-IMP-REST (DP29-T-PAGHIS)
           END-WRITE

           PERFORM 7131-LEER-HTPAGHIS THRU 7131-EXIT.

       7132-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7140-RESTAURAR-PAGCON.
      *>----------------------------------------------------------------*
           MOVE "N" TO DP29-IND-FIN-HIST
           MOVE LOW-VALUES TO HC-CLAVE
           MOVE DP29-RS-CODENT   TO CODENT   OF HC-CLAVE
           MOVE DP29-RS-CENTALTA TO CENTALTA OF HC-CLAVE
           MOVE DP29-RS-CUENTA   TO CUENTA   OF HC-CLAVE
           START F-HTPAGCON KEY IS NOT LESS THAN HC-CLAVE
               INVALID KEY
                   SET DP29-FIN-HIST TO TRUE
           END-START
           IF NOT DP29-FIN-HIST
               PERFORM 7141-LEER-HTPAGCON THRU 7141-EXIT
           END-IF
           PERFORM 7142-DEVOLVER-PAGCON THRU 7142-EXIT
               UNTIL DP29-FIN-HIST.

       7140-EXIT.
           EXIT.

       7141-LEER-HTPAGCON.
           READ F-HTPAGCON NEXT RECORD
               AT END
                   SET DP29-FIN-HIST TO TRUE
           END-READ.

       7141-EXIT.
           EXIT.

       7142-DEVOLVER-PAGCON.
           IF CODENT   OF HC-CLAVE NOT = DP29-RS-CODENT
               OR CENTALTA OF HC-CLAVE NOT = DP29-RS-CENTALTA
               OR CUENTA   OF HC-CLAVE NOT = DP29-RS-CUENTA
               SET DP29-FIN-HIST TO TRUE
               GO TO 7142-EXIT
           END-IF

           MOVE HTPAGCON TO TBPAGCON
           WRITE TBPAGCON
               INVALID KEY
                   ADD 1 TO DP29-CONT-ERRORES
                   DISPLAY "MPJ45291 - CONTROL YA EXISTE EN TBPAGCON "
                           "CUENTA " DP29-RS-CUENTA
               NOT INVALID KEY
                   DELETE F-HTPAGCON RECORD
                       INVALID KEY
                           ADD 1 TO DP29-CONT-ERRORES
                   END-DELETE
                   ADD 1 TO DP29-RC-TABLA (DP29-T-PAGCON)
                   ADD 1 TO DP29-CN-CANT-REST (DP29-T-PAGCON)
                   ADD IMPCONTA OF TBPAGCON
                       TO DP29-CN-IMP-REST (DP29-T-PAGCON)
           END-WRITE

           PERFORM 7141-LEER-HTPAGCON THRU 7141-EXIT.

       7142-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7150-RESTAURAR-HISMOD.
      *>----------------------------------------------------------------*
           MOVE "N" TO DP29-IND-FIN-HIST
           MOVE LOW-VALUES TO HH-CLAVE
           MOVE DP29-RS-CODENT   TO CODENT   OF HH-CLAVE
           MOVE DP29-RS-CENTALTA TO CENTALTA OF HH-CLAVE
           MOVE DP29-RS-CUENTA   TO CUENTA   OF HH-CLAVE
           START F-HTHISMOD KEY IS NOT LESS THAN HH-CLAVE
               INVALID KEY
                   SET DP29-FIN-HIST TO TRUE
           END-START
           IF NOT DP29-FIN-HIST
               PERFORM 7151-LEER-HTHISMOD THRU 7151-EXIT
           END-IF
           PERFORM 7152-DEVOLVER-HISMOD THRU 7152-EXIT
               UNTIL DP29-FIN-HIST.

       7150-EXIT.
           EXIT.

       7151-LEER-HTHISMOD.
           READ F-HTHISMOD NEXT RECORD
               AT END
                   SET DP29-FIN-HIST TO TRUE
           END-READ.

       7151-EXIT.
           EXIT.

       7152-DEVOLVER-HISMOD.
           IF CODENT   OF HH-CLAVE NOT = DP29-RS-CODENT
               OR CENTALTA OF HH-CLAVE NOT = DP29-RS-CENTALTA
               OR CUENTA   OF HH-CLAVE NOT = DP29-RS-CUENTA
               SET DP29-FIN-HIST TO TRUE
               GO TO 7152-EXIT
           END-IF

           MOVE HTHISMOD TO TBHISMOD
           WRITE TBHISMOD
               INVALID KEY
                   ADD 1 TO DP29-CONT-ERRORES
                   DISPLAY "MPJ45291 - RASTRO YA EXISTE EN TBHISMOD "
                           "CUENTA " DP29-RS-CUENTA
               NOT INVALID KEY
                   DELETE F-HTHISMOD RECORD
                       INVALID KEY
                           ADD 1 TO DP29-CONT-ERRORES
                   END-DELETE
                   ADD 1 TO DP29-RC-TABLA (DP29-T-HISMOD)
                   ADD 1 TO DP29-CN-CANT-REST (DP29-T-HISMOD)
           END-WRITE

           PERFORM 7151-LEER-HTHISMOD THRU 7151-EXIT.

       7152-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       7200-RETENER-CUENTA.
      *>    Alta o actualizacion de la fila de TBARCRES de la cuenta
      *>    con la retencion hasta DP29-FECHA-RETENER.
      *>----------------------------------------------------------------*
           MOVE "N" TO DP29-IND-ALTA-ARCRES
           MOVE DP29-RS-CODENT   TO CODENT   OF AR-CLAVE
           MOVE DP29-RS-CENTALTA TO CENTALTA OF AR-CLAVE
           MOVE DP29-RS-CUENTA   TO CUENTA   OF AR-CLAVE

           READ F-TBARCRES
               INVALID KEY
                   SET DP29-ALTA-ARCRES TO TRUE
           END-READ

           IF DP29-ALTA-ARCRES
               INITIALIZE TBARCRES
               MOVE DP29-RS-CODENT   TO CODENT   OF AR-CLAVE
               MOVE DP29-RS-CENTALTA TO CENTALTA OF AR-CLAVE
               MOVE DP29-RS-CUENTA   TO CUENTA   OF AR-CLAVE
           END-IF

           MOVE DP29-CTL-FECPROC   TO FECREST OF TBARCRES
           MOVE DP29-FECHA-RETENER TO FECRETENER OF TBARCRES
           ADD 1 TO NUMREST OF TBARCRES
           MOVE RS-MOTIVO          TO MOTIVO OF TBARCRES
           MOVE RS-USUARIO         TO USUARIOSOL OF TBARCRES
           MOVE "MPJ45291"         TO USUARIOUMO OF TBARCRES

           IF DP29-ALTA-ARCRES
               WRITE TBARCRES
                   INVALID KEY
                       ADD 1 TO DP29-CONT-ERRORES
               END-WRITE
           ELSE
               REWRITE TBARCRES
                   INVALID KEY
                       ADD 1 TO DP29-CONT-ERRORES
               END-REWRITE
           END-IF.

       7200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       8000-CONCILIAR.
      *>    Por tabla en linea: original - archivado + restaurado debe
      *>    ser igual a lo contado al final, en registros e importes.
      *>----------------------------------------------------------------*
           MOVE SPACES TO DP29-LINEA-EDIT
           MOVE DP29-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           MOVE SPACES TO DP29-LINEA-EDIT
           STRING "CONCILIACION           ORIGINAL        ARCHIVADO"
               "      RESTAURADO         REMANENTE  CONTROL"
               DELIMITED BY SIZE INTO DP29-LINEA-EDIT
           MOVE DP29-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           PERFORM 8100-CONCILIAR-TABLA THRU 8100-EXIT
               VARYING DP29-TB FROM 1 BY 1
               UNTIL DP29-TB > 5

           IF DP29-HAY-DESCUADRE
               DISPLAY "MPJ45291 - DESCUADRE EN LA CONCILIACION, "
                       "VER RPT45291"
               MOVE 8 TO RETURN-CODE
           END-IF.

       8000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       8100-CONCILIAR-TABLA.
      *>----------------------------------------------------------------*
           COMPUTE DP29-CONTROL-CANT =
               DP29-CN-CANT-ORIG (DP29-TB) - DP29-CN-CANT-ARCH (DP29-TB)
               + DP29-CN-CANT-REST (DP29-TB) - DP29-CN-CANT-ACT (DP29-TB)
           COMPUTE DP29-CONTROL-IMP =
               DP29-CN-IMP-ORIG (DP29-TB) - DP29-CN-IMP-ARCH (DP29-TB)
               + DP29-CN-IMP-REST (DP29-TB) - DP29-CN-IMP-ACT (DP29-TB)

           MOVE DP29-CN-CANT-ORIG (DP29-TB) TO DP29-EDIT-CANT
           MOVE DP29-CN-CANT-ARCH (DP29-TB) TO DP29-EDIT-CANT-2
           MOVE DP29-CN-CANT-REST (DP29-TB) TO DP29-EDIT-CANT-3
           MOVE DP29-CN-CANT-ACT (DP29-TB)  TO DP29-EDIT-CANT-4
           MOVE SPACES TO DP29-LINEA-EDIT
           STRING DP29-NOMBRE-TABLA (DP29-TB) " REGISTROS "
               "      " DP29-EDIT-CANT
               "       " DP29-EDIT-CANT-2
               "       " DP29-EDIT-CANT-3
               "       " DP29-EDIT-CANT-4
               DELIMITED BY SIZE INTO DP29-LINEA-EDIT
           IF DP29-CONTROL-CANT = ZERO
               MOVE "CUADRA" TO DP29-LINEA-EDIT (101:9)
           ELSE
               MOVE "DESCUADRE" TO DP29-LINEA-EDIT (101:9)
               SET DP29-HAY-DESCUADRE TO TRUE
           END-IF
           MOVE DP29-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE

           IF DP29-TB = DP29-T-HISMOD
               GO TO 8100-EXIT
           END-IF

           MOVE DP29-CN-IMP-ORIG (DP29-TB) TO DP29-EDIT-IMPORTE
           MOVE DP29-CN-IMP-ARCH (DP29-TB) TO DP29-EDIT-IMPORTE-2
           MOVE DP29-CN-IMP-REST (DP29-TB) TO DP29-EDIT-IMPORTE-3
           MOVE DP29-CN-IMP-ACT (DP29-TB)  TO DP29-EDIT-IMPORTE-4
           MOVE SPACES TO DP29-LINEA-EDIT
           STRING DP29-NOMBRE-TABLA (DP29-TB) " IMPORTES "
               DP29-EDIT-IMPORTE
               DP29-EDIT-IMPORTE-2
               DP29-EDIT-IMPORTE-3
               DP29-EDIT-IMPORTE-4
               DELIMITED BY SIZE INTO DP29-LINEA-EDIT
           IF DP29-CONTROL-IMP = ZERO
               MOVE "CUADRA" TO DP29-LINEA-EDIT (101:9)
           ELSE
               MOVE "DESCUADRE" TO DP29-LINEA-EDIT (101:9)
               SET DP29-HAY-DESCUADRE TO TRUE
           END-IF
           MOVE DP29-LINEA-EDIT TO REG-LINEA-REPORTE
           WRITE REG-LINEA-REPORTE.

       8100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       9000-FINALIZAR.
      *>----------------------------------------------------------------*
           CLOSE F-TBFINCUO
           CLOSE F-TBDETCUO
           CLOSE F-TBPAGHIS
           CLOSE F-TBPAGCON
           CLOSE F-TBHISMOD
           CLOSE F-HTFINCUO
           CLOSE F-HTDETCUO
           CLOSE F-HTPAGHIS
           CLOSE F-HTPAGCON
           CLOSE F-HTHISMOD
           CLOSE F-TBARCRES
           CLOSE F-REPORTE

           DISPLAY "MPJ45291 - MODO DE CORRIDA             = "
               DP29-MODO
           DISPLAY "MPJ45291 - PLANES LEIDOS               = "
               DP29-CONT-PLANES-LEIDOS
           DISPLAY "MPJ45291 - PLANES ARCHIVADOS           = "
               DP29-CONT-PLANES-ARCHIVADOS
           DISPLAY "MPJ45291 - CUOTAS ARCHIVADAS           = "
               DP29-CN-CANT-ARCH (DP29-T-DETCUO)
           DISPLAY "MPJ45291 - MOVIMIENTOS ARCHIVADOS      = "
               DP29-CN-CANT-ARCH (DP29-T-PAGHIS)
           DISPLAY "MPJ45291 - RASTRO TBHISMOD ARCHIVADO   = "
               DP29-CONT-HISMOD-ARCHIVADOS
           DISPLAY "MPJ45291 - PLANES ULTIMOS EN LINEA     = "
               DP29-CONT-PLANES-ULTIMO
           DISPLAY "MPJ45291 - PLANES SIN CONTABILIZAR     = "
               DP29-CONT-PLANES-SIN-CONTAB
           DISPLAY "MPJ45291 - PLANES DE CUENTAS RETENIDAS = "
               DP29-CONT-PLANES-RETENIDOS
           DISPLAY "MPJ45291 - PLANES NO LISTADOS          = "
               DP29-CONT-PLANES-NO-LISTADOS
           DISPLAY "MPJ45291 - PEDIDOS DE RESTAURACION     = "
               DP29-CONT-SOLICITUDES
           DISPLAY "MPJ45291 - CUENTAS RESTAURADAS         = "
               DP29-CONT-CUENTAS-RESTAURADAS
           DISPLAY "MPJ45291 - ERRORES                     = "
               DP29-CONT-ERRORES.

       9000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       9100-ARMAR-FECHA.
      *>    DP29-FECHA-DESC (DD/MM/AAAA) a DP29-FECHA-ARMADA-NUM
      *>    (AAAAMMDD); una fecha en blanco queda en cero.
      *>----------------------------------------------------------------*
           IF DP29-FECHA-DESC = SPACES
               MOVE ZERO TO DP29-FECHA-ARMADA-NUM
           ELSE
               MOVE DP29-FD-ANO TO DP29-FA-ANO
               MOVE DP29-FD-MES TO DP29-FA-MES
               MOVE DP29-FD-DIA TO DP29-FA-DIA
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
           MOVE "MPJ45291" TO FN-PROGRAMA
           SET FN-FECHA-Y-PREDECESORES TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45291 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-CTLBAT
           MOVE FN-FECPROC TO DP29-CTL-FECPROC
           ACCEPT DP29-CTL-HORA FROM TIME
           MOVE SPACES TO DP29-CTL-HORA-EDIT
           STRING DP29-CTL-HH ":" DP29-CTL-MM ":" DP29-CTL-SS
               DELIMITED BY SIZE INTO DP29-CTL-HORA-EDIT
           INITIALIZE TBCTLBAT
           MOVE "MPJ45291" TO RC-PROGRAMA
           MOVE DP29-CTL-FECPROC TO RC-FECPROC
           MOVE DP29-CTL-HORA-EDIT TO RC-HORAINI
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
           MOVE "MPJ45291" TO RC-PROGRAMA
           MOVE DP29-CTL-FECPROC TO RC-FECPROC
           READ F-CTLBAT
               INVALID KEY
                   CONTINUE
           END-READ
           ACCEPT DP29-CTL-HORA FROM TIME
           MOVE SPACES TO DP29-CTL-HORA-EDIT
           STRING DP29-CTL-HH ":" DP29-CTL-MM ":" DP29-CTL-SS
               DELIMITED BY SIZE INTO DP29-CTL-HORA-EDIT
           MOVE DP29-CTL-HORA-EDIT TO RC-HORAFIN
           IF DP29-MODO-ARCHIVO
               MOVE DP29-CONT-PLANES-LEIDOS TO RC-CONT-ENTRADA
               MOVE DP29-CONT-PLANES-ARCHIVADOS TO RC-CONT-SALIDA
               MOVE DP29-CONT-HISMOD-ARCHIVADOS TO RC-CONT-NOVEDADES
           ELSE
               MOVE DP29-CONT-SOLICITUDES TO RC-CONT-ENTRADA
               MOVE DP29-CONT-CUENTAS-RESTAURADAS TO RC-CONT-SALIDA
           END-IF
           MOVE DP29-CONT-ERRORES TO RC-CONT-ERRORES
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
      *>    mas reciente no posterior a la fecha de proceso, y valida
      *>    sus rangos. Si no hay fila vigente o el valor esta fuera de
      *>    rango, el trabajo se cancela con mensaje claro: aqui no
      *>    existen valores por defecto silenciosos.
      *>----------------------------------------------------------------*
           OPEN INPUT F-TBPARJOB
           MOVE "MPJ45291" TO PJ-PROGRAMA
           MOVE ZERO TO PJ-FECEFEC
           START F-TBPARJOB KEY IS NOT LESS THAN PJ-CLAVE
               INVALID KEY
                   SET DP29-FIN-PARJOB TO TRUE
           END-START
           IF NOT DP29-FIN-PARJOB
               PERFORM 1810-LEER-PARJOB THRU 1810-EXIT
               PERFORM 1820-GUARDAR-VIGENTE THRU 1820-EXIT
                   UNTIL DP29-FIN-PARJOB
           END-IF
           CLOSE F-TBPARJOB

           IF NOT DP29-PARJOB-HALLADO
               DISPLAY "MPJ45291 - SIN PARAMETROS VIGENTES EN TBPARJOB, "
                       "SE CANCELA LA CORRIDA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF DP29-MESES-PLANES < 24
               OR DP29-MESES-HISMOD = ZERO
               OR DP29-MESES-RESTAURADO = ZERO
               DISPLAY "MPJ45291 - PARAMETROS FUERA DE RANGO EN "
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
                   SET DP29-FIN-PARJOB TO TRUE
           END-READ.

       1810-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       1820-GUARDAR-VIGENTE.
      *>    Las filas del programa llegan en orden de fecha efectiva
      *>    ascendente: la ultima no posterior a la fecha de proceso es
      *>    la vigente y pisa a las anteriores.
      *>----------------------------------------------------------------*
           IF PJ-PROGRAMA NOT = "MPJ45291"
               OR PJ-FECEFEC > DP29-CTL-FECPROC
               SET DP29-FIN-PARJOB TO TRUE
           ELSE
               SET DP29-PARJOB-HALLADO TO TRUE
               MOVE PJ291-MESES-PLANES     TO DP29-MESES-PLANES
               MOVE PJ291-MESES-HISMOD     TO DP29-MESES-HISMOD
               MOVE PJ291-MESES-RESTAURADO TO DP29-MESES-RESTAURADO
               PERFORM 1810-LEER-PARJOB THRU 1810-EXIT
           END-IF.

       1820-EXIT.
           EXIT.

      *> ================================================================
      *> PROGRAMA   MPJ45132
      *> AUTOR      DEPARTAMENTO DE SISTEMAS - OPERACIONES
      *> INSTALACION  BC-MALLAS
      *> ESCRITO    15/10/2026
      *> DESCRIPCION
      *>     Rutina comun de fecha de negocio y control de predecesores
      *>     de la malla MPJ450xx (CALL "MPJ45132" USING FN-PARAMETROS).
      *>
      *>     Devuelve la fecha de proceso vigente de TBFECNEG, que solo
      *>     avanza el cierre de la ventana MPJ45133: los programas ya
      *>     no toman la fecha del reloj, de modo que una ventana que
      *>     cruza la medianoche o una re-corrida a la manana siguiente
      *>     siguen trabajando con el dia de negocio correcto.
      *>
      *>     Con la funcion "P" verifica ademas en TBCTLBAT que cada
      *>     predecesor del programa llamador haya terminado (estado
      *>     finalizado) en esa misma fecha de negocio; si alguno no
      *>     arranco o quedo en curso, devuelve retorno 1 y el llamador
      *>     se cancela antes de tocar nada, en lugar de que el monitor
      *>     MPJ45131 lo descubra al final de la ventana.
      *>
      *>     Los predecesores van en la tabla DF13-TABLA-PREDECESORES,
      *>     un par programa / predecesor por fila; un programa que no
      *>     figura no tiene predecesores. Ambas tablas se abren y se
      *>     cierran en cada llamada: la rutina se llama una vez por
      *>     corrida, antes de que el llamador abra TBCTLBAT.
      *> ----------------------------------------------------------------
      *> HISTORIAL DE MODIFICACIONES
      *> FECHA       AUTOR   DESCRIPCION
      *> 15/10/2026  JRM     VERSION INICIAL
      *> 15/10/2026  JRM     EL CONTROL DE INTEGRIDAD MPJ45301 CORRE
      *>                     DESPUES DE LOS PROGRAMAS QUE MUEVEN EL
      *>                     LIBRO DE CUOTAS Y ANTES DEL EXTRACTO
      *>                     MPJ45021 Y LA CONTABILIZACION MPJ45251
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45132.
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
           SELECT F-TBFECNEG ASSIGN TO "TBFECNEG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FG-CLAVE
               FILE STATUS IS DF13-STATUS-FECNEG.

           SELECT F-CTLBAT ASSIGN TO "TBCTLBAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-CLAVE
               FILE STATUS IS DF13-STATUS-CTLBAT.

       DATA DIVISION.
       FILE SECTION.
       FD  F-TBFECNEG.
       COPY "TBFECNEG.cpy".

       FD  F-CTLBAT.
       COPY "TBCTLBAT.cpy".

       WORKING-STORAGE SECTION.
       01  DF13-STATUS-FECNEG               PIC X(2).
           88  DF13-FECNEG-OK                   VALUE "00".
       01  DF13-STATUS-CTLBAT               PIC X(2).
           88  DF13-CTLBAT-OK                   VALUE "00".

       01  DF13-SISTEMA                     PIC X(8)  VALUE "MPJ450XX".

       01  DF13-FECHA-TRABAJO.
           05  DF13-FT-ANO                   PIC 9(4).
           05  DF13-FT-MES                   PIC 9(2).
           05  DF13-FT-DIA                   PIC 9(2).
       01  DF13-FECHA-TRABAJO-NUM REDEFINES DF13-FECHA-TRABAJO
                                             PIC 9(8).

      *> Dependencias de la ventana: el programa de la izquierda no
      *> corre si el de la derecha no termino en la fecha de negocio.
      *> Los lectores del extracto PCEXTCU1 siguen a MPJ45021, el
      *> devengo al aplicativo de pagos, la liberacion de bloqueos a
      *> los dos programas que los graban y las cartas de cobranza al
      *> fichero de mora de MPJ45121. El control de integridad del
      *> libro de cuotas sigue a los que lo mueven, y el extracto y la
      *> contabilizacion no salen sin el.
       01  DF13-PREDECESORES.
           05  FILLER              PIC X(16) VALUE "MPJ45022MPJ45021".
           05  FILLER              PIC X(16) VALUE "MPJ45023MPJ45021".
           05  FILLER              PIC X(16) VALUE "MPJ45081MPJ45021".
           05  FILLER              PIC X(16) VALUE "MPJ45211MPJ45021".
           05  FILLER              PIC X(16) VALUE "MPJ45171MPJ45011".
           05  FILLER              PIC X(16) VALUE "MPJ45191MPJ45051".
           05  FILLER              PIC X(16) VALUE "MPJ45191MPJ45121".
           05  FILLER              PIC X(16) VALUE "MPJ45271MPJ45121".
           05  FILLER              PIC X(16) VALUE "MPJ45301MPJ45011".
           05  FILLER              PIC X(16) VALUE "MPJ45301MPJ45151".
           05  FILLER              PIC X(16) VALUE "MPJ45301MPJ45161".
           05  FILLER              PIC X(16) VALUE "MPJ45301MPJ45181".
           05  FILLER              PIC X(16) VALUE "MPJ45301MPJ45261".
           05  FILLER              PIC X(16) VALUE "MPJ45021MPJ45301".
           05  FILLER              PIC X(16) VALUE "MPJ45251MPJ45301".
       01  DF13-TABLA-PREDECESORES REDEFINES DF13-PREDECESORES.
           05  DF13-PREDECESOR OCCURS 15 TIMES INDEXED BY DF13-IX-PR.
               10  DF13-PR-PROGRAMA          PIC X(8).
               10  DF13-PR-PREDECESOR        PIC X(8).
       01  DF13-CANT-PREDECESORES           PIC 9(3)  VALUE 15.

       LINKAGE SECTION.
       COPY "MPJ45132-LNK.cpy".

       PROCEDURE DIVISION USING FN-PARAMETROS.

      *>----------------------------------------------------------------*
       0000-MAINLINE.
      *>----------------------------------------------------------------*
           MOVE ZERO   TO FN-FECPROC
           MOVE SPACES TO FN-PREDECESOR
           MOVE SPACES TO FN-MENSAJE
           MOVE ZERO   TO FN-RETORNO

           PERFORM 1000-LEER-FECHA THRU 1000-EXIT
           IF NOT FN-OK
               GOBACK
           END-IF

           IF FN-FECHA-Y-PREDECESORES
               PERFORM 2000-VERIFICAR-PREDECESORES THRU 2000-EXIT
           END-IF

           GOBACK.

      *>----------------------------------------------------------------*
       1000-LEER-FECHA.
      *>    La fila unica de TBFECNEG. Sin fila, o con una fecha que no
      *>    es AAAAMMDD valida, no hay dia de negocio con que correr.
      *>----------------------------------------------------------------*
           OPEN INPUT F-TBFECNEG
           IF NOT DF13-FECNEG-OK
               SET FN-SIN-FECHA TO TRUE
               MOVE "NO SE PUDO ABRIR TBFECNEG, SE CANCELA LA CORRIDA"
                   TO FN-MENSAJE
               GO TO 1000-EXIT
           END-IF

           MOVE DF13-SISTEMA TO FG-SISTEMA
           READ F-TBFECNEG
               INVALID KEY
                   SET FN-SIN-FECHA TO TRUE
                   STRING "SIN FECHA DE NEGOCIO EN TBFECNEG, "
                       "SE CANCELA LA CORRIDA"
                       DELIMITED BY SIZE INTO FN-MENSAJE
           END-READ
           CLOSE F-TBFECNEG

           IF NOT FN-OK
               GO TO 1000-EXIT
           END-IF

           MOVE FG-FECPROC TO DF13-FECHA-TRABAJO-NUM
           IF FG-FECPROC NOT NUMERIC
               OR DF13-FT-MES < 1 OR DF13-FT-MES > 12
               OR DF13-FT-DIA < 1 OR DF13-FT-DIA > 31
               SET FN-SIN-FECHA TO TRUE
               STRING "FECHA DE NEGOCIO INVALIDA EN TBFECNEG, "
                   "SE CANCELA LA CORRIDA"
                   DELIMITED BY SIZE INTO FN-MENSAJE
               GO TO 1000-EXIT
           END-IF

           MOVE FG-FECPROC TO FN-FECPROC.

       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2000-VERIFICAR-PREDECESORES.
      *>    Recorre la tabla de dependencias; el primer predecesor del
      *>    llamador que no termino en la fecha de negocio corta la
      *>    busqueda y se devuelve en FN-PREDECESOR.
      *>----------------------------------------------------------------*
           OPEN INPUT F-CTLBAT
           IF NOT DF13-CTLBAT-OK
               SET FN-PREDECESOR-PENDIENTE TO TRUE
               STRING "NO SE PUDO ABRIR TBCTLBAT PARA VERIFICAR "
                   "PREDECESORES, SE CANCELA LA CORRIDA"
                   DELIMITED BY SIZE INTO FN-MENSAJE
               GO TO 2000-EXIT
           END-IF

           PERFORM 2100-VERIFICAR-FILA THRU 2100-EXIT
               VARYING DF13-IX-PR FROM 1 BY 1
               UNTIL DF13-IX-PR > DF13-CANT-PREDECESORES
                  OR NOT FN-OK

           CLOSE F-CTLBAT.

       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2100-VERIFICAR-FILA.
      *>----------------------------------------------------------------*
           IF DF13-PR-PROGRAMA (DF13-IX-PR) NOT = FN-PROGRAMA
               GO TO 2100-EXIT
           END-IF

           MOVE DF13-PR-PREDECESOR (DF13-IX-PR) TO RC-PROGRAMA
           MOVE FN-FECPROC TO RC-FECPROC
           READ F-CTLBAT
               INVALID KEY
                   SET FN-PREDECESOR-PENDIENTE TO TRUE
                   MOVE DF13-PR-PREDECESOR (DF13-IX-PR) TO FN-PREDECESOR
                   STRING "PREDECESOR " FN-PREDECESOR
                       " NO CORRIO EL " FN-FECPROC
                       ", SE CANCELA LA CORRIDA"
                       DELIMITED BY SIZE INTO FN-MENSAJE
                   GO TO 2100-EXIT
           END-READ

           IF NOT RC-FINALIZADO
               SET FN-PREDECESOR-PENDIENTE TO TRUE
               MOVE DF13-PR-PREDECESOR (DF13-IX-PR) TO FN-PREDECESOR
               STRING "PREDECESOR " FN-PREDECESOR
                   " NO TERMINO EL " FN-FECPROC
                   ", SE CANCELA LA CORRIDA"
                   DELIMITED BY SIZE INTO FN-MENSAJE
           END-IF.

       2100-EXIT.
           EXIT.

      *> ================================================================
      *> PROGRAMA   MPJ45063
      *> AUTOR      DEPARTAMENTO DE SISTEMAS - CUMPLIMIENTO
      *> INSTALACION  BC-MALLAS
      *> ESCRITO    15/10/2026
      *> DESCRIPCION
      *>     Rutina comun de rastro de auditoria para los batch de la
      *>     malla (CALL "MPJ45063" USING RH-PARAMETROS). Todo batch
      *>     que da de alta, modifica o da de baja una fila de una
      *>     tabla maestra la llama con la imagen anterior y la
      *>     posterior de la fila, y la rutina graba la fila de
      *>     TBHISMOD que despues muestran el decode MPJ45061 y la
      *>     vigilancia MPJ45062:
      *>
      *>     - PROCESO, USUARIO y USUARIOUMO llevan el PROGRAM-ID del
      *>       llamador, de modo que el cambio se rastrea hasta la
      *>       corrida que lo hizo;
      *>     - CANALMOD "BT" marca la fila como cambio de batch;
      *>     - NUMSECHIS se asigna igual que en MPJ45191: el maximo ya
      *>       grabado para la cuenta mas uno, unico entre corridas y
      *>       re-corridas del mismo dia.
      *>
      *>     TBHISMOD se abre en la primera llamada de la corrida y
      *>     queda abierto hasta la llamada de fin (RH-FUNCION "F"),
      *>     que el llamador hace en su finalizacion.
      *> ----------------------------------------------------------------
      *> HISTORIAL DE MODIFICACIONES
      *> FECHA       AUTOR   DESCRIPCION
      *> 15/10/2026  JRM     VERSION INICIAL
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45063.
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
           SELECT F-TBHISMOD ASSIGN TO "TBHISMOD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-CLAVE
               FILE STATUS IS H63-STATUS-HISMOD.

       DATA DIVISION.
       FILE SECTION.
       FD  F-TBHISMOD.
       COPY "TBHISMOD.cpy".

       WORKING-STORAGE SECTION.
       01  H63-STATUS-HISMOD                PIC X(2).
           88  H63-HISMOD-OK                    VALUE "00".

      *> Estado del rastro en la corrida: N = sin abrir todavia,
      *> S = abierto, E = no se pudo abrir (todas las llamadas
      *> siguientes devuelven retorno 3 sin reintentar).
       01  H63-IND-RASTRO                   PIC X(1)  VALUE "N".
           88  H63-RASTRO-ABIERTO               VALUE "S".
           88  H63-RASTRO-FALLIDO               VALUE "E".

       01  H63-IND-FIN-HISMOD               PIC X(1)  VALUE "N".
           88  H63-FIN-HISMOD                   VALUE "S".

      *> Canal de modificacion con que se marca todo cambio de batch.
       01  H63-CANAL-BATCH                  PIC X(2)  VALUE "BT".

       01  H63-NUMSECHIS-NUEVO              PIC 9(15) VALUE ZERO.

       01  H63-HORA-SIS.
           05  H63-HS-HORA                   PIC 9(2).
           05  H63-HS-MIN                    PIC 9(2).
           05  H63-HS-SEG                    PIC 9(2).
           05  H63-HS-CEN                    PIC 9(2).
       01  H63-HORA-EDIT                    PIC X(8).

       LINKAGE SECTION.
       COPY "MPJ45063-LNK.cpy".

       PROCEDURE DIVISION USING RH-PARAMETROS.

      *>----------------------------------------------------------------*
       0000-MAINLINE.
      *>----------------------------------------------------------------*
           MOVE ZERO TO RH-RETORNO
           MOVE ZERO TO RH-NUMSECHIS

           IF RH-FIN-CORRIDA
               PERFORM 9000-CERRAR-RASTRO THRU 9000-EXIT
               GOBACK
           END-IF

           IF NOT H63-RASTRO-ABIERTO
               AND NOT H63-RASTRO-FALLIDO
               PERFORM 1000-ABRIR-RASTRO THRU 1000-EXIT
           END-IF

           IF H63-RASTRO-FALLIDO
               MOVE 3 TO RH-RETORNO
               GOBACK
           END-IF

           PERFORM 2000-ASIGNAR-SECUENCIA THRU 2000-EXIT
           PERFORM 3000-GRABAR-RASTRO THRU 3000-EXIT

           GOBACK.

      *>----------------------------------------------------------------*
       1000-ABRIR-RASTRO.
      *>    Primera llamada de la corrida. Un rastro que no abre no
      *>    cancela al llamador: cada llamada devuelve retorno 3 y el
      *>    llamador lo cuenta como cambio sin rastro.
      *>----------------------------------------------------------------*
           OPEN I-O F-TBHISMOD
           IF H63-HISMOD-OK
               SET H63-RASTRO-ABIERTO TO TRUE
           ELSE
               SET H63-RASTRO-FALLIDO TO TRUE
               DISPLAY "MPJ45063 - NO SE PUDO ABRIR TBHISMOD, STATUS "
                   H63-STATUS-HISMOD " (LLAMADOR " RH-PROCESO ")"
           END-IF.

       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2000-ASIGNAR-SECUENCIA.
      *>    Recorre el rastro existente de la cuenta y asigna el
      *>    NUMSECHIS siguiente al mayor hallado (1 si la cuenta no
      *>    tiene rastro). La fila recien grabada entra en el maximo
      *>    de la llamada siguiente, asi que varios cambios de la
      *>    misma cuenta en la corrida no chocan.
      *>----------------------------------------------------------------*
           MOVE ZERO TO H63-NUMSECHIS-NUEVO
           MOVE "N" TO H63-IND-FIN-HISMOD

           MOVE RH-CODENT   TO CODENT   OF HM-CLAVE
           MOVE RH-CENTALTA TO CENTALTA OF HM-CLAVE
           MOVE RH-CUENTA   TO CUENTA   OF HM-CLAVE
           MOVE ZERO TO NUMSECHIS OF HM-CLAVE

           START F-TBHISMOD KEY IS NOT LESS THAN HM-CLAVE
               INVALID KEY
                   SET H63-FIN-HISMOD TO TRUE
           END-START

           IF NOT H63-FIN-HISMOD
               PERFORM 2100-LEER-HISMOD THRU 2100-EXIT
               PERFORM 2200-GUARDAR-MAXIMO THRU 2200-EXIT
                   UNTIL H63-FIN-HISMOD
           END-IF

           ADD 1 TO H63-NUMSECHIS-NUEVO.

       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2100-LEER-HISMOD.
      *>----------------------------------------------------------------*
           READ F-TBHISMOD NEXT RECORD
               AT END
                   SET H63-FIN-HISMOD TO TRUE
           END-READ.

       2100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       2200-GUARDAR-MAXIMO.
      *>    Las filas de la cuenta llegan en orden de NUMSECHIS
      *>    ascendente: la ultima vista es la mayor.
      *>----------------------------------------------------------------*
           IF CODENT   OF HM-CLAVE = RH-CODENT
               AND CENTALTA OF HM-CLAVE = RH-CENTALTA
               AND CUENTA   OF HM-CLAVE = RH-CUENTA
               MOVE NUMSECHIS OF HM-CLAVE TO H63-NUMSECHIS-NUEVO
               PERFORM 2100-LEER-HISMOD THRU 2100-EXIT
           ELSE
               SET H63-FIN-HISMOD TO TRUE
           END-IF.

       2200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3000-GRABAR-RASTRO.
      *>    Fila de TBHISMOD con las dos imagenes tal como las paso el
      *>    llamador; la hora es la del momento del cambio.
      *>----------------------------------------------------------------*
           ACCEPT H63-HORA-SIS FROM TIME
           MOVE SPACES TO H63-HORA-EDIT
           STRING H63-HS-HORA ":" H63-HS-MIN ":" H63-HS-SEG
               DELIMITED BY SIZE INTO H63-HORA-EDIT

           INITIALIZE TBHISMOD
           MOVE RH-CODENT   TO CODENT_ENC OF TBHISMOD
           MOVE RH-CODENT   TO CODENT   OF HM-CLAVE
           MOVE RH-CENTALTA TO CENTALTA OF HM-CLAVE
           MOVE RH-CUENTA   TO CUENTA   OF HM-CLAVE
           MOVE H63-NUMSECHIS-NUEVO TO NUMSECHIS OF HM-CLAVE
           MOVE RH-PROCESO  TO USUARIO OF TBHISMOD
           MOVE RH-TIPO-ACCION TO TIPO_ACCION OF TBHISMOD
           MOVE RH-TIPO-REGISTRO TO TIPO_REGISTRO OF TBHISMOD
           MOVE RH-PAN      TO PAN OF TBHISMOD
           MOVE RH-FECHAMOD TO FECHAMOD OF TBHISMOD
           MOVE H63-HORA-EDIT TO HORAMOD OF TBHISMOD
           MOVE RH-PROCESO  TO PROCESO OF TBHISMOD
           MOVE RH-DESPROCESO TO DESPROCESO OF TBHISMOD
           MOVE H63-CANAL-BATCH TO CANALMOD OF TBHISMOD
           MOVE RH-CODENT   TO CODENTUMO OF TBHISMOD
           MOVE RH-PROCESO  TO USUARIOUMO OF TBHISMOD
           MOVE RH-TABLA    TO TABLA OF TBHISMOD
           MOVE RH-REGANT   TO REGANT OF TBHISMOD
           MOVE RH-REGACT   TO REGACT OF TBHISMOD

           WRITE TBHISMOD
               INVALID KEY
                   MOVE 1 TO RH-RETORNO
               NOT INVALID KEY
                   MOVE H63-NUMSECHIS-NUEVO TO RH-NUMSECHIS
           END-WRITE.

       3000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       9000-CERRAR-RASTRO.
      *>    Llamada de fin de corrida; el estado vuelve a "sin abrir"
      *>    por si el mismo paso vuelve a llamar la rutina.
      *>----------------------------------------------------------------*
           IF H63-RASTRO-ABIERTO
               CLOSE F-TBHISMOD
           END-IF
           MOVE "N" TO H63-IND-RASTRO.

       9000-EXIT.
           EXIT.

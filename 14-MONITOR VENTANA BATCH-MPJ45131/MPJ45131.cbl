      *> HISTORIAL DE MODIFICACIONES
      *> FECHA       AUTOR   DESCRIPCION
      *> 22/08/2026  JRM     VERSION INICIAL
      *> 15/10/2026  JRM     LA FECHA DE PROCESO SE TOMA DE LA FECHA DE
      *>                     NEGOCIO TBFECNEG (RUTINA MPJ45132) Y NO DEL
      *>                     RELOJ
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45131.

       01  MB13-PCT-DESVIO                  PIC 9(3)  VALUE 40.

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  MB13-FECPROC                     PIC 9(8)  VALUE ZERO.
       01  MB13-PROGRAMA                    PIC X(8)  VALUE SPACES.

               CLOSE F-PARM
           END-IF

           MOVE "MPJ45131" TO FN-PROGRAMA
           SET FN-SOLO-FECHA TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45131 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FN-FECPROC TO MB13-FECPROC

           OPEN INPUT F-PLAN
           OPEN INPUT F-CTLBAT

      *> HISTORIAL DE MODIFICACIONES
      *> FECHA       AUTOR   DESCRIPCION
      *> 03/09/2026  JRM     VERSION INICIAL
      *> 15/10/2026  JRM     LA FECHA DE PROCESO SE TOMA DE LA FECHA DE
      *>                     NEGOCIO TBFECNEG (RUTINA MPJ45132) Y NO DEL
      *>                     RELOJ
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45231.
       01  CH23-ACCION                      PIC X(6)  VALUE SPACES.

       01  CH23-FECHA-HOY                   PIC X(10).

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  CH23-FECHA-SIS.
           05  CH23-FS-ANO                   PIC 9(4).
           05  CH23-FS-MES                   PIC 9(2).
      *>----------------------------------------------------------------*
       1000-INICIALIZAR.
      *>----------------------------------------------------------------*
           MOVE "MPJ45231" TO FN-PROGRAMA
           SET FN-SOLO-FECHA TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45231 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FN-FECPROC TO CH23-FECHA-SIS
           ACCEPT CH23-HORA-SIS  FROM TIME
           STRING CH23-FS-DIA "/" CH23-FS-MES "/" CH23-FS-ANO
               DELIMITED BY SIZE INTO CH23-FECHA-HOY

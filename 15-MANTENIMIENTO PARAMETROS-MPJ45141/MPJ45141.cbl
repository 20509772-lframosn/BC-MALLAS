      *>                     (S/N) DE MPJ45031 Y MPJ45051, Y LA FILA
      *>                     PJ121 DE MPJ45121 QUE MIGRA DEL VIEJO
      *>                     FICHERO PARMJ121 A TBPARJOB
      *> 15/10/2026  JRM     SE VALIDAN LOS MESES DE RETENCION DEL
      *>                     ARCHIVO HISTORICO MPJ45291 (PLANES AL
      *>                     MENOS 24 MESES PARA NO SACAR DE LINEA EL
      *>                     EJERCICIO QUE CERTIFICA MPJ45281)
      *> 15/10/2026  JRM     LA FECHA DE PROCESO SE TOMA DE LA FECHA DE
      *>                     NEGOCIO TBFECNEG (RUTINA MPJ45132) Y NO DEL
      *>                     RELOJ
      *> 15/10/2026  JRM     SE VALIDA LA FECHA DE CORTE DE LA
      *>                     CONTABILIZACION MPJ45251 (AAAAMMDD)
      *> ================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MPJ45141.
       01  PM14-CODBLQ-BUSCADO              PIC 9(2)  VALUE ZERO.

       01  PM14-FECHA-HOY                   PIC X(10).

      *> Area de parametros de la rutina comun de fecha de negocio.
       COPY "MPJ45132-LNK.cpy".

       01  PM14-FECHA-SIS.
           05  PM14-FS-ANO                   PIC 9(4).
           05  PM14-FS-MES                   PIC 9(2).
      *>----------------------------------------------------------------*
       1000-INICIALIZAR.
      *>----------------------------------------------------------------*
           MOVE "MPJ45141" TO FN-PROGRAMA
           SET FN-SOLO-FECHA TO TRUE
           CALL "MPJ45132" USING FN-PARAMETROS
           IF NOT FN-OK
               DISPLAY "MPJ45141 - " FN-MENSAJE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FN-FECPROC TO PM14-FECHA-SIS
           ACCEPT PM14-HORA-SIS  FROM TIME
           STRING PM14-FS-DIA "/" PM14-FS-MES "/" PM14-FS-ANO
               DELIMITED BY SIZE INTO PM14-FECHA-HOY
                       MOVE "ANIOS DE VIGENCIA FUERA DE 1-10"
                           TO PM14-MOTIVO-RECHAZO
                   END-IF
               WHEN "MPJ45291"
                   PERFORM 3160-VALIDAR-J291 THRU 3160-EXIT
               WHEN "MPJ45251"
                   PERFORM 3170-VALIDAR-J251 THRU 3170-EXIT
               WHEN OTHER
                   MOVE "N" TO PM14-IND-MOV-VALIDO
                   MOVE "PROGRAMA DESCONOCIDO" TO PM14-MOTIVO-RECHAZO
       3150-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3160-VALIDAR-J291.
      *>    Un plan cerrado tiene que seguir en linea al menos 24
      *>    meses: el certificado anual MPJ45281 lee en enero las
      *>    cuotas liquidadas durante todo el anio anterior.
      *>----------------------------------------------------------------*
           IF PJ291-MESES-PLANES NOT NUMERIC
               OR PJ291-MESES-PLANES < 24
               MOVE "N" TO PM14-IND-MOV-VALIDO
               MOVE "RETENCION DE PLANES MENOR A 24 MESES"
                   TO PM14-MOTIVO-RECHAZO
           ELSE
               IF PJ291-MESES-HISMOD NOT NUMERIC
                   OR PJ291-MESES-HISMOD = ZERO
                   OR PJ291-MESES-RESTAURADO NOT NUMERIC
                   OR PJ291-MESES-RESTAURADO = ZERO
                   MOVE "N" TO PM14-IND-MOV-VALIDO
                   MOVE "RETENCION DE RASTRO O RESTAURADO EN CERO"
                       TO PM14-MOTIVO-RECHAZO
               END-IF
           END-IF.

       3160-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       3170-VALIDAR-J251.
      *>    Fecha de corte AAAAMMDD con mes y dia posibles.
      *>----------------------------------------------------------------*
           IF PJ251-FECCORTE NOT NUMERIC
               OR PJ251-FECCORTE (5:2) < "01"
               OR PJ251-FECCORTE (5:2) > "12"
               OR PJ251-FECCORTE (7:2) < "01"
               OR PJ251-FECCORTE (7:2) > "31"
               MOVE "N" TO PM14-IND-MOV-VALIDO
               MOVE "FECHA DE CORTE INVALIDA (AAAAMMDD)"
                   TO PM14-MOTIVO-RECHAZO
           END-IF.

       3170-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
       4000-GRABAR-PARAMETRO.
      *>    El registro ya tiene los valores cargados por la

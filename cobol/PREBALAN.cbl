      *   2026-09-01  RG   El registro de solicitudes pasa a 34
      *                    posiciones por el codigo de producto de
      *                    credito que agrego PREEDIT/PREEVAL.
      *   2026-10-15  RG   La fecha de proceso es la fecha de negocio
      *                    del control de corrida (RUNCTL); el paso
      *                    registra su inicio, fin y return code por
      *                    PRECTLM, que valida los pasos previos y
      *                    rechaza un paso ya completo salvo
      *                    re-ejecucion autorizada.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-MTO-RESULTADO     PIC X(08).

      * Area de comunicacion con el control de corrida del ciclo
      * (PRECTLM): fecha de negocio y registro del paso
       COPY CTLPASO.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY '*** CUADRE DE FIN DE CORRIDA (PREEVAL) ***'

           PERFORM INICIAR-CONTROL-PASO

           PERFORM INICIALIZAR-PROCESO

           PERFORM LEER-TOTALES-CONTROL

           PERFORM FINALIZAR-PROCESO

           PERFORM TERMINAR-CONTROL-PASO

           STOP RUN.

      *-----------------------------------------------------------
       ABEND-PROCESO.
           DISPLAY 'PROCESO ABORTADO POR ERROR DE E/S DE ARCHIVO'
           MOVE 16 TO RETURN-CODE
           IF CPA-PASO-INICIADO
              PERFORM TERMINAR-CONTROL-PASO
           END-IF
           STOP RUN.

      *-----------------------------------------------------------
      * Registra el inicio del paso en el control de corrida. Si
      * faltan pasos previos o el paso ya se completo para la
      * fecha de negocio (sin re-ejecucion autorizada), no corre.
      *-----------------------------------------------------------
       INICIAR-CONTROL-PASO.
           SET CPA-INICIAR TO TRUE
           SET CPA-PASO-NO-INICIADO TO TRUE
           MOVE 'PREBALAN' TO CPA-PASO
           CALL 'PRECTLM' USING CTL-PASO-AREA
           IF NOT CPA-OK
              DISPLAY 'CONTROL DE CORRIDA: ' CPA-MENSAJE
              PERFORM ABEND-PROCESO
           END-IF.

      *-----------------------------------------------------------
      * Registra el fin del paso y su codigo de retorno en el
      * control de corrida
      *-----------------------------------------------------------
       TERMINAR-CONTROL-PASO.
           SET CPA-TERMINAR TO TRUE
           MOVE RETURN-CODE TO CPA-RETURN-CODE
           CALL 'PRECTLM' USING CTL-PASO-AREA
           MOVE CPA-RETURN-CODE TO RETURN-CODE
           IF NOT CPA-OK
              DISPLAY 'CONTROL DE CORRIDA: ' CPA-MENSAJE
              IF RETURN-CODE < 16
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

      *-----------------------------------------------------------
      * Lee el registro de totales de control de la corrida; un
      * archivo vacio significa que PREEVAL no cerro bien y el

      *                    cada plan movido a la historia, ademas
      *                    de los totales, para poder depurar los
      *                    repetidos de una re-ejecucion.
      *   2026-10-15  RG   La fecha de proceso es la fecha de negocio
      *                    del control de corrida (RUNCTL); el paso
      *                    registra su inicio, fin y return code por
      *                    PRECTLM, que valida los pasos previos y
      *                    rechaza un paso ya completo salvo
      *                    re-ejecucion autorizada.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05 RPT-PLA-CUOTAS        PIC ZZZZ9.
           05 FILLER                PIC X(33) VALUE SPACES.

      * Area de comunicacion con el control de corrida del ciclo
      * (PRECTLM): fecha de negocio y registro del paso
       COPY CTLPASO.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY '*** ARCHIVO Y DEPURACION DE FIN DE MES ***'

           PERFORM INICIAR-CONTROL-PASO

           PERFORM INICIALIZAR-PROCESO

           PERFORM CARGAR-CANDIDATOS UNTIL FIN-MAESTRO

           PERFORM FINALIZAR-PROCESO

           PERFORM TERMINAR-CONTROL-PASO

           STOP RUN.

      *-----------------------------------------------------------
           END-READ
           CLOSE ARCHIVO-PARM

           MOVE CPA-FECHA-NEGOCIO TO WS-FECHA-PROCESO

           IF WS-CORTE-RAW NOT NUMERIC
              DISPLAY 'FECHA DE CORTE NO NUMERICA: '
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
           MOVE 'PREARCH' TO CPA-PASO
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
      * Carga en la tabla los prestamos 'R' y 'D' del maestro; la
      * fecha de su ultima auditoria se completa en el recorrido

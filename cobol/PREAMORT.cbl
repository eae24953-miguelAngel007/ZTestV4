      *                    desembolso ya fue confirmado por PRECONF
      *                    las cuotas se vencen a partir de la fecha
      *                    valor en lugar de la fecha de la corrida.
      *   2026-10-15  RG   Las cuotas se graban sin penalidad por mora
      *                    devengada (campos nuevos de CUOTAS en
      *                    cero/'N').
      *   2026-10-15  RG   La fecha de proceso es la fecha de negocio
      *                    del control de corrida (RUNCTL); el paso
      *                    registra su inicio, fin y return code por
      *                    PRECTLM, que valida los pasos previos y
      *                    rechaza un paso ya completo salvo
      *                    re-ejecucion autorizada.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05 RPT-CUO-SALDO         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(09) VALUE SPACES.

      * Area de comunicacion con el control de corrida del ciclo
      * (PRECTLM): fecha de negocio y registro del paso
       COPY CTLPASO.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY '*** GENERACION DE PLANES DE PAGO (BATCH) ***'

           PERFORM INICIAR-CONTROL-PASO

           PERFORM INICIALIZAR-PROCESO

           PERFORM LEER-MAESTRO-PRESTAMOS UNTIL FIN-MAESTRO

           PERFORM FINALIZAR-PROCESO

           PERFORM TERMINAR-CONTROL-PASO

           STOP RUN.

      *-----------------------------------------------------------
              PERFORM ABEND-PROCESO
           END-IF

           MOVE CPA-FECHA-NEGOCIO TO FEC-CORRIDA.

      *-----------------------------------------------------------
      * Termina el proceso con un codigo de retorno distinto de
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
           MOVE 'PREAMORT' TO CPA-PASO
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
      * Lee el siguiente prestamo del maestro; los aprobados pasan
      * a la generacion del plan de pagos
           SET CUO-PENDIENTE      TO TRUE
           MOVE ZERO              TO CUO-MONTO-PAGADO
           MOVE ZERO              TO CUO-FECHA-PAGO
           MOVE ZERO              TO CUO-PENALIDAD
           MOVE ZERO              TO CUO-FECHA-MORA
           SET CUO-CARGO-NO-APLICADO TO TRUE

           WRITE CUOTA-REGISTRO
               INVALID KEY

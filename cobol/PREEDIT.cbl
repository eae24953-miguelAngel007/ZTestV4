      *                    de parametros PREPARM, y la edicion
      *                    valida ademas que el producto exista en
      *                    la politica vigente.
      *   2026-10-15  RG   El registro de PREPARM pasa a 74 posiciones
      *                    con los parametros de penalidad por mora por
      *                    producto.
      *   2026-10-15  RG   El registro de PREPARM pasa a 80 posiciones
      *                    con las reglas de avales por producto.
      *   2026-10-15  RG   La fecha de proceso es la fecha de negocio
      *                    del control de corrida (RUNCTL); el paso
      *                    registra su inicio, fin y return code por
      *                    PRECTLM, que valida los pasos previos y
      *                    rechaza un paso ya completo salvo
      *                    re-ejecucion autorizada.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  RPT-REGISTRO             PIC X(80).

       FD  PARAMETROS-IN
           RECORD CONTAINS 80 CHARACTERS.
       COPY PREPARM.

       WORKING-STORAGE SECTION.
           05 RPT-ERR-MOTIVO        PIC X(35).
           05 FILLER                PIC X(24) VALUE SPACES.

      * Area de comunicacion con el control de corrida del ciclo
      * (PRECTLM): fecha de negocio y registro del paso
       COPY CTLPASO.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY '*** EDICION DE SOLICITUDES DE PRESTAMO ***'

           PERFORM INICIAR-CONTROL-PASO

           PERFORM INICIALIZAR-PROCESO

           PERFORM LEER-SOLICITUDES UNTIL FIN-SOLICITUDES

           PERFORM FINALIZAR-PROCESO

           PERFORM TERMINAR-CONTROL-PASO

           STOP RUN.

      *-----------------------------------------------------------
      * inconsistentes, el proceso aborta
      *-----------------------------------------------------------
       CARGAR-PARAMETROS.
           MOVE CPA-FECHA-NEGOCIO TO WS-FECHA-PROCESO

           OPEN INPUT PARAMETROS-IN
           IF WS-FS-PARAMETROS NOT = '00'
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
           MOVE 'PREEDIT' TO CPA-PASO
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
      * Lee la siguiente solicitud cruda; al llegar al fin del
      * archivo activa el interruptor de fin de proceso

      *                    el diario, de modo que una cuota
      *                    completada en varios dias no se
      *                    contabiliza dos veces.
      *   2026-10-15  RG   El pago cobra primero el saldo de penalidad
      *                    por mora del prestamo (PRM-SALDO-PENALIDAD,
      *                    que devenga PREMORA) y solo lo que resta se
      *                    aplica a las cuotas; lo cobrado queda en el
      *                    diario (PJR-MONTO-PENALIDAD) para el
      *                    extracto contable.
      *   2026-10-15  RG   La entrada del diario se graba vigente, con
      *                    los nuevos datos de reverso (PREREVER) en
      *                    blanco/cero.
      *   2026-10-15  RG   El pago sobre un prestamo castigado ('C', lo
      *                    graba PRECAST) ya no se rechaza: se registra
      *                    completo como recupero (PRM-MONTO-RECUPERADO
      *                    y PJR-MONTO-RECUPERO) sin aplicarse al plan,
      *                    y el barrido de mora deja de re-envejecer
      *                    los prestamos castigados.
      *   2026-10-15  RG   El layout del archivo de pagos
      *                    PAGOS-IN-RECORD se traslada al copybook
      *                    PAGOSIN, compartido con el proceso de
      *                    respuestas de debito automatico PREDEBR, que
      *                    agrega a PAGOSIN los debitos cobrados por el
      *                    banco.
      *   2026-10-15  RG   La fecha de proceso es la fecha de negocio
      *                    del control de corrida (RUNCTL); el paso
      *                    registra su inicio, fin y return code por
      *                    PRECTLM, que valida los pasos previos y
      *                    rechaza un paso ya completo salvo
      *                    re-ejecucion autorizada.
      *   2026-10-15  RG   El excedente sin aplicar de cada pago se
      *                    suma al saldo en suspenso del prestamo
      *                    (PRM-SALDO-SUSPENSO, con su fecha
      *                    PRM-FECHA-SUSPENSO). Un pago con referencia
      *                    'S' + prestamo + cuota es la aplicacion
      *                    automatica del suspenso que agrega PREAPSU:
      *                    se cubre con el suspenso del prestamo (se
      *                    rechaza si no alcanza o si el prestamo esta
      *                    castigado) y la entrada del diario lo
      *                    registra en PJR-MONTO-SUSPENSO para que
      *                    PREGL lo debite a la cuenta puente y no a
      *                    caja.
      *****************************************************************

       ENVIRONMENT DIVISION.

       FD  PAGOS-IN
           RECORD CONTAINS 43 CHARACTERS.
       COPY PAGOSIN.

       FD  PRESTAMOS-MASTER-FILE.
       COPY PRESTMST.
           05 PGO-CAPITAL-CUOTA     PIC S9(11)V99 COMP-3.
           05 PGO-CAPITAL-APLICADO  PIC S9(11)V99 COMP-3.
           05 PGO-INTERES-APLICADO  PIC S9(11)V99 COMP-3.
           05 PGO-PENALIDAD-APLICADA PIC S9(11)V99 COMP-3.
           05 PGO-RECUPERO          PIC S9(11)V99 COMP-3.
           05 PGO-SUSPENSO-APLICADO PIC S9(11)V99 COMP-3.

       01  WS-CONTROL-ARCHIVO.
           05 WS-FIN-PAGOS          PIC X(01) VALUE 'N'.
           05 WS-REFERENCIA-ESTADO  PIC X(01) VALUE 'N'.
              88 REFERENCIA-APLICADA VALUE 'S'.
              88 REFERENCIA-NUEVA   VALUE 'N'.
           05 WS-ORIGEN-PAGO        PIC X(01) VALUE 'N'.
              88 PAGO-DE-SUSPENSO   VALUE 'S'.
              88 PAGO-DE-CAJA       VALUE 'N'.

       01  WS-ESTADOS-ARCHIVO.
           05 WS-FS-PAGOS-IN          PIC X(02) VALUE '00'.
           05 CNT-CUOTAS-CANCELADAS PIC 9(07) COMP VALUE ZERO.
           05 CNT-PRESTAMOS-MORA    PIC 9(07) COMP VALUE ZERO.
           05 CNT-MONTO-APLICADO    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 CNT-PENALIDADES       PIC 9(07) COMP VALUE ZERO.
           05 CNT-MONTO-PENALIDAD   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 CNT-RECUPEROS         PIC 9(07) COMP VALUE ZERO.
           05 CNT-MONTO-RECUPERO    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 CNT-APLIC-SUSPENSO    PIC 9(07) COMP VALUE ZERO.
           05 CNT-MONTO-SUSPENSO    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 CNT-MONTO-A-SUSPENSO  PIC S9(11)V99 COMP-3 VALUE ZERO.

      * Control de mora: dias de atraso de la cuota impaga mas
      * antigua de cada prestamo durante el barrido de la cartera
           05 FILLER                PIC X(02) VALUE SPACES.
           05 EXC-MONTO-EXCESO      PIC X(13) VALUE SPACES.

      * Area de comunicacion con el control de corrida del ciclo
      * (PRECTLM): fecha de negocio y registro del paso
       COPY CTLPASO.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY '*** APLICACION DE PAGOS DE PRESTAMOS (BATCH) ***'

           PERFORM INICIAR-CONTROL-PASO

           PERFORM INICIALIZAR-PROCESO

           PERFORM LEER-PAGOS UNTIL FIN-PAGOS

           PERFORM FINALIZAR-PROCESO

           PERFORM TERMINAR-CONTROL-PASO

           STOP RUN.

      *-----------------------------------------------------------
              PERFORM ABEND-PROCESO
           END-IF

           MOVE CPA-FECHA-NEGOCIO TO FEC-HOY
           MOVE FEC-HOY TO DIA-FECHA-NUM
           PERFORM CALCULAR-DIAS-CORRIDOS
           MOVE DIA-RESULTADO TO DIA-DIAS-HOY
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
           MOVE 'PREPAGOS' TO CPA-PASO
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
      * Lee el siguiente pago del archivo diario; al llegar al fin
      * del archivo activa el interruptor de fin de proceso
      * Valida el pago y el prestamo y, si corresponde, lo aplica
      * contra su plan de cuotas. Un registro con campos no
      * numericos, o un prestamo inexistente, no aprobado o sin
      * plan de pagos, va al informe de excepciones. El pago sobre
      * un prestamo castigado ('C') se registra como recupero.
      * La aplicacion del saldo en suspenso que agrega PREAPSU
      * (referencia 'S' + prestamo + cuota) se cubre con el
      * suspenso del prestamo, que debe alcanzar para el monto.
      *-----------------------------------------------------------
       PROCESAR-PAGO.
           MOVE PAG-NUMERO     TO PGO-NUMERO
           MOVE PAG-MONTO      TO PGO-MONTO
           MOVE PAG-REFERENCIA TO PGO-REFERENCIA

           SET PAGO-DE-CAJA TO TRUE
           IF PGO-REFERENCIA (1:1) = 'S' AND
              PGO-REFERENCIA (2:12) = PAG-NUMERO
              SET PAGO-DE-SUSPENSO TO TRUE
           END-IF

           PERFORM BUSCAR-PRESTAMO
           PERFORM BUSCAR-REFERENCIA

                  PERFORM ESCRIBIR-EXCEPCION
                  ADD 1 TO CNT-PAGOS-RECHAZADOS
               WHEN PRM-ESTADO-EVAL NOT = 'A' AND
                    PRM-ESTADO-EVAL NOT = 'S' AND
                    PRM-ESTADO-EVAL NOT = 'C'
                  MOVE 'PRESTAMO NO APROBADO' TO EXC-MOTIVO
                  PERFORM ESCRIBIR-EXCEPCION
                  ADD 1 TO CNT-PAGOS-RECHAZADOS
                  MOVE 'MONTO DE PAGO INVALIDO' TO EXC-MOTIVO
                  PERFORM ESCRIBIR-EXCEPCION
                  ADD 1 TO CNT-PAGOS-RECHAZADOS
               WHEN PAGO-DE-SUSPENSO AND PRM-ESTADO-EVAL = 'C'
                  MOVE 'SUSPENSO SOBRE CASTIGADO' TO EXC-MOTIVO
                  PERFORM ESCRIBIR-EXCEPCION
                  ADD 1 TO CNT-PAGOS-RECHAZADOS
               WHEN PAGO-DE-SUSPENSO AND
                    PGO-MONTO > PRM-SALDO-SUSPENSO
                  MOVE 'SUSPENSO INSUFICIENTE' TO EXC-MOTIVO
                  PERFORM ESCRIBIR-EXCEPCION
                  ADD 1 TO CNT-PAGOS-RECHAZADOS
               WHEN PRM-ESTADO-EVAL = 'C'
                  PERFORM APLICAR-RECUPERO
               WHEN OTHER
                  PERFORM APLICAR-PAGO
           END-EVALUATE.

      *-----------------------------------------------------------
      * Aplica el monto del pago cuota a cuota, en orden, sobre el
      * plan del prestamo. El pago cubre primero el saldo de
      * penalidad por mora del prestamo (PREMORA) y solo lo que
      * resta se aplica a las cuotas. Una cuota se cancela cuando
      * el pago cubre lo que le falta; un pago que no alcanza deja
      * la cuota en pago parcial y se reporta; lo que sobra
      * despues de la ultima cuota es sobrepago, se reporta y
      * queda en el saldo en suspenso del prestamo. La aplicacion
      * de suspenso rebaja primero el suspenso por el monto.
      *-----------------------------------------------------------
       APLICAR-PAGO.
           MOVE PGO-MONTO TO PGO-RESTANTE
           MOVE ZERO TO PGO-CAPITAL-APLICADO
           MOVE ZERO TO PGO-INTERES-APLICADO
           MOVE ZERO TO PGO-PENALIDAD-APLICADA
           MOVE ZERO TO PGO-RECUPERO
           MOVE ZERO TO PGO-SUSPENSO-APLICADO
           SET NO-FIN-CUOTAS-PAGO TO TRUE

           IF PAGO-DE-SUSPENSO
              MOVE PGO-MONTO TO PGO-SUSPENSO-APLICADO
              SUBTRACT PGO-SUSPENSO-APLICADO FROM PRM-SALDO-SUSPENSO
              ADD 1 TO CNT-APLIC-SUSPENSO
              ADD PGO-SUSPENSO-APLICADO TO CNT-MONTO-SUSPENSO
           END-IF

           IF PRM-SALDO-PENALIDAD > ZERO
              PERFORM COBRAR-PENALIDAD
           END-IF

           MOVE PGO-NUMERO TO CUO-NUMERO
           MOVE 1 TO CUO-NUM-CUOTA
           START CUOTAS-MASTER-FILE KEY IS NOT LESS CUO-CLAVE
                  SET FIN-CUOTAS-PAGO TO TRUE
           END-START

           IF PGO-RESTANTE = ZERO
              SET FIN-CUOTAS-PAGO TO TRUE
           END-IF

           PERFORM APLICAR-A-CUOTA UNTIL FIN-CUOTAS-PAGO

           IF PGO-RESTANTE > ZERO
              ADD 1 TO CNT-SOBREPAGOS
           END-IF

           PERFORM ACTUALIZAR-SUSPENSO

           PERFORM ACTUALIZAR-SERVICIO-PRESTAMO

           PERFORM GRABAR-JOURNAL
           ADD 1 TO CNT-PAGOS-APLICADOS
           ADD PGO-MONTO TO CNT-MONTO-APLICADO.

      *-----------------------------------------------------------
      * Registra el pago recibido sobre un prestamo castigado: no
      * se aplica al plan (dado de baja en el castigo); el monto
      * completo se suma al recuperado del prestamo y queda en el
      * diario como recupero para el extracto contable y el
      * informe mensual de castigos. Se deja en el informe de
      * excepciones para seguimiento de cobranza.
      *-----------------------------------------------------------
       APLICAR-RECUPERO.
           MOVE ZERO TO PGO-SUSPENSO-APLICADO
           MOVE ZERO TO PGO-CAPITAL-APLICADO
           MOVE ZERO TO PGO-INTERES-APLICADO
           MOVE ZERO TO PGO-PENALIDAD-APLICADA
           MOVE ZERO TO PGO-RESTANTE
           MOVE PGO-MONTO TO PGO-RECUPERO

           ADD PGO-RECUPERO TO PRM-MONTO-RECUPERADO
           REWRITE PRESTAMOS-MASTER-RECORD
               INVALID KEY
                  DISPLAY 'ERROR AL ACTUALIZAR PRESTAMO: ' PRM-NUMERO
                          ' STATUS: ' WS-FS-PRESTAMOS-MASTER
                  PERFORM ABEND-PROCESO
           END-REWRITE

           PERFORM GRABAR-JOURNAL

           MOVE 'RECUPERO PREST. CASTIGADO' TO EXC-MOTIVO
           PERFORM ESCRIBIR-EXCEPCION

           ADD 1 TO CNT-RECUPEROS
           ADD PGO-RECUPERO TO CNT-MONTO-RECUPERO.

      *-----------------------------------------------------------
      * Lleva el excedente sin aplicar del pago al saldo en
      * suspenso del prestamo. La fecha del suspenso es la del
      * dia en que el saldo dejo de estar en cero (se conserva
      * mientras quede saldo) y vuelve a cero con el saldo. El
      * maestro se regraba al actualizar los campos de servicio.
      *-----------------------------------------------------------
       ACTUALIZAR-SUSPENSO.
           IF PGO-RESTANTE > ZERO
              IF PRM-FECHA-SUSPENSO = ZERO
                 MOVE FEC-HOY TO PRM-FECHA-SUSPENSO
              END-IF
              ADD PGO-RESTANTE TO PRM-SALDO-SUSPENSO
              ADD PGO-RESTANTE TO CNT-MONTO-A-SUSPENSO
           END-IF

           IF PRM-SALDO-SUSPENSO = ZERO
              MOVE ZERO TO PRM-FECHA-SUSPENSO
           END-IF.

      *-----------------------------------------------------------
      * Cobra con el pago el saldo de penalidad por mora del
      * prestamo (interes moratorio y cargos por atraso), antes
      * que el interes y el capital de las cuotas. El saldo se
      * rebaja en el registro del maestro que se regraba al
      * actualizar los campos de servicio del prestamo.
      *-----------------------------------------------------------
       COBRAR-PENALIDAD.
           IF PGO-RESTANTE >= PRM-SALDO-PENALIDAD
              MOVE PRM-SALDO-PENALIDAD TO PGO-PENALIDAD-APLICADA
           ELSE
              MOVE PGO-RESTANTE TO PGO-PENALIDAD-APLICADA
           END-IF

           SUBTRACT PGO-PENALIDAD-APLICADA FROM PGO-RESTANTE
           SUBTRACT PGO-PENALIDAD-APLICADA FROM PRM-SALDO-PENALIDAD

           ADD 1 TO CNT-PENALIDADES
           ADD PGO-PENALIDAD-APLICADA TO CNT-MONTO-PENALIDAD.

      *-----------------------------------------------------------
      * Graba la entrada del diario de pagos aplicados; se graba
      * recien aqui, con la cuota y el maestro ya actualizados,
           MOVE PGO-NUMERO     TO PJR-NUMERO
           MOVE PGO-FECHA      TO PJR-FECHA-PAGO
           MOVE PGO-MONTO      TO PJR-MONTO
           MOVE CPA-FECHA-NEGOCIO TO PJR-FECHA-APLICACION
           ACCEPT PJR-HORA-APLICACION FROM TIME
           MOVE PGO-CAPITAL-APLICADO TO PJR-MONTO-CAPITAL
           MOVE PGO-INTERES-APLICADO TO PJR-MONTO-INTERES
           MOVE PGO-RESTANTE         TO PJR-MONTO-EXCEDENTE
           MOVE ZERO                 TO PJR-FECHA-CONTAB
           MOVE PGO-PENALIDAD-APLICADA TO PJR-MONTO-PENALIDAD
           SET PJR-VIGENTE           TO TRUE
           MOVE SPACES               TO PJR-RAZON-REV
           MOVE ZERO                 TO PJR-FECHA-REVERSO
           MOVE ZERO                 TO PJR-FECHA-CONTAB-REV
           MOVE PGO-RECUPERO         TO PJR-MONTO-RECUPERO
           MOVE PGO-SUSPENSO-APLICADO TO PJR-MONTO-SUSPENSO
           MOVE ZERO                 TO PJR-MONTO-DEVOLUCION

           WRITE PAGO-JOURNAL-RECORD
               INVALID KEY

      *-----------------------------------------------------------
      * Actualiza el estado de mora del prestamo cerrado en el
      * barrido segun los dias de atraso de su peor cuota impaga.
      * Un prestamo castigado ('C') conserva la mora que tenia al
      * castigarse.
      *-----------------------------------------------------------
       GRABAR-MORA-PRESTAMO.
           MOVE MOR-NUMERO-ACTUAL TO PRM-NUMERO
                  DISPLAY 'CUOTAS SIN PRESTAMO EN MAESTRO: '
                          MOR-NUMERO-ACTUAL
               NOT INVALID KEY
                  IF PRM-ESTADO-EVAL NOT = 'C'
                     PERFORM ACTUALIZAR-MORA-PRESTAMO
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Clasifica el prestamo en su bucket de mora y lo regraba
      *-----------------------------------------------------------
       ACTUALIZAR-MORA-PRESTAMO.
           MOVE MOR-MAX-DIAS TO PRM-DIAS-MORA
           EVALUATE TRUE
               WHEN MOR-MAX-DIAS = ZERO
                  SET PRM-MORA-AL-DIA TO TRUE
               WHEN MOR-MAX-DIAS <= 30
                  SET PRM-MORA-1-30 TO TRUE
                  ADD 1 TO CNT-PRESTAMOS-MORA
               WHEN MOR-MAX-DIAS <= 60
                  SET PRM-MORA-31-60 TO TRUE
                  ADD 1 TO CNT-PRESTAMOS-MORA
               WHEN MOR-MAX-DIAS <= 90
                  SET PRM-MORA-61-90 TO TRUE
                  ADD 1 TO CNT-PRESTAMOS-MORA
               WHEN OTHER
                  SET PRM-MORA-MAS-90 TO TRUE
                  ADD 1 TO CNT-PRESTAMOS-MORA
           END-EVALUATE
           REWRITE PRESTAMOS-MASTER-RECORD
               INVALID KEY
                  DISPLAY 'ERROR AL ACTUALIZAR PRESTAMO: ' PRM-NUMERO
                          ' STATUS: ' WS-FS-PRESTAMOS-MASTER
                  PERFORM ABEND-PROCESO
           END-REWRITE.

      *-----------------------------------------------------------
      * Convierte la fecha AAAAMMDD de DIA-FECHA en dias corridos
      * (dias desde el anio cero, con anios bisiestos) para poder
           DISPLAY 'Sobrepagos           : ' CNT-SOBREPAGOS
           DISPLAY 'Cuotas canceladas    : ' CNT-CUOTAS-CANCELADAS
           DISPLAY 'Prestamos en mora    : ' CNT-PRESTAMOS-MORA
           DISPLAY 'Penalidades cobradas : ' CNT-PENALIDADES
           DISPLAY 'Monto penalidades    : ' CNT-MONTO-PENALIDAD
           DISPLAY 'Recuperos castigados : ' CNT-RECUPEROS
           DISPLAY 'Monto recuperos      : ' CNT-MONTO-RECUPERO
           DISPLAY 'Aplicac. de suspenso : ' CNT-APLIC-SUSPENSO
           DISPLAY 'Monto suspenso aplic.: ' CNT-MONTO-SUSPENSO
           DISPLAY 'Excedente a suspenso : ' CNT-MONTO-A-SUSPENSO

           IF CNT-PAGOS-RECHAZADOS > ZERO OR
              CNT-PAGOS-REPETIDOS > ZERO

      *                    devenga prestamos desembolsados ('S'):
      *                    un plan de un prestamo aprobado sin
      *                    fondear no gana interes.
      *   2026-10-15  RG   La penalidad por mora cobrada con cada pago
      *                    (PJR-MONTO-PENALIDAD) se acredita a la nueva
      *                    cuenta de ingreso por mora CTA-INGRESO-MORA;
      *                    el debe a caja sigue siendo el pago
      *                    completo.
      *   2026-10-15  RG   Los pagos que PREREVER marca reversados en
      *                    el diario generan sus asientos inversos
      *                    (concepto REVERSO PAGO) una sola vez,
      *                    controlado por PJR-FECHA-CONTAB-REV.
      *   2026-10-15  RG   Lo cobrado sobre un prestamo castigado
      *                    (PJR-MONTO-RECUPERO) se acredita a la nueva
      *                    cuenta de recupero de cartera castigada
      *                    CTA-RECUPERO-CASTIGO.
      *   2026-10-15  RG   La fecha de proceso es la fecha de negocio
      *                    del control de corrida (RUNCTL); el paso
      *                    registra su inicio, fin y return code por
      *                    PRECTLM, que valida los pasos previos y
      *                    rechaza un paso ya completo salvo
      *                    re-ejecucion autorizada.
      *   2026-10-15  RG   La parte de una entrada del diario cubierta
      *                    con el saldo en suspenso del prestamo
      *                    (PJR-MONTO-SUSPENSO: aplicacion automatica
      *                    de PREAPSU o liquidacion de PRELIQ) se
      *                    debita a la cuenta puente de sobrepagos
      *                    CTA-SOBREPAGOS en lugar de a caja, y su
      *                    reverso la vuelve a acreditar. La devolucion
      *                    del suspenso al cerrar el prestamo
      *                    (PJR-MONTO-DEVOLUCION, entrada 'DEV') se
      *                    debita a la cuenta puente contra la nueva
      *                    cuenta de devoluciones por pagar
      *                    CTA-DEVOLUCIONES.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05 CTA-INT-GANADO        PIC 9(08) VALUE 51020010.
           05 CTA-INT-POR-COBRAR    PIC 9(08) VALUE 13059010.
           05 CTA-SOBREPAGOS        PIC 9(08) VALUE 21080010.
           05 CTA-INGRESO-MORA      PIC 9(08) VALUE 51030010.
           05 CTA-RECUPERO-CASTIGO  PIC 9(08) VALUE 51040010.
           05 CTA-DEVOLUCIONES      PIC 9(08) VALUE 21080020.

      * Asiento en armado antes de grabarse al interfaz
       01  WS-ASIENTO.
           05 ASI-MONTO             PIC S9(13)V99 COMP-3.
           05 ASI-REFERENCIA        PIC 9(12).
           05 ASI-CONCEPTO          PIC X(20).
           05 ASI-MONTO-CAJA        PIC S9(13)V99 COMP-3.

      * Devengo de fin de mes: por prestamo se toma la primera
      * cuota pendiente con vencimiento futuro y se devenga su
           05 CNT-DESEMBOLSOS       PIC 9(07) COMP VALUE ZERO.
           05 CNT-PAGOS             PIC 9(07) COMP VALUE ZERO.
           05 CNT-DEVENGOS          PIC 9(07) COMP VALUE ZERO.
           05 CNT-REVERSOS          PIC 9(07) COMP VALUE ZERO.
           05 CNT-ASIENTOS          PIC 9(09) COMP VALUE ZERO.
           05 CNT-TOTAL-DEBITOS     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CNT-TOTAL-CREDITOS    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CNT-MONTO-DESEMBOLSO  PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CNT-MONTO-PAGOS       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CNT-MONTO-DEVENGO     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CNT-MONTO-REVERSOS    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CNT-MONTO-SUSPENSO    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CNT-DEVOLUCIONES      PIC 9(07) COMP VALUE ZERO.
           05 CNT-MONTO-DEVUELTO    PIC S9(13)V99 COMP-3 VALUE ZERO.

      * Conversion de fechas AAAAMMDD a dias corridos para el
      * devengo proporcional (mismo metodo que PREPAGOS)
           05 RPT-EDIT-MONTO        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 RPT-EDIT-VARIACION    PIC -,---,---,---,--9.99.

      * Area de comunicacion con el control de corrida del ciclo
      * (PRECTLM): fecha de negocio y registro del paso
       COPY CTLPASO.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY '*** EXTRACTO CONTABLE DIARIO (BATCH) ***'

           PERFORM INICIAR-CONTROL-PASO

           PERFORM INICIALIZAR-PROCESO

           PERFORM EXTRAER-DESEMBOLSOS UNTIL FIN-MAESTRO

           PERFORM FINALIZAR-PROCESO

           PERFORM TERMINAR-CONTROL-PASO

           STOP RUN.

      *-----------------------------------------------------------
              PERFORM ABEND-PROCESO
           END-IF

           MOVE CPA-FECHA-NEGOCIO TO FEC-HOY-NUM
           MOVE FEC-HOY-NUM TO DIA-FECHA-NUM
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
           MOVE 'PREGL' TO CPA-PASO
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
      * Recorre el maestro de prestamos y asienta los desembolsos
      * confirmados por PRECONF que aun no pasaron por el extracto

      *-----------------------------------------------------------
      * Evalua la siguiente entrada del diario y asienta la que
      * aun no fue contabilizada, y el reverso de la que PREREVER
      * marco reversada y aun no tiene sus asientos inversos
      *-----------------------------------------------------------
       REVISAR-ENTRADA-JOURNAL.
           READ PAGOS-JOURNAL NEXT RECORD
                  IF PJR-FECHA-CONTAB = ZERO
                     PERFORM ASENTAR-PAGO
                  END-IF
                  IF PJR-REVERSADO AND PJR-FECHA-CONTAB-REV = ZERO
                     PERFORM ASENTAR-REVERSO
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Genera los asientos de un pago aplicado hoy con la
      * particion que PREPAGOS dejo en el diario: debe a caja por
      * el pago completo contra haber a interes ganado, a
      * prestamos por el capital amortizado, a la cuenta puente
      * de sobrepagos por el excedente sin aplicar, al ingreso
      * por mora por la penalidad cobrada (la penalidad se
      * reconoce como ingreso al cobrarse) y al recupero de
      * cartera castigada por lo cobrado sobre un prestamo 'C'.
      * La parte del pago cubierta con el saldo en suspenso del
      * prestamo se debita a la cuenta puente de sobrepagos en
      * lugar de a caja, y la devolucion del suspenso al cerrar
      * el prestamo ('DEV', sin cobro) pasa de la cuenta puente a
      * devoluciones por pagar.
      *-----------------------------------------------------------
       ASENTAR-PAGO.
           MOVE PJR-NUMERO            TO ASI-REFERENCIA
           MOVE 'PAGO CUOTA PRESTAMO' TO ASI-CONCEPTO

           SUBTRACT PJR-MONTO-SUSPENSO FROM PJR-MONTO
               GIVING ASI-MONTO-CAJA
           IF ASI-MONTO-CAJA > ZERO
              MOVE CTA-CAJA       TO ASI-CUENTA
              MOVE 'D'            TO ASI-DEB-CRED
              MOVE ASI-MONTO-CAJA TO ASI-MONTO
              PERFORM GRABAR-ASIENTO
           END-IF

           IF PJR-MONTO-SUSPENSO > ZERO
              MOVE CTA-SOBREPAGOS     TO ASI-CUENTA
              MOVE 'D'                TO ASI-DEB-CRED
              MOVE PJR-MONTO-SUSPENSO TO ASI-MONTO
              MOVE 'APLICACION SUSPENSO' TO ASI-CONCEPTO
              PERFORM GRABAR-ASIENTO
              MOVE 'PAGO CUOTA PRESTAMO' TO ASI-CONCEPTO
              ADD PJR-MONTO-SUSPENSO TO CNT-MONTO-SUSPENSO
           END-IF

           IF PJR-MONTO-INTERES > ZERO
              MOVE CTA-INT-GANADO   TO ASI-CUENTA
              MOVE 'PAGO CUOTA PRESTAMO' TO ASI-CONCEPTO
           END-IF

           IF PJR-MONTO-PENALIDAD > ZERO
              MOVE CTA-INGRESO-MORA    TO ASI-CUENTA
              MOVE 'C'                 TO ASI-DEB-CRED
              MOVE PJR-MONTO-PENALIDAD TO ASI-MONTO
              MOVE 'PENALIDAD POR MORA' TO ASI-CONCEPTO
              PERFORM GRABAR-ASIENTO
              MOVE 'PAGO CUOTA PRESTAMO' TO ASI-CONCEPTO
           END-IF

           IF PJR-MONTO-RECUPERO > ZERO
              MOVE CTA-RECUPERO-CASTIGO TO ASI-CUENTA
              MOVE 'C'                  TO ASI-DEB-CRED
              MOVE PJR-MONTO-RECUPERO   TO ASI-MONTO
              MOVE 'RECUPERO CASTIGADO' TO ASI-CONCEPTO
              PERFORM GRABAR-ASIENTO
              MOVE 'PAGO CUOTA PRESTAMO' TO ASI-CONCEPTO
           END-IF

           IF PJR-MONTO-DEVOLUCION > ZERO
              MOVE 'DEVOLUCION SUSPENSO' TO ASI-CONCEPTO
              MOVE CTA-SOBREPAGOS       TO ASI-CUENTA
              MOVE 'D'                  TO ASI-DEB-CRED
              MOVE PJR-MONTO-DEVOLUCION TO ASI-MONTO
              PERFORM GRABAR-ASIENTO
              MOVE CTA-DEVOLUCIONES     TO ASI-CUENTA
              MOVE 'C'                  TO ASI-DEB-CRED
              PERFORM GRABAR-ASIENTO
              ADD 1 TO CNT-DEVOLUCIONES
              ADD PJR-MONTO-DEVOLUCION TO CNT-MONTO-DEVUELTO
           END-IF

           MOVE FEC-HOY-NUM TO PJR-FECHA-CONTAB
           REWRITE PAGO-JOURNAL-RECORD
               INVALID KEY
           ADD 1 TO CNT-PAGOS
           ADD PJR-MONTO TO CNT-MONTO-PAGOS.

      *-----------------------------------------------------------
      * Genera los asientos inversos de un pago reversado: los
      * mismos importes que ASENTAR-PAGO con debe y haber
      * cambiados (haber a caja por lo cobrado en efectivo y a la
      * cuenta puente por lo cubierto con suspenso, contra debe a
      * interes ganado, prestamos, sobrepagos, ingreso por mora y
      * recupero), y sella la fecha de asiento del reverso
      *-----------------------------------------------------------
       ASENTAR-REVERSO.
           MOVE PJR-NUMERO     TO ASI-REFERENCIA
           MOVE 'REVERSO PAGO' TO ASI-CONCEPTO

           SUBTRACT PJR-MONTO-SUSPENSO FROM PJR-MONTO
               GIVING ASI-MONTO-CAJA
           IF ASI-MONTO-CAJA > ZERO
              MOVE CTA-CAJA       TO ASI-CUENTA
              MOVE 'C'            TO ASI-DEB-CRED
              MOVE ASI-MONTO-CAJA TO ASI-MONTO
              PERFORM GRABAR-ASIENTO
           END-IF

           IF PJR-MONTO-SUSPENSO > ZERO
              MOVE CTA-SOBREPAGOS     TO ASI-CUENTA
              MOVE 'C'                TO ASI-DEB-CRED
              MOVE PJR-MONTO-SUSPENSO TO ASI-MONTO
              PERFORM GRABAR-ASIENTO
           END-IF

           IF PJR-MONTO-INTERES > ZERO
              MOVE CTA-INT-GANADO   TO ASI-CUENTA
              MOVE 'D'              TO ASI-DEB-CRED
              MOVE PJR-MONTO-INTERES TO ASI-MONTO
              PERFORM GRABAR-ASIENTO
           END-IF

           IF PJR-MONTO-CAPITAL > ZERO
              MOVE CTA-PRESTAMOS    TO ASI-CUENTA
              MOVE 'D'              TO ASI-DEB-CRED
              MOVE PJR-MONTO-CAPITAL TO ASI-MONTO
              PERFORM GRABAR-ASIENTO
           END-IF

           IF PJR-MONTO-EXCEDENTE > ZERO
              MOVE CTA-SOBREPAGOS     TO ASI-CUENTA
              MOVE 'D'                TO ASI-DEB-CRED
              MOVE PJR-MONTO-EXCEDENTE TO ASI-MONTO
              PERFORM GRABAR-ASIENTO
           END-IF

           IF PJR-MONTO-PENALIDAD > ZERO
              MOVE CTA-INGRESO-MORA    TO ASI-CUENTA
              MOVE 'D'                 TO ASI-DEB-CRED
              MOVE PJR-MONTO-PENALIDAD TO ASI-MONTO
              PERFORM GRABAR-ASIENTO
           END-IF

           IF PJR-MONTO-RECUPERO > ZERO
              MOVE CTA-RECUPERO-CASTIGO TO ASI-CUENTA
              MOVE 'D'                  TO ASI-DEB-CRED
              MOVE PJR-MONTO-RECUPERO   TO ASI-MONTO
              PERFORM GRABAR-ASIENTO
           END-IF

           MOVE FEC-HOY-NUM TO PJR-FECHA-CONTAB-REV
           REWRITE PAGO-JOURNAL-RECORD
               INVALID KEY
                  DISPLAY 'ERROR AL ACTUALIZAR PAGOS-JOURNAL: '
                          PJR-REFERENCIA ' STATUS: ' WS-FS-JOURNAL
                  PERFORM ABEND-PROCESO
           END-REWRITE

           ADD 1 TO CNT-REVERSOS
           ADD PJR-MONTO TO CNT-MONTO-REVERSOS.

      *-----------------------------------------------------------
      * Devengo de la corrida de fin de mes: acumula el interes
      * devengado y aun no vencido de toda la cartera, lo compara
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-REVERSOS TO RPT-EDIT-CONTADOR
           STRING 'PAGOS REVERSADOS...: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-MONTO-REVERSOS TO RPT-EDIT-MONTO
           STRING 'MONTO REVERSADO....: ' DELIMITED SIZE
                  RPT-EDIT-MONTO DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-MONTO-SUSPENSO TO RPT-EDIT-MONTO
           STRING 'SUSPENSO APLICADO..: ' DELIMITED SIZE
                  RPT-EDIT-MONTO DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-DEVOLUCIONES TO RPT-EDIT-CONTADOR
           STRING 'DEVOLUCIONES.......: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-MONTO-DEVUELTO TO RPT-EDIT-MONTO
           STRING 'MONTO DEVUELTO.....: ' DELIMITED SIZE
                  RPT-EDIT-MONTO DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-DEVENGOS TO RPT-EDIT-CONTADOR
           STRING 'DEVENGOS FIN DE MES: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE

           DISPLAY 'Desembolsos asentados: ' CNT-DESEMBOLSOS
           DISPLAY 'Pagos asentados      : ' CNT-PAGOS
           DISPLAY 'Reversos asentados   : ' CNT-REVERSOS
           DISPLAY 'Devoluciones asent.  : ' CNT-DEVOLUCIONES
           DISPLAY 'Devengos asentados   : ' CNT-DEVENGOS
           DISPLAY 'Asientos grabados    : ' CNT-ASIENTOS


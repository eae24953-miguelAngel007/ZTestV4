      *                    liquidacion, su interes ganado y la
      *                    cancelacion del capital igual que
      *                    cualquier pago.
      *   2026-10-15  RG   La cotizacion incluye el saldo de penalidad
      *                    por mora del prestamo (PRM-SALDO-PENALIDAD)
      *                    y la liquidacion aplicada lo cobra y lo
      *                    graba en el diario (PJR-MONTO-PENALIDAD). El
      *                    barrido de planes pagados no cierra un
      *                    prestamo con penalidad pendiente.
      *   2026-10-15  RG   La entrada del diario se graba vigente, con
      *                    los nuevos datos de reverso (PREREVER) en
      *                    blanco/cero.
      *   2026-10-15  RG   La entrada del diario de la liquidacion se
      *                    graba con el recupero (PJR-MONTO-RECUPERO)
      *                    en cero.
      *   2026-10-15  RG   El cierre del prestamo en 'L' graba la fecha
      *                    de liquidacion (PRM-FECHA-LIQUIDACION), que
      *                    usa el reporte mensual al buro PREBURO.
      *   2026-10-15  RG   La fecha de proceso es la fecha de negocio
      *                    del control de corrida (RUNCTL); el paso
      *                    registra su inicio, fin y return code por
      *                    PRECTLM, que valida los pasos previos y
      *                    rechaza un paso ya completo salvo
      *                    re-ejecucion autorizada.
      *   2026-10-15  RG   El saldo en suspenso del prestamo
      *                    (PRM-SALDO-SUSPENSO) cubre la cotizacion de
      *                    la liquidacion hasta donde alcance; el
      *                    informe muestra el total adeudado, el
      *                    suspenso aplicado y el total a pagar, y la
      *                    entrada 'LIQ' del diario registra lo
      *                    cubierto en PJR-MONTO-SUSPENSO. Al cerrar un
      *                    prestamo 'L' (por liquidacion o por plan
      *                    pagado) con saldo en suspenso, el saldo se
      *                    devuelve: entrada 'DEV'+numero en el diario
      *                    (PJR-MONTO-DEVOLUCION) e instruccion de
      *                    devolucion para tesoreria en el nuevo
      *                    archivo DEVOLUC (copybook DEVOLUC).
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT DEVOLUCION-OUT
               ASSIGN TO 'DEVOLUC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DEVOLUCION.

           SELECT LIQUIDA-RPT
               ASSIGN TO 'LIQRPT'
               ORGANIZATION IS LINE SEQUENTIAL
       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  DEVOLUCION-OUT
           RECORD CONTAINS 59 CHARACTERS.
       COPY DEVOLUC.

       FD  LIQUIDA-RPT.
       01  RPT-REGISTRO             PIC X(80).

           05 LIQ-CAPITAL-CUOTA     PIC S9(11)V99 COMP-3.
           05 LIQ-CAPITAL-APLICADO  PIC S9(11)V99 COMP-3.
           05 LIQ-INTERES-APLICADO  PIC S9(11)V99 COMP-3.
           05 LIQ-PENALIDAD         PIC S9(11)V99 COMP-3.
           05 LIQ-SUSPENSO          PIC S9(11)V99 COMP-3.
           05 LIQ-A-PAGAR           PIC S9(11)V99 COMP-3.
           05 LIQ-DEVOLUCION        PIC S9(11)V99 COMP-3.

      * Referencia unica de la entrada del diario de pagos que
      * graba la liquidacion; un prestamo solo se liquida una vez
           05 REF-LIQ-NUMERO        PIC 9(12).
           05 FILLER                PIC X(01) VALUE SPACE.

      * Referencia unica de la entrada del diario que registra la
      * devolucion del saldo en suspenso al cerrarse el prestamo;
      * un prestamo solo se cierra 'L' con devolucion una vez
       01  WS-REFERENCIA-DEV.
           05 FILLER                PIC X(03) VALUE 'DEV'.
           05 REF-DEV-NUMERO        PIC 9(12).
           05 FILLER                PIC X(01) VALUE SPACE.

       01  WS-CONTROL-ARCHIVO.
           05 WS-FIN-LIQUIDA        PIC X(01) VALUE 'N'.
              88 FIN-LIQUIDA        VALUE 'Y'.
           05 WS-FS-CUOTAS            PIC X(02) VALUE '00'.
           05 WS-FS-JOURNAL           PIC X(02) VALUE '00'.
           05 WS-FS-AUDITORIA         PIC X(02) VALUE '00'.
           05 WS-FS-DEVOLUCION        PIC X(02) VALUE '00'.
           05 WS-FS-REPORTE           PIC X(02) VALUE '00'.

       01  WS-CONTADORES.
           05 CNT-LIQ-APLICADAS     PIC 9(07) COMP VALUE ZERO.
           05 CNT-LIQ-RECHAZADAS    PIC 9(07) COMP VALUE ZERO.
           05 CNT-CIERRES-NORMALES  PIC 9(07) COMP VALUE ZERO.
           05 CNT-CIERRES-RETENIDOS PIC 9(07) COMP VALUE ZERO.
           05 CNT-CUOTAS-CANCELADAS PIC 9(07) COMP VALUE ZERO.
           05 CNT-CUOTAS-ANULADAS   PIC 9(07) COMP VALUE ZERO.
           05 CNT-MONTO-LIQUIDADO   PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CNT-MONTO-SUSPENSO    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CNT-DEVOLUCIONES      PIC 9(07) COMP VALUE ZERO.
           05 CNT-MONTO-DEVUELTO    PIC S9(13)V99 COMP-3 VALUE ZERO.

      * Control del barrido de planes pagados: por prestamo se
      * cuenta si quedo alguna cuota cobrable y cuantas se pagaron
           05 FILLER                PIC X(08) VALUE ' CUOTAS)'.
           05 FILLER                PIC X(21) VALUE SPACES.

      * Area de comunicacion con el control de corrida del ciclo
      * (PRECTLM): fecha de negocio y registro del paso
       COPY CTLPASO.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY '*** LIQUIDACION Y CIERRE DE PRESTAMOS (BATCH) ***'

           PERFORM INICIAR-CONTROL-PASO

           PERFORM INICIALIZAR-PROCESO

           PERFORM LEER-LIQUIDACIONES UNTIL FIN-LIQUIDA

           PERFORM FINALIZAR-PROCESO

           PERFORM TERMINAR-CONTROL-PASO

           STOP RUN.

      *-----------------------------------------------------------
              PERFORM ABEND-PROCESO
           END-IF

           PERFORM ABRIR-DEVOLUCIONES

           OPEN OUTPUT LIQUIDA-RPT
           IF WS-FS-REPORTE NOT = '00'
              DISPLAY 'ERROR AL ABRIR LIQUIDA-RPT, STATUS: '
              PERFORM ABEND-PROCESO
           END-IF

           MOVE CPA-FECHA-NEGOCIO TO FEC-HOY

           MOVE '*** LIQUIDACIONES Y CIERRES DE PRESTAMOS ***'
               TO RPT-REGISTRO
              PERFORM ABEND-PROCESO
           END-IF.

      *-----------------------------------------------------------
      * Abre el archivo de instrucciones de devolucion para
      * tesoreria agregando al final, para que una re-ejecucion
      * del paso no pierda las instrucciones ya grabadas; la
      * primera corrida lo crea (status 35: aun no existe)
      *-----------------------------------------------------------
       ABRIR-DEVOLUCIONES.
           OPEN EXTEND DEVOLUCION-OUT
           IF WS-FS-DEVOLUCION = '35'
              OPEN OUTPUT DEVOLUCION-OUT
           END-IF
           IF WS-FS-DEVOLUCION NOT = '00'
              DISPLAY 'ERROR AL ABRIR DEVOLUCION-OUT, STATUS: '
                      WS-FS-DEVOLUCION
              PERFORM ABEND-PROCESO
           END-IF.

      *-----------------------------------------------------------
      * Termina el proceso con un codigo de retorno distinto de
      * cero cuando fallo la E/S sobre un archivo requerido
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
           MOVE 'PRELIQ' TO CPA-PASO
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
      * Lee la siguiente solicitud de liquidacion; al llegar al
      * fin del archivo activa el interruptor de fin de proceso
      * una cuota impaga ya vencida a la fecha valor se debe
      * completa (capital e interes devengado); de una cuota futura
      * solo se debe el capital y su interes se rebaja por no
      * devengado. Al total se suma el saldo de penalidad por
      * mora del prestamo. El saldo en suspenso del prestamo
      * cubre el total hasta donde alcance y el cliente paga el
      * resto. La cotizacion queda en el informe.
      *-----------------------------------------------------------
       COTIZAR-LIQUIDACION.
           MOVE ZERO TO LIQ-TOTAL
           MOVE ZERO TO LIQ-INTERES-DEVENGADO
           MOVE ZERO TO LIQ-INTERES-REBAJADO
           MOVE PRM-SALDO-PENALIDAD TO LIQ-PENALIDAD
           SET NO-FIN-CUOTAS-LIQ TO TRUE

           MOVE LIQ-NUMERO TO CUO-NUMERO

           PERFORM SUMAR-CUOTA-LIQUIDACION UNTIL FIN-CUOTAS-LIQ

           ADD LIQ-PENALIDAD TO LIQ-TOTAL

           IF PRM-SALDO-SUSPENSO > LIQ-TOTAL
              MOVE LIQ-TOTAL TO LIQ-SUSPENSO
           ELSE
              MOVE PRM-SALDO-SUSPENSO TO LIQ-SUSPENSO
           END-IF
           IF LIQ-SUSPENSO < ZERO
              MOVE ZERO TO LIQ-SUSPENSO
           END-IF
           SUBTRACT LIQ-SUSPENSO FROM LIQ-TOTAL GIVING LIQ-A-PAGAR

           PERFORM ESCRIBIR-COTIZACION.

      *-----------------------------------------------------------
           MOVE LIQ-INTERES-REBAJADO    TO RPT-MTO-VALOR
           WRITE RPT-REGISTRO FROM RPT-LINEA-MONTO

           MOVE 'PENALIDAD POR MORA.: ' TO RPT-MTO-ETIQUETA
           MOVE LIQ-PENALIDAD           TO RPT-MTO-VALOR
           WRITE RPT-REGISTRO FROM RPT-LINEA-MONTO

           MOVE 'TOTAL ADEUDADO.....: ' TO RPT-MTO-ETIQUETA
           MOVE LIQ-TOTAL               TO RPT-MTO-VALOR
           WRITE RPT-REGISTRO FROM RPT-LINEA-MONTO

           MOVE 'SALDO EN SUSPENSO..: ' TO RPT-MTO-ETIQUETA
           MOVE LIQ-SUSPENSO            TO RPT-MTO-VALOR
           WRITE RPT-REGISTRO FROM RPT-LINEA-MONTO

           MOVE 'TOTAL A PAGAR......: ' TO RPT-MTO-ETIQUETA
           MOVE LIQ-A-PAGAR             TO RPT-MTO-VALOR
           WRITE RPT-REGISTRO FROM RPT-LINEA-MONTO.

      *-----------------------------------------------------------
      * Aplica la liquidacion sobre el plan: cancela las cuotas
      * vencidas a la fecha valor y anula las futuras, rebaja del
      * saldo en suspenso lo que cubrio de la cotizacion y cierra
      * el prestamo en el maestro con su huella de auditoria
      *-----------------------------------------------------------
       APLICAR-LIQUIDACION.
           MOVE ZERO TO LIQ-CUOTAS-PAGADAS

           PERFORM LIQUIDAR-CUOTA UNTIL FIN-CUOTAS-LIQ

           MOVE ZERO TO PRM-SALDO-PENALIDAD
           SUBTRACT LIQ-SUSPENSO FROM PRM-SALDO-SUSPENSO
           ADD LIQ-SUSPENSO TO CNT-MONTO-SUSPENSO
           PERFORM CERRAR-PRESTAMO

           IF LIQ-TOTAL > ZERO
      *-----------------------------------------------------------
      * Cierra el prestamo liquidado en el maestro: estado terminal
      * 'L', saldo en cero y al dia en mora, con su linea en la
      * bitacora de auditoria. El saldo que quede en suspenso se
      * devuelve al cliente y el suspenso queda en cero.
      *-----------------------------------------------------------
       CERRAR-PRESTAMO.
           MOVE 'L' TO PRM-ESTADO-EVAL
           MOVE FEC-HOY TO PRM-FECHA-LIQUIDACION
           MOVE ZERO TO PRM-SALDO-PENDIENTE
           MOVE LIQ-CUOTAS-PAGADAS TO PRM-CUOTAS-PAGADAS
           SET PRM-MORA-AL-DIA TO TRUE
           MOVE ZERO TO PRM-DIAS-MORA

           MOVE ZERO TO LIQ-DEVOLUCION
           IF PRM-SALDO-SUSPENSO > ZERO
              MOVE PRM-SALDO-SUSPENSO TO LIQ-DEVOLUCION
           END-IF
           MOVE ZERO TO PRM-SALDO-SUSPENSO
           MOVE ZERO TO PRM-FECHA-SUSPENSO

           REWRITE PRESTAMOS-MASTER-RECORD
               INVALID KEY
                  DISPLAY 'ERROR AL ACTUALIZAR PRESTAMO: ' PRM-NUMERO
                  PERFORM ABEND-PROCESO
           END-REWRITE

           PERFORM ESCRIBIR-AUDITORIA

           IF LIQ-DEVOLUCION > ZERO
              PERFORM GRABAR-DEVOLUCION
           END-IF.

      *-----------------------------------------------------------
      * Devolucion del saldo en suspenso del prestamo cerrado:
      * graba en el diario de pagos la entrada 'DEV'+numero, sin
      * cobro, con el monto devuelto (PREGL lo pasa de la cuenta
      * puente de sobrepagos a devoluciones por pagar), y la
      * instruccion de devolucion al cliente para tesoreria
      *-----------------------------------------------------------
       GRABAR-DEVOLUCION.
           MOVE PRM-NUMERO TO REF-DEV-NUMERO
           MOVE WS-REFERENCIA-DEV TO PJR-REFERENCIA
           MOVE PRM-NUMERO        TO PJR-NUMERO
           MOVE FEC-HOY           TO PJR-FECHA-PAGO
           MOVE ZERO              TO PJR-MONTO
           MOVE CPA-FECHA-NEGOCIO TO PJR-FECHA-APLICACION
           ACCEPT PJR-HORA-APLICACION FROM TIME
           MOVE ZERO              TO PJR-MONTO-CAPITAL
           MOVE ZERO              TO PJR-MONTO-INTERES
           MOVE ZERO              TO PJR-MONTO-EXCEDENTE
           MOVE ZERO              TO PJR-FECHA-CONTAB
           MOVE ZERO              TO PJR-MONTO-PENALIDAD
           SET PJR-VIGENTE        TO TRUE
           MOVE SPACES            TO PJR-RAZON-REV
           MOVE ZERO              TO PJR-FECHA-REVERSO
           MOVE ZERO              TO PJR-FECHA-CONTAB-REV
           MOVE ZERO              TO PJR-MONTO-RECUPERO
           MOVE ZERO              TO PJR-MONTO-SUSPENSO
           MOVE LIQ-DEVOLUCION    TO PJR-MONTO-DEVOLUCION

           WRITE PAGO-JOURNAL-RECORD
               INVALID KEY
                  DISPLAY 'ERROR AL GRABAR PAGOS-JOURNAL: '
                          PJR-REFERENCIA ' STATUS: ' WS-FS-JOURNAL
                  PERFORM ABEND-PROCESO
           END-WRITE

           MOVE PRM-NUMERO        TO DVO-NUMERO
           MOVE PRM-CLIENTE-ID    TO DVO-CLIENTE-ID
           MOVE LIQ-DEVOLUCION    TO DVO-MONTO
           MOVE FEC-HOY           TO DVO-FECHA
           MOVE WS-REFERENCIA-DEV TO DVO-REFERENCIA
           WRITE DEVOLUCION-OUT-RECORD
           IF WS-FS-DEVOLUCION NOT = '00'
              DISPLAY 'ERROR AL GRABAR DEVOLUCION-OUT, STATUS: '
                      WS-FS-DEVOLUCION
              PERFORM ABEND-PROCESO
           END-IF

           MOVE 'DEVOLUCION SUSPENSO: ' TO RPT-MTO-ETIQUETA
           MOVE LIQ-DEVOLUCION          TO RPT-MTO-VALOR
           WRITE RPT-REGISTRO FROM RPT-LINEA-MONTO

           ADD 1 TO CNT-DEVOLUCIONES
           ADD LIQ-DEVOLUCION TO CNT-MONTO-DEVUELTO.

      *-----------------------------------------------------------
      * Graba el cobro de la liquidacion en el diario de pagos,
      * con las cuotas y el maestro ya actualizados, para que el
      * extracto contable PREGL lo asiente igual que cualquier
      * pago (no hay excedente: la liquidacion cobra lo justo,
      * incluida la penalidad por mora cotizada). La parte que
      * cubrio el saldo en suspenso queda en PJR-MONTO-SUSPENSO.
      *-----------------------------------------------------------
       GRABAR-JOURNAL.
           MOVE LIQ-NUMERO TO REF-LIQ-NUMERO
           MOVE LIQ-NUMERO        TO PJR-NUMERO
           MOVE LIQ-FECHA-VALOR   TO PJR-FECHA-PAGO
           MOVE LIQ-TOTAL         TO PJR-MONTO
           MOVE CPA-FECHA-NEGOCIO TO PJR-FECHA-APLICACION
           ACCEPT PJR-HORA-APLICACION FROM TIME
           MOVE LIQ-CAPITAL-APLICADO TO PJR-MONTO-CAPITAL
           MOVE LIQ-INTERES-APLICADO TO PJR-MONTO-INTERES
           MOVE ZERO                 TO PJR-MONTO-EXCEDENTE
           MOVE ZERO                 TO PJR-FECHA-CONTAB
           MOVE LIQ-PENALIDAD        TO PJR-MONTO-PENALIDAD
           SET PJR-VIGENTE           TO TRUE
           MOVE SPACES               TO PJR-RAZON-REV
           MOVE ZERO                 TO PJR-FECHA-REVERSO
           MOVE ZERO                 TO PJR-FECHA-CONTAB-REV
           MOVE ZERO                 TO PJR-MONTO-RECUPERO
           MOVE LIQ-SUSPENSO         TO PJR-MONTO-SUSPENSO
           MOVE ZERO                 TO PJR-MONTO-DEVOLUCION

           WRITE PAGO-JOURNAL-RECORD
               INVALID KEY
      *-----------------------------------------------------------
       ESCRIBIR-AUDITORIA.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE CPA-FECHA-NEGOCIO TO AUD-FECHA
           ACCEPT AUD-HORA FROM TIME
           MOVE PRM-NUMERO        TO AUD-NUMERO
           MOVE PRM-CLIENTE-ID    TO AUD-CLIENTE-ID
      *-----------------------------------------------------------
      * Cierra el prestamo del barrido cuando su plan quedo sin
      * cuotas cobrables y el prestamo sigue vigente en el maestro.
      * Un prestamo con saldo de penalidad por mora sin cobrar no
      * se cierra: sigue vigente hasta que un pago la cubra.
      * El barrido conserva la posicion del recorrido de CUOTAS
      * porque solo lee y regraba el maestro de prestamos.
      *-----------------------------------------------------------
                     DISPLAY 'CUOTAS SIN PRESTAMO EN MAESTRO: '
                             BAR-NUMERO-ACTUAL
                  NOT INVALID KEY
                     EVALUATE TRUE
                         WHEN PRM-ESTADO-EVAL NOT = 'A' AND
                              PRM-ESTADO-EVAL NOT = 'S'
                            CONTINUE
                         WHEN PRM-SALDO-PENALIDAD > ZERO
                            ADD 1 TO CNT-CIERRES-RETENIDOS
                         WHEN OTHER
                            MOVE PRM-NUMERO TO RPT-CIE-NUMERO
                            MOVE BAR-CUOTAS-PAGADAS TO RPT-CIE-CUOTAS
                            WRITE RPT-REGISTRO FROM RPT-LINEA-CIERRE
                            MOVE BAR-CUOTAS-PAGADAS
                                TO LIQ-CUOTAS-PAGADAS
                            PERFORM CERRAR-PRESTAMO
                            ADD 1 TO CNT-CIERRES-NORMALES
                     END-EVALUATE
              END-READ
           END-IF.

           CLOSE CUOTAS-MASTER-FILE
           CLOSE PAGOS-JOURNAL
           CLOSE AUDIT-LOG-FILE
           CLOSE DEVOLUCION-OUT
           CLOSE LIQUIDA-RPT

           DISPLAY 'Liquidaciones leidas : ' CNT-LIQ-LEIDAS
           DISPLAY 'Liquidaciones aplic. : ' CNT-LIQ-APLICADAS
           DISPLAY 'Liquidaciones rechaz.: ' CNT-LIQ-RECHAZADAS
           DISPLAY 'Cierres por plan pago: ' CNT-CIERRES-NORMALES
           DISPLAY 'Cierres con penalidad: ' CNT-CIERRES-RETENIDOS
           DISPLAY 'Cuotas canceladas    : ' CNT-CUOTAS-CANCELADAS
           DISPLAY 'Cuotas anuladas      : ' CNT-CUOTAS-ANULADAS
           DISPLAY 'Suspenso aplicado    : ' CNT-MONTO-SUSPENSO
           DISPLAY 'Devoluciones         : ' CNT-DEVOLUCIONES
           DISPLAY 'Monto devuelto       : ' CNT-MONTO-DEVUELTO

           IF CNT-LIQ-RECHAZADAS > ZERO
              MOVE 4 TO RETURN-CODE

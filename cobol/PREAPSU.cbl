       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREAPSU.
      *****************************************************************
      * Aplicación: PRESTAMOS (App B)
      * Programa: Aplicacion automatica del saldo en suspenso
      * Descripción: Corrida diaria, despues de PREDEBR y antes de
      *              PREPAGOS. Recorre el maestro de prestamos y, para
      *              cada prestamo vigente ('A' o 'S') con plan de
      *              pagos y saldo en suspenso (PRM-SALDO-SUSPENSO:
      *              excedentes de pago sin aplicar), busca la ultima
      *              cuota ya vencida a la fecha de negocio y lo
      *              adeudado a esa fecha (lo que falta de las cuotas
      *              vencidas impagas mas la penalidad por mora).
      *              Cuando hay deuda vencida agrega a PAGOSIN un pago
      *              por lo que alcance el suspenso, con referencia
      *              'S' + prestamo + cuota vencida, que PREPAGOS
      *              aplica a la siguiente cuota impaga como
      *              cualquier pago, rebajando el suspenso y dejando
      *              la entrada en el diario PAGOJRNL. El suspenso se
      *              aplica una sola vez por vencimiento: si la
      *              referencia ya esta en el diario, el prestamo
      *              espera al vencimiento de la cuota siguiente.
      *              Cada prestamo con suspenso queda en el informe
      *              APSURPT con lo aplicado o el motivo por el que
      *              no se aplico.
      *
      * Historial de modificaciones:
      *   2026-10-15  RG   Version inicial.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS-MASTER-FILE
               ASSIGN TO 'PRESTMTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-NUMERO
               ALTERNATE RECORD KEY IS PRM-CLIENTE-ID WITH DUPLICATES
               FILE STATUS IS WS-FS-PRESTAMOS-MASTER.

           SELECT CUOTAS-MASTER-FILE
               ASSIGN TO 'CUOTAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-CLAVE
               FILE STATUS IS WS-FS-CUOTAS.

           SELECT PAGOS-JOURNAL
               ASSIGN TO 'PAGOJRNL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJR-REFERENCIA
               FILE STATUS IS WS-FS-JOURNAL.

           SELECT PAGOS-IN
               ASSIGN TO 'PAGOSIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAGOS-IN.

           SELECT APLICACION-RPT
               ASSIGN TO 'APSURPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  PRESTAMOS-MASTER-FILE.
       COPY PRESTMST.

       FD  CUOTAS-MASTER-FILE.
       COPY CUOTAS.

       FD  PAGOS-JOURNAL.
       COPY PAGOJRN.

       FD  PAGOS-IN
           RECORD CONTAINS 43 CHARACTERS.
       COPY PAGOSIN.

       FD  APLICACION-RPT.
       01  RPT-REGISTRO             PIC X(80).

       WORKING-STORAGE SECTION.

      * Prestamo en evaluacion: deuda vencida a la fecha de negocio
      * y monto del suspenso que se le aplica
       01  WS-APLICACION.
           05 APS-CUOTA-VENCIDA     PIC 9(03).
           05 APS-PENDIENTE-CUOTA   PIC S9(11)V99 COMP-3.
           05 APS-ADEUDADO          PIC S9(11)V99 COMP-3.
           05 APS-MONTO             PIC S9(11)V99 COMP-3.

      * Referencia unica del pago de aplicacion de suspenso: una
      * por prestamo y cuota vencida
       01  WS-REFERENCIA-SUSPENSO.
           05 REF-PREFIJO           PIC X(01) VALUE 'S'.
           05 REF-NUMERO            PIC 9(12).
           05 REF-CUOTA             PIC 9(03).

       01  WS-CONTROL-ARCHIVO.
           05 WS-FIN-MAESTRO        PIC X(01) VALUE 'N'.
              88 FIN-MAESTRO        VALUE 'Y'.
              88 NO-FIN-MAESTRO     VALUE 'N'.
           05 WS-FIN-CUOTAS         PIC X(01) VALUE 'N'.
              88 FIN-CUOTAS         VALUE 'Y'.
              88 NO-FIN-CUOTAS      VALUE 'N'.
           05 WS-JOURNAL-ABIERTO    PIC X(01) VALUE 'N'.
              88 JOURNAL-ABIERTO    VALUE 'S'.
              88 JOURNAL-AUSENTE    VALUE 'N'.
           05 WS-REFERENCIA-ESTADO  PIC X(01) VALUE 'N'.
              88 REFERENCIA-APLICADA VALUE 'S'.
              88 REFERENCIA-NUEVA   VALUE 'N'.

       01  WS-ESTADOS-ARCHIVO.
           05 WS-FS-PRESTAMOS-MASTER  PIC X(02) VALUE '00'.
           05 WS-FS-CUOTAS            PIC X(02) VALUE '00'.
           05 WS-FS-JOURNAL           PIC X(02) VALUE '00'.
           05 WS-FS-PAGOS-IN          PIC X(02) VALUE '00'.
           05 WS-FS-REPORTE           PIC X(02) VALUE '00'.

       01  WS-CONTADORES.
           05 CNT-LEIDOS            PIC 9(07) COMP VALUE ZERO.
           05 CNT-CON-SUSPENSO      PIC 9(07) COMP VALUE ZERO.
           05 CNT-APLICADOS         PIC 9(07) COMP VALUE ZERO.
           05 CNT-YA-APLICADOS      PIC 9(07) COMP VALUE ZERO.
           05 CNT-SIN-VENCIDAS      PIC 9(07) COMP VALUE ZERO.
           05 CNT-SIN-DEUDA         PIC 9(07) COMP VALUE ZERO.
           05 CNT-MONTO-SUSPENSO    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CNT-MONTO-APLICADO    PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-FECHA-PROCESO.
           05 FEC-HOY               PIC 9(08).

       01  WS-EDICION-REPORTE.
           05 RPT-EDIT-CONTADOR     PIC Z,ZZZ,ZZZ,ZZ9.
           05 RPT-EDIT-MONTO        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  RPT-LINEA-ENCABEZADO.
           05 FILLER                PIC X(14) VALUE 'PRESTAMO'.
           05 FILLER                PIC X(05) VALUE 'CUOTA'.
           05 FILLER                PIC X(16) VALUE '        SUSPENSO'.
           05 FILLER                PIC X(16) VALUE '  VENC. ADEUDADO'.
           05 FILLER                PIC X(16) VALUE '       A APLICAR'.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE 'RESULTADO'.

       01  RPT-LINEA-DETALLE.
           05 RPT-DET-NUMERO        PIC 9(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-CUOTA         PIC ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-SUSPENSO      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-ADEUDADO      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-MONTO         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-RESULTADO     PIC X(13).

      * Area de comunicacion con el control de corrida del ciclo
      * (PRECTLM): fecha de negocio y registro del paso
       COPY CTLPASO.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY '*** APLICACION DEL SALDO EN SUSPENSO (BATCH) ***'

           PERFORM INICIAR-CONTROL-PASO

           PERFORM INICIALIZAR-PROCESO

           PERFORM REVISAR-PRESTAMO UNTIL FIN-MAESTRO

           PERFORM FINALIZAR-PROCESO

           PERFORM TERMINAR-CONTROL-PASO

           STOP RUN.

      *-----------------------------------------------------------
      * Apertura de archivos y fecha del proceso. Cada apertura se
      * valida contra su FILE STATUS; cualquier status distinto de
      * exito aborta el proceso. Sin diario de pagos (status 35)
      * no hay aplicaciones anteriores que controlar. Los pagos se
      * agregan al final de PAGOSIN, como los de PREDEBR.
      *-----------------------------------------------------------
       INICIALIZAR-PROCESO.
           OPEN INPUT PRESTAMOS-MASTER-FILE
           IF WS-FS-PRESTAMOS-MASTER NOT = '00'
              DISPLAY 'ERROR AL ABRIR PRESTAMOS-MASTER-FILE, STATUS: '
                      WS-FS-PRESTAMOS-MASTER
              PERFORM ABEND-PROCESO
           END-IF

           OPEN INPUT CUOTAS-MASTER-FILE
           IF WS-FS-CUOTAS NOT = '00'
              DISPLAY 'ERROR AL ABRIR CUOTAS-MASTER-FILE, STATUS: '
                      WS-FS-CUOTAS
              PERFORM ABEND-PROCESO
           END-IF

           OPEN INPUT PAGOS-JOURNAL
           EVALUATE WS-FS-JOURNAL
               WHEN '00'
                  SET JOURNAL-ABIERTO TO TRUE
               WHEN '35'
                  DISPLAY 'SIN DIARIO DE PAGOS (PAGOJRNL): '
                          'NO HAY APLICACIONES ANTERIORES'
               WHEN OTHER
                  DISPLAY 'ERROR AL ABRIR PAGOS-JOURNAL, STATUS: '
                          WS-FS-JOURNAL
                  PERFORM ABEND-PROCESO
           END-EVALUATE

           OPEN EXTEND PAGOS-IN
           IF WS-FS-PAGOS-IN NOT = '00'
              DISPLAY 'ERROR AL ABRIR PAGOS-IN, STATUS: '
                      WS-FS-PAGOS-IN
              PERFORM ABEND-PROCESO
           END-IF

           OPEN OUTPUT APLICACION-RPT
           IF WS-FS-REPORTE NOT = '00'
              DISPLAY 'ERROR AL ABRIR APLICACION-RPT, STATUS: '
                      WS-FS-REPORTE
              PERFORM ABEND-PROCESO
           END-IF

           MOVE CPA-FECHA-NEGOCIO TO FEC-HOY

           MOVE '*** APLICACION AUTOMATICA DEL SALDO EN SUSPENSO ***'
               TO RPT-REGISTRO
           WRITE RPT-REGISTRO
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO
           WRITE RPT-REGISTRO FROM RPT-LINEA-ENCABEZADO
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO.

      *-----------------------------------------------------------
      * Termina el proceso con un codigo de retorno distinto de
      * cero cuando fallo la E/S sobre un archivo requerido
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
           MOVE 'PREAPSU' TO CPA-PASO
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
      * Lee el siguiente prestamo del maestro y evalua su saldo en
      * suspenso si esta vigente y tiene plan de pagos
      *-----------------------------------------------------------
       REVISAR-PRESTAMO.
           READ PRESTAMOS-MASTER-FILE NEXT RECORD
               AT END
                  SET FIN-MAESTRO TO TRUE
               NOT AT END
                  ADD 1 TO CNT-LEIDOS
                  IF (PRM-ESTADO-EVAL = 'A' OR PRM-ESTADO-EVAL = 'S')
                     AND NOT PRM-SIN-PLAN
                     AND PRM-SALDO-SUSPENSO > ZERO
                     PERFORM EVALUAR-SUSPENSO
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Calcula la deuda vencida del prestamo y decide la
      * aplicacion del suspenso: sin cuotas vencidas o sin deuda
      * vencida no se aplica; con la referencia de la ultima cuota
      * vencida ya en el diario, el suspenso de ese vencimiento ya
      * se aplico; si no, se agrega el pago a PAGOSIN
      *-----------------------------------------------------------
       EVALUAR-SUSPENSO.
           ADD 1 TO CNT-CON-SUSPENSO
           ADD PRM-SALDO-SUSPENSO TO CNT-MONTO-SUSPENSO
           MOVE ZERO TO APS-CUOTA-VENCIDA
           MOVE ZERO TO APS-ADEUDADO
           MOVE ZERO TO APS-MONTO
           SET NO-FIN-CUOTAS TO TRUE

           MOVE PRM-NUMERO TO CUO-NUMERO
           MOVE 1 TO CUO-NUM-CUOTA
           START CUOTAS-MASTER-FILE KEY IS NOT LESS CUO-CLAVE
               INVALID KEY
                  SET FIN-CUOTAS TO TRUE
           END-START

           PERFORM SUMAR-CUOTA-VENCIDA UNTIL FIN-CUOTAS

           ADD PRM-SALDO-PENALIDAD TO APS-ADEUDADO

           MOVE PRM-NUMERO        TO REF-NUMERO
           MOVE APS-CUOTA-VENCIDA TO REF-CUOTA
           PERFORM BUSCAR-REFERENCIA

           EVALUATE TRUE
               WHEN APS-CUOTA-VENCIDA = ZERO
                  MOVE 'SIN VENCIDAS' TO RPT-DET-RESULTADO
                  ADD 1 TO CNT-SIN-VENCIDAS
               WHEN APS-ADEUDADO NOT > ZERO
                  MOVE 'SIN DEUDA' TO RPT-DET-RESULTADO
                  ADD 1 TO CNT-SIN-DEUDA
               WHEN REFERENCIA-APLICADA
                  MOVE 'YA APLICADO' TO RPT-DET-RESULTADO
                  ADD 1 TO CNT-YA-APLICADOS
               WHEN OTHER
                  PERFORM GRABAR-APLICACION
                  MOVE 'APLICADO' TO RPT-DET-RESULTADO
           END-EVALUATE

           PERFORM ESCRIBIR-LINEA-DETALLE.

      *-----------------------------------------------------------
      * Toma una cuota del plan del prestamo: la ultima no anulada
      * con vencimiento a la fecha de negocio es la cuota vencida
      * de la referencia, y lo que falta de cada vencida impaga se
      * suma a la deuda vencida
      *-----------------------------------------------------------
       SUMAR-CUOTA-VENCIDA.
           READ CUOTAS-MASTER-FILE NEXT RECORD
               AT END
                  SET FIN-CUOTAS TO TRUE
               NOT AT END
                  IF CUO-NUMERO NOT = PRM-NUMERO
                     SET FIN-CUOTAS TO TRUE
                  ELSE
                     IF NOT CUO-ANULADA AND CUO-FECHA-VENC <= FEC-HOY
                        MOVE CUO-NUM-CUOTA TO APS-CUOTA-VENCIDA
                        IF NOT CUO-PAGADA
                           SUBTRACT CUO-MONTO-PAGADO FROM
                               CUO-MONTO-CUOTA
                               GIVING APS-PENDIENTE-CUOTA
                           ADD APS-PENDIENTE-CUOTA TO APS-ADEUDADO
                        END-IF
                     END-IF
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Consulta en el diario si la aplicacion de suspenso de la
      * cuota vencida ya paso por PREPAGOS
      *-----------------------------------------------------------
       BUSCAR-REFERENCIA.
           SET REFERENCIA-NUEVA TO TRUE
           IF JOURNAL-ABIERTO
              MOVE WS-REFERENCIA-SUSPENSO TO PJR-REFERENCIA
              READ PAGOS-JOURNAL
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     SET REFERENCIA-APLICADA TO TRUE
              END-READ
           END-IF.

      *-----------------------------------------------------------
      * Agrega a PAGOSIN el pago de aplicacion del suspenso por lo
      * adeudado vencido, hasta donde alcance el suspenso, con la
      * fecha de negocio y la referencia de la cuota vencida
      *-----------------------------------------------------------
       GRABAR-APLICACION.
           IF PRM-SALDO-SUSPENSO > APS-ADEUDADO
              MOVE APS-ADEUDADO TO APS-MONTO
           ELSE
              MOVE PRM-SALDO-SUSPENSO TO APS-MONTO
           END-IF

           MOVE PRM-NUMERO             TO PAG-NUMERO
           MOVE FEC-HOY                TO PAG-FECHA
           MOVE APS-MONTO              TO PAG-MONTO
           MOVE WS-REFERENCIA-SUSPENSO TO PAG-REFERENCIA
           WRITE PAGOS-IN-RECORD
           IF WS-FS-PAGOS-IN NOT = '00'
              DISPLAY 'ERROR AL GRABAR PAGOS-IN, STATUS: '
                      WS-FS-PAGOS-IN
              PERFORM ABEND-PROCESO
           END-IF

           ADD 1 TO CNT-APLICADOS
           ADD APS-MONTO TO CNT-MONTO-APLICADO.

      *-----------------------------------------------------------
      * Agrega al informe la linea del prestamo con suspenso
      *-----------------------------------------------------------
       ESCRIBIR-LINEA-DETALLE.
           MOVE PRM-NUMERO         TO RPT-DET-NUMERO
           MOVE APS-CUOTA-VENCIDA  TO RPT-DET-CUOTA
           MOVE PRM-SALDO-SUSPENSO TO RPT-DET-SUSPENSO
           MOVE APS-ADEUDADO       TO RPT-DET-ADEUDADO
           MOVE APS-MONTO          TO RPT-DET-MONTO
           WRITE RPT-REGISTRO FROM RPT-LINEA-DETALLE.

      *-----------------------------------------------------------
      * Escribe una linea de totales y limpia el registro
      *-----------------------------------------------------------
       ESCRIBIR-TOTAL-RPT.
           WRITE RPT-REGISTRO
           MOVE SPACES TO RPT-REGISTRO.

      *-----------------------------------------------------------
      * Cierra archivos, deja los totales en el informe y despliega
      * el resumen de la corrida
      *-----------------------------------------------------------
       FINALIZAR-PROCESO.
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO

           MOVE CNT-CON-SUSPENSO TO RPT-EDIT-CONTADOR
           STRING 'PRESTAMOS SUSPENSO.: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-MONTO-SUSPENSO TO RPT-EDIT-MONTO
           STRING 'SALDO EN SUSPENSO..: ' DELIMITED SIZE
                  RPT-EDIT-MONTO DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-APLICADOS TO RPT-EDIT-CONTADOR
           STRING 'APLICACIONES.......: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-MONTO-APLICADO TO RPT-EDIT-MONTO
           STRING 'MONTO A APLICAR....: ' DELIMITED SIZE
                  RPT-EDIT-MONTO DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-YA-APLICADOS TO RPT-EDIT-CONTADOR
           STRING 'YA APLICADOS.......: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-SIN-VENCIDAS TO RPT-EDIT-CONTADOR
           STRING 'SIN CUOTAS VENCIDAS: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-SIN-DEUDA TO RPT-EDIT-CONTADOR
           STRING 'SIN DEUDA VENCIDA..: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           CLOSE PRESTAMOS-MASTER-FILE
           CLOSE CUOTAS-MASTER-FILE
           IF JOURNAL-ABIERTO
              CLOSE PAGOS-JOURNAL
           END-IF
           CLOSE PAGOS-IN
           CLOSE APLICACION-RPT

           DISPLAY 'Prestamos leidos     : ' CNT-LEIDOS
           DISPLAY 'Prestamos c/suspenso : ' CNT-CON-SUSPENSO
           DISPLAY 'Aplicaciones grabadas: ' CNT-APLICADOS
           DISPLAY 'Monto a aplicar      : ' CNT-MONTO-APLICADO
           DISPLAY 'Ya aplicados         : ' CNT-YA-APLICADOS.

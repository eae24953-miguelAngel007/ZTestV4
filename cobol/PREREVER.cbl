       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREREVER.
      *****************************************************************
      * Aplicación: PRESTAMOS (App B)
      * Programa: Reverso de pagos aplicados
      * Descripción: Procesa el archivo de reversos REVIN (referencia
      *              del pago en PAGOJRNL y codigo de razon: '01'
      *              cheque devuelto, '02' pago aplicado a otro
      *              prestamo, '03' monto mal digitado) y deshace
      *              cada pago aplicado por PREPAGOS: resta de las
      *              cuotas del plan, desde la ultima cuota con
      *              abonos hacia atras, el capital y el interes que
      *              la entrada del diario registro, devuelve al
      *              saldo de penalidad lo que el pago cobro de
      *              penalidad por mora, recalcula cuotas pagadas,
      *              saldo pendiente y estado de mora del prestamo,
      *              y reabre el prestamo que PRELIQ habia cerrado
      *              'L' con ese pago. La entrada del diario queda
      *              marcada como reversada (no puede reversarse
      *              dos veces) y pendiente de los asientos
      *              inversos, que genera PREGL. Cada reverso deja
      *              su linea en la bitacora PRESTAUD (razon '11')
      *              y todos los reversos, aplicados o rechazados,
      *              quedan en el informe REVRPT. Una liquidacion
      *              anticipada (referencia 'LIQ') no se reversa
      *              por esta via.
      *
      * Historial de modificaciones:
      *   2026-10-15  RG   Version inicial.
      *   2026-10-15  RG   Se reversa tambien el recupero cobrado sobre
      *                    un prestamo castigado ('C'): se descuenta de
      *                    PRM-MONTO-RECUPERADO sin tocar el plan. Un
      *                    pago aplicado al plan antes del castigo se
      *                    rechaza.
      *   2026-10-15  RG   Un prestamo 'L' que el reverso reabre vuelve
      *                    a cero su fecha de liquidacion
      *                    (PRM-FECHA-LIQUIDACION).
      *   2026-10-15  RG   La fecha de proceso es la fecha de negocio
      *                    del control de corrida (RUNCTL); el paso
      *                    registra su inicio, fin y return code por
      *                    PRECTLM, que valida los pasos previos y
      *                    rechaza un paso ya completo salvo
      *                    re-ejecucion autorizada.
      *   2026-10-15  RG   El reverso quita del saldo en suspenso del
      *                    prestamo (PRM-SALDO-SUSPENSO) el excedente
      *                    que el pago dejo y le devuelve lo que el
      *                    pago tomo del suspenso (PJR-MONTO-SUSPENSO).
      *                    Se rechaza el reverso de un pago cuyo
      *                    excedente ya no esta en suspenso (aplicado a
      *                    cuotas o devuelto), el de una devolucion de
      *                    suspenso ('DEV') y el que reabriria un
      *                    prestamo 'L' cuyo suspenso ya se devolvio.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVERSOS-IN
               ASSIGN TO 'REVIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REVERSOS-IN.

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

           SELECT AUDIT-LOG-FILE
               ASSIGN TO 'PRESTAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT REVERSOS-RPT
               ASSIGN TO 'REVRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  REVERSOS-IN
           RECORD CONTAINS 18 CHARACTERS.
       01  REVERSOS-IN-RECORD.
           05 RVI-REFERENCIA        PIC X(16).
           05 RVI-RAZON             PIC X(02).
              88 RVI-RAZON-VALIDA   VALUE '01' '02' '03'.

       FD  PRESTAMOS-MASTER-FILE.
       COPY PRESTMST.

       FD  CUOTAS-MASTER-FILE.
       COPY CUOTAS.

       FD  PAGOS-JOURNAL.
       COPY PAGOJRN.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  REVERSOS-RPT.
       01  RPT-REGISTRO             PIC X(80).

       WORKING-STORAGE SECTION.

      * Reverso en proceso: datos de la entrada del diario que se
      * deshace y control del recorrido de su plan de cuotas
       01  WS-REVERSO.
           05 RVS-REFERENCIA        PIC X(16).
           05 RVS-NUMERO            PIC 9(12).
           05 RVS-MONTO             PIC S9(11)V99 COMP-3.
           05 RVS-MONTO-CUOTAS      PIC S9(11)V99 COMP-3.
           05 RVS-MONTO-PENALIDAD   PIC S9(11)V99 COMP-3.
           05 RVS-MONTO-RECUPERO    PIC S9(11)V99 COMP-3.
           05 RVS-MONTO-EXCEDENTE   PIC S9(11)V99 COMP-3.
           05 RVS-MONTO-SUSPENSO    PIC S9(11)V99 COMP-3.
           05 RVS-PENDIENTE         PIC S9(11)V99 COMP-3.
           05 RVS-DESCONTADO        PIC S9(11)V99 COMP-3.
           05 RVS-TOTAL-PAGADO      PIC S9(11)V99 COMP-3.
           05 RVS-ULTIMA-CUOTA      PIC 9(03).
           05 RVS-CUOTA-ACTUAL      PIC 9(03).
           05 RVS-MAX-DIAS          PIC S9(05) COMP-3.
           05 RVS-DIAS-ATRASO       PIC S9(05) COMP-3.
           05 RVS-REAPERTURA        PIC X(01).
              88 RVS-REABIERTO      VALUE 'S'.
              88 RVS-NO-REABIERTO   VALUE 'N'.

      * Referencia de la entrada que graba PRELIQ al liquidar un
      * prestamo; se consulta para no reabrir una liquidacion
       01  WS-REFERENCIA-LIQ.
           05 FILLER                PIC X(03) VALUE 'LIQ'.
           05 REF-LIQ-NUMERO        PIC 9(12).
           05 FILLER                PIC X(01) VALUE SPACE.

      * Referencia de la entrada que graba PRELIQ al devolver el
      * saldo en suspenso de un prestamo cerrado; se consulta para
      * no reabrir un prestamo cuyo suspenso ya se devolvio
       01  WS-REFERENCIA-DEV.
           05 FILLER                PIC X(03) VALUE 'DEV'.
           05 REF-DEV-NUMERO        PIC 9(12).
           05 FILLER                PIC X(01) VALUE SPACE.

       01  WS-CONTROL-ARCHIVO.
           05 WS-FIN-REVERSOS       PIC X(01) VALUE 'N'.
              88 FIN-REVERSOS       VALUE 'Y'.
              88 NO-FIN-REVERSOS    VALUE 'N'.
           05 WS-FIN-CUOTAS-REV     PIC X(01) VALUE 'N'.
              88 FIN-CUOTAS-REV     VALUE 'Y'.
              88 NO-FIN-CUOTAS-REV  VALUE 'N'.
           05 WS-REFERENCIA-ESTADO  PIC X(01) VALUE 'N'.
              88 REFERENCIA-HALLADA VALUE 'S'.
              88 REFERENCIA-NO-HALLADA VALUE 'N'.
           05 WS-PRESTAMO-HALLADO   PIC X(01) VALUE 'N'.
              88 PRESTAMO-HALLADO   VALUE 'S'.
              88 PRESTAMO-NO-HALLADO VALUE 'N'.
           05 WS-LIQUIDACION-ESTADO PIC X(01) VALUE 'N'.
              88 CON-LIQUIDACION    VALUE 'S'.
              88 SIN-LIQUIDACION    VALUE 'N'.
           05 WS-DEVOLUCION-ESTADO  PIC X(01) VALUE 'N'.
              88 CON-DEVOLUCION     VALUE 'S'.
              88 SIN-DEVOLUCION     VALUE 'N'.

       01  WS-ESTADOS-ARCHIVO.
           05 WS-FS-REVERSOS-IN       PIC X(02) VALUE '00'.
           05 WS-FS-PRESTAMOS-MASTER  PIC X(02) VALUE '00'.
           05 WS-FS-CUOTAS            PIC X(02) VALUE '00'.
           05 WS-FS-JOURNAL           PIC X(02) VALUE '00'.
           05 WS-FS-AUDITORIA         PIC X(02) VALUE '00'.
           05 WS-FS-REPORTE           PIC X(02) VALUE '00'.

       01  WS-CONTADORES.
           05 CNT-REVERSOS-LEIDOS   PIC 9(07) COMP VALUE ZERO.
           05 CNT-REVERSOS-APLIC    PIC 9(07) COMP VALUE ZERO.
           05 CNT-REVERSOS-RECHAZ   PIC 9(07) COMP VALUE ZERO.
           05 CNT-PRESTAMOS-REABIER PIC 9(07) COMP VALUE ZERO.
           05 CNT-CUOTAS-REABIERTAS PIC 9(07) COMP VALUE ZERO.
           05 CNT-MONTO-REVERSADO   PIC S9(13)V99 COMP-3 VALUE ZERO.

      * Conversion de fechas AAAAMMDD a dias corridos para el
      * re-envejecimiento del prestamo (mismo metodo que PREPAGOS)
       01  WS-CALCULO-DIAS.
           05 DIA-FECHA.
              10 DIA-AAAA           PIC 9(04).
              10 DIA-MM             PIC 9(02).
              10 DIA-DD             PIC 9(02).
           05 DIA-FECHA-NUM REDEFINES DIA-FECHA
                                    PIC 9(08).
           05 DIA-ANO-PREVIO        PIC 9(05) COMP.
           05 DIA-BISIESTOS         PIC 9(05) COMP.
           05 DIA-RESTO             PIC 9(03) COMP.
           05 DIA-RESULTADO         PIC S9(07) COMP-3.
           05 DIA-DIAS-HOY          PIC S9(07) COMP-3.
           05 DIA-DIAS-VENC         PIC S9(07) COMP-3.

       01  WS-TABLA-MESES.
           05 FILLER PIC X(36) VALUE
              '000031059090120151181212243273304334'.
       01  WS-TABLA-MESES-R REDEFINES WS-TABLA-MESES.
           05 TAB-DIAS-ACUM OCCURS 12 TIMES
                                    PIC 9(03).

       01  WS-FECHA-PROCESO.
           05 FEC-HOY               PIC 9(08).

       01  WS-EDICION-REPORTE.
           05 RPT-EDIT-CONTADOR     PIC Z,ZZZ,ZZZ,ZZ9.
           05 RPT-EDIT-MONTO        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  RPT-LINEA-ENCABEZADO.
           05 FILLER                PIC X(17) VALUE 'REFERENCIA'.
           05 FILLER                PIC X(13) VALUE 'PRESTAMO'.
           05 FILLER                PIC X(18) VALUE
              '            MONTO'.
           05 FILLER                PIC X(03) VALUE 'RZ'.
           05 FILLER                PIC X(29) VALUE 'RESULTADO'.

       01  RPT-LINEA-REVERSO.
           05 RPT-REV-REFERENCIA    PIC X(16).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-REV-NUMERO        PIC 9(12).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-REV-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-REV-RAZON         PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-REV-RESULTADO     PIC X(29).

      * Area de comunicacion con el control de corrida del ciclo
      * (PRECTLM): fecha de negocio y registro del paso
       COPY CTLPASO.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY '*** REVERSO DE PAGOS APLICADOS (BATCH) ***'

           PERFORM INICIAR-CONTROL-PASO

           PERFORM INICIALIZAR-PROCESO

           PERFORM LEER-REVERSOS UNTIL FIN-REVERSOS

           PERFORM FINALIZAR-PROCESO

           PERFORM TERMINAR-CONTROL-PASO

           STOP RUN.

      *-----------------------------------------------------------
      * Apertura de archivos y fecha del proceso. Cada apertura se
      * valida contra su FILE STATUS; cualquier status distinto de
      * exito aborta el proceso.
      *-----------------------------------------------------------
       INICIALIZAR-PROCESO.
           OPEN INPUT REVERSOS-IN
           IF WS-FS-REVERSOS-IN NOT = '00'
              DISPLAY 'ERROR AL ABRIR REVERSOS-IN, STATUS: '
                      WS-FS-REVERSOS-IN
              PERFORM ABEND-PROCESO
           END-IF

           OPEN I-O PRESTAMOS-MASTER-FILE
           IF WS-FS-PRESTAMOS-MASTER NOT = '00'
              DISPLAY 'ERROR AL ABRIR PRESTAMOS-MASTER-FILE, STATUS: '
                      WS-FS-PRESTAMOS-MASTER
              PERFORM ABEND-PROCESO
           END-IF

           OPEN I-O CUOTAS-MASTER-FILE
           IF WS-FS-CUOTAS NOT = '00'
              DISPLAY 'ERROR AL ABRIR CUOTAS-MASTER-FILE, STATUS: '
                      WS-FS-CUOTAS
              PERFORM ABEND-PROCESO
           END-IF

           OPEN I-O PAGOS-JOURNAL
           IF WS-FS-JOURNAL NOT = '00'
              DISPLAY 'ERROR AL ABRIR PAGOS-JOURNAL, STATUS: '
                      WS-FS-JOURNAL
              PERFORM ABEND-PROCESO
           END-IF

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-FS-AUDITORIA NOT = '00'
              DISPLAY 'ERROR AL ABRIR AUDIT-LOG-FILE, STATUS: '
                      WS-FS-AUDITORIA
              PERFORM ABEND-PROCESO
           END-IF

           OPEN OUTPUT REVERSOS-RPT
           IF WS-FS-REPORTE NOT = '00'
              DISPLAY 'ERROR AL ABRIR REVERSOS-RPT, STATUS: '
                      WS-FS-REPORTE
              PERFORM ABEND-PROCESO
           END-IF

           MOVE CPA-FECHA-NEGOCIO TO FEC-HOY
           MOVE FEC-HOY TO DIA-FECHA-NUM
           PERFORM CALCULAR-DIAS-CORRIDOS
           MOVE DIA-RESULTADO TO DIA-DIAS-HOY

           MOVE '*** REVERSOS DE PAGOS Y EXCEPCIONES ***'
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
           MOVE 'PREREVER' TO CPA-PASO
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
      * Lee la siguiente solicitud de reverso; al llegar al fin del
      * archivo activa el interruptor de fin de proceso
      *-----------------------------------------------------------
       LEER-REVERSOS.
           READ REVERSOS-IN
               AT END
                  SET FIN-REVERSOS TO TRUE
               NOT AT END
                  ADD 1 TO CNT-REVERSOS-LEIDOS
                  PERFORM PROCESAR-REVERSO
           END-READ.

      *-----------------------------------------------------------
      * Valida la solicitud contra el diario y el maestro; la que
      * no aplica va al informe con su motivo. Solo se reversa un
      * pago vigente de PREPAGOS sobre un prestamo vigente o
      * liquidado por plan pagado, cuyo plan conserve abonos
      * suficientes para deshacerlo, o un recupero sobre un
      * prestamo castigado ('C'); el pago aplicado al plan antes
      * del castigo ya no se reversa. Tampoco se reversa la
      * devolucion de suspenso ('DEV') ni un pago cuyo excedente
      * ya no esta en el saldo en suspenso del prestamo (se
      * aplico a cuotas o se devolvio al cliente).
      *-----------------------------------------------------------
       PROCESAR-REVERSO.
           MOVE RVI-REFERENCIA TO RVS-REFERENCIA
           MOVE ZERO TO RVS-NUMERO
           MOVE ZERO TO RVS-MONTO

           PERFORM BUSCAR-ENTRADA-JOURNAL
           PERFORM BUSCAR-PRESTAMO
           PERFORM VERIFICAR-PLAN-PRESTAMO

           EVALUATE TRUE
               WHEN RVS-REFERENCIA = SPACES OR
                    RVS-REFERENCIA = LOW-VALUES
                  MOVE 'SIN REFERENCIA DE PAGO' TO RPT-REV-RESULTADO
                  PERFORM RECHAZAR-REVERSO
               WHEN NOT RVI-RAZON-VALIDA
                  MOVE 'RAZON DE REVERSO INVALIDA'
                      TO RPT-REV-RESULTADO
                  PERFORM RECHAZAR-REVERSO
               WHEN REFERENCIA-NO-HALLADA
                  MOVE 'PAGO NO EXISTE EN EL DIARIO'
                      TO RPT-REV-RESULTADO
                  PERFORM RECHAZAR-REVERSO
               WHEN RVS-REFERENCIA (1:3) = 'LIQ'
                  MOVE 'LIQUIDACION NO REVERSIBLE'
                      TO RPT-REV-RESULTADO
                  PERFORM RECHAZAR-REVERSO
               WHEN RVS-REFERENCIA (1:3) = 'DEV'
                  MOVE 'DEVOLUCION NO REVERSIBLE'
                      TO RPT-REV-RESULTADO
                  PERFORM RECHAZAR-REVERSO
               WHEN PJR-REVERSADO
                  MOVE 'PAGO YA REVERSADO' TO RPT-REV-RESULTADO
                  PERFORM RECHAZAR-REVERSO
               WHEN PRESTAMO-NO-HALLADO
                  MOVE 'PRESTAMO NO EXISTE' TO RPT-REV-RESULTADO
                  PERFORM RECHAZAR-REVERSO
               WHEN PRM-ESTADO-EVAL NOT = 'A' AND
                    PRM-ESTADO-EVAL NOT = 'S' AND
                    PRM-ESTADO-EVAL NOT = 'L' AND
                    PRM-ESTADO-EVAL NOT = 'C'
                  MOVE 'PRESTAMO NO VIGENTE' TO RPT-REV-RESULTADO
                  PERFORM RECHAZAR-REVERSO
               WHEN PRM-ESTADO-EVAL = 'C' AND
                    RVS-MONTO-RECUPERO = ZERO
                  MOVE 'PAGO ANTERIOR AL CASTIGO' TO RPT-REV-RESULTADO
                  PERFORM RECHAZAR-REVERSO
               WHEN CON-LIQUIDACION
                  MOVE 'LIQUIDADO ANTICIPADAMENTE'
                      TO RPT-REV-RESULTADO
                  PERFORM RECHAZAR-REVERSO
               WHEN CON-DEVOLUCION
                  MOVE 'SUSPENSO YA DEVUELTO' TO RPT-REV-RESULTADO
                  PERFORM RECHAZAR-REVERSO
               WHEN RVS-TOTAL-PAGADO < RVS-MONTO-CUOTAS
                  MOVE 'PLAN SIN ABONOS SUFICIENTES'
                      TO RPT-REV-RESULTADO
                  PERFORM RECHAZAR-REVERSO
               WHEN RVS-MONTO-EXCEDENTE > PRM-SALDO-SUSPENSO
                  MOVE 'EXCEDENTE YA NO EN SUSPENSO'
                      TO RPT-REV-RESULTADO
                  PERFORM RECHAZAR-REVERSO
               WHEN OTHER
                  PERFORM APLICAR-REVERSO
           END-EVALUATE.

      *-----------------------------------------------------------
      * Busca la entrada del pago en el diario y retiene sus cifras
      *-----------------------------------------------------------
       BUSCAR-ENTRADA-JOURNAL.
           SET REFERENCIA-NO-HALLADA TO TRUE
           IF RVS-REFERENCIA NOT = SPACES AND
              RVS-REFERENCIA NOT = LOW-VALUES
              MOVE RVS-REFERENCIA TO PJR-REFERENCIA
              READ PAGOS-JOURNAL
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     SET REFERENCIA-HALLADA TO TRUE
                     MOVE PJR-NUMERO TO RVS-NUMERO
                     MOVE PJR-MONTO  TO RVS-MONTO
                     ADD PJR-MONTO-CAPITAL PJR-MONTO-INTERES
                         GIVING RVS-MONTO-CUOTAS
                     MOVE PJR-MONTO-PENALIDAD TO RVS-MONTO-PENALIDAD
                     MOVE PJR-MONTO-RECUPERO  TO RVS-MONTO-RECUPERO
                     MOVE PJR-MONTO-EXCEDENTE TO RVS-MONTO-EXCEDENTE
                     MOVE PJR-MONTO-SUSPENSO  TO RVS-MONTO-SUSPENSO
              END-READ
           END-IF.

      *-----------------------------------------------------------
      * Busca en el maestro el prestamo de la entrada del diario
      *-----------------------------------------------------------
       BUSCAR-PRESTAMO.
           SET PRESTAMO-NO-HALLADO TO TRUE
           IF REFERENCIA-HALLADA
              MOVE RVS-NUMERO TO PRM-NUMERO
              READ PRESTAMOS-MASTER-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     SET PRESTAMO-HALLADO TO TRUE
              END-READ
           END-IF.

      *-----------------------------------------------------------
      * Suma lo abonado en el plan del prestamo y ubica la ultima
      * cuota con abonos, desde donde se deshace el pago; para un
      * prestamo cerrado 'L' verifica ademas si fue por una
      * liquidacion anticipada (entrada 'LIQ' en el diario), que
      * anulo cuotas y no se reabre por esta via, o si al cerrarse
      * se le devolvio el saldo en suspenso (entrada 'DEV')
      *-----------------------------------------------------------
       VERIFICAR-PLAN-PRESTAMO.
           MOVE ZERO TO RVS-TOTAL-PAGADO
           MOVE ZERO TO RVS-ULTIMA-CUOTA
           SET SIN-LIQUIDACION TO TRUE
           SET SIN-DEVOLUCION TO TRUE

           IF PRESTAMO-HALLADO
              SET NO-FIN-CUOTAS-REV TO TRUE
              MOVE RVS-NUMERO TO CUO-NUMERO
              MOVE 1 TO CUO-NUM-CUOTA
              START CUOTAS-MASTER-FILE KEY IS NOT LESS CUO-CLAVE
                  INVALID KEY
                     SET FIN-CUOTAS-REV TO TRUE
              END-START
              PERFORM SUMAR-ABONO-CUOTA UNTIL FIN-CUOTAS-REV

              IF PRM-ESTADO-EVAL = 'L'
                 MOVE RVS-NUMERO TO REF-LIQ-NUMERO
                 MOVE WS-REFERENCIA-LIQ TO PJR-REFERENCIA
                 READ PAGOS-JOURNAL
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        SET CON-LIQUIDACION TO TRUE
                 END-READ
                 MOVE RVS-NUMERO TO REF-DEV-NUMERO
                 MOVE WS-REFERENCIA-DEV TO PJR-REFERENCIA
                 READ PAGOS-JOURNAL
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        SET CON-DEVOLUCION TO TRUE
                 END-READ
                 PERFORM RELEER-ENTRADA-JOURNAL
              END-IF
           END-IF.

      *-----------------------------------------------------------
      * Acumula lo abonado de una cuota del plan
      *-----------------------------------------------------------
       SUMAR-ABONO-CUOTA.
           READ CUOTAS-MASTER-FILE NEXT RECORD
               AT END
                  SET FIN-CUOTAS-REV TO TRUE
               NOT AT END
                  IF CUO-NUMERO NOT = RVS-NUMERO
                     SET FIN-CUOTAS-REV TO TRUE
                  ELSE
                     IF NOT CUO-ANULADA AND CUO-MONTO-PAGADO > ZERO
                        ADD CUO-MONTO-PAGADO TO RVS-TOTAL-PAGADO
                        MOVE CUO-NUM-CUOTA TO RVS-ULTIMA-CUOTA
                     END-IF
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Vuelve a leer la entrada del pago que se reversa (la
      * consulta de la liquidacion usa la misma area del diario)
      *-----------------------------------------------------------
       RELEER-ENTRADA-JOURNAL.
           MOVE RVS-REFERENCIA TO PJR-REFERENCIA
           READ PAGOS-JOURNAL
               INVALID KEY
                  DISPLAY 'ERROR AL RELEER PAGOS-JOURNAL: '
                          PJR-REFERENCIA ' STATUS: ' WS-FS-JOURNAL
                  PERFORM ABEND-PROCESO
           END-READ.

      *-----------------------------------------------------------
      * Deshace el pago (contra el plan o, si el prestamo esta
      * castigado, contra lo recuperado), marca la entrada del
      * diario como reversada y deja su huella de auditoria
      *-----------------------------------------------------------
       APLICAR-REVERSO.
           SET RVS-NO-REABIERTO TO TRUE

           IF PRM-ESTADO-EVAL = 'C'
              PERFORM REVERSAR-RECUPERO
           ELSE
              PERFORM REVERSAR-PAGO-PLAN
           END-IF

           PERFORM MARCAR-ENTRADA-REVERSADA

           PERFORM ESCRIBIR-AUDITORIA

           IF RVS-REABIERTO
              MOVE 'REVERSADO - PREST. REABIERTO'
                  TO RPT-REV-RESULTADO
           ELSE
              MOVE 'REVERSADO' TO RPT-REV-RESULTADO
           END-IF
           PERFORM ESCRIBIR-LINEA-REVERSO

           ADD 1 TO CNT-REVERSOS-APLIC
           ADD RVS-MONTO TO CNT-MONTO-REVERSADO.

      *-----------------------------------------------------------
      * Quita de las cuotas el capital e interes que el pago
      * aplico, devuelve la penalidad cobrada al saldo de
      * penalidad, quita del saldo en suspenso el excedente que
      * el pago dejo y le devuelve lo que el pago tomo del
      * suspenso, reabre el prestamo si estaba cerrado y
      * recalcula su servicio y su mora
      *-----------------------------------------------------------
       REVERSAR-PAGO-PLAN.
           MOVE RVS-MONTO-CUOTAS TO RVS-PENDIENTE
           MOVE RVS-ULTIMA-CUOTA TO RVS-CUOTA-ACTUAL

           PERFORM DESHACER-EN-CUOTA
               UNTIL RVS-PENDIENTE = ZERO OR RVS-CUOTA-ACTUAL = ZERO

           ADD RVS-MONTO-PENALIDAD TO PRM-SALDO-PENALIDAD

           SUBTRACT RVS-MONTO-EXCEDENTE FROM PRM-SALDO-SUSPENSO
           IF RVS-MONTO-SUSPENSO > ZERO
              IF PRM-FECHA-SUSPENSO = ZERO
                 MOVE FEC-HOY TO PRM-FECHA-SUSPENSO
              END-IF
              ADD RVS-MONTO-SUSPENSO TO PRM-SALDO-SUSPENSO
           END-IF
           IF PRM-SALDO-SUSPENSO = ZERO
              MOVE ZERO TO PRM-FECHA-SUSPENSO
           END-IF

           IF PRM-ESTADO-EVAL = 'L' AND
              (RVS-MONTO-CUOTAS > ZERO OR RVS-MONTO-PENALIDAD > ZERO)
              IF PRM-MONTO-DESEMBOLSADO > ZERO
                 MOVE 'S' TO PRM-ESTADO-EVAL
              ELSE
                 MOVE 'A' TO PRM-ESTADO-EVAL
              END-IF
              MOVE ZERO TO PRM-FECHA-LIQUIDACION
              SET RVS-REABIERTO TO TRUE
              ADD 1 TO CNT-PRESTAMOS-REABIER
           END-IF

           PERFORM RECALCULAR-PRESTAMO.

      *-----------------------------------------------------------
      * Descuenta del acumulado recuperado del prestamo castigado
      * el recupero que se reversa; el plan no se toca
      *-----------------------------------------------------------
       REVERSAR-RECUPERO.
           SUBTRACT RVS-MONTO-RECUPERO FROM PRM-MONTO-RECUPERADO

           REWRITE PRESTAMOS-MASTER-RECORD
               INVALID KEY
                  DISPLAY 'ERROR AL ACTUALIZAR PRESTAMO: ' PRM-NUMERO
                          ' STATUS: ' WS-FS-PRESTAMOS-MASTER
                  PERFORM ABEND-PROCESO
           END-REWRITE.

      *-----------------------------------------------------------
      * Quita de una cuota, de la ultima hacia atras, lo que reste
      * deshacer del pago y recalcula su estado: sin abonos vuelve
      * a pendiente (o vencida, si ya vencio) y con abonos parciales
      * a pago parcial (o vencida)
      *-----------------------------------------------------------
       DESHACER-EN-CUOTA.
           MOVE RVS-NUMERO       TO CUO-NUMERO
           MOVE RVS-CUOTA-ACTUAL TO CUO-NUM-CUOTA
           READ CUOTAS-MASTER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF NOT CUO-ANULADA AND CUO-MONTO-PAGADO > ZERO
                     IF CUO-MONTO-PAGADO >= RVS-PENDIENTE
                        MOVE RVS-PENDIENTE TO RVS-DESCONTADO
                     ELSE
                        MOVE CUO-MONTO-PAGADO TO RVS-DESCONTADO
                     END-IF
                     SUBTRACT RVS-DESCONTADO FROM CUO-MONTO-PAGADO
                     SUBTRACT RVS-DESCONTADO FROM RVS-PENDIENTE
                     PERFORM REABRIR-CUOTA
                  END-IF
           END-READ

           SUBTRACT 1 FROM RVS-CUOTA-ACTUAL.

      *-----------------------------------------------------------
      * Deja la cuota con su estado segun lo que conserva abonado
      * y su vencimiento, y la regraba
      *-----------------------------------------------------------
       REABRIR-CUOTA.
           IF CUO-PAGADA
              ADD 1 TO CNT-CUOTAS-REABIERTAS
           END-IF

           EVALUATE TRUE
               WHEN CUO-FECHA-VENC < FEC-HOY
                  SET CUO-VENCIDA TO TRUE
               WHEN CUO-MONTO-PAGADO > ZERO
                  SET CUO-PAGO-PARCIAL TO TRUE
               WHEN OTHER
                  SET CUO-PENDIENTE TO TRUE
           END-EVALUATE

           IF CUO-MONTO-PAGADO = ZERO
              MOVE ZERO TO CUO-FECHA-PAGO
           END-IF

           REWRITE CUOTA-REGISTRO
               INVALID KEY
                  DISPLAY 'ERROR AL REGRABAR CUOTA: ' CUO-CLAVE
                          ' STATUS: ' WS-FS-CUOTAS
                  PERFORM ABEND-PROCESO
           END-REWRITE.

      *-----------------------------------------------------------
      * Recalcula los campos de servicio del prestamo como
      * PREPAGOS (cuotas pagadas y saldo de la ultima cancelada) y
      * lo re-envejece con los dias de atraso de su peor cuota
      * impaga, y regraba el maestro
      *-----------------------------------------------------------
       RECALCULAR-PRESTAMO.
           MOVE ZERO TO PRM-CUOTAS-PAGADAS
           IF PRM-MONTO-DESEMBOLSADO > ZERO
              MOVE PRM-MONTO-DESEMBOLSADO TO PRM-SALDO-PENDIENTE
           ELSE
              MOVE PRM-MONTO-SOLICITADO TO PRM-SALDO-PENDIENTE
           END-IF
           MOVE ZERO TO RVS-MAX-DIAS
           SET NO-FIN-CUOTAS-REV TO TRUE

           MOVE RVS-NUMERO TO CUO-NUMERO
           MOVE 1 TO CUO-NUM-CUOTA
           START CUOTAS-MASTER-FILE KEY IS NOT LESS CUO-CLAVE
               INVALID KEY
                  SET FIN-CUOTAS-REV TO TRUE
           END-START

           PERFORM REVISAR-CUOTA-PRESTAMO UNTIL FIN-CUOTAS-REV

           MOVE RVS-MAX-DIAS TO PRM-DIAS-MORA
           EVALUATE TRUE
               WHEN RVS-MAX-DIAS = ZERO
                  SET PRM-MORA-AL-DIA TO TRUE
               WHEN RVS-MAX-DIAS <= 30
                  SET PRM-MORA-1-30 TO TRUE
               WHEN RVS-MAX-DIAS <= 60
                  SET PRM-MORA-31-60 TO TRUE
               WHEN RVS-MAX-DIAS <= 90
                  SET PRM-MORA-61-90 TO TRUE
               WHEN OTHER
                  SET PRM-MORA-MAS-90 TO TRUE
           END-EVALUATE

           REWRITE PRESTAMOS-MASTER-RECORD
               INVALID KEY
                  DISPLAY 'ERROR AL ACTUALIZAR PRESTAMO: ' PRM-NUMERO
                          ' STATUS: ' WS-FS-PRESTAMOS-MASTER
                  PERFORM ABEND-PROCESO
           END-REWRITE.

      *-----------------------------------------------------------
      * Recorre el plan contando cuotas canceladas, tomando el
      * saldo de la ultima cancelada y los dias de atraso de la
      * cuota impaga vencida mas antigua
      *-----------------------------------------------------------
       REVISAR-CUOTA-PRESTAMO.
           READ CUOTAS-MASTER-FILE NEXT RECORD
               AT END
                  SET FIN-CUOTAS-REV TO TRUE
               NOT AT END
                  IF CUO-NUMERO NOT = RVS-NUMERO
                     SET FIN-CUOTAS-REV TO TRUE
                  ELSE
                     IF CUO-PAGADA
                        ADD 1 TO PRM-CUOTAS-PAGADAS
                        MOVE CUO-SALDO-DESPUES TO PRM-SALDO-PENDIENTE
                     END-IF
                     IF NOT CUO-PAGADA AND NOT CUO-ANULADA AND
                        CUO-FECHA-VENC < FEC-HOY
                        PERFORM MEDIR-ATRASO-CUOTA
                     END-IF
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Calcula los dias de atraso de una cuota impaga vencida y
      * conserva el maximo del prestamo
      *-----------------------------------------------------------
       MEDIR-ATRASO-CUOTA.
           MOVE CUO-FECHA-VENC TO DIA-FECHA-NUM
           PERFORM CALCULAR-DIAS-CORRIDOS
           MOVE DIA-RESULTADO TO DIA-DIAS-VENC
           SUBTRACT DIA-DIAS-VENC FROM DIA-DIAS-HOY
               GIVING RVS-DIAS-ATRASO

           IF RVS-DIAS-ATRASO > RVS-MAX-DIAS
              MOVE RVS-DIAS-ATRASO TO RVS-MAX-DIAS
           END-IF.

      *-----------------------------------------------------------
      * Marca la entrada del diario como reversada, con la razon y
      * la fecha del reverso; la fecha de asiento del reverso queda
      * en cero para que PREGL genere los asientos inversos
      *-----------------------------------------------------------
       MARCAR-ENTRADA-REVERSADA.
           PERFORM RELEER-ENTRADA-JOURNAL

           SET PJR-REVERSADO TO TRUE
           MOVE RVI-RAZON TO PJR-RAZON-REV
           MOVE FEC-HOY   TO PJR-FECHA-REVERSO
           MOVE ZERO      TO PJR-FECHA-CONTAB-REV

           REWRITE PAGO-JOURNAL-RECORD
               INVALID KEY
                  DISPLAY 'ERROR AL ACTUALIZAR PAGOS-JOURNAL: '
                          PJR-REFERENCIA ' STATUS: ' WS-FS-JOURNAL
                  PERFORM ABEND-PROCESO
           END-REWRITE.

      *-----------------------------------------------------------
      * Agrega el reverso a la bitacora de auditoria (razon '11',
      * con la referencia, el codigo de razon y el monto en el
      * detalle)
      *-----------------------------------------------------------
       ESCRIBIR-AUDITORIA.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE CPA-FECHA-NEGOCIO TO AUD-FECHA
           ACCEPT AUD-HORA FROM TIME
           MOVE PRM-NUMERO        TO AUD-NUMERO
           MOVE PRM-CLIENTE-ID    TO AUD-CLIENTE-ID
           MOVE PRM-ESTADO-EVAL   TO AUD-ESTADO
           MOVE '11'              TO AUD-RAZON
           MOVE RVS-REFERENCIA    TO AUD-REV-REFERENCIA
           MOVE RVI-RAZON         TO AUD-REV-RAZON
           MOVE RVS-MONTO         TO AUD-REV-MONTO
           WRITE AUDIT-LOG-RECORD.

      *-----------------------------------------------------------
      * Deja en el informe la solicitud de reverso rechazada con su
      * motivo (ya movido a RPT-REV-RESULTADO)
      *-----------------------------------------------------------
       RECHAZAR-REVERSO.
           PERFORM ESCRIBIR-LINEA-REVERSO
           ADD 1 TO CNT-REVERSOS-RECHAZ.

      *-----------------------------------------------------------
      * Agrega una linea al informe con los datos del reverso
      *-----------------------------------------------------------
       ESCRIBIR-LINEA-REVERSO.
           MOVE RVS-REFERENCIA TO RPT-REV-REFERENCIA
           MOVE RVS-NUMERO     TO RPT-REV-NUMERO
           MOVE RVS-MONTO      TO RPT-REV-MONTO
           MOVE RVI-RAZON      TO RPT-REV-RAZON
           WRITE RPT-REGISTRO FROM RPT-LINEA-REVERSO.

      *-----------------------------------------------------------
      * Convierte la fecha AAAAMMDD de DIA-FECHA en dias corridos
      * (dias desde el anio cero, con anios bisiestos) para poder
      * restar fechas
      *-----------------------------------------------------------
       CALCULAR-DIAS-CORRIDOS.
           SUBTRACT 1 FROM DIA-AAAA GIVING DIA-ANO-PREVIO

           COMPUTE DIA-BISIESTOS =
               DIA-ANO-PREVIO / 4 - DIA-ANO-PREVIO / 100 +
               DIA-ANO-PREVIO / 400

           COMPUTE DIA-RESULTADO =
               DIA-ANO-PREVIO * 365 + DIA-BISIESTOS +
               TAB-DIAS-ACUM (DIA-MM) + DIA-DD

           IF DIA-MM > 2
              DIVIDE DIA-AAAA BY 4 GIVING DIA-ANO-PREVIO
                  REMAINDER DIA-RESTO
              IF DIA-RESTO = ZERO
                 DIVIDE DIA-AAAA BY 100 GIVING DIA-ANO-PREVIO
                     REMAINDER DIA-RESTO
                 IF DIA-RESTO NOT = ZERO
                    ADD 1 TO DIA-RESULTADO
                 ELSE
                    DIVIDE DIA-AAAA BY 400 GIVING DIA-ANO-PREVIO
                        REMAINDER DIA-RESTO
                    IF DIA-RESTO = ZERO
                       ADD 1 TO DIA-RESULTADO
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *-----------------------------------------------------------
      * Agrega una linea de total al informe
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

           MOVE CNT-REVERSOS-APLIC TO RPT-EDIT-CONTADOR
           STRING 'REVERSOS APLICADOS.: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-MONTO-REVERSADO TO RPT-EDIT-MONTO
           STRING 'MONTO REVERSADO....: ' DELIMITED SIZE
                  RPT-EDIT-MONTO DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-PRESTAMOS-REABIER TO RPT-EDIT-CONTADOR
           STRING 'PRESTAMOS REABIERTOS: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-REVERSOS-RECHAZ TO RPT-EDIT-CONTADOR
           STRING 'REVERSOS RECHAZADOS: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           CLOSE REVERSOS-IN
           CLOSE PRESTAMOS-MASTER-FILE
           CLOSE CUOTAS-MASTER-FILE
           CLOSE PAGOS-JOURNAL
           CLOSE AUDIT-LOG-FILE
           CLOSE REVERSOS-RPT

           DISPLAY 'Reversos leidos      : ' CNT-REVERSOS-LEIDOS
           DISPLAY 'Reversos aplicados   : ' CNT-REVERSOS-APLIC
           DISPLAY 'Reversos rechazados  : ' CNT-REVERSOS-RECHAZ
           DISPLAY 'Prestamos reabiertos : ' CNT-PRESTAMOS-REABIER
           DISPLAY 'Cuotas reabiertas    : ' CNT-CUOTAS-REABIERTAS

           IF CNT-REVERSOS-RECHAZ > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

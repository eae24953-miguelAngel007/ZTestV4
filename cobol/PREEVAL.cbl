      *                    dependa del orden de PREPARM; la nueva
      *                    fecha de asiento contable del maestro
      *                    (PRM-FECHA-CONTAB) se graba en cero.
      *   2026-10-15  RG   El registro de PREPARM pasa a 74 posiciones
      *                    con los parametros de penalidad por mora por
      *                    producto. El alta del prestamo graba en
      *                    cero el nuevo saldo de penalidad
      *                    PRM-SALDO-PENALIDAD.
      *   2026-10-15  RG   El maestro se graba con los datos de castigo
      *                    (PRM-FECHA-CASTIGO, PRM-MONTO-CASTIGADO y
      *                    PRM-MONTO-RECUPERADO) en cero.
      *   2026-10-15  RG   El registro de PREPARM pasa a 80 posiciones
      *                    con las reglas de avales por producto. Se
      *                    leen los avales de la solicitud en el nuevo
      *                    maestro AVALMSTR (mantenido por PREAVAL): el
      *                    ingreso y la deuda de los codeudores que
      *                    califican se suman a los del cliente en
      *                    VALIDAR-CAPACIDAD-PAGO, y un garante que
      *                    califica (calificacion de garante del
      *                    producto y endeudamiento propio con la cuota
      *                    dentro del limite) aprueba en el nivel
      *                    estandar una solicitud en calificacion
      *                    limite. El reporte muestra las reglas por
      *                    producto y los aprobados con garante y
      *                    solicitudes con codeudor.
      *   2026-10-15  RG   Los prestamos nuevos graban en cero la fecha
      *                    de liquidacion (PRM-FECHA-LIQUIDACION).
      *   2026-10-15  RG   La fecha de proceso es la fecha de negocio
      *                    del control de corrida (RUNCTL); el paso
      *                    registra su inicio, fin y return code por
      *                    PRECTLM, que valida los pasos previos y
      *                    rechaza un paso ya completo salvo
      *                    re-ejecucion autorizada.
      *   2026-10-15  RG   Los prestamos nuevos graban en cero el saldo
      *                    en suspenso y su fecha (PRM-SALDO-SUSPENSO,
      *                    PRM-FECHA-SUSPENSO).
      *   2026-10-15  RG   Un prestamo castigado ('C') del cliente
      *                    tambien rechaza la solicitud nueva, como lo
      *                    hacia mientras estaba desembolsado en mora.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETROS.

           SELECT AVAL-MASTER-FILE
               ASSIGN TO 'AVALMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVM-CLAVE
               ALTERNATE RECORD KEY IS AVM-CLIENTE-ID WITH DUPLICATES
               FILE STATUS IS WS-FS-AVAL-MASTER.

       DATA DIVISION.
       FILE SECTION.

       COPY PRESTCTL.

       FD  PARAMETROS-IN
           RECORD CONTAINS 80 CHARACTERS.
       COPY PREPARM.

       FD  AVAL-MASTER-FILE.
       COPY AVALMST.

       WORKING-STORAGE SECTION.

      * Copybook compartido - mismo que usa App A
              10 TPA-TASA-ESTANDAR  PIC 9(02)V99.
              10 TPA-LIMITE-RATIO   PIC 9V9(04).
              10 TPA-CKPT-INTERVALO PIC 9(07).
              10 TPA-CALIF-AVAL     PIC 9(03).
              10 TPA-CALIF-CODEUDOR PIC 9(03).

      * Juego de parametros del producto de la solicitud en
      * proceso, seleccionado de la tabla por PRE-PRODUCTO
           05 PRG-TASA-ESTANDAR     PIC 9(02)V99 VALUE ZERO.
           05 PRG-LIMITE-RATIO      PIC 9V9(04) VALUE ZERO.
           05 PRG-CKPT-INTERVALO    PIC 9(07) VALUE ZERO.
           05 PRG-CALIF-AVAL        PIC 9(03) VALUE ZERO.
           05 PRG-CALIF-CODEUDOR    PIC 9(03) VALUE ZERO.

       01  WS-CONTROL-PARAMETROS.
           05 WS-FECHA-PROCESO      PIC 9(08) VALUE ZERO.
           05 CAP-CUOTA-MENSUAL       PIC S9(11)V99 COMP-3.
           05 CAP-RATIO-ENDEUDAMIENTO PIC S9V9999 COMP-3.
           05 CAP-LIMITE-RATIO        PIC S9V9999 COMP-3 VALUE ZERO.
           05 CAP-INGRESO-TOTAL       PIC S9(11)V99 COMP-3.
           05 CAP-DEUDA-TOTAL         PIC S9(11)V99 COMP-3.
           05 CAP-RATIO-GARANTE       PIC S9V9999 COMP-3.

      * Avales de la solicitud en proceso tomados de AVALMSTR: el
      * ingreso y la deuda de los codeudores que califican, que se
      * suman a los del cliente en la capacidad de pago, y si hay
      * un garante que califica para levantar una calificacion
      * limite
       01  WS-AVALES-SOLICITUD.
           05 AVS-CODEUDORES          PIC 9(03) COMP VALUE ZERO.
           05 AVS-INGRESO-CODEUDORES  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 AVS-DEUDA-CODEUDORES    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 AVS-GARANTE-ID          PIC 9(10) VALUE ZERO.
           05 AVS-GARANTE-FUERTE      PIC X(01) VALUE 'N'.
              88 CON-GARANTE-FUERTE   VALUE 'S'.
              88 SIN-GARANTE-FUERTE   VALUE 'N'.
           05 AVS-APROBADO-GARANTE    PIC X(01) VALUE 'N'.
              88 APROBADO-POR-GARANTE VALUE 'S'.
              88 NO-APROBADO-POR-GARANTE VALUE 'N'.

       01  WS-CLIENTE-STATUS.
           05 WS-CLIENTE-ENCONTRADO PIC X(01) VALUE 'N'.
           05 WS-FIN-ARCHIVO        PIC X(01) VALUE 'N'.
              88 FIN-ARCHIVO        VALUE 'Y'.
              88 NO-FIN-ARCHIVO     VALUE 'N'.
           05 WS-MAESTRO-AVALES     PIC X(01) VALUE 'N'.
              88 AVALES-ABIERTO     VALUE 'S'.
              88 AVALES-AUSENTE     VALUE 'N'.
           05 WS-FIN-AVALES         PIC X(01) VALUE 'N'.
              88 FIN-AVALES         VALUE 'Y'.
              88 NO-FIN-AVALES      VALUE 'N'.

       01  WS-ESTADOS-ARCHIVO.
           05 WS-FS-PRESTAMOS-IN      PIC X(02) VALUE '00'.
           05 WS-FS-DISBURSE          PIC X(02) VALUE '00'.
           05 WS-FS-CONTROL           PIC X(02) VALUE '00'.
           05 WS-FS-PARAMETROS        PIC X(02) VALUE '00'.
           05 WS-FS-AVAL-MASTER       PIC X(02) VALUE '00'.

       01  WS-CONTADORES.
           05 CNT-TOTAL-PROCESADOS  PIC 9(07) COMP VALUE ZERO.
           05 CNT-EN-ANALISIS       PIC 9(07) COMP VALUE ZERO.
           05 CNT-DUPLICADOS        PIC 9(07) COMP VALUE ZERO.
           05 CNT-MONTO-APROBADO    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 CNT-APROB-GARANTE     PIC 9(07) COMP VALUE ZERO.
           05 CNT-CON-CODEUDOR      PIC 9(07) COMP VALUE ZERO.

       01  WS-EDICION-REPORTE.
           05 RPT-EDIT-CONTADOR     PIC Z,ZZZ,ZZZ,ZZ9.
           05 WS-CKPT-CONTADOR      PIC 9(07) COMP VALUE ZERO.
           05 WS-CKPT-INTERVALO     PIC 9(07) COMP VALUE ZERO.

      * Area de comunicacion con el control de corrida del ciclo
      * (PRECTLM): fecha de negocio y registro del paso
       COPY CTLPASO.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY '*** EVALUACION DE PRESTAMOS (BATCH) ***'

           PERFORM INICIAR-CONTROL-PASO

           PERFORM INICIALIZAR-PROCESO

           PERFORM READ-UNTIL-END UNTIL FIN-ARCHIVO

           PERFORM FINALIZAR-PROCESO

           PERFORM TERMINAR-CONTROL-PASO

           STOP RUN.

      *-----------------------------------------------------------
              PERFORM ABEND-PROCESO
           END-IF

           PERFORM ABRIR-MAESTRO-AVALES

           PERFORM CARGAR-PARAMETROS
           PERFORM ESCRIBIR-PARAMETROS-REPORTE

           PERFORM LEER-CHECKPOINT.

      *-----------------------------------------------------------
      * Abre el maestro de avales que mantiene PREAVAL; si aun no
      * existe (status 35) la corrida sigue evaluando las
      * solicitudes sin avales en vez de abortar
      *-----------------------------------------------------------
       ABRIR-MAESTRO-AVALES.
           SET AVALES-AUSENTE TO TRUE
           OPEN INPUT AVAL-MASTER-FILE
           EVALUATE WS-FS-AVAL-MASTER
               WHEN '00'
                  SET AVALES-ABIERTO TO TRUE
               WHEN '35'
                  DISPLAY 'SIN MAESTRO DE AVALES (AVALMSTR): '
                          'SE EVALUA SIN AVALES'
               WHEN OTHER
                  DISPLAY 'ERROR AL ABRIR AVAL-MASTER-FILE, STATUS: '
                          WS-FS-AVAL-MASTER
                  PERFORM ABEND-PROCESO
           END-EVALUATE.

      *-----------------------------------------------------------
      * Carga desde PREPARM la tabla de juegos de parametros de
      * decision: por cada producto de credito, el juego con la
      * igual que cualquier otro archivo requerido que falte.
      *-----------------------------------------------------------
       CARGAR-PARAMETROS.
           MOVE CPA-FECHA-NEGOCIO TO WS-FECHA-PROCESO

           OPEN INPUT PARAMETROS-IN
           IF WS-FS-PARAMETROS NOT = '00'
                  TO TPA-LIMITE-RATIO (TPA-IND)
              MOVE PAR-CKPT-INTERVALO
                  TO TPA-CKPT-INTERVALO (TPA-IND)
              MOVE PAR-CALIF-AVAL
                  TO TPA-CALIF-AVAL (TPA-IND)
              MOVE PAR-CALIF-CODEUDOR
                  TO TPA-CALIF-CODEUDOR (TPA-IND)
           END-IF.

      *-----------------------------------------------------------
      * Valida la consistencia del juego de parametros de un
      * producto: cortes de calificacion en orden descendente,
      * tasas mayores que cero con la preferencial por debajo de
      * la estandar, limite de endeudamiento entre cero y uno,
      * intervalo de checkpoint mayor que cero y, si se informan,
      * calificacion del garante no menor que la minima de
      * aprobacion y del codeudor no menor que la limite
      *-----------------------------------------------------------
       VALIDAR-JUEGO-PRODUCTO.
           IF TPA-CALIF-PREFERENCIAL (TPA-IND) <=
              DISPLAY 'INTERVALO DE CHECKPOINT INCONSISTENTE, '
                      'PRODUCTO: ' TPA-PRODUCTO (TPA-IND)
              PERFORM ABEND-PROCESO
           END-IF

           IF TPA-CALIF-AVAL (TPA-IND) NOT = ZERO AND
              TPA-CALIF-AVAL (TPA-IND) < TPA-CALIF-MINIMA (TPA-IND)
              DISPLAY 'CALIFICACION DE GARANTE INCONSISTENTE, '
                      'PRODUCTO: ' TPA-PRODUCTO (TPA-IND)
              PERFORM ABEND-PROCESO
           END-IF

           IF TPA-CALIF-CODEUDOR (TPA-IND) NOT = ZERO AND
              TPA-CALIF-CODEUDOR (TPA-IND) <
              TPA-CALIF-BORDERLINE (TPA-IND)
              DISPLAY 'CALIFICACION DE CODEUDOR INCONSISTENTE, '
                      'PRODUCTO: ' TPA-PRODUCTO (TPA-IND)
              PERFORM ABEND-PROCESO
           END-IF.

      *-----------------------------------------------------------
                  TO PRG-LIMITE-RATIO
              MOVE TPA-CKPT-INTERVALO (TPA-IND)
                  TO PRG-CKPT-INTERVALO
              MOVE TPA-CALIF-AVAL (TPA-IND)
                  TO PRG-CALIF-AVAL
              MOVE TPA-CALIF-CODEUDOR (TPA-IND)
                  TO PRG-CALIF-CODEUDOR
              MOVE PRG-LIMITE-RATIO TO CAP-LIMITE-RATIO
           END-IF.

                  TPA-CKPT-INTERVALO (TPA-IND) DELIMITED SIZE
                  ' REGISTROS' DELIMITED SIZE
                  INTO RPT-REGISTRO
           WRITE RPT-REGISTRO

           MOVE SPACES TO RPT-REGISTRO
           STRING 'CALIF. GARANTE.....: ' DELIMITED SIZE
                  TPA-CALIF-AVAL (TPA-IND) DELIMITED SIZE
                  INTO RPT-REGISTRO
           WRITE RPT-REGISTRO

           MOVE SPACES TO RPT-REGISTRO
           STRING 'CALIF. CODEUDOR....: ' DELIMITED SIZE
                  TPA-CALIF-CODEUDOR (TPA-IND) DELIMITED SIZE
                  INTO RPT-REGISTRO
           WRITE RPT-REGISTRO.

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
           MOVE 'PREEVAL' TO CPA-PASO
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
      * Recupera el ultimo numero de prestamo procesado con exito
      * en la corrida anterior, si existe. Ya no se usa para saltar

           MOVE ZERO TO PRE-TASA-INTERES
           SET RAZ-NINGUNA TO TRUE
           MOVE ZERO TO AVS-CODEUDORES
           SET NO-APROBADO-POR-GARANTE TO TRUE

           PERFORM VALIDAR-DUPLICADO

                 IF CLI-ENCONTRADO
                    PERFORM EVALUATE-RIESGO
                    IF PRE-APROBADO OR PRE-EN-ANALISIS
                       PERFORM CARGAR-AVALES-SOLICITUD
                       IF RAZ-CALIF-BORDERLINE AND CON-GARANTE-FUERTE
                          PERFORM APROBAR-CON-GARANTE
                       END-IF
                       PERFORM VALIDAR-CAPACIDAD-PAGO
                    END-IF
                 ELSE
      *-----------------------------------------------------------
      * Lee secuencialmente (por PRM-CLIENTE-ID) los prestamos del
      * cliente hasta encontrar uno vigente (aprobado o ya
      * desembolsado) o castigado, que tambien bloquea una nueva
      * solicitud, o salir de su rango
      *-----------------------------------------------------------
       REVISAR-PRESTAMOS-CLIENTE.
           READ PRESTAMOS-MASTER-FILE NEXT RECORD
                     SET FIN-BUSQUEDA-CLIENTE TO TRUE
                  ELSE
                     IF PRM-ESTADO-EVAL = 'A' OR
                        PRM-ESTADO-EVAL = 'S' OR
                        PRM-ESTADO-EVAL = 'C'
                        SET CLIENTE-TIENE-APROBADO TO TRUE
                        SET FIN-BUSQUEDA-CLIENTE TO TRUE
                     END-IF
           END-IF.

      *-----------------------------------------------------------
      * Recorre en AVALMSTR los avales de la solicitud (clave
      * prestamo + cliente) y acumula los codeudores que califican
      * y si hay un garante que califica, segun las reglas de
      * avales del producto
      *-----------------------------------------------------------
       CARGAR-AVALES-SOLICITUD.
           MOVE ZERO TO AVS-CODEUDORES
           MOVE ZERO TO AVS-INGRESO-CODEUDORES
           MOVE ZERO TO AVS-DEUDA-CODEUDORES
           MOVE ZERO TO AVS-GARANTE-ID
           SET SIN-GARANTE-FUERTE TO TRUE
           SET FIN-AVALES TO TRUE

           PERFORM CALCULAR-CUOTA-MENSUAL

           IF AVALES-ABIERTO
              SET NO-FIN-AVALES TO TRUE
              MOVE PRE-NUMERO TO AVM-NUMERO
              MOVE ZERO TO AVM-CLIENTE-ID
              START AVAL-MASTER-FILE KEY IS NOT LESS AVM-CLAVE
                  INVALID KEY
                     SET FIN-AVALES TO TRUE
              END-START
           END-IF

           PERFORM REVISAR-AVAL-SOLICITUD UNTIL FIN-AVALES.

      *-----------------------------------------------------------
      * Lee el siguiente aval de la solicitud; el propio deudor
      * registrado como aval no cuenta
      *-----------------------------------------------------------
       REVISAR-AVAL-SOLICITUD.
           READ AVAL-MASTER-FILE NEXT RECORD
               AT END
                  SET FIN-AVALES TO TRUE
               NOT AT END
                  IF AVM-NUMERO NOT = PRE-NUMERO
                     SET FIN-AVALES TO TRUE
                  ELSE
                     IF AVM-CLIENTE-ID NOT = PRE-CLIENTE-ID
                        PERFORM EVALUAR-AVAL
                     END-IF
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Evalua un aval contra CLIEMSTR. Un codeudor activo con la
      * calificacion de codeudor del producto suma su ingreso y su
      * deuda a la capacidad de pago; un garante activo con la
      * calificacion de garante del producto, y cuyo propio
      * endeudamiento con la cuota del prestamo no supera el
      * limite, califica para levantar una calificacion limite.
      * Una regla en cero no se aplica al producto
      *-----------------------------------------------------------
       EVALUAR-AVAL.
           MOVE AVM-CLIENTE-ID TO CLM-ID
           READ CLIENTE-MASTER-FILE
               INVALID KEY
                  DISPLAY 'Aval sin cliente en CLIEMSTR: '
                          AVM-CLIENTE-ID
               NOT INVALID KEY
                  IF CLM-ESTADO = 'A'
                     IF AVM-CODEUDOR AND
                        PRG-CALIF-CODEUDOR NOT = ZERO AND
                        CLM-CALIFICACION >= PRG-CALIF-CODEUDOR
                        ADD 1 TO AVS-CODEUDORES
                        ADD CLM-INGRESO-MENSUAL
                            TO AVS-INGRESO-CODEUDORES
                        ADD CLM-DEUDA-ACTUAL TO AVS-DEUDA-CODEUDORES
                        DISPLAY 'Codeudor que califica: ' CLM-ID
                     END-IF
                     IF AVM-GARANTE AND
                        PRG-CALIF-AVAL NOT = ZERO AND
                        CLM-CALIFICACION >= PRG-CALIF-AVAL
                        PERFORM MEDIR-GARANTE
                     END-IF
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Mide el endeudamiento propio del garante si tuviera que
      * pagar la cuota del prestamo
      *-----------------------------------------------------------
       MEDIR-GARANTE.
           IF CLM-INGRESO-MENSUAL > ZERO
              COMPUTE CAP-RATIO-GARANTE ROUNDED =
                 (CLM-DEUDA-ACTUAL + CAP-CUOTA-MENSUAL) /
                 CLM-INGRESO-MENSUAL
                 ON SIZE ERROR
                    MOVE 1 TO CAP-RATIO-GARANTE
              END-COMPUTE
           ELSE
              MOVE 1 TO CAP-RATIO-GARANTE
           END-IF

           IF CAP-RATIO-GARANTE <= CAP-LIMITE-RATIO
              SET CON-GARANTE-FUERTE TO TRUE
              MOVE CLM-ID TO AVS-GARANTE-ID
              DISPLAY 'Garante que califica: ' CLM-ID
           END-IF.

      *-----------------------------------------------------------
      * Una solicitud en calificacion limite con un garante que
      * califica se aprueba en el nivel estandar; la capacidad de
      * pago se valida despues igual que para cualquier aprobado
      *-----------------------------------------------------------
       APROBAR-CON-GARANTE.
           SET PRE-APROBADO TO TRUE
           SET RAZ-NINGUNA TO TRUE
           SET APROBADO-POR-GARANTE TO TRUE
           MOVE PRG-TASA-ESTANDAR TO PRE-TASA-INTERES
           MOVE 'PRESTAMO APROBADO - CON GARANTE' TO WS-RESULTADO.

      *-----------------------------------------------------------
      * Cuota mensual de referencia del prestamo (monto / plazo)
      *-----------------------------------------------------------
       CALCULAR-CUOTA-MENSUAL.
           MOVE ZERO TO CAP-CUOTA-MENSUAL

           IF PRE-PLAZO-MESES > ZERO
              DIVIDE PRE-MONTO-SOLICITADO BY PRE-PLAZO-MESES
                  ON SIZE ERROR
                     MOVE ZERO TO CAP-CUOTA-MENSUAL
              END-DIVIDE
           END-IF.

      *-----------------------------------------------------------
      * Valida que la cuota mensual del prestamo no eleve el nivel
      * de endeudamiento del cliente por encima del limite
      * permitido. El ingreso y la deuda de los codeudores que
      * califican se suman a los del cliente
      *-----------------------------------------------------------
       VALIDAR-CAPACIDAD-PAGO.
           MOVE ZERO TO CAP-RATIO-ENDEUDAMIENTO

           PERFORM CALCULAR-CUOTA-MENSUAL

           ADD CLI-INGRESO-MENSUAL AVS-INGRESO-CODEUDORES
               GIVING CAP-INGRESO-TOTAL
           ADD CLI-DEUDA-ACTUAL AVS-DEUDA-CODEUDORES
               GIVING CAP-DEUDA-TOTAL

           IF CAP-INGRESO-TOTAL > ZERO
              COMPUTE CAP-RATIO-ENDEUDAMIENTO ROUNDED =
                 (CAP-DEUDA-TOTAL + CAP-CUOTA-MENSUAL) /
                 CAP-INGRESO-TOTAL
                 ON SIZE ERROR
                    MOVE 1 TO CAP-RATIO-ENDEUDAMIENTO
              END-COMPUTE
      *-----------------------------------------------------------
       ACTUALIZAR-CONTADORES.
           ADD 1 TO CNT-TOTAL-PROCESADOS
           IF AVS-CODEUDORES > ZERO
              ADD 1 TO CNT-CON-CODEUDOR
           END-IF
           EVALUATE TRUE
               WHEN PRE-APROBADO
                  ADD 1 TO CNT-APROBADOS
                  ADD PRE-MONTO-SOLICITADO TO CNT-MONTO-APROBADO
                  IF APROBADO-POR-GARANTE
                     ADD 1 TO CNT-APROB-GARANTE
                  END-IF
               WHEN PRE-RECHAZADO
                  ADD 1 TO CNT-RECHAZADOS
               WHEN PRE-EN-ANALISIS
              MOVE ZERO                 TO PRM-MONTO-DESEMBOLSADO
              MOVE ZERO                 TO PRM-FECHA-DESEMBOLSO
              MOVE ZERO                 TO PRM-FECHA-CONTAB
              MOVE ZERO                 TO PRM-SALDO-PENALIDAD
              MOVE ZERO                 TO PRM-FECHA-CASTIGO
              MOVE ZERO                 TO PRM-MONTO-CASTIGADO
              MOVE ZERO                 TO PRM-MONTO-RECUPERADO
              MOVE ZERO                 TO PRM-FECHA-LIQUIDACION
              MOVE ZERO                 TO PRM-SALDO-SUSPENSO
              MOVE ZERO                 TO PRM-FECHA-SUSPENSO
              WRITE PRESTAMOS-MASTER-RECORD
                  INVALID KEY
                     DISPLAY 'ERROR AL GRABAR PRESTAMO: ' PRE-NUMERO
      *-----------------------------------------------------------
       ESCRIBIR-AUDITORIA.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE CPA-FECHA-NEGOCIO TO AUD-FECHA
           ACCEPT AUD-HORA FROM TIME
           MOVE PRE-NUMERO        TO AUD-NUMERO
           MOVE PRE-CLIENTE-ID    TO AUD-CLIENTE-ID
           CLOSE PRESTAMOS-RPT
           CLOSE AUDIT-LOG-FILE
           CLOSE DISBURSE-OUT
           IF AVALES-ABIERTO
              CLOSE AVAL-MASTER-FILE
           END-IF

           DISPLAY 'Total procesados : ' CNT-TOTAL-PROCESADOS
           DISPLAY 'Aprobados        : ' CNT-APROBADOS
           DISPLAY 'Rechazados       : ' CNT-RECHAZADOS
           DISPLAY 'En analisis      : ' CNT-EN-ANALISIS
           DISPLAY 'Duplicados       : ' CNT-DUPLICADOS
           DISPLAY 'Aprob. c/garante : ' CNT-APROB-GARANTE
           DISPLAY 'Con codeudor     : ' CNT-CON-CODEUDOR.

      *-----------------------------------------------------------
      * Graba los totales de control de la corrida en PRESTCTL;
              PERFORM ABEND-PROCESO
           END-IF

           MOVE CPA-FECHA-NEGOCIO TO CTL-FECHA-CORRIDA
           MOVE CNT-TOTAL-PROCESADOS TO CTL-LEIDOS
           MOVE CNT-APROBADOS        TO CTL-APROBADOS
           MOVE CNT-RECHAZADOS       TO CTL-RECHAZADOS
           STRING 'MONTO APROBADO.....: ' DELIMITED SIZE
                  RPT-EDIT-MONTO DELIMITED SIZE
                  INTO RPT-REGISTRO
           WRITE RPT-REGISTRO

           MOVE CNT-APROB-GARANTE TO RPT-EDIT-CONTADOR
           STRING 'APROB. CON GARANTE.: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           WRITE RPT-REGISTRO

           MOVE CNT-CON-CODEUDOR TO RPT-EDIT-CONTADOR
           STRING 'CON CODEUDOR.......: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           WRITE RPT-REGISTRO.

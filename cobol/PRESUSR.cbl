       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESUSR.
      *****************************************************************
      * Aplicación: PRESTAMOS (App B)
      * Programa: Informe mensual del saldo en suspenso
      * Descripción: Corrida de fin de mes, despues de PREGL. Lista
      *              cada prestamo con saldo en suspenso
      *              (PRM-SALDO-SUSPENSO) con su antiguedad, contada
      *              desde PRM-FECHA-SUSPENSO hasta la fecha de
      *              negocio, y lo totaliza por tramo (0-30, 31-60,
      *              61-90, 91-180 y mas de 180 dias). Despues
      *              concilia el total del submayor con la cuenta
      *              puente de sobrepagos, rearmando desde el diario
      *              PAGOJRNL los movimientos que PREGL asento en
      *              ella: haber por el excedente de cada pago, debe
      *              por lo aplicado con suspenso y por lo devuelto,
      *              y los inversos de los pagos reversados. Con la
      *              fecha de asiento separa el saldo al inicio del
      *              mes, los creditos y debitos del mes y lo
      *              pendiente de asentar. Una diferencia, o un
      *              saldo en suspenso negativo, deja return code 4.
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

           SELECT PAGOS-JOURNAL
               ASSIGN TO 'PAGOJRNL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJR-REFERENCIA
               FILE STATUS IS WS-FS-JOURNAL.

           SELECT SUSPENSO-RPT
               ASSIGN TO 'SUSPRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  PRESTAMOS-MASTER-FILE.
       COPY PRESTMST.

       FD  PAGOS-JOURNAL.
       COPY PAGOJRN.

       FD  SUSPENSO-RPT.
       01  RPT-REGISTRO             PIC X(80).

       WORKING-STORAGE SECTION.

      * Totales del submayor por tramo de antiguedad del suspenso
      * (1 hasta 30 dias ... 5 mas de 180)
       01  WS-ACUMULADORES.
           05 ACU-TRAMO OCCURS 5 TIMES.
              10 ACU-TRM-CANTIDAD   PIC 9(07) COMP.
              10 ACU-TRM-SALDO      PIC S9(13)V99 COMP-3.

       01  WS-NOMBRES-TRAMO.
           05 FILLER                PIC X(14) VALUE '0-30 DIAS     '.
           05 FILLER                PIC X(14) VALUE '31-60 DIAS    '.
           05 FILLER                PIC X(14) VALUE '61-90 DIAS    '.
           05 FILLER                PIC X(14) VALUE '91-180 DIAS   '.
           05 FILLER                PIC X(14) VALUE 'MAS DE 180    '.
       01  WS-NOMBRES-TRAMO-R REDEFINES WS-NOMBRES-TRAMO.
           05 NOM-TRAMO OCCURS 5 TIMES
                                    PIC X(14).

       01  WS-INDICES.
           05 IDX-TRAMO             PIC 9(02) COMP.

      * Conciliacion de la cuenta puente de sobrepagos con los
      * movimientos del diario: neto de cada entrada (excedente
      * menos aplicado con suspenso menos devuelto) y su reverso
       01  WS-CONCILIACION.
           05 CNC-NETO              PIC S9(11)V99 COMP-3.
           05 CNC-NETO-REVERSO      PIC S9(11)V99 COMP-3.
           05 CNC-DEBITO            PIC S9(11)V99 COMP-3.
           05 CNC-SALDO-INICIAL     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CNC-CREDITOS-MES      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CNC-DEBITOS-MES       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CNC-SALDO-ASENTADO    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CNC-PENDIENTE         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CNC-DIFERENCIA        PIC S9(13)V99 COMP-3 VALUE ZERO.

      * Conversion de fechas AAAAMMDD a dias corridos para calcular
      * la antiguedad del saldo en suspenso
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
           05 DIA-DIAS-SUSPENSO     PIC S9(07) COMP-3.
           05 DIA-ANTIGUEDAD        PIC S9(07) COMP-3.

       01  WS-TABLA-MESES.
           05 FILLER PIC X(36) VALUE
              '000031059090120151181212243273304334'.
       01  WS-TABLA-MESES-R REDEFINES WS-TABLA-MESES.
           05 TAB-DIAS-ACUM OCCURS 12 TIMES
                                    PIC 9(03).

       01  WS-CONTROL-ARCHIVO.
           05 WS-FIN-MAESTRO        PIC X(01) VALUE 'N'.
              88 FIN-MAESTRO        VALUE 'Y'.
              88 NO-FIN-MAESTRO     VALUE 'N'.
           05 WS-FIN-JOURNAL        PIC X(01) VALUE 'N'.
              88 FIN-JOURNAL        VALUE 'Y'.
              88 NO-FIN-JOURNAL     VALUE 'N'.
           05 WS-JOURNAL-ABIERTO    PIC X(01) VALUE 'N'.
              88 JOURNAL-ABIERTO    VALUE 'S'.
              88 JOURNAL-AUSENTE    VALUE 'N'.

       01  WS-ESTADOS-ARCHIVO.
           05 WS-FS-PRESTAMOS-MASTER  PIC X(02) VALUE '00'.
           05 WS-FS-JOURNAL           PIC X(02) VALUE '00'.
           05 WS-FS-REPORTE           PIC X(02) VALUE '00'.

       01  WS-CONTADORES.
           05 CNT-LEIDOS            PIC 9(07) COMP VALUE ZERO.
           05 CNT-CON-SUSPENSO      PIC 9(07) COMP VALUE ZERO.
           05 CNT-NEGATIVOS         PIC 9(07) COMP VALUE ZERO.
           05 CNT-ENTRADAS          PIC 9(07) COMP VALUE ZERO.
           05 CNT-TOTAL-SUSPENSO    PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-FECHA-PROCESO.
           05 FEC-HOY               PIC 9(08).
           05 FEC-HOY-R REDEFINES FEC-HOY.
              10 FEC-HOY-AAAAMM     PIC 9(06).
              10 FEC-HOY-DD         PIC 9(02).
           05 FEC-INICIO-MES.
              10 FEC-INI-AAAAMM     PIC 9(06).
              10 FEC-INI-DD         PIC 9(02).
           05 FEC-INICIO-MES-NUM REDEFINES FEC-INICIO-MES
                                    PIC 9(08).

       01  WS-EDICION-REPORTE.
           05 RPT-EDIT-CONTADOR     PIC Z,ZZZ,ZZZ,ZZ9.
           05 RPT-EDIT-MONTO        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  RPT-LINEA-ENCABEZADO.
           05 FILLER                PIC X(14) VALUE 'PRESTAMO'.
           05 FILLER                PIC X(12) VALUE 'CLIENTE'.
           05 FILLER                PIC X(04) VALUE 'EST'.
           05 FILLER                PIC X(10) VALUE 'DESDE'.
           05 FILLER                PIC X(07) VALUE ' DIAS'.
           05 FILLER                PIC X(15) VALUE
              '       SUSPENSO'.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE 'OBSERVACION'.

       01  RPT-LINEA-DETALLE.
           05 RPT-DET-NUMERO        PIC 9(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-CLIENTE       PIC 9(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-ESTADO        PIC X(01).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RPT-DET-FECHA         PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-DIAS          PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-SALDO         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-OBSERVACION   PIC X(16).

       01  RPT-LINEA-TRAMO.
           05 RPT-TRM-GRUPO         PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-TRM-NOMBRE        PIC X(14).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-TRM-CANTIDAD      PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RPT-TRM-SALDO         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(21) VALUE SPACES.

      * Area de comunicacion con el control de corrida del ciclo
      * (PRECTLM): fecha de negocio y registro del paso
       COPY CTLPASO.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY '*** INFORME MENSUAL DE SALDO EN SUSPENSO ***'

           PERFORM INICIAR-CONTROL-PASO

           PERFORM INICIALIZAR-PROCESO

           PERFORM REVISAR-PRESTAMO UNTIL FIN-MAESTRO

           PERFORM RECORRER-DIARIO

           PERFORM FINALIZAR-PROCESO

           PERFORM TERMINAR-CONTROL-PASO

           STOP RUN.

      *-----------------------------------------------------------
      * Apertura de archivos y fecha del proceso. Cada apertura se
      * valida contra su FILE STATUS; cualquier status distinto de
      * exito aborta el proceso. Sin diario de pagos (status 35)
      * la cuenta puente no tiene movimientos.
      *-----------------------------------------------------------
       INICIALIZAR-PROCESO.
           OPEN INPUT PRESTAMOS-MASTER-FILE
           IF WS-FS-PRESTAMOS-MASTER NOT = '00'
              DISPLAY 'ERROR AL ABRIR PRESTAMOS-MASTER-FILE, STATUS: '
                      WS-FS-PRESTAMOS-MASTER
              PERFORM ABEND-PROCESO
           END-IF

           OPEN INPUT PAGOS-JOURNAL
           EVALUATE WS-FS-JOURNAL
               WHEN '00'
                  SET JOURNAL-ABIERTO TO TRUE
               WHEN '35'
                  DISPLAY 'SIN DIARIO DE PAGOS (PAGOJRNL): '
                          'CUENTA PUENTE SIN MOVIMIENTOS'
               WHEN OTHER
                  DISPLAY 'ERROR AL ABRIR PAGOS-JOURNAL, STATUS: '
                          WS-FS-JOURNAL
                  PERFORM ABEND-PROCESO
           END-EVALUATE

           OPEN OUTPUT SUSPENSO-RPT
           IF WS-FS-REPORTE NOT = '00'
              DISPLAY 'ERROR AL ABRIR SUSPENSO-RPT, STATUS: '
                      WS-FS-REPORTE
              PERFORM ABEND-PROCESO
           END-IF

           MOVE CPA-FECHA-NEGOCIO TO FEC-HOY
           MOVE FEC-HOY-AAAAMM TO FEC-INI-AAAAMM
           MOVE 1 TO FEC-INI-DD
           MOVE FEC-HOY TO DIA-FECHA-NUM
           PERFORM CALCULAR-DIAS-CORRIDOS
           MOVE DIA-RESULTADO TO DIA-DIAS-HOY

           PERFORM LIMPIAR-TRAMO
               VARYING IDX-TRAMO FROM 1 BY 1
               UNTIL IDX-TRAMO > 5

           MOVE SPACES TO RPT-REGISTRO
           STRING '*** SALDO EN SUSPENSO POR ANTIGUEDAD AL '
                      DELIMITED SIZE
                  FEC-HOY DELIMITED SIZE
                  ' ***' DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT
           PERFORM ESCRIBIR-TOTAL-RPT
           WRITE RPT-REGISTRO FROM RPT-LINEA-ENCABEZADO
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO.

      *-----------------------------------------------------------
      * Deja en cero los acumuladores de un tramo
      *-----------------------------------------------------------
       LIMPIAR-TRAMO.
           MOVE ZERO TO ACU-TRM-CANTIDAD (IDX-TRAMO)
           MOVE ZERO TO ACU-TRM-SALDO (IDX-TRAMO).

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
           MOVE 'PRESUSR' TO CPA-PASO
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
      * Lee el siguiente prestamo y lo lista si tiene saldo en
      * suspenso
      *-----------------------------------------------------------
       REVISAR-PRESTAMO.
           READ PRESTAMOS-MASTER-FILE NEXT RECORD
               AT END
                  SET FIN-MAESTRO TO TRUE
               NOT AT END
                  ADD 1 TO CNT-LEIDOS
                  IF PRM-SALDO-SUSPENSO NOT = ZERO
                     PERFORM CLASIFICAR-SUSPENSO
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Antiguedad del saldo en suspenso y su tramo. Un saldo sin
      * fecha de suspenso va al tramo mas antiguo; un saldo
      * negativo es una excepcion que deja return code 4
      *-----------------------------------------------------------
       CLASIFICAR-SUSPENSO.
           ADD 1 TO CNT-CON-SUSPENSO
           ADD PRM-SALDO-SUSPENSO TO CNT-TOTAL-SUSPENSO
           MOVE SPACES TO RPT-DET-OBSERVACION

           IF PRM-FECHA-SUSPENSO = ZERO
              MOVE ZERO TO DIA-ANTIGUEDAD
              MOVE 5 TO IDX-TRAMO
              MOVE 'SIN FECHA' TO RPT-DET-OBSERVACION
           ELSE
              MOVE PRM-FECHA-SUSPENSO TO DIA-FECHA-NUM
              PERFORM CALCULAR-DIAS-CORRIDOS
              MOVE DIA-RESULTADO TO DIA-DIAS-SUSPENSO
              SUBTRACT DIA-DIAS-SUSPENSO FROM DIA-DIAS-HOY
                  GIVING DIA-ANTIGUEDAD
              IF DIA-ANTIGUEDAD < ZERO
                 MOVE ZERO TO DIA-ANTIGUEDAD
              END-IF
              EVALUATE TRUE
                  WHEN DIA-ANTIGUEDAD <= 30
                     MOVE 1 TO IDX-TRAMO
                  WHEN DIA-ANTIGUEDAD <= 60
                     MOVE 2 TO IDX-TRAMO
                  WHEN DIA-ANTIGUEDAD <= 90
                     MOVE 3 TO IDX-TRAMO
                  WHEN DIA-ANTIGUEDAD <= 180
                     MOVE 4 TO IDX-TRAMO
                  WHEN OTHER
                     MOVE 5 TO IDX-TRAMO
              END-EVALUATE
           END-IF

           IF PRM-SALDO-SUSPENSO < ZERO
              ADD 1 TO CNT-NEGATIVOS
              MOVE 'SALDO NEGATIVO' TO RPT-DET-OBSERVACION
              MOVE 4 TO RETURN-CODE
           END-IF

           ADD 1 TO ACU-TRM-CANTIDAD (IDX-TRAMO)
           ADD PRM-SALDO-SUSPENSO TO ACU-TRM-SALDO (IDX-TRAMO)

           MOVE PRM-NUMERO         TO RPT-DET-NUMERO
           MOVE PRM-CLIENTE-ID     TO RPT-DET-CLIENTE
           MOVE PRM-ESTADO-EVAL    TO RPT-DET-ESTADO
           MOVE PRM-FECHA-SUSPENSO TO RPT-DET-FECHA
           MOVE DIA-ANTIGUEDAD     TO RPT-DET-DIAS
           MOVE PRM-SALDO-SUSPENSO TO RPT-DET-SALDO
           WRITE RPT-REGISTRO FROM RPT-LINEA-DETALLE.

      *-----------------------------------------------------------
      * Recorre el diario de pagos completo para rearmar los
      * movimientos de la cuenta puente de sobrepagos
      *-----------------------------------------------------------
       RECORRER-DIARIO.
           IF JOURNAL-AUSENTE
              SET FIN-JOURNAL TO TRUE
           ELSE
              MOVE LOW-VALUES TO PJR-REFERENCIA
              START PAGOS-JOURNAL KEY IS NOT LESS PJR-REFERENCIA
                  INVALID KEY
                     SET FIN-JOURNAL TO TRUE
              END-START
           END-IF

           PERFORM CONCILIAR-ENTRADA UNTIL FIN-JOURNAL.

      *-----------------------------------------------------------
      * Movimientos de una entrada del diario en la cuenta puente,
      * con el mismo criterio de PREGL: haber por el excedente y
      * debe por lo aplicado con suspenso y lo devuelto; el
      * reverso asienta los inversos. Lo asentado antes del mes
      * forma el saldo inicial, lo asentado en el mes son los
      * creditos y debitos del mes y lo que PREGL aun no asento
      * queda pendiente.
      *-----------------------------------------------------------
       CONCILIAR-ENTRADA.
           READ PAGOS-JOURNAL NEXT RECORD
               AT END
                  SET FIN-JOURNAL TO TRUE
               NOT AT END
                  ADD 1 TO CNT-ENTRADAS
                  PERFORM CONCILIAR-PAGO
                  IF PJR-REVERSADO
                     PERFORM CONCILIAR-REVERSO
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Movimiento de la cuenta puente por el pago de la entrada
      *-----------------------------------------------------------
       CONCILIAR-PAGO.
           ADD PJR-MONTO-SUSPENSO PJR-MONTO-DEVOLUCION
               GIVING CNC-DEBITO
           SUBTRACT CNC-DEBITO FROM PJR-MONTO-EXCEDENTE
               GIVING CNC-NETO

           EVALUATE TRUE
               WHEN PJR-FECHA-CONTAB = ZERO
                  ADD CNC-NETO TO CNC-PENDIENTE
               WHEN PJR-FECHA-CONTAB < FEC-INICIO-MES-NUM
                  ADD CNC-NETO TO CNC-SALDO-INICIAL
               WHEN OTHER
                  ADD PJR-MONTO-EXCEDENTE TO CNC-CREDITOS-MES
                  ADD CNC-DEBITO TO CNC-DEBITOS-MES
           END-EVALUATE.

      *-----------------------------------------------------------
      * Movimiento inverso de la cuenta puente por el reverso de
      * un pago: debe por el excedente y haber por lo aplicado con
      * suspenso
      *-----------------------------------------------------------
       CONCILIAR-REVERSO.
           SUBTRACT PJR-MONTO-SUSPENSO FROM PJR-MONTO-EXCEDENTE
               GIVING CNC-NETO-REVERSO

           EVALUATE TRUE
               WHEN PJR-FECHA-CONTAB-REV = ZERO
                  SUBTRACT CNC-NETO-REVERSO FROM CNC-PENDIENTE
               WHEN PJR-FECHA-CONTAB-REV < FEC-INICIO-MES-NUM
                  SUBTRACT CNC-NETO-REVERSO FROM CNC-SALDO-INICIAL
               WHEN OTHER
                  ADD PJR-MONTO-EXCEDENTE TO CNC-DEBITOS-MES
                  ADD PJR-MONTO-SUSPENSO TO CNC-CREDITOS-MES
           END-EVALUATE.

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
      * Linea del informe de un tramo de antiguedad
      *-----------------------------------------------------------
       ESCRIBIR-LINEA-TRAMO.
           MOVE 'TRAMO'                      TO RPT-TRM-GRUPO
           MOVE NOM-TRAMO (IDX-TRAMO)        TO RPT-TRM-NOMBRE
           MOVE ACU-TRM-CANTIDAD (IDX-TRAMO) TO RPT-TRM-CANTIDAD
           MOVE ACU-TRM-SALDO (IDX-TRAMO)    TO RPT-TRM-SALDO
           WRITE RPT-REGISTRO FROM RPT-LINEA-TRAMO.

      *-----------------------------------------------------------
      * Escribe una linea de totales y limpia el registro
      *-----------------------------------------------------------
       ESCRIBIR-TOTAL-RPT.
           WRITE RPT-REGISTRO
           MOVE SPACES TO RPT-REGISTRO.

      *-----------------------------------------------------------
      * Totales por tramo, conciliacion con la cuenta puente y
      * cierre de archivos. Una diferencia deja return code 4.
      *-----------------------------------------------------------
       FINALIZAR-PROCESO.
           ADD CNC-SALDO-INICIAL CNC-CREDITOS-MES
               GIVING CNC-SALDO-ASENTADO
           SUBTRACT CNC-DEBITOS-MES FROM CNC-SALDO-ASENTADO
           SUBTRACT CNC-SALDO-ASENTADO CNC-PENDIENTE
               FROM CNT-TOTAL-SUSPENSO
               GIVING CNC-DIFERENCIA
           IF CNC-DIFERENCIA NOT = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF

           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO
           PERFORM ESCRIBIR-LINEA-TRAMO
               VARYING IDX-TRAMO FROM 1 BY 1
               UNTIL IDX-TRAMO > 5
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO

           MOVE CNT-CON-SUSPENSO TO RPT-EDIT-CONTADOR
           STRING 'PRESTAMOS SUSPENSO.: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-NEGATIVOS TO RPT-EDIT-CONTADOR
           STRING 'SALDOS NEGATIVOS...: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-TOTAL-SUSPENSO TO RPT-EDIT-MONTO
           STRING 'TOTAL SUBMAYOR.....: ' DELIMITED SIZE
                  RPT-EDIT-MONTO DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE '*** CONCILIACION CON LA CUENTA PUENTE 21080010 ***'
               TO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNC-SALDO-INICIAL TO RPT-EDIT-MONTO
           STRING 'SALDO INICIO MES...: ' DELIMITED SIZE
                  RPT-EDIT-MONTO DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNC-CREDITOS-MES TO RPT-EDIT-MONTO
           STRING 'CREDITOS DEL MES...: ' DELIMITED SIZE
                  RPT-EDIT-MONTO DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNC-DEBITOS-MES TO RPT-EDIT-MONTO
           STRING 'DEBITOS DEL MES....: ' DELIMITED SIZE
                  RPT-EDIT-MONTO DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNC-SALDO-ASENTADO TO RPT-EDIT-MONTO
           STRING 'SALDO ASENTADO.....: ' DELIMITED SIZE
                  RPT-EDIT-MONTO DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNC-PENDIENTE TO RPT-EDIT-MONTO
           STRING 'PENDIENTE ASENTAR..: ' DELIMITED SIZE
                  RPT-EDIT-MONTO DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-TOTAL-SUSPENSO TO RPT-EDIT-MONTO
           STRING 'TOTAL SUBMAYOR.....: ' DELIMITED SIZE
                  RPT-EDIT-MONTO DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNC-DIFERENCIA TO RPT-EDIT-MONTO
           STRING 'DIFERENCIA.........: ' DELIMITED SIZE
                  RPT-EDIT-MONTO DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           CLOSE PRESTAMOS-MASTER-FILE
           IF JOURNAL-ABIERTO
              CLOSE PAGOS-JOURNAL
           END-IF
           CLOSE SUSPENSO-RPT

           DISPLAY 'Prestamos leidos     : ' CNT-LEIDOS
           DISPLAY 'Prestamos c/suspenso : ' CNT-CON-SUSPENSO
           DISPLAY 'Total submayor       : ' CNT-TOTAL-SUSPENSO
           DISPLAY 'Entradas del diario  : ' CNT-ENTRADAS
           DISPLAY 'Diferencia con puente: ' CNC-DIFERENCIA
           IF CNC-DIFERENCIA NOT = ZERO
              DISPLAY 'SUBMAYOR DE SUSPENSO NO CONCILIA CON LA '
                      'CUENTA PUENTE'
           END-IF.

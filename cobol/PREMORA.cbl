       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREMORA.
      *****************************************************************
      * Aplicación: PRESTAMOS (App B)
      * Programa: Devengo diario de la penalidad por mora
      * Descripción: Corre cada dia despues de la aplicacion de
      *              pagos y del barrido de mora de PREPAGOS. Para
      *              cada prestamo vigente ('A' o 'S') con plan de
      *              pagos recorre sus cuotas impagas ya vencidas y
      *              devenga sobre lo impago de cada una el interes
      *              moratorio a la tasa anual del producto, por los
      *              dias corridos desde el ultimo devengo (o desde
      *              el vencimiento), y aplica una sola vez por
      *              cuota el cargo fijo por atraso cuando el atraso
      *              supera los dias de gracia del producto. Tasa,
      *              cargo y gracia se toman por producto del juego
      *              vigente de PREPARM. Lo devengado se acumula en
      *              la cuota (CUO-PENALIDAD, con la fecha hasta la
      *              que se devengo) y en el saldo cobrable de
      *              penalidad del prestamo (PRM-SALDO-PENALIDAD),
      *              que PREPAGOS cobra antes que las cuotas. Como
      *              cada cuota guarda la fecha de su ultimo
      *              devengo, relanzar el paso el mismo dia no
      *              vuelve a devengar. El informe MORARPT detalla
      *              lo devengado por prestamo.
      *
      * Historial de modificaciones:
      *   2026-10-15  RG   Version inicial.
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

           SELECT PARAMETROS-IN
               ASSIGN TO 'PREPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETROS.

           SELECT MORA-RPT
               ASSIGN TO 'MORARPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  PRESTAMOS-MASTER-FILE.
       COPY PRESTMST.

       FD  CUOTAS-MASTER-FILE.
       COPY CUOTAS.

       FD  PARAMETROS-IN
           RECORD CONTAINS 80 CHARACTERS.
       COPY PREPARM.

       FD  MORA-RPT.
       01  RPT-REGISTRO             PIC X(80).

       WORKING-STORAGE SECTION.

      * Politica de penalidad por mora por producto, cargada del
      * juego vigente de cada producto en PREPARM
       01  WS-TABLA-PRODUCTOS.
           05 TPM-TOPE              PIC 9(02) COMP VALUE 10.
           05 TPM-USADOS            PIC 9(02) COMP VALUE ZERO.
           05 TPM-IND               PIC 9(02) COMP.
           05 TPM-ENTRADA OCCURS 10 TIMES.
              10 TPM-PRODUCTO       PIC 9(02).
              10 TPM-FECHA-EFECTIVA PIC 9(08).
              10 TPM-TASA-MORA      PIC 9(02)V99.
              10 TPM-CARGO-MORA     PIC 9(07)V99.
              10 TPM-DIAS-GRACIA    PIC 9(03).

       01  WS-CONTROL-PARAMETROS.
           05 WS-FECHA-PARAMETROS   PIC 9(08) VALUE ZERO.
           05 WS-PRODUCTO-BUSCADO   PIC 9(02) VALUE ZERO.
           05 WS-FIN-PARAMETROS     PIC X(01) VALUE 'N'.
              88 FIN-PARAMETROS     VALUE 'Y'.
              88 NO-FIN-PARAMETROS  VALUE 'N'.
           05 WS-PRODUCTO-SEL       PIC X(01) VALUE 'N'.
              88 PRODUCTO-HALLADO   VALUE 'S'.
              88 PRODUCTO-NO-HALLADO VALUE 'N'.

      * Devengo en curso: lo devengado en la cuota y el total del
      * prestamo en proceso
       01  WS-DEVENGO-MORA.
           05 MOR-ADEUDADO          PIC S9(11)V99 COMP-3.
           05 MOR-DIAS-ATRASO       PIC S9(05) COMP-3.
           05 MOR-DIAS-DEVENGO      PIC S9(05) COMP-3.
           05 MOR-INTERES-CUOTA     PIC S9(11)V99 COMP-3.
           05 MOR-CARGO-CUOTA       PIC S9(11)V99 COMP-3.
           05 MOR-INTERES-PRESTAMO  PIC S9(11)V99 COMP-3.
           05 MOR-CARGO-PRESTAMO    PIC S9(11)V99 COMP-3.
           05 MOR-CUOTAS-PRESTAMO   PIC 9(03).

       01  WS-CONTROL-ARCHIVO.
           05 WS-FIN-MAESTRO        PIC X(01) VALUE 'N'.
              88 FIN-MAESTRO        VALUE 'Y'.
              88 NO-FIN-MAESTRO     VALUE 'N'.
           05 WS-FIN-CUOTAS-PRE     PIC X(01) VALUE 'N'.
              88 FIN-CUOTAS-PRE     VALUE 'Y'.
              88 NO-FIN-CUOTAS-PRE  VALUE 'N'.

       01  WS-ESTADOS-ARCHIVO.
           05 WS-FS-PRESTAMOS-MASTER  PIC X(02) VALUE '00'.
           05 WS-FS-CUOTAS            PIC X(02) VALUE '00'.
           05 WS-FS-PARAMETROS        PIC X(02) VALUE '00'.
           05 WS-FS-REPORTE           PIC X(02) VALUE '00'.

       01  WS-CONTADORES.
           05 CNT-PRESTAMOS-LEIDOS  PIC 9(07) COMP VALUE ZERO.
           05 CNT-PRESTAMOS-PENAL   PIC 9(07) COMP VALUE ZERO.
           05 CNT-CUOTAS-DEVENGO    PIC 9(07) COMP VALUE ZERO.
           05 CNT-CARGOS            PIC 9(07) COMP VALUE ZERO.
           05 CNT-SIN-POLITICA      PIC 9(07) COMP VALUE ZERO.
           05 CNT-MONTO-INTERES     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CNT-MONTO-CARGOS      PIC S9(13)V99 COMP-3 VALUE ZERO.

      * Conversion de fechas AAAAMMDD a dias corridos para los
      * dias de atraso y de devengo (mismo metodo que PREPAGOS)
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
           05 DIA-DIAS-DESDE        PIC S9(07) COMP-3.

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
           05 FILLER                PIC X(14) VALUE 'PRESTAMO'.
           05 FILLER                PIC X(06) VALUE 'PROD'.
           05 FILLER                PIC X(06) VALUE 'CUOT'.
           05 FILLER                PIC X(15) VALUE '   INT. MORA'.
           05 FILLER                PIC X(15) VALUE '      CARGOS'.
           05 FILLER                PIC X(19) VALUE
              '   SALDO PENALIDAD'.
           05 FILLER                PIC X(05) VALUE SPACES.

       01  RPT-LINEA-DETALLE.
           05 RPT-DET-NUMERO        PIC 9(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-PRODUCTO      PIC 9(02).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RPT-DET-CUOTAS        PIC ZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RPT-DET-INTERES       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-CARGOS        PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-SALDO         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(07) VALUE SPACES.

       01  RPT-LINEA-EXCEPCION.
           05 RPT-EXC-NUMERO        PIC 9(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-EXC-PRODUCTO      PIC 9(02).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RPT-EXC-MOTIVO        PIC X(40).
           05 FILLER                PIC X(20) VALUE SPACES.

      * Area de comunicacion con el control de corrida del ciclo
      * (PRECTLM): fecha de negocio y registro del paso
       COPY CTLPASO.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY '*** DEVENGO DE PENALIDAD POR MORA (BATCH) ***'

           PERFORM INICIAR-CONTROL-PASO

           PERFORM INICIALIZAR-PROCESO

           PERFORM LEER-PRESTAMO UNTIL FIN-MAESTRO

           PERFORM FINALIZAR-PROCESO

           PERFORM TERMINAR-CONTROL-PASO

           STOP RUN.

      *-----------------------------------------------------------
      * Apertura de archivos, fecha del proceso y carga de la
      * politica de mora por producto. Cada apertura se valida
      * contra su FILE STATUS; cualquier status distinto de exito
      * aborta el proceso.
      *-----------------------------------------------------------
       INICIALIZAR-PROCESO.
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

           OPEN OUTPUT MORA-RPT
           IF WS-FS-REPORTE NOT = '00'
              DISPLAY 'ERROR AL ABRIR MORA-RPT, STATUS: '
                      WS-FS-REPORTE
              PERFORM ABEND-PROCESO
           END-IF

           MOVE CPA-FECHA-NEGOCIO TO FEC-HOY
           MOVE FEC-HOY TO DIA-FECHA-NUM
           PERFORM CALCULAR-DIAS-CORRIDOS
           MOVE DIA-RESULTADO TO DIA-DIAS-HOY

           MOVE '*** PENALIDAD POR MORA DEVENGADA EN EL DIA ***'
               TO RPT-REGISTRO
           WRITE RPT-REGISTRO
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO
           WRITE RPT-REGISTRO FROM RPT-LINEA-ENCABEZADO
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO

           PERFORM CARGAR-PARAMETROS.

      *-----------------------------------------------------------
      * Carga de PREPARM la politica de mora del juego vigente de
      * cada producto (por producto, la fecha efectiva vigente mas
      * reciente), igual que PRESTRUC con sus limites; sin ningun
      * juego vigente el proceso aborta
      *-----------------------------------------------------------
       CARGAR-PARAMETROS.
           MOVE FEC-HOY TO WS-FECHA-PARAMETROS

           OPEN INPUT PARAMETROS-IN
           IF WS-FS-PARAMETROS NOT = '00'
              DISPLAY 'ERROR AL ABRIR PARAMETROS-IN, STATUS: '
                      WS-FS-PARAMETROS
              PERFORM ABEND-PROCESO
           END-IF

           PERFORM LEER-JUEGO-PARAMETROS UNTIL FIN-PARAMETROS

           CLOSE PARAMETROS-IN

           IF TPM-USADOS = ZERO
              DISPLAY 'SIN JUEGO DE PARAMETROS VIGENTE EN PREPARM'
              PERFORM ABEND-PROCESO
           END-IF

           DISPLAY 'Productos con politica de mora: ' TPM-USADOS.

      *-----------------------------------------------------------
      * Lee el siguiente juego de parametros y retiene su politica
      * de mora en la entrada de su producto si esta vigente y es
      * mas reciente que la retenida para ese producto
      *-----------------------------------------------------------
       LEER-JUEGO-PARAMETROS.
           READ PARAMETROS-IN
               AT END
                  SET FIN-PARAMETROS TO TRUE
               NOT AT END
                  IF PARAMETROS-IN-RECORD NOT NUMERIC
                     DISPLAY 'JUEGO DE PARAMETROS NO NUMERICO: '
                             PARAMETROS-IN-RECORD
                     PERFORM ABEND-PROCESO
                  END-IF
                  IF PAR-FECHA-EFECTIVA <= WS-FECHA-PARAMETROS
                     PERFORM RETENER-POLITICA-PRODUCTO
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Ubica (o abre) la entrada de la tabla del producto del
      * juego leido y la reemplaza cuando el juego es mas reciente
      *-----------------------------------------------------------
       RETENER-POLITICA-PRODUCTO.
           MOVE PAR-PRODUCTO TO WS-PRODUCTO-BUSCADO
           PERFORM BUSCAR-PRODUCTO-TABLA

           IF PRODUCTO-NO-HALLADO
              IF TPM-USADOS >= TPM-TOPE
                 DISPLAY 'MAS PRODUCTOS QUE LA TABLA DE MORA: '
                         TPM-TOPE
                 PERFORM ABEND-PROCESO
              END-IF
              ADD 1 TO TPM-USADOS
              MOVE TPM-USADOS TO TPM-IND
              MOVE PAR-PRODUCTO TO TPM-PRODUCTO (TPM-IND)
              MOVE ZERO TO TPM-FECHA-EFECTIVA (TPM-IND)
           END-IF

           IF PAR-FECHA-EFECTIVA >= TPM-FECHA-EFECTIVA (TPM-IND)
              MOVE PAR-FECHA-EFECTIVA
                  TO TPM-FECHA-EFECTIVA (TPM-IND)
              MOVE PAR-TASA-MORA
                  TO TPM-TASA-MORA (TPM-IND)
              MOVE PAR-CARGO-MORA
                  TO TPM-CARGO-MORA (TPM-IND)
              MOVE PAR-DIAS-GRACIA
                  TO TPM-DIAS-GRACIA (TPM-IND)
           END-IF.

      *-----------------------------------------------------------
      * Busca en la tabla la entrada del producto buscado; deja
      * TPM-IND posicionado en la entrada hallada
      *-----------------------------------------------------------
       BUSCAR-PRODUCTO-TABLA.
           SET PRODUCTO-NO-HALLADO TO TRUE
           MOVE 1 TO TPM-IND
           PERFORM REVISAR-PRODUCTO-TABLA
               UNTIL PRODUCTO-HALLADO OR TPM-IND > TPM-USADOS.

      *-----------------------------------------------------------
      * Compara una entrada de la tabla contra el producto buscado
      *-----------------------------------------------------------
       REVISAR-PRODUCTO-TABLA.
           IF TPM-PRODUCTO (TPM-IND) = WS-PRODUCTO-BUSCADO
              SET PRODUCTO-HALLADO TO TRUE
           ELSE
              ADD 1 TO TPM-IND
           END-IF.

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
           MOVE 'PREMORA' TO CPA-PASO
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
      * Lee el siguiente prestamo del maestro; los vigentes con
      * plan de pagos pasan a devengar la mora de sus cuotas
      *-----------------------------------------------------------
       LEER-PRESTAMO.
           READ PRESTAMOS-MASTER-FILE NEXT RECORD
               AT END
                  SET FIN-MAESTRO TO TRUE
               NOT AT END
                  IF (PRM-ESTADO-EVAL = 'A' OR
                      PRM-ESTADO-EVAL = 'S') AND
                     NOT PRM-SIN-PLAN
                     ADD 1 TO CNT-PRESTAMOS-LEIDOS
                     PERFORM PROCESAR-PRESTAMO
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Devenga la mora de las cuotas vencidas del prestamo con la
      * politica de su producto y suma lo devengado al saldo de
      * penalidad del maestro. Un producto sin juego vigente en
      * PREPARM va al informe y el prestamo no devenga.
      *-----------------------------------------------------------
       PROCESAR-PRESTAMO.
           MOVE PRM-PRODUCTO TO WS-PRODUCTO-BUSCADO
           PERFORM BUSCAR-PRODUCTO-TABLA

           IF PRODUCTO-NO-HALLADO
              MOVE PRM-NUMERO   TO RPT-EXC-NUMERO
              MOVE PRM-PRODUCTO TO RPT-EXC-PRODUCTO
              MOVE 'PRODUCTO SIN POLITICA DE MORA VIGENTE'
                  TO RPT-EXC-MOTIVO
              WRITE RPT-REGISTRO FROM RPT-LINEA-EXCEPCION
              ADD 1 TO CNT-SIN-POLITICA
           ELSE
              MOVE ZERO TO MOR-INTERES-PRESTAMO
              MOVE ZERO TO MOR-CARGO-PRESTAMO
              MOVE ZERO TO MOR-CUOTAS-PRESTAMO
              SET NO-FIN-CUOTAS-PRE TO TRUE

              MOVE PRM-NUMERO TO CUO-NUMERO
              MOVE 1 TO CUO-NUM-CUOTA
              START CUOTAS-MASTER-FILE KEY IS NOT LESS CUO-CLAVE
                  INVALID KEY
                     SET FIN-CUOTAS-PRE TO TRUE
              END-START

              PERFORM REVISAR-CUOTA-VENCIDA UNTIL FIN-CUOTAS-PRE

              IF MOR-INTERES-PRESTAMO > ZERO OR
                 MOR-CARGO-PRESTAMO > ZERO
                 PERFORM ACTUALIZAR-PENALIDAD-PRESTAMO
              END-IF
           END-IF.

      *-----------------------------------------------------------
      * Evalua la siguiente cuota del plan; la impaga ya vencida
      * pasa a devengar su mora
      *-----------------------------------------------------------
       REVISAR-CUOTA-VENCIDA.
           READ CUOTAS-MASTER-FILE NEXT RECORD
               AT END
                  SET FIN-CUOTAS-PRE TO TRUE
               NOT AT END
                  IF CUO-NUMERO NOT = PRM-NUMERO
                     SET FIN-CUOTAS-PRE TO TRUE
                  ELSE
                     IF NOT CUO-PAGADA AND NOT CUO-ANULADA AND
                        CUO-FECHA-VENC < FEC-HOY
                        PERFORM DEVENGAR-MORA-CUOTA
                     END-IF
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Devenga la mora de una cuota vencida: interes moratorio
      * anual (base 365) sobre lo impago por los dias corridos
      * desde su ultimo devengo (o desde el vencimiento, si nunca
      * devengo) hasta hoy, y el cargo fijo por atraso una sola
      * vez, cuando el atraso supera los dias de gracia. La cuota
      * queda devengada hasta hoy aunque no sume importe, para que
      * una re-ejecucion del dia no vuelva a devengar.
      *-----------------------------------------------------------
       DEVENGAR-MORA-CUOTA.
           MOVE ZERO TO MOR-INTERES-CUOTA
           MOVE ZERO TO MOR-CARGO-CUOTA

           SUBTRACT CUO-MONTO-PAGADO FROM CUO-MONTO-CUOTA
               GIVING MOR-ADEUDADO

           MOVE CUO-FECHA-VENC TO DIA-FECHA-NUM
           PERFORM CALCULAR-DIAS-CORRIDOS
           MOVE DIA-RESULTADO TO DIA-DIAS-VENC
           SUBTRACT DIA-DIAS-VENC FROM DIA-DIAS-HOY
               GIVING MOR-DIAS-ATRASO

           IF CUO-FECHA-MORA > CUO-FECHA-VENC
              MOVE CUO-FECHA-MORA TO DIA-FECHA-NUM
              PERFORM CALCULAR-DIAS-CORRIDOS
              MOVE DIA-RESULTADO TO DIA-DIAS-DESDE
           ELSE
              MOVE DIA-DIAS-VENC TO DIA-DIAS-DESDE
           END-IF
           SUBTRACT DIA-DIAS-DESDE FROM DIA-DIAS-HOY
               GIVING MOR-DIAS-DEVENGO

           IF MOR-DIAS-DEVENGO > ZERO AND MOR-ADEUDADO > ZERO AND
              TPM-TASA-MORA (TPM-IND) > ZERO
              COMPUTE MOR-INTERES-CUOTA ROUNDED =
                  MOR-ADEUDADO * TPM-TASA-MORA (TPM-IND) *
                  MOR-DIAS-DEVENGO / 36500
           END-IF

           IF NOT CUO-CARGO-APLICADO AND
              MOR-DIAS-ATRASO > TPM-DIAS-GRACIA (TPM-IND) AND
              TPM-CARGO-MORA (TPM-IND) > ZERO
              MOVE TPM-CARGO-MORA (TPM-IND) TO MOR-CARGO-CUOTA
              SET CUO-CARGO-APLICADO TO TRUE
              ADD 1 TO CNT-CARGOS
           END-IF

           IF CUO-FECHA-MORA NOT = FEC-HOY OR
              MOR-CARGO-CUOTA > ZERO
              ADD MOR-INTERES-CUOTA MOR-CARGO-CUOTA TO CUO-PENALIDAD
              MOVE FEC-HOY TO CUO-FECHA-MORA
              REWRITE CUOTA-REGISTRO
                  INVALID KEY
                     DISPLAY 'ERROR AL REGRABAR CUOTA: ' CUO-CLAVE
                             ' STATUS: ' WS-FS-CUOTAS
                     PERFORM ABEND-PROCESO
              END-REWRITE
           END-IF

           IF MOR-INTERES-CUOTA > ZERO OR MOR-CARGO-CUOTA > ZERO
              ADD 1 TO MOR-CUOTAS-PRESTAMO
              ADD 1 TO CNT-CUOTAS-DEVENGO
              ADD MOR-INTERES-CUOTA TO MOR-INTERES-PRESTAMO
              ADD MOR-CARGO-CUOTA   TO MOR-CARGO-PRESTAMO
           END-IF.

      *-----------------------------------------------------------
      * Suma lo devengado en el dia al saldo cobrable de penalidad
      * del prestamo, regraba el maestro y deja la linea en el
      * informe
      *-----------------------------------------------------------
       ACTUALIZAR-PENALIDAD-PRESTAMO.
           ADD MOR-INTERES-PRESTAMO MOR-CARGO-PRESTAMO
               TO PRM-SALDO-PENALIDAD

           REWRITE PRESTAMOS-MASTER-RECORD
               INVALID KEY
                  DISPLAY 'ERROR AL ACTUALIZAR PRESTAMO: ' PRM-NUMERO
                          ' STATUS: ' WS-FS-PRESTAMOS-MASTER
                  PERFORM ABEND-PROCESO
           END-REWRITE

           MOVE PRM-NUMERO           TO RPT-DET-NUMERO
           MOVE PRM-PRODUCTO         TO RPT-DET-PRODUCTO
           MOVE MOR-CUOTAS-PRESTAMO  TO RPT-DET-CUOTAS
           MOVE MOR-INTERES-PRESTAMO TO RPT-DET-INTERES
           MOVE MOR-CARGO-PRESTAMO   TO RPT-DET-CARGOS
           MOVE PRM-SALDO-PENALIDAD  TO RPT-DET-SALDO
           WRITE RPT-REGISTRO FROM RPT-LINEA-DETALLE

           ADD 1 TO CNT-PRESTAMOS-PENAL
           ADD MOR-INTERES-PRESTAMO TO CNT-MONTO-INTERES
           ADD MOR-CARGO-PRESTAMO   TO CNT-MONTO-CARGOS.

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
      * el resumen de la corrida; un producto sin politica vigente
      * termina con codigo 4 para que se revise PREPARM
      *-----------------------------------------------------------
       FINALIZAR-PROCESO.
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO

           MOVE CNT-PRESTAMOS-PENAL TO RPT-EDIT-CONTADOR
           STRING 'PRESTAMOS CON MORA.: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-CUOTAS-DEVENGO TO RPT-EDIT-CONTADOR
           STRING 'CUOTAS DEVENGADAS..: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-MONTO-INTERES TO RPT-EDIT-MONTO
           STRING 'INTERES MORATORIO..: ' DELIMITED SIZE
                  RPT-EDIT-MONTO DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-CARGOS TO RPT-EDIT-CONTADOR
           STRING 'CARGOS POR ATRASO..: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-MONTO-CARGOS TO RPT-EDIT-MONTO
           STRING 'MONTO DE CARGOS....: ' DELIMITED SIZE
                  RPT-EDIT-MONTO DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-SIN-POLITICA TO RPT-EDIT-CONTADOR
           STRING 'SIN POLITICA.......: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           CLOSE PRESTAMOS-MASTER-FILE
           CLOSE CUOTAS-MASTER-FILE
           CLOSE MORA-RPT

           DISPLAY 'Prestamos revisados  : ' CNT-PRESTAMOS-LEIDOS
           DISPLAY 'Prestamos con mora   : ' CNT-PRESTAMOS-PENAL
           DISPLAY 'Cuotas devengadas    : ' CNT-CUOTAS-DEVENGO
           DISPLAY 'Cargos aplicados     : ' CNT-CARGOS
           DISPLAY 'Sin politica de mora : ' CNT-SIN-POLITICA

           IF CNT-SIN-POLITICA > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREPROM.
      *****************************************************************
      * Aplicación: PRESTAMOS (App B)
      * Programa: Seguimiento de promesas de pago
      * Descripción: Corre cada dia despues de la aplicacion de
      *              pagos y de la liquidacion anticipada. Toma del
      *              historial de cobranzas COBHIST las promesas de
      *              pago pendientes cuya fecha prometida ya paso,
      *              suma del diario PAGOJRNL los pagos vigentes (no
      *              reversados) del prestamo fechados entre el
      *              contacto y la fecha prometida, y deja cada
      *              promesa cumplida (lo pagado cubre lo prometido)
      *              o incumplida, con lo pagado. El informe PROMRPT
      *              lista para el supervisor de cobranzas las
      *              promesas incumplidas de cada gestor y, por
      *              gestor, las promesas evaluadas, la tasa de
      *              cumplimiento y el monto recuperado. Las promesas
      *              que no entran en la tabla del dia quedan
      *              pendientes para la corrida siguiente (RC 4).
      *
      * Historial de modificaciones:
      *   2026-10-15  RG   Version inicial.
      *   2026-10-15  RG   A la promesa se imputa solo lo cobrado en
      *                    cada pago (PJR-MONTO menos
      *                    PJR-MONTO-SUSPENSO); lo aplicado desde el
      *                    saldo en suspenso no es un pago nuevo del
      *                    cliente.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBRANZA-HIST-FILE
               ASSIGN TO 'COBHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CBH-CLAVE
               FILE STATUS IS WS-FS-HISTORIAL.

           SELECT PAGOS-JOURNAL
               ASSIGN TO 'PAGOJRNL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJR-REFERENCIA
               FILE STATUS IS WS-FS-JOURNAL.

           SELECT PROMESAS-RPT
               ASSIGN TO 'PROMRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  COBRANZA-HIST-FILE.
       COPY COBHIST.

       FD  PAGOS-JOURNAL.
       COPY PAGOJRN.

       FD  PROMESAS-RPT.
       01  RPT-REGISTRO             PIC X(132).

       WORKING-STORAGE SECTION.

      * Promesas vencidas del dia en evaluacion, con la clave de su
      * gestion en COBHIST y lo pagado en su plazo
       01  WS-TABLA-PROMESAS.
           05 TPM-TOPE              PIC 9(04) COMP VALUE 500.
           05 TPM-USADOS            PIC 9(04) COMP VALUE ZERO.
           05 TPM-IND               PIC 9(04) COMP.
           05 TPM-ENTRADA OCCURS 500 TIMES.
              10 TPM-CLAVE.
                 15 TPM-NUMERO      PIC 9(12).
                 15 TPM-FECHA-CONTACTO PIC 9(08).
                 15 TPM-GESTOR      PIC X(04).
              10 TPM-FECHA-PROMESA  PIC 9(08).
              10 TPM-MONTO-PROMESA  PIC S9(11)V99 COMP-3.
              10 TPM-MONTO-PAGADO   PIC S9(11)V99 COMP-3.
              10 TPM-IND-GESTOR     PIC 9(02) COMP.
              10 TPM-RESULTADO      PIC X(01).
                 88 TPM-CUMPLIDA    VALUE 'C'.
                 88 TPM-INCUMPLIDA  VALUE 'I'.

      * Acumulados por gestor de las promesas evaluadas
       01  WS-TABLA-GESTORES.
           05 TGE-TOPE              PIC 9(02) COMP VALUE 50.
           05 TGE-USADOS            PIC 9(02) COMP VALUE ZERO.
           05 TGE-IND               PIC 9(02) COMP.
           05 TGE-ENTRADA OCCURS 50 TIMES.
              10 TGE-GESTOR         PIC X(04).
              10 TGE-EVALUADAS      PIC 9(07) COMP.
              10 TGE-CUMPLIDAS      PIC 9(07) COMP.
              10 TGE-INCUMPLIDAS    PIC 9(07) COMP.
              10 TGE-MONTO-PROMETIDO PIC S9(13)V99 COMP-3.
              10 TGE-MONTO-RECUPERADO PIC S9(13)V99 COMP-3.

       01  WS-CONTROL-ARCHIVO.
           05 WS-FIN-HISTORIAL      PIC X(01) VALUE 'N'.
              88 FIN-HISTORIAL      VALUE 'Y'.
              88 NO-FIN-HISTORIAL   VALUE 'N'.
           05 WS-FIN-JOURNAL        PIC X(01) VALUE 'N'.
              88 FIN-JOURNAL        VALUE 'Y'.
              88 NO-FIN-JOURNAL     VALUE 'N'.
           05 WS-HISTORIAL-COBR     PIC X(01) VALUE 'N'.
              88 HISTORIAL-ABIERTO  VALUE 'S'.
              88 HISTORIAL-AUSENTE  VALUE 'N'.
           05 WS-DIARIO-PAGOS       PIC X(01) VALUE 'N'.
              88 JOURNAL-ABIERTO    VALUE 'S'.
              88 JOURNAL-AUSENTE    VALUE 'N'.
           05 WS-GESTOR-SEL         PIC X(01) VALUE 'N'.
              88 GESTOR-HALLADO     VALUE 'S'.
              88 GESTOR-NO-HALLADO  VALUE 'N'.
           05 WS-GESTOR-BUSCADO     PIC X(04) VALUE SPACES.

       01  WS-ESTADOS-ARCHIVO.
           05 WS-FS-HISTORIAL         PIC X(02) VALUE '00'.
           05 WS-FS-JOURNAL           PIC X(02) VALUE '00'.
           05 WS-FS-REPORTE           PIC X(02) VALUE '00'.

       01  WS-CONTADORES.
           05 CNT-EVALUADAS         PIC 9(07) COMP VALUE ZERO.
           05 CNT-CUMPLIDAS         PIC 9(07) COMP VALUE ZERO.
           05 CNT-INCUMPLIDAS       PIC 9(07) COMP VALUE ZERO.
           05 CNT-SIN-LUGAR         PIC 9(07) COMP VALUE ZERO.
           05 CNT-SIN-GESTOR        PIC 9(07) COMP VALUE ZERO.
           05 CNT-PAGOS-IMPUTADOS   PIC 9(07) COMP VALUE ZERO.
           05 CNT-MONTO-PROMETIDO   PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CNT-MONTO-RECUPERADO  PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-FECHA-PROCESO.
           05 FEC-HOY               PIC 9(08).

       01  WS-CALCULO.
           05 CAL-PORCENTAJE        PIC S9(05)V99 COMP-3.
           05 CAL-MONTO-CAJA        PIC S9(11)V99 COMP-3.

       01  WS-EDICION-REPORTE.
           05 RPT-EDIT-CONTADOR     PIC Z,ZZZ,ZZZ,ZZ9.
           05 RPT-EDIT-MONTO        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  RPT-LINEA-GESTOR.
           05 FILLER                PIC X(08) VALUE 'GESTOR: '.
           05 RPT-GTR-GESTOR        PIC X(04).
           05 FILLER                PIC X(120) VALUE SPACES.

       01  RPT-LINEA-TIT-INCUMPLIDA.
           05 FILLER                PIC X(16) VALUE '  PRESTAMO'.
           05 FILLER                PIC X(11) VALUE 'CONTACTO'.
           05 FILLER                PIC X(11) VALUE 'PROMESA'.
           05 FILLER                PIC X(18) VALUE
              '         PROMETIDO'.
           05 FILLER                PIC X(18) VALUE
              '            PAGADO'.
           05 FILLER                PIC X(18) VALUE
              '         FALTANTE'.
           05 FILLER                PIC X(40) VALUE SPACES.

       01  RPT-LINEA-INCUMPLIDA.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-INC-NUMERO        PIC 9(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-INC-FECHA-CONTACTO PIC 9999/99/99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-INC-FECHA-PROMESA PIC 9999/99/99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-INC-PROMETIDO     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-INC-PAGADO        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-INC-FALTANTE      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(41) VALUE SPACES.

       01  RPT-LINEA-TIT-RESUMEN.
           05 FILLER                PIC X(08) VALUE 'GESTOR'.
           05 FILLER                PIC X(11) VALUE '  EVALUADAS'.
           05 FILLER                PIC X(11) VALUE '  CUMPLIDAS'.
           05 FILLER                PIC X(11) VALUE ' INCUMPLID.'.
           05 FILLER                PIC X(09) VALUE '  % CUMPL'.
           05 FILLER                PIC X(22) VALUE
              '       MONTO PROMETIDO'.
           05 FILLER                PIC X(22) VALUE
              '     MONTO RECUPERADO'.
           05 FILLER                PIC X(38) VALUE SPACES.

       01  RPT-LINEA-RESUMEN.
           05 RPT-RES-GESTOR        PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-RES-EVALUADAS     PIC ZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-RES-CUMPLIDAS     PIC ZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-RES-INCUMPLIDAS   PIC ZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RPT-RES-PORCENTAJE    PIC ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-RES-PROMETIDO     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-RES-RECUPERADO    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(39) VALUE SPACES.

      * Area de comunicacion con el control de corrida del ciclo
      * (PRECTLM): fecha de negocio y registro del paso
       COPY CTLPASO.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY '*** SEGUIMIENTO DE PROMESAS DE PAGO ***'

           PERFORM INICIAR-CONTROL-PASO

           PERFORM INICIALIZAR-PROCESO

           PERFORM CARGAR-PROMESAS-VENCIDAS

           PERFORM IMPUTAR-PAGOS

           PERFORM CERRAR-PROMESA
               VARYING TPM-IND FROM 1 BY 1
               UNTIL TPM-IND > TPM-USADOS

           PERFORM EMITIR-INCUMPLIDAS

           PERFORM EMITIR-RESUMEN-GESTORES

           PERFORM FINALIZAR-PROCESO

           PERFORM TERMINAR-CONTROL-PASO

           STOP RUN.

      *-----------------------------------------------------------
      * Apertura de archivos y fecha del proceso. Cada apertura se
      * valida contra su FILE STATUS; cualquier status distinto de
      * exito aborta el proceso. Sin historial de cobranzas no hay
      * promesas que evaluar; sin diario de pagos toda promesa
      * vencida resulta incumplida.
      *-----------------------------------------------------------
       INICIALIZAR-PROCESO.
           OPEN I-O COBRANZA-HIST-FILE
           EVALUATE WS-FS-HISTORIAL
               WHEN '00'
                  SET HISTORIAL-ABIERTO TO TRUE
               WHEN '35'
                  DISPLAY 'SIN HISTORIAL DE COBRANZAS (COBHIST): '
                          'NO HAY PROMESAS QUE EVALUAR'
               WHEN OTHER
                  DISPLAY 'ERROR AL ABRIR COBRANZA-HIST-FILE, STATUS: '
                          WS-FS-HISTORIAL
                  PERFORM ABEND-PROCESO
           END-EVALUATE

           OPEN INPUT PAGOS-JOURNAL
           EVALUATE WS-FS-JOURNAL
               WHEN '00'
                  SET JOURNAL-ABIERTO TO TRUE
               WHEN '35'
                  DISPLAY 'SIN DIARIO DE PAGOS (PAGOJRNL): '
                          'NO HAY PAGOS QUE IMPUTAR'
               WHEN OTHER
                  DISPLAY 'ERROR AL ABRIR PAGOS-JOURNAL, STATUS: '
                          WS-FS-JOURNAL
                  PERFORM ABEND-PROCESO
           END-EVALUATE

           OPEN OUTPUT PROMESAS-RPT
           IF WS-FS-REPORTE NOT = '00'
              DISPLAY 'ERROR AL ABRIR PROMESAS-RPT, STATUS: '
                      WS-FS-REPORTE
              PERFORM ABEND-PROCESO
           END-IF

           MOVE CPA-FECHA-NEGOCIO TO FEC-HOY

           MOVE SPACES TO RPT-REGISTRO
           STRING '*** SEGUIMIENTO DE PROMESAS DE PAGO AL '
                  DELIMITED SIZE
                  FEC-HOY DELIMITED SIZE
                  ' ***' DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT
           PERFORM ESCRIBIR-TOTAL-RPT.

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
           MOVE 'PREPROM' TO CPA-PASO
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
      * Recorre el historial de cobranzas y retiene en la tabla
      * las promesas pendientes cuya fecha prometida ya paso
      *-----------------------------------------------------------
       CARGAR-PROMESAS-VENCIDAS.
           IF HISTORIAL-AUSENTE
              SET FIN-HISTORIAL TO TRUE
           ELSE
              MOVE LOW-VALUES TO CBH-CLAVE
              START COBRANZA-HIST-FILE KEY IS NOT LESS CBH-CLAVE
                  INVALID KEY
                     SET FIN-HISTORIAL TO TRUE
              END-START
           END-IF

           PERFORM REVISAR-GESTION UNTIL FIN-HISTORIAL.

      *-----------------------------------------------------------
      * Evalua la siguiente gestion del historial
      *-----------------------------------------------------------
       REVISAR-GESTION.
           READ COBRANZA-HIST-FILE NEXT RECORD
               AT END
                  SET FIN-HISTORIAL TO TRUE
               NOT AT END
                  IF CBH-PROMESA-PENDIENTE AND
                     CBH-FECHA-PROMESA < FEC-HOY
                     IF TPM-USADOS < TPM-TOPE
                        PERFORM RETENER-PROMESA
                     ELSE
                        ADD 1 TO CNT-SIN-LUGAR
                     END-IF
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Agrega la promesa vencida a la tabla del dia
      *-----------------------------------------------------------
       RETENER-PROMESA.
           ADD 1 TO TPM-USADOS
           MOVE CBH-CLAVE         TO TPM-CLAVE (TPM-USADOS)
           MOVE CBH-FECHA-PROMESA TO TPM-FECHA-PROMESA (TPM-USADOS)
           MOVE CBH-MONTO-PROMESA TO TPM-MONTO-PROMESA (TPM-USADOS)
           MOVE ZERO              TO TPM-MONTO-PAGADO (TPM-USADOS)
           SET TPM-INCUMPLIDA (TPM-USADOS) TO TRUE.

      *-----------------------------------------------------------
      * Recorre el diario de pagos e imputa cada pago vigente a
      * las promesas vencidas de su prestamo
      *-----------------------------------------------------------
       IMPUTAR-PAGOS.
           IF JOURNAL-AUSENTE OR TPM-USADOS = ZERO
              SET FIN-JOURNAL TO TRUE
           ELSE
              MOVE LOW-VALUES TO PJR-REFERENCIA
              START PAGOS-JOURNAL KEY IS NOT LESS PJR-REFERENCIA
                  INVALID KEY
                     SET FIN-JOURNAL TO TRUE
              END-START
           END-IF

           PERFORM REVISAR-ENTRADA-JOURNAL UNTIL FIN-JOURNAL.

      *-----------------------------------------------------------
      * Evalua la siguiente entrada del diario. Solo cuenta para
      * la promesa lo cobrado al cliente: la parte del pago
      * cubierta con su saldo en suspenso (aplicaciones 'S' de
      * PREAPSU, liquidaciones de PRELIQ) ya se conto como
      * excedente del pago que la origino
      *-----------------------------------------------------------
       REVISAR-ENTRADA-JOURNAL.
           READ PAGOS-JOURNAL NEXT RECORD
               AT END
                  SET FIN-JOURNAL TO TRUE
               NOT AT END
                  SUBTRACT PJR-MONTO-SUSPENSO FROM PJR-MONTO
                      GIVING CAL-MONTO-CAJA
                  IF PJR-VIGENTE AND CAL-MONTO-CAJA > ZERO
                     PERFORM IMPUTAR-PAGO-PROMESA
                         VARYING TPM-IND FROM 1 BY 1
                         UNTIL TPM-IND > TPM-USADOS
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Suma lo cobrado a la promesa si es del mismo prestamo y esta
      * fechado entre el contacto y la fecha prometida
      *-----------------------------------------------------------
       IMPUTAR-PAGO-PROMESA.
           IF PJR-NUMERO = TPM-NUMERO (TPM-IND) AND
              PJR-FECHA-PAGO >= TPM-FECHA-CONTACTO (TPM-IND) AND
              PJR-FECHA-PAGO <= TPM-FECHA-PROMESA (TPM-IND)
              ADD CAL-MONTO-CAJA TO TPM-MONTO-PAGADO (TPM-IND)
              ADD 1 TO CNT-PAGOS-IMPUTADOS
           END-IF.

      *-----------------------------------------------------------
      * Decide si la promesa se cumplio, la regraba en el historial
      * con su estado y lo pagado y la acumula en su gestor
      *-----------------------------------------------------------
       CERRAR-PROMESA.
           IF TPM-MONTO-PAGADO (TPM-IND) >=
              TPM-MONTO-PROMESA (TPM-IND)
              SET TPM-CUMPLIDA (TPM-IND) TO TRUE
           END-IF

           MOVE TPM-CLAVE (TPM-IND) TO CBH-CLAVE
           READ COBRANZA-HIST-FILE
               INVALID KEY
                  DISPLAY 'GESTION AUSENTE DEL HISTORIAL: '
                          TPM-NUMERO (TPM-IND)
                  PERFORM ABEND-PROCESO
           END-READ

           IF TPM-CUMPLIDA (TPM-IND)
              SET CBH-PROMESA-CUMPLIDA TO TRUE
           ELSE
              SET CBH-PROMESA-INCUMPLIDA TO TRUE
           END-IF
           MOVE TPM-MONTO-PAGADO (TPM-IND) TO CBH-MONTO-PAGADO
           MOVE FEC-HOY TO CBH-FECHA-EVALUACION
           REWRITE COBRANZA-HIST-RECORD
               INVALID KEY
                  DISPLAY 'ERROR AL REGRABAR GESTION: ' CBH-NUMERO
                          ' STATUS: ' WS-FS-HISTORIAL
                  PERFORM ABEND-PROCESO
           END-REWRITE

           ADD 1 TO CNT-EVALUADAS
           ADD TPM-MONTO-PROMESA (TPM-IND) TO CNT-MONTO-PROMETIDO
           ADD TPM-MONTO-PAGADO (TPM-IND)  TO CNT-MONTO-RECUPERADO
           IF TPM-CUMPLIDA (TPM-IND)
              ADD 1 TO CNT-CUMPLIDAS
           ELSE
              ADD 1 TO CNT-INCUMPLIDAS
           END-IF

           MOVE TPM-GESTOR (TPM-IND) TO WS-GESTOR-BUSCADO
           PERFORM BUSCAR-GESTOR-TABLA
           IF GESTOR-NO-HALLADO AND TGE-USADOS < TGE-TOPE
              PERFORM AGREGAR-GESTOR
           END-IF

           IF GESTOR-HALLADO
              PERFORM ACUMULAR-GESTOR
           ELSE
              DISPLAY 'MAS GESTORES QUE LA TABLA, GESTOR: '
                      WS-GESTOR-BUSCADO ' PRESTAMO: '
                      TPM-NUMERO (TPM-IND)
              MOVE ZERO TO TPM-IND-GESTOR (TPM-IND)
              ADD 1 TO CNT-SIN-GESTOR
           END-IF.

      *-----------------------------------------------------------
      * Suma la promesa evaluada a su gestor
      *-----------------------------------------------------------
       ACUMULAR-GESTOR.
           MOVE TGE-IND TO TPM-IND-GESTOR (TPM-IND)
           ADD 1 TO TGE-EVALUADAS (TGE-IND)
           ADD TPM-MONTO-PROMESA (TPM-IND)
               TO TGE-MONTO-PROMETIDO (TGE-IND)
           ADD TPM-MONTO-PAGADO (TPM-IND)
               TO TGE-MONTO-RECUPERADO (TGE-IND)
           IF TPM-CUMPLIDA (TPM-IND)
              ADD 1 TO TGE-CUMPLIDAS (TGE-IND)
           ELSE
              ADD 1 TO TGE-INCUMPLIDAS (TGE-IND)
           END-IF.

      *-----------------------------------------------------------
      * Busca el gestor en la tabla de gestores
      *-----------------------------------------------------------
       BUSCAR-GESTOR-TABLA.
           SET GESTOR-NO-HALLADO TO TRUE
           MOVE 1 TO TGE-IND
           PERFORM REVISAR-GESTOR-TABLA
               UNTIL GESTOR-HALLADO OR TGE-IND > TGE-USADOS.

      *-----------------------------------------------------------
      * Compara una entrada de la tabla contra el gestor buscado
      *-----------------------------------------------------------
       REVISAR-GESTOR-TABLA.
           IF TGE-GESTOR (TGE-IND) = WS-GESTOR-BUSCADO
              SET GESTOR-HALLADO TO TRUE
           ELSE
              ADD 1 TO TGE-IND
           END-IF.

      *-----------------------------------------------------------
      * Agrega el gestor a la tabla con sus acumulados en cero
      *-----------------------------------------------------------
       AGREGAR-GESTOR.
           ADD 1 TO TGE-USADOS
           MOVE TGE-USADOS TO TGE-IND
           SET GESTOR-HALLADO TO TRUE
           MOVE WS-GESTOR-BUSCADO TO TGE-GESTOR (TGE-IND)
           MOVE ZERO TO TGE-EVALUADAS (TGE-IND)
           MOVE ZERO TO TGE-CUMPLIDAS (TGE-IND)
           MOVE ZERO TO TGE-INCUMPLIDAS (TGE-IND)
           MOVE ZERO TO TGE-MONTO-PROMETIDO (TGE-IND)
           MOVE ZERO TO TGE-MONTO-RECUPERADO (TGE-IND).

      *-----------------------------------------------------------
      * Promesas incumplidas del dia agrupadas por gestor
      *-----------------------------------------------------------
       EMITIR-INCUMPLIDAS.
           MOVE 'PROMESAS INCUMPLIDAS POR GESTOR' TO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           IF CNT-INCUMPLIDAS = ZERO
              MOVE '  SIN PROMESAS INCUMPLIDAS' TO RPT-REGISTRO
              PERFORM ESCRIBIR-TOTAL-RPT
           ELSE
              PERFORM EMITIR-INCUMPLIDAS-GESTOR
                  VARYING TGE-IND FROM 1 BY 1
                  UNTIL TGE-IND > TGE-USADOS
           END-IF

           MOVE SPACES TO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT.

      *-----------------------------------------------------------
      * Encabezado del gestor y sus promesas incumplidas
      *-----------------------------------------------------------
       EMITIR-INCUMPLIDAS-GESTOR.
           IF TGE-INCUMPLIDAS (TGE-IND) > ZERO
              MOVE SPACES TO RPT-REGISTRO
              PERFORM ESCRIBIR-TOTAL-RPT
              MOVE TGE-GESTOR (TGE-IND) TO RPT-GTR-GESTOR
              WRITE RPT-REGISTRO FROM RPT-LINEA-GESTOR
              WRITE RPT-REGISTRO FROM RPT-LINEA-TIT-INCUMPLIDA
              PERFORM ESCRIBIR-INCUMPLIDA
                  VARYING TPM-IND FROM 1 BY 1
                  UNTIL TPM-IND > TPM-USADOS
           END-IF.

      *-----------------------------------------------------------
      * Linea de una promesa incumplida del gestor en curso
      *-----------------------------------------------------------
       ESCRIBIR-INCUMPLIDA.
           IF TPM-INCUMPLIDA (TPM-IND) AND
              TPM-IND-GESTOR (TPM-IND) = TGE-IND
              MOVE TPM-NUMERO (TPM-IND) TO RPT-INC-NUMERO
              MOVE TPM-FECHA-CONTACTO (TPM-IND)
                  TO RPT-INC-FECHA-CONTACTO
              MOVE TPM-FECHA-PROMESA (TPM-IND)
                  TO RPT-INC-FECHA-PROMESA
              MOVE TPM-MONTO-PROMESA (TPM-IND) TO RPT-INC-PROMETIDO
              MOVE TPM-MONTO-PAGADO (TPM-IND)  TO RPT-INC-PAGADO
              SUBTRACT TPM-MONTO-PAGADO (TPM-IND)
                  FROM TPM-MONTO-PROMESA (TPM-IND)
                  GIVING RPT-INC-FALTANTE
              WRITE RPT-REGISTRO FROM RPT-LINEA-INCUMPLIDA
           END-IF.

      *-----------------------------------------------------------
      * Resumen por gestor: promesas evaluadas, cumplidas e
      * incumplidas, tasa de cumplimiento y montos prometido y
      * recuperado, con la linea de total
      *-----------------------------------------------------------
       EMITIR-RESUMEN-GESTORES.
           MOVE 'CUMPLIMIENTO DE PROMESAS POR GESTOR' TO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT
           WRITE RPT-REGISTRO FROM RPT-LINEA-TIT-RESUMEN

           PERFORM ESCRIBIR-RESUMEN-GESTOR
               VARYING TGE-IND FROM 1 BY 1
               UNTIL TGE-IND > TGE-USADOS

           MOVE 'TOTAL'              TO RPT-RES-GESTOR
           MOVE CNT-EVALUADAS        TO RPT-RES-EVALUADAS
           MOVE CNT-CUMPLIDAS        TO RPT-RES-CUMPLIDAS
           MOVE CNT-INCUMPLIDAS      TO RPT-RES-INCUMPLIDAS
           MOVE CNT-MONTO-PROMETIDO  TO RPT-RES-PROMETIDO
           MOVE CNT-MONTO-RECUPERADO TO RPT-RES-RECUPERADO
           MOVE ZERO TO CAL-PORCENTAJE
           IF CNT-EVALUADAS > ZERO
              COMPUTE CAL-PORCENTAJE ROUNDED =
                  CNT-CUMPLIDAS * 100 / CNT-EVALUADAS
           END-IF
           MOVE CAL-PORCENTAJE TO RPT-RES-PORCENTAJE
           WRITE RPT-REGISTRO FROM RPT-LINEA-RESUMEN

           MOVE SPACES TO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT.

      *-----------------------------------------------------------
      * Linea de resumen de un gestor
      *-----------------------------------------------------------
       ESCRIBIR-RESUMEN-GESTOR.
           MOVE TGE-GESTOR (TGE-IND)           TO RPT-RES-GESTOR
           MOVE TGE-EVALUADAS (TGE-IND)        TO RPT-RES-EVALUADAS
           MOVE TGE-CUMPLIDAS (TGE-IND)        TO RPT-RES-CUMPLIDAS
           MOVE TGE-INCUMPLIDAS (TGE-IND)      TO RPT-RES-INCUMPLIDAS
           MOVE TGE-MONTO-PROMETIDO (TGE-IND)  TO RPT-RES-PROMETIDO
           MOVE TGE-MONTO-RECUPERADO (TGE-IND) TO RPT-RES-RECUPERADO
           COMPUTE CAL-PORCENTAJE ROUNDED =
               TGE-CUMPLIDAS (TGE-IND) * 100 / TGE-EVALUADAS (TGE-IND)
           MOVE CAL-PORCENTAJE TO RPT-RES-PORCENTAJE
           WRITE RPT-REGISTRO FROM RPT-LINEA-RESUMEN.

      *-----------------------------------------------------------
      * Escribe una linea de totales y limpia el registro
      *-----------------------------------------------------------
       ESCRIBIR-TOTAL-RPT.
           WRITE RPT-REGISTRO
           MOVE SPACES TO RPT-REGISTRO.

      *-----------------------------------------------------------
      * Totales de control, cierre de archivos y codigo 4 cuando
      * quedaron promesas vencidas sin evaluar
      *-----------------------------------------------------------
       FINALIZAR-PROCESO.
           MOVE CNT-EVALUADAS TO RPT-EDIT-CONTADOR
           STRING 'PROMESAS EVALUADAS.: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-CUMPLIDAS TO RPT-EDIT-CONTADOR
           STRING 'CUMPLIDAS..........: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-INCUMPLIDAS TO RPT-EDIT-CONTADOR
           STRING 'INCUMPLIDAS........: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-PAGOS-IMPUTADOS TO RPT-EDIT-CONTADOR
           STRING 'PAGOS IMPUTADOS....: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-MONTO-RECUPERADO TO RPT-EDIT-MONTO
           STRING 'MONTO RECUPERADO...: ' DELIMITED SIZE
                  RPT-EDIT-MONTO DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-SIN-GESTOR TO RPT-EDIT-CONTADOR
           STRING 'SIN LUGAR DE GESTOR: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-SIN-LUGAR TO RPT-EDIT-CONTADOR
           STRING 'PENDIENTES SIN LUGAR: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           IF HISTORIAL-ABIERTO
              CLOSE COBRANZA-HIST-FILE
           END-IF
           IF JOURNAL-ABIERTO
              CLOSE PAGOS-JOURNAL
           END-IF
           CLOSE PROMESAS-RPT

           DISPLAY 'Promesas evaluadas   : ' CNT-EVALUADAS
           DISPLAY 'Promesas cumplidas   : ' CNT-CUMPLIDAS
           DISPLAY 'Promesas incumplidas : ' CNT-INCUMPLIDAS
           DISPLAY 'Pendientes sin lugar : ' CNT-SIN-LUGAR

           IF CNT-SIN-LUGAR > ZERO
              DISPLAY 'HAY PROMESAS VENCIDAS PENDIENTES PARA LA '
                      'PROXIMA CORRIDA'
              MOVE 4 TO RETURN-CODE
           END-IF
           IF CNT-SIN-GESTOR > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

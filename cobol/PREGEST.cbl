       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREGEST.
      *****************************************************************
      * Aplicación: PRESTAMOS (App B)
      * Programa: Carga de gestiones de cobranza
      * Descripción: Carga el archivo diario de gestiones que
      *              informan los gestores de cobranza (GESTACT:
      *              prestamo, gestor, fecha de contacto, codigo de
      *              resultado y, en una promesa de pago 'PP', monto
      *              y fecha prometidos) en el historial indexado
      *              COBHIST. Cada gestion valida su forma y que el
      *              prestamo exista aprobado o desembolsado; una
      *              gestion ya cargada (mismo prestamo, fecha y
      *              gestor) se rechaza, con lo que una re-ejecucion
      *              del mismo archivo no duplica el historial. Una
      *              nueva promesa deja reemplazadas las promesas
      *              pendientes del prestamo que aun no vencieron.
      *              Deja cada gestion cargada y cada rechazo en el
      *              informe GESTRPT; RC 4 si hubo rechazos.
      *
      * Historial de modificaciones:
      *   2026-10-15  RG   Version inicial.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GESTIONES-IN
               ASSIGN TO 'GESTACT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-GESTIONES.

           SELECT COBRANZA-HIST-FILE
               ASSIGN TO 'COBHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CBH-CLAVE
               FILE STATUS IS WS-FS-HISTORIAL.

           SELECT PRESTAMOS-MASTER-FILE
               ASSIGN TO 'PRESTMTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-NUMERO
               ALTERNATE RECORD KEY IS PRM-CLIENTE-ID WITH DUPLICATES
               FILE STATUS IS WS-FS-PRESTAMOS-MASTER.

           SELECT GESTION-RPT
               ASSIGN TO 'GESTRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  GESTIONES-IN
           RECORD CONTAINS 47 CHARACTERS.
       01  GESTION-REGISTRO.
           05 GIN-NUMERO            PIC 9(12).
           05 GIN-GESTOR            PIC X(04).
           05 GIN-FECHA-CONTACTO    PIC 9(08).
           05 GIN-FECHA-CONTACTO-R REDEFINES GIN-FECHA-CONTACTO.
              10 GIN-CONTACTO-AAAA  PIC 9(04).
              10 GIN-CONTACTO-MM    PIC 9(02).
              10 GIN-CONTACTO-DD    PIC 9(02).
           05 GIN-RESULTADO         PIC X(02).
           05 GIN-MONTO-PROMESA     PIC 9(11)V99.
           05 GIN-FECHA-PROMESA     PIC 9(08).
           05 GIN-FECHA-PROMESA-R REDEFINES GIN-FECHA-PROMESA.
              10 GIN-PROMESA-AAAA   PIC 9(04).
              10 GIN-PROMESA-MM     PIC 9(02).
              10 GIN-PROMESA-DD     PIC 9(02).

       FD  COBRANZA-HIST-FILE.
       COPY COBHIST.

       FD  PRESTAMOS-MASTER-FILE.
       COPY PRESTMST.

       FD  GESTION-RPT.
       01  RPT-REGISTRO             PIC X(132).

       WORKING-STORAGE SECTION.

      * Gestion validada en espera de grabarse, mientras se
      * recorre el historial del prestamo buscando las promesas
      * pendientes que la nueva promesa reemplaza
       01  WS-GESTION-NUEVA.
           05 GNV-CLAVE.
              10 GNV-NUMERO         PIC 9(12).
              10 GNV-FECHA-CONTACTO PIC 9(08).
              10 GNV-GESTOR         PIC X(04).
           05 GNV-RESULTADO         PIC X(02).
              88 GNV-RES-PROMESA    VALUE 'PP'.
           05 GNV-MONTO-PROMESA     PIC S9(11)V99 COMP-3.
           05 GNV-FECHA-PROMESA     PIC 9(08).

       01  WS-CONTROL-ARCHIVO.
           05 WS-FIN-GESTIONES      PIC X(01) VALUE 'N'.
              88 FIN-GESTIONES      VALUE 'Y'.
              88 NO-FIN-GESTIONES   VALUE 'N'.
           05 WS-FIN-HISTORIAL      PIC X(01) VALUE 'N'.
              88 FIN-HISTORIAL      VALUE 'Y'.
              88 NO-FIN-HISTORIAL   VALUE 'N'.
           05 WS-ARCHIVO-GESTIONES  PIC X(01) VALUE 'N'.
              88 GESTIONES-ABIERTO  VALUE 'S'.
              88 GESTIONES-AUSENTE  VALUE 'N'.
           05 WS-GESTION-VALIDA     PIC X(01) VALUE 'S'.
              88 GESTION-VALIDA     VALUE 'S'.
              88 GESTION-INVALIDA   VALUE 'N'.
           05 WS-GESTION-EXISTE     PIC X(01) VALUE 'N'.
              88 GESTION-YA-CARGADA VALUE 'S'.
              88 GESTION-NUEVA      VALUE 'N'.

       01  WS-ESTADOS-ARCHIVO.
           05 WS-FS-GESTIONES         PIC X(02) VALUE '00'.
           05 WS-FS-HISTORIAL         PIC X(02) VALUE '00'.
           05 WS-FS-PRESTAMOS-MASTER  PIC X(02) VALUE '00'.
           05 WS-FS-REPORTE           PIC X(02) VALUE '00'.

       01  WS-CONTADORES.
           05 CNT-LEIDAS            PIC 9(07) COMP VALUE ZERO.
           05 CNT-CARGADAS          PIC 9(07) COMP VALUE ZERO.
           05 CNT-PROMESAS          PIC 9(07) COMP VALUE ZERO.
           05 CNT-REEMPLAZADAS      PIC 9(07) COMP VALUE ZERO.
           05 CNT-RECHAZADAS        PIC 9(07) COMP VALUE ZERO.

       01  WS-FECHA-PROCESO.
           05 FEC-HOY               PIC 9(08).

       01  WS-EDICION-REPORTE.
           05 RPT-EDIT-CONTADOR     PIC Z,ZZZ,ZZZ,ZZ9.

       01  RPT-LINEA-GESTION.
           05 RPT-GES-ETIQUETA      PIC X(10).
           05 RPT-GES-NUMERO        PIC 9(12).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-GES-GESTOR        PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-GES-FECHA         PIC 9999/99/99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-GES-RESULTADO     PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-GES-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-GES-FECHA-PROMESA PIC 9999/99/99.
           05 FILLER                PIC X(62) VALUE SPACES.

       01  RPT-LINEA-RECHAZO.
           05 FILLER                PIC X(10) VALUE 'RECHAZO   '.
           05 RPT-RCH-NUMERO        PIC X(12).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-RCH-GESTOR        PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-RCH-MOTIVO        PIC X(40).
           05 FILLER                PIC X(64) VALUE SPACES.

      * Area de comunicacion con el control de corrida del ciclo
      * (PRECTLM): fecha de negocio y registro del paso
       COPY CTLPASO.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY '*** CARGA DE GESTIONES DE COBRANZA ***'

           PERFORM INICIAR-CONTROL-PASO

           PERFORM INICIALIZAR-PROCESO

           PERFORM LEER-GESTIONES UNTIL FIN-GESTIONES

           PERFORM FINALIZAR-PROCESO

           PERFORM TERMINAR-CONTROL-PASO

           STOP RUN.

      *-----------------------------------------------------------
      * Apertura de archivos y fecha del proceso. Cada apertura se
      * valida contra su FILE STATUS; cualquier status distinto de
      * exito aborta el proceso. Un dia sin archivo de gestiones
      * (status 35) no carga nada.
      *-----------------------------------------------------------
       INICIALIZAR-PROCESO.
           OPEN INPUT GESTIONES-IN
           EVALUATE WS-FS-GESTIONES
               WHEN '00'
                  SET GESTIONES-ABIERTO TO TRUE
               WHEN '35'
                  DISPLAY 'SIN ARCHIVO DE GESTIONES (GESTACT): '
                          'NO HAY GESTIONES DEL DIA'
                  SET FIN-GESTIONES TO TRUE
               WHEN OTHER
                  DISPLAY 'ERROR AL ABRIR GESTIONES-IN, STATUS: '
                          WS-FS-GESTIONES
                  PERFORM ABEND-PROCESO
           END-EVALUATE

           PERFORM ABRIR-HISTORIAL-COBRANZA

           OPEN INPUT PRESTAMOS-MASTER-FILE
           IF WS-FS-PRESTAMOS-MASTER NOT = '00'
              DISPLAY 'ERROR AL ABRIR PRESTAMOS-MASTER-FILE, STATUS: '
                      WS-FS-PRESTAMOS-MASTER
              PERFORM ABEND-PROCESO
           END-IF

           OPEN OUTPUT GESTION-RPT
           IF WS-FS-REPORTE NOT = '00'
              DISPLAY 'ERROR AL ABRIR GESTION-RPT, STATUS: '
                      WS-FS-REPORTE
              PERFORM ABEND-PROCESO
           END-IF

           MOVE CPA-FECHA-NEGOCIO TO FEC-HOY

           MOVE '*** CARGA DE GESTIONES DE COBRANZA ***'
               TO RPT-REGISTRO
           WRITE RPT-REGISTRO
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO.

      *-----------------------------------------------------------
      * Abre el historial de cobranzas para actualizacion; la
      * primera corrida, cuando aun no existe (status 35), lo crea
      * vacio y lo vuelve a abrir
      *-----------------------------------------------------------
       ABRIR-HISTORIAL-COBRANZA.
           OPEN I-O COBRANZA-HIST-FILE
           IF WS-FS-HISTORIAL = '35'
              DISPLAY 'SE CREA EL HISTORIAL DE COBRANZAS (COBHIST)'
              OPEN OUTPUT COBRANZA-HIST-FILE
              IF WS-FS-HISTORIAL = '00'
                 CLOSE COBRANZA-HIST-FILE
                 OPEN I-O COBRANZA-HIST-FILE
              END-IF
           END-IF

           IF WS-FS-HISTORIAL NOT = '00'
              DISPLAY 'ERROR AL ABRIR COBRANZA-HIST-FILE, STATUS: '
                      WS-FS-HISTORIAL
              PERFORM ABEND-PROCESO
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
           MOVE 'PREGEST' TO CPA-PASO
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
      * Lee la siguiente gestion; al llegar al fin del archivo
      * activa el interruptor de fin de proceso
      *-----------------------------------------------------------
       LEER-GESTIONES.
           READ GESTIONES-IN
               AT END
                  SET FIN-GESTIONES TO TRUE
               NOT AT END
                  ADD 1 TO CNT-LEIDAS
                  PERFORM PROCESAR-GESTION
           END-READ.

      *-----------------------------------------------------------
      * Valida la gestion, la contrasta con el maestro y con el
      * historial y, si es valida, la graba
      *-----------------------------------------------------------
       PROCESAR-GESTION.
           PERFORM VALIDAR-GESTION

           IF GESTION-VALIDA
              PERFORM VALIDAR-PRESTAMO
           END-IF

           IF GESTION-VALIDA
              PERFORM BUSCAR-GESTION-CARGADA
              IF GESTION-YA-CARGADA
                 MOVE 'GESTION YA CARGADA (PRESTAMO/FECHA/GESTOR)'
                     TO RPT-RCH-MOTIVO
                 PERFORM ESCRIBIR-RECHAZO
              END-IF
           END-IF

           IF GESTION-INVALIDA
              ADD 1 TO CNT-RECHAZADAS
           ELSE
              IF GNV-RES-PROMESA
                 PERFORM REEMPLAZAR-PROMESAS
              END-IF
              PERFORM GRABAR-GESTION
           END-IF.

      *-----------------------------------------------------------
      * Validaciones de forma: prestamo numerico distinto de cero,
      * gestor informado, fecha de contacto valida y no posterior
      * a la fecha de proceso, resultado conocido y, en una
      * promesa, monto mayor que cero y fecha valida no anterior
      * al contacto. Fuera de una promesa el monto y la fecha
      * informados se ignoran.
      *-----------------------------------------------------------
       VALIDAR-GESTION.
           SET GESTION-VALIDA TO TRUE
           MOVE GIN-RESULTADO TO CBH-RESULTADO

           EVALUATE TRUE
               WHEN GIN-NUMERO NOT NUMERIC OR GIN-NUMERO = ZERO
                  MOVE 'PRESTAMO NO NUMERICO O EN CERO'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
               WHEN GIN-GESTOR = SPACES OR GIN-GESTOR = LOW-VALUES
                  MOVE 'GESTOR SIN INFORMAR'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
               WHEN GIN-FECHA-CONTACTO NOT NUMERIC OR
                    GIN-CONTACTO-MM < 1 OR GIN-CONTACTO-MM > 12 OR
                    GIN-CONTACTO-DD < 1 OR GIN-CONTACTO-DD > 31
                  MOVE 'FECHA DE CONTACTO INVALIDA'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
               WHEN GIN-FECHA-CONTACTO > FEC-HOY
                  MOVE 'FECHA DE CONTACTO POSTERIOR AL PROCESO'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
               WHEN NOT CBH-RES-VALIDO
                  MOVE 'CODIGO DE RESULTADO DESCONOCIDO'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
               WHEN NOT CBH-RES-PROMESA
                  CONTINUE
               WHEN GIN-MONTO-PROMESA NOT NUMERIC OR
                    GIN-MONTO-PROMESA = ZERO
                  MOVE 'PROMESA SIN MONTO'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
               WHEN GIN-FECHA-PROMESA NOT NUMERIC OR
                    GIN-PROMESA-MM < 1 OR GIN-PROMESA-MM > 12 OR
                    GIN-PROMESA-DD < 1 OR GIN-PROMESA-DD > 31
                  MOVE 'FECHA DE PROMESA INVALIDA'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
               WHEN GIN-FECHA-PROMESA < GIN-FECHA-CONTACTO
                  MOVE 'PROMESA ANTERIOR AL CONTACTO'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
           END-EVALUATE

           IF GESTION-VALIDA
              MOVE GIN-NUMERO         TO GNV-NUMERO
              MOVE GIN-FECHA-CONTACTO TO GNV-FECHA-CONTACTO
              MOVE GIN-GESTOR         TO GNV-GESTOR
              MOVE GIN-RESULTADO      TO GNV-RESULTADO
              IF GNV-RES-PROMESA
                 MOVE GIN-MONTO-PROMESA TO GNV-MONTO-PROMESA
                 MOVE GIN-FECHA-PROMESA TO GNV-FECHA-PROMESA
              ELSE
                 MOVE ZERO TO GNV-MONTO-PROMESA
                 MOVE ZERO TO GNV-FECHA-PROMESA
              END-IF
           END-IF.

      *-----------------------------------------------------------
      * El prestamo de la gestion debe existir en el maestro,
      * aprobado o desembolsado
      *-----------------------------------------------------------
       VALIDAR-PRESTAMO.
           MOVE GNV-NUMERO TO PRM-NUMERO
           READ PRESTAMOS-MASTER-FILE
               INVALID KEY
                  MOVE 'PRESTAMO INEXISTENTE'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
               NOT INVALID KEY
                  IF PRM-ESTADO-EVAL NOT = 'A' AND
                     PRM-ESTADO-EVAL NOT = 'S'
                     MOVE 'PRESTAMO NO APROBADO NI DESEMBOLSADO'
                         TO RPT-RCH-MOTIVO
                     PERFORM ESCRIBIR-RECHAZO
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Busca en el historial la misma gestion (prestamo, fecha de
      * contacto y gestor)
      *-----------------------------------------------------------
       BUSCAR-GESTION-CARGADA.
           SET GESTION-NUEVA TO TRUE
           MOVE GNV-CLAVE TO CBH-CLAVE

           READ COBRANZA-HIST-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET GESTION-YA-CARGADA TO TRUE
           END-READ.

      *-----------------------------------------------------------
      * Recorre el historial del prestamo y deja reemplazada cada
      * promesa pendiente que aun no vencio a la fecha del nuevo
      * contacto; las ya vencidas quedan para que PREPROM las
      * evalue
      *-----------------------------------------------------------
       REEMPLAZAR-PROMESAS.
           SET NO-FIN-HISTORIAL TO TRUE
           MOVE GNV-NUMERO TO CBH-NUMERO
           MOVE ZERO       TO CBH-FECHA-CONTACTO
           MOVE LOW-VALUES TO CBH-GESTOR
           START COBRANZA-HIST-FILE KEY IS NOT LESS CBH-CLAVE
               INVALID KEY
                  SET FIN-HISTORIAL TO TRUE
           END-START

           PERFORM REVISAR-PROMESA-PENDIENTE UNTIL FIN-HISTORIAL.

      *-----------------------------------------------------------
      * Evalua la siguiente gestion del prestamo
      *-----------------------------------------------------------
       REVISAR-PROMESA-PENDIENTE.
           READ COBRANZA-HIST-FILE NEXT RECORD
               AT END
                  SET FIN-HISTORIAL TO TRUE
               NOT AT END
                  IF CBH-NUMERO NOT = GNV-NUMERO
                     SET FIN-HISTORIAL TO TRUE
                  ELSE
                     IF CBH-PROMESA-PENDIENTE AND
                        CBH-FECHA-PROMESA >= GNV-FECHA-CONTACTO
                        PERFORM MARCAR-REEMPLAZADA
                     END-IF
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Deja reemplazada la promesa pendiente
      *-----------------------------------------------------------
       MARCAR-REEMPLAZADA.
           SET CBH-PROMESA-REEMPLAZADA TO TRUE
           MOVE FEC-HOY TO CBH-FECHA-EVALUACION
           REWRITE COBRANZA-HIST-RECORD
               INVALID KEY
                  DISPLAY 'ERROR AL REGRABAR GESTION: ' CBH-NUMERO
                          ' STATUS: ' WS-FS-HISTORIAL
                  PERFORM ABEND-PROCESO
           END-REWRITE
           ADD 1 TO CNT-REEMPLAZADAS
           MOVE 'REEMPLAZA ' TO RPT-GES-ETIQUETA
           PERFORM ESCRIBIR-IMAGEN-GESTION.

      *-----------------------------------------------------------
      * Graba la gestion en el historial; una promesa queda
      * pendiente de evaluacion
      *-----------------------------------------------------------
       GRABAR-GESTION.
           MOVE GNV-CLAVE         TO CBH-CLAVE
           MOVE GNV-RESULTADO     TO CBH-RESULTADO
           MOVE GNV-MONTO-PROMESA TO CBH-MONTO-PROMESA
           MOVE GNV-FECHA-PROMESA TO CBH-FECHA-PROMESA
           IF CBH-RES-PROMESA
              SET CBH-PROMESA-PENDIENTE TO TRUE
              ADD 1 TO CNT-PROMESAS
           ELSE
              SET CBH-SIN-PROMESA TO TRUE
           END-IF
           MOVE ZERO    TO CBH-MONTO-PAGADO
           MOVE ZERO    TO CBH-FECHA-EVALUACION
           MOVE FEC-HOY TO CBH-FECHA-CARGA
           WRITE COBRANZA-HIST-RECORD
               INVALID KEY
                  DISPLAY 'ERROR AL GRABAR GESTION: ' CBH-NUMERO
                          ' STATUS: ' WS-FS-HISTORIAL
                  PERFORM ABEND-PROCESO
           END-WRITE
           ADD 1 TO CNT-CARGADAS
           MOVE 'CARGADA   ' TO RPT-GES-ETIQUETA
           PERFORM ESCRIBIR-IMAGEN-GESTION.

      *-----------------------------------------------------------
      * Agrega al informe la imagen de la gestion con la etiqueta
      * del movimiento (CARGADA/REEMPLAZA)
      *-----------------------------------------------------------
       ESCRIBIR-IMAGEN-GESTION.
           MOVE CBH-NUMERO         TO RPT-GES-NUMERO
           MOVE CBH-GESTOR         TO RPT-GES-GESTOR
           MOVE CBH-FECHA-CONTACTO TO RPT-GES-FECHA
           MOVE CBH-RESULTADO      TO RPT-GES-RESULTADO
           MOVE CBH-MONTO-PROMESA  TO RPT-GES-MONTO
           MOVE CBH-FECHA-PROMESA  TO RPT-GES-FECHA-PROMESA
           WRITE RPT-REGISTRO FROM RPT-LINEA-GESTION.

      *-----------------------------------------------------------
      * Agrega al informe el rechazo de la gestion en proceso
      *-----------------------------------------------------------
       ESCRIBIR-RECHAZO.
           SET GESTION-INVALIDA TO TRUE
           MOVE GESTION-REGISTRO (1:12) TO RPT-RCH-NUMERO
           MOVE GIN-GESTOR TO RPT-RCH-GESTOR
           WRITE RPT-REGISTRO FROM RPT-LINEA-RECHAZO.

      *-----------------------------------------------------------
      * Cierra archivos, agrega los totales al informe y termina
      * con codigo 4 cuando hubo gestiones rechazadas
      *-----------------------------------------------------------
       FINALIZAR-PROCESO.
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO

           MOVE CNT-LEIDAS TO RPT-EDIT-CONTADOR
           MOVE SPACES TO RPT-REGISTRO
           STRING 'GESTIONES LEIDAS...: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           WRITE RPT-REGISTRO

           MOVE CNT-CARGADAS TO RPT-EDIT-CONTADOR
           MOVE SPACES TO RPT-REGISTRO
           STRING 'CARGADAS...........: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           WRITE RPT-REGISTRO

           MOVE CNT-PROMESAS TO RPT-EDIT-CONTADOR
           MOVE SPACES TO RPT-REGISTRO
           STRING 'PROMESAS DE PAGO...: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           WRITE RPT-REGISTRO

           MOVE CNT-REEMPLAZADAS TO RPT-EDIT-CONTADOR
           MOVE SPACES TO RPT-REGISTRO
           STRING 'PROMESAS REEMPLAZ..: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           WRITE RPT-REGISTRO

           MOVE CNT-RECHAZADAS TO RPT-EDIT-CONTADOR
           MOVE SPACES TO RPT-REGISTRO
           STRING 'RECHAZADAS.........: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           WRITE RPT-REGISTRO

           IF GESTIONES-ABIERTO
              CLOSE GESTIONES-IN
           END-IF
           CLOSE COBRANZA-HIST-FILE
           CLOSE PRESTAMOS-MASTER-FILE
           CLOSE GESTION-RPT

           DISPLAY 'Gestiones leidas     : ' CNT-LEIDAS
           DISPLAY 'Gestiones cargadas   : ' CNT-CARGADAS
           DISPLAY 'Promesas de pago     : ' CNT-PROMESAS
           DISPLAY 'Promesas reemplazadas: ' CNT-REEMPLAZADAS
           DISPLAY 'Rechazadas           : ' CNT-RECHAZADAS

           IF CNT-RECHAZADAS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

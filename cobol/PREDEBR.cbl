       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREDEBR.
      *****************************************************************
      * Aplicación: PRESTAMOS (App B)
      * Programa: Respuestas del banco al debito automatico
      * Descripción: Corrida diaria, antes de PREPAGOS. Procesa el
      *              archivo de respuestas del banco (DEBRESP) a las
      *              solicitudes de PREDEBI. Cada debito cobrado se
      *              agrega al archivo de pagos PAGOSIN con la
      *              referencia unica de la solicitud, de modo que
      *              PREPAGOS lo aplica como cualquier otro pago y
      *              el control de duplicados contra PAGOJRNL evita
      *              aplicarlo dos veces; el cobro deja en cero los
      *              rechazos consecutivos del mandato. Cada debito
      *              rechazado suma un rechazo al mandato y vuelve
      *              atras su ultima cuota solicitada para que
      *              PREDEBI la pida de nuevo; el mandato se revoca
      *              cuando el banco informa el mandato revocado
      *              ('03') y se suspende cuando la cuenta esta
      *              cerrada ('02') o los rechazos consecutivos
      *              llegan al maximo del juego vigente de DEBPARM.
      *              Un mandato suspendido se reactiva con un cambio
      *              de PREMAND. Los rechazos y la accion tomada
      *              quedan en el informe DEBRRPT, junto con las
      *              respuestas invalidas y el control del trailer.
      *
      * Historial de modificaciones:
      *   2026-10-15  RG   Version inicial.
      *   2026-10-15  RG   La fecha de proceso es la fecha de negocio
      *                    del control de corrida (RUNCTL); el paso
      *                    registra su inicio, fin y return code por
      *                    PRECTLM, que valida los pasos previos y
      *                    rechaza un paso ya completo salvo
      *                    re-ejecucion autorizada.
      *   2026-10-15  RG   Un dia sin archivo de respuestas DEBRESP o
      *                    sin maestro de mandatos DEBMAND (status 35)
      *                    ya no aborta el ciclo: deja el informe sin
      *                    movimientos y termina con codigo 0; una
      *                    respuesta sin maestro de mandatos queda como
      *                    excepcion.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEBITO-PARM
               ASSIGN TO 'DEBPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETROS.

           SELECT DEBITO-RESP
               ASSIGN TO 'DEBRESP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RESPUESTAS.

           SELECT MANDATO-MASTER-FILE
               ASSIGN TO 'DEBMAND'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDT-NUMERO
               FILE STATUS IS WS-FS-MANDATO-MASTER.

           SELECT PAGOS-IN
               ASSIGN TO 'PAGOSIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAGOS-IN.

           SELECT RESPUESTA-RPT
               ASSIGN TO 'DEBRRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  DEBITO-PARM
           RECORD CONTAINS 13 CHARACTERS.
       COPY DEBPARM.

       FD  DEBITO-RESP
           RECORD CONTAINS 55 CHARACTERS.
       COPY DEBRESP.

       FD  MANDATO-MASTER-FILE.
       COPY DEBMAND.

       FD  PAGOS-IN
           RECORD CONTAINS 43 CHARACTERS.
       COPY PAGOSIN.

       FD  RESPUESTA-RPT.
       01  RPT-REGISTRO             PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-PARAMETROS.
           05 WS-FECHA-PARAMETROS   PIC 9(08) VALUE ZERO.
           05 WS-MAX-RECHAZOS       PIC 9(02) VALUE ZERO.
           05 WS-PARM-CARGADO       PIC X(01) VALUE 'N'.
              88 PARM-CARGADO       VALUE 'S'.
              88 PARM-NO-CARGADO    VALUE 'N'.
           05 WS-FIN-PARAMETROS     PIC X(01) VALUE 'N'.
              88 FIN-PARAMETROS     VALUE 'Y'.
              88 NO-FIN-PARAMETROS  VALUE 'N'.

       01  WS-CONTROL-ARCHIVO.
           05 WS-FIN-RESPUESTAS     PIC X(01) VALUE 'N'.
              88 FIN-RESPUESTAS     VALUE 'Y'.
              88 NO-FIN-RESPUESTAS  VALUE 'N'.
           05 WS-MANDATO-HALLADO    PIC X(01) VALUE 'N'.
              88 MANDATO-HALLADO    VALUE 'S'.
              88 MANDATO-NO-HALLADO VALUE 'N'.
           05 WS-RESPUESTA-VALIDA   PIC X(01) VALUE 'S'.
              88 RESPUESTA-VALIDA   VALUE 'S'.
              88 RESPUESTA-INVALIDA VALUE 'N'.
           05 WS-TRAILER-LEIDO      PIC X(01) VALUE 'N'.
              88 TRAILER-LEIDO      VALUE 'S'.
              88 TRAILER-NO-LEIDO   VALUE 'N'.
           05 WS-RESPUESTAS-ABIERTO PIC X(01) VALUE 'N'.
              88 RESPUESTAS-ABIERTO VALUE 'S'.
              88 RESPUESTAS-AUSENTE VALUE 'N'.
           05 WS-MANDATOS-ABIERTO   PIC X(01) VALUE 'N'.
              88 MANDATOS-ABIERTO   VALUE 'S'.
              88 MANDATOS-AUSENTE   VALUE 'N'.

       01  WS-ESTADOS-ARCHIVO.
           05 WS-FS-PARAMETROS        PIC X(02) VALUE '00'.
           05 WS-FS-RESPUESTAS        PIC X(02) VALUE '00'.
           05 WS-FS-MANDATO-MASTER    PIC X(02) VALUE '00'.
           05 WS-FS-PAGOS-IN          PIC X(02) VALUE '00'.
           05 WS-FS-REPORTE           PIC X(02) VALUE '00'.

       01  WS-CONTADORES.
           05 CNT-DETALLES          PIC 9(09) COMP VALUE ZERO.
           05 CNT-COBRADOS          PIC 9(07) COMP VALUE ZERO.
           05 CNT-RECHAZADOS        PIC 9(07) COMP VALUE ZERO.
           05 CNT-SUSPENDIDOS       PIC 9(07) COMP VALUE ZERO.
           05 CNT-REVOCADOS         PIC 9(07) COMP VALUE ZERO.
           05 CNT-EXCEPCIONES       PIC 9(07) COMP VALUE ZERO.
           05 CNT-MONTO-COBRADO     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CNT-MONTO-RESPUESTAS  PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-FECHA-PROCESO.
           05 FEC-HOY               PIC 9(08).

       01  WS-EDICION-REPORTE.
           05 RPT-EDIT-CONTADOR     PIC Z,ZZZ,ZZZ,ZZ9.
           05 RPT-EDIT-MONTO        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  RPT-LINEA-ENCABEZADO.
           05 FILLER                PIC X(14) VALUE 'PRESTAMO'.
           05 FILLER                PIC X(06) VALUE 'CUOT'.
           05 FILLER                PIC X(18) VALUE 'REFERENCIA'.
           05 FILLER                PIC X(04) VALUE 'RES'.
           05 FILLER                PIC X(32) VALUE
              'MOTIVO DEL RECHAZO'.
           05 FILLER                PIC X(06) VALUE 'RECH'.
           05 FILLER                PIC X(20) VALUE 'ACCION'.
           05 FILLER                PIC X(32) VALUE SPACES.

       01  RPT-LINEA-RECHAZO.
           05 RPT-RCH-NUMERO        PIC 9(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-RCH-CUOTA         PIC ZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RPT-RCH-REFERENCIA    PIC X(16).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-RCH-RESULTADO     PIC X(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-RCH-MOTIVO        PIC X(30).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-RCH-RECHAZOS      PIC Z9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RPT-RCH-ACCION        PIC X(20).
           05 FILLER                PIC X(32) VALUE SPACES.

       01  RPT-LINEA-EXCEPCION.
           05 FILLER                PIC X(11) VALUE 'EXCEPCION: '.
           05 RPT-EXC-REGISTRO      PIC X(55).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-EXC-MOTIVO        PIC X(40).
           05 FILLER                PIC X(24) VALUE SPACES.

      * Area de comunicacion con el control de corrida del ciclo
      * (PRECTLM): fecha de negocio y registro del paso
       COPY CTLPASO.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY '*** RESPUESTAS DE DEBITO AUTOMATICO ***'

           PERFORM INICIAR-CONTROL-PASO

           PERFORM INICIALIZAR-PROCESO

           PERFORM CARGAR-PARAMETROS

           PERFORM LEER-RESPUESTAS UNTIL FIN-RESPUESTAS

           PERFORM CONTROLAR-TRAILER

           PERFORM FINALIZAR-PROCESO

           PERFORM TERMINAR-CONTROL-PASO

           STOP RUN.

      *-----------------------------------------------------------
      * Apertura de archivos y fecha del proceso. Cada apertura se
      * valida contra su FILE STATUS; cualquier status distinto de
      * exito aborta el proceso. Un dia sin respuestas del banco
      * (status 35) no procesa nada; sin maestro de mandatos
      * (status 35, todavia no hay mandatos) no hubo solicitudes,
      * y una respuesta que llegue igual queda como excepcion.
      * Los cobros se agregan al final del archivo de pagos del
      * dia.
      *-----------------------------------------------------------
       INICIALIZAR-PROCESO.
           OPEN INPUT DEBITO-RESP
           EVALUATE WS-FS-RESPUESTAS
               WHEN '00'
                  SET RESPUESTAS-ABIERTO TO TRUE
               WHEN '35'
                  DISPLAY 'SIN ARCHIVO DE RESPUESTAS (DEBRESP): '
                          'NO HAY RESPUESTAS DEL DIA'
                  SET FIN-RESPUESTAS TO TRUE
               WHEN OTHER
                  DISPLAY 'ERROR AL ABRIR DEBITO-RESP, STATUS: '
                          WS-FS-RESPUESTAS
                  PERFORM ABEND-PROCESO
           END-EVALUATE

           OPEN I-O MANDATO-MASTER-FILE
           EVALUATE WS-FS-MANDATO-MASTER
               WHEN '00'
                  SET MANDATOS-ABIERTO TO TRUE
               WHEN '35'
                  DISPLAY 'SIN MAESTRO DE MANDATOS (DEBMAND): '
                          'NO HUBO SOLICITUDES'
               WHEN OTHER
                  DISPLAY 'ERROR AL ABRIR MANDATO-MASTER-FILE, STATUS: '
                          WS-FS-MANDATO-MASTER
                  PERFORM ABEND-PROCESO
           END-EVALUATE

           OPEN EXTEND PAGOS-IN
           IF WS-FS-PAGOS-IN NOT = '00'
              DISPLAY 'ERROR AL ABRIR PAGOS-IN, STATUS: '
                      WS-FS-PAGOS-IN
              PERFORM ABEND-PROCESO
           END-IF

           OPEN OUTPUT RESPUESTA-RPT
           IF WS-FS-REPORTE NOT = '00'
              DISPLAY 'ERROR AL ABRIR RESPUESTA-RPT, STATUS: '
                      WS-FS-REPORTE
              PERFORM ABEND-PROCESO
           END-IF

           MOVE CPA-FECHA-NEGOCIO TO FEC-HOY

           MOVE '*** DEBITOS AUTOMATICOS RECHAZADOS POR EL BANCO ***'
               TO RPT-REGISTRO
           WRITE RPT-REGISTRO
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO
           WRITE RPT-REGISTRO FROM RPT-LINEA-ENCABEZADO
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO.

      *-----------------------------------------------------------
      * Termina el proceso con un codigo de retorno distinto de
      * cero cuando fallo la E/S sobre un archivo requerido o no
      * hay juego de parametros vigente
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
           MOVE 'PREDEBR' TO CPA-PASO
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
      * Toma de DEBPARM el maximo de rechazos consecutivos del
      * juego con la fecha efectiva vigente mas reciente; sin
      * juego vigente o con el maximo en cero se aborta
      *-----------------------------------------------------------
       CARGAR-PARAMETROS.
           OPEN INPUT DEBITO-PARM
           IF WS-FS-PARAMETROS NOT = '00'
              DISPLAY 'ERROR AL ABRIR DEBITO-PARM, STATUS: '
                      WS-FS-PARAMETROS
              PERFORM ABEND-PROCESO
           END-IF

           PERFORM LEER-JUEGO-PARAMETROS UNTIL FIN-PARAMETROS

           CLOSE DEBITO-PARM

           IF PARM-NO-CARGADO
              DISPLAY 'SIN JUEGO DE PARAMETROS VIGENTE EN DEBPARM'
              PERFORM ABEND-PROCESO
           END-IF

           IF WS-MAX-RECHAZOS = ZERO
              DISPLAY 'MAXIMO DE RECHAZOS EN CERO EN DEBPARM: '
                      WS-FECHA-PARAMETROS
              PERFORM ABEND-PROCESO
           END-IF

           DISPLAY 'Maximo de rechazos   : ' WS-MAX-RECHAZOS
                   ' (vigente desde ' WS-FECHA-PARAMETROS ')'.

      *-----------------------------------------------------------
      * Lee el siguiente juego de DEBPARM y lo retiene si esta
      * vigente y es mas reciente que el retenido hasta ahora
      *-----------------------------------------------------------
       LEER-JUEGO-PARAMETROS.
           READ DEBITO-PARM
               AT END
                  SET FIN-PARAMETROS TO TRUE
               NOT AT END
                  IF DEBITO-PARM-RECORD NOT NUMERIC
                     DISPLAY 'JUEGO DE PARAMETROS NO NUMERICO: '
                             DEBITO-PARM-RECORD
                     PERFORM ABEND-PROCESO
                  END-IF
                  IF DBP-FECHA-EFECTIVA <= FEC-HOY AND
                     DBP-FECHA-EFECTIVA >= WS-FECHA-PARAMETROS
                     MOVE DBP-FECHA-EFECTIVA TO WS-FECHA-PARAMETROS
                     MOVE DBP-MAX-RECHAZOS   TO WS-MAX-RECHAZOS
                     SET PARM-CARGADO TO TRUE
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Lee la siguiente respuesta del banco y la dirige segun su
      * tipo de registro; lo que sigue al trailer es una excepcion
      *-----------------------------------------------------------
       LEER-RESPUESTAS.
           READ DEBITO-RESP
               AT END
                  SET FIN-RESPUESTAS TO TRUE
               NOT AT END
                  EVALUATE TRUE
                      WHEN TRAILER-LEIDO
                         MOVE 'REGISTRO POSTERIOR AL TRAILER'
                             TO RPT-EXC-MOTIVO
                         PERFORM ESCRIBIR-EXCEPCION
                      WHEN DBR-REG-DETALLE
                         ADD 1 TO CNT-DETALLES
                         IF DBR-COBRADO AND
                            DBR-MONTO-COBRADO NUMERIC
                            ADD DBR-MONTO-COBRADO
                                TO CNT-MONTO-RESPUESTAS
                         END-IF
                         PERFORM PROCESAR-RESPUESTA
                      WHEN DBR-REG-TRAILER
                         SET TRAILER-LEIDO TO TRUE
                      WHEN OTHER
                         MOVE 'TIPO DE REGISTRO DESCONOCIDO'
                             TO RPT-EXC-MOTIVO
                         PERFORM ESCRIBIR-EXCEPCION
                  END-EVALUATE
           END-READ.

      *-----------------------------------------------------------
      * Valida la respuesta, ubica el mandato del prestamo y la
      * aplica como cobro o como rechazo
      *-----------------------------------------------------------
       PROCESAR-RESPUESTA.
           PERFORM VALIDAR-RESPUESTA

           IF RESPUESTA-VALIDA
              IF DBR-COBRADO
                 PERFORM APLICAR-COBRO
              ELSE
                 PERFORM APLICAR-RECHAZO
              END-IF
              REWRITE MANDATO-MASTER-RECORD
                  INVALID KEY
                     DISPLAY 'ERROR AL REGRABAR MANDATO: ' MDT-NUMERO
                             ' STATUS: ' WS-FS-MANDATO-MASTER
                     PERFORM ABEND-PROCESO
              END-REWRITE
           END-IF.

      *-----------------------------------------------------------
      * Validaciones de la respuesta: campos numericos, referencia
      * emitida por PREDEBI para el mismo prestamo, mandato
      * existente y, en un cobro, monto y fecha informados
      *-----------------------------------------------------------
       VALIDAR-RESPUESTA.
           SET RESPUESTA-VALIDA TO TRUE

           EVALUATE TRUE
               WHEN DBR-NUMERO NOT NUMERIC OR
                    DBR-NUM-CUOTA NOT NUMERIC
                  MOVE 'PRESTAMO O CUOTA NO NUMERICOS'
                      TO RPT-EXC-MOTIVO
                  PERFORM ESCRIBIR-EXCEPCION
               WHEN DBR-REFERENCIA (1:1) NOT = 'D' OR
                    DBR-REFERENCIA (2:12) NOT = DBR-NUMERO
                  MOVE 'REFERENCIA NO CORRESPONDE AL PRESTAMO'
                      TO RPT-EXC-MOTIVO
                  PERFORM ESCRIBIR-EXCEPCION
               WHEN DBR-COBRADO AND
                    (DBR-MONTO-COBRADO NOT NUMERIC OR
                     DBR-MONTO-COBRADO = ZERO)
                  MOVE 'COBRO SIN MONTO COBRADO'
                      TO RPT-EXC-MOTIVO
                  PERFORM ESCRIBIR-EXCEPCION
               WHEN DBR-COBRADO AND
                    (DBR-FECHA-COBRO NOT NUMERIC OR
                     DBR-FECHA-COBRO = ZERO)
                  MOVE 'COBRO SIN FECHA DE COBRO'
                      TO RPT-EXC-MOTIVO
                  PERFORM ESCRIBIR-EXCEPCION
           END-EVALUATE

           IF RESPUESTA-VALIDA
              PERFORM BUSCAR-MANDATO
              IF MANDATO-NO-HALLADO
                 MOVE 'PRESTAMO SIN MANDATO DE DEBITO'
                     TO RPT-EXC-MOTIVO
                 PERFORM ESCRIBIR-EXCEPCION
              END-IF
           END-IF.

      *-----------------------------------------------------------
      * Busca el mandato del prestamo de la respuesta; sin
      * maestro de mandatos no hay mandato que hallar
      *-----------------------------------------------------------
       BUSCAR-MANDATO.
           SET MANDATO-NO-HALLADO TO TRUE
           MOVE DBR-NUMERO TO MDT-NUMERO

           IF MANDATOS-ABIERTO
              READ MANDATO-MASTER-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     SET MANDATO-HALLADO TO TRUE
              END-READ
           END-IF.

      *-----------------------------------------------------------
      * Debito cobrado: se agrega el pago a PAGOSIN con la
      * referencia de la solicitud y el mandato vuelve a cero
      * rechazos. El cobro se registra aunque el mandato se haya
      * suspendido o revocado despues de la solicitud, porque el
      * banco ya debito la cuenta.
      *-----------------------------------------------------------
       APLICAR-COBRO.
           MOVE DBR-NUMERO        TO PAG-NUMERO
           MOVE DBR-FECHA-COBRO   TO PAG-FECHA
           MOVE DBR-MONTO-COBRADO TO PAG-MONTO
           MOVE DBR-REFERENCIA    TO PAG-REFERENCIA
           WRITE PAGOS-IN-RECORD
           IF WS-FS-PAGOS-IN NOT = '00'
              DISPLAY 'ERROR AL GRABAR PAGOS-IN, STATUS: '
                      WS-FS-PAGOS-IN
              PERFORM ABEND-PROCESO
           END-IF

           MOVE ZERO            TO MDT-RECHAZOS
           MOVE DBR-RESULTADO   TO MDT-ULT-RESULTADO
           MOVE DBR-FECHA-COBRO TO MDT-FECHA-ULT-COBRO

           ADD 1 TO CNT-COBRADOS
           ADD DBR-MONTO-COBRADO TO CNT-MONTO-COBRADO.

      *-----------------------------------------------------------
      * Debito rechazado: suma un rechazo consecutivo, vuelve la
      * ultima cuota solicitada a la anterior a la rechazada para
      * reintentarla y, sobre un mandato activo, lo revoca o lo
      * suspende segun el resultado y el maximo de rechazos
      *-----------------------------------------------------------
       APLICAR-RECHAZO.
           IF MDT-RECHAZOS < 99
              ADD 1 TO MDT-RECHAZOS
           END-IF
           MOVE DBR-RESULTADO TO MDT-ULT-RESULTADO

           IF DBR-NUM-CUOTA > ZERO AND
              DBR-NUM-CUOTA <= MDT-ULT-CUOTA
              SUBTRACT 1 FROM DBR-NUM-CUOTA GIVING MDT-ULT-CUOTA
           END-IF

           EVALUATE TRUE
               WHEN DBR-SIN-FONDOS
                  MOVE 'FONDOS INSUFICIENTES' TO RPT-RCH-MOTIVO
               WHEN DBR-CUENTA-CERRADA
                  MOVE 'CUENTA CERRADA' TO RPT-RCH-MOTIVO
               WHEN DBR-MANDATO-REVOCADO
                  MOVE 'MANDATO REVOCADO EN EL BANCO' TO RPT-RCH-MOTIVO
               WHEN OTHER
                  MOVE 'OTRO RECHAZO DEL BANCO' TO RPT-RCH-MOTIVO
           END-EVALUATE

           EVALUATE TRUE
               WHEN NOT MDT-ACTIVO
                  MOVE 'MANDATO NO ACTIVO' TO RPT-RCH-ACCION
               WHEN DBR-MANDATO-REVOCADO
                  SET MDT-REVOCADO TO TRUE
                  MOVE FEC-HOY TO MDT-FECHA-ESTADO
                  ADD 1 TO CNT-REVOCADOS
                  MOVE 'MANDATO REVOCADO' TO RPT-RCH-ACCION
               WHEN DBR-CUENTA-CERRADA OR
                    MDT-RECHAZOS >= WS-MAX-RECHAZOS
                  SET MDT-SUSPENDIDO TO TRUE
                  MOVE FEC-HOY TO MDT-FECHA-ESTADO
                  ADD 1 TO CNT-SUSPENDIDOS
                  MOVE 'MANDATO SUSPENDIDO' TO RPT-RCH-ACCION
               WHEN OTHER
                  MOVE 'SE REINTENTA' TO RPT-RCH-ACCION
           END-EVALUATE

           MOVE DBR-NUMERO     TO RPT-RCH-NUMERO
           MOVE DBR-NUM-CUOTA  TO RPT-RCH-CUOTA
           MOVE DBR-REFERENCIA TO RPT-RCH-REFERENCIA
           MOVE DBR-RESULTADO  TO RPT-RCH-RESULTADO
           MOVE MDT-RECHAZOS   TO RPT-RCH-RECHAZOS
           WRITE RPT-REGISTRO FROM RPT-LINEA-RECHAZO

           ADD 1 TO CNT-RECHAZADOS.

      *-----------------------------------------------------------
      * Agrega al informe la respuesta invalida en proceso
      *-----------------------------------------------------------
       ESCRIBIR-EXCEPCION.
           SET RESPUESTA-INVALIDA TO TRUE
           MOVE DEBITO-RESP-RECORD TO RPT-EXC-REGISTRO
           WRITE RPT-REGISTRO FROM RPT-LINEA-EXCEPCION
           ADD 1 TO CNT-EXCEPCIONES.

      *-----------------------------------------------------------
      * Controla el archivo del banco contra su trailer: cantidad
      * de detalles y total cobrado informado en ellos (aplicado o
      * no). Un archivo sin trailer o que no cuadra se informa y
      * termina con codigo 4. Sin archivo de respuestas no hay
      * nada que controlar
      *-----------------------------------------------------------
       CONTROLAR-TRAILER.
           EVALUATE TRUE
               WHEN RESPUESTAS-AUSENTE
                  CONTINUE
               WHEN TRAILER-NO-LEIDO
                  DISPLAY 'ARCHIVO DE RESPUESTAS SIN TRAILER'
                  MOVE 'ARCHIVO DE RESPUESTAS SIN TRAILER'
                      TO RPT-REGISTRO
                  WRITE RPT-REGISTRO
                  ADD 1 TO CNT-EXCEPCIONES
               WHEN DRT-REGISTROS NOT NUMERIC OR
                    DRT-TOTAL-COBRADO NOT NUMERIC OR
                    DRT-REGISTROS NOT = CNT-DETALLES OR
                    DRT-TOTAL-COBRADO NOT = CNT-MONTO-RESPUESTAS
                  DISPLAY 'TRAILER NO CUADRA CON LOS DETALLES: '
                          DRT-REGISTROS ' / ' CNT-DETALLES
                  MOVE 'TRAILER NO CUADRA CON LOS DETALLES'
                      TO RPT-REGISTRO
                  WRITE RPT-REGISTRO
                  ADD 1 TO CNT-EXCEPCIONES
           END-EVALUATE.

      *-----------------------------------------------------------
      * Agrega una linea de total al informe
      *-----------------------------------------------------------
       ESCRIBIR-TOTAL-RPT.
           WRITE RPT-REGISTRO
           MOVE SPACES TO RPT-REGISTRO.

      *-----------------------------------------------------------
      * Cierra archivos, deja los totales en el informe y despliega
      * el resumen de la corrida; respuestas invalidas o un
      * trailer que no cuadra terminan con codigo 4
      *-----------------------------------------------------------
       FINALIZAR-PROCESO.
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO

           MOVE CNT-DETALLES TO RPT-EDIT-CONTADOR
           STRING 'RESPUESTAS.........: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-COBRADOS TO RPT-EDIT-CONTADOR
           STRING 'DEBITOS COBRADOS...: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-MONTO-COBRADO TO RPT-EDIT-MONTO
           STRING 'MONTO COBRADO......: ' DELIMITED SIZE
                  RPT-EDIT-MONTO DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-RECHAZADOS TO RPT-EDIT-CONTADOR
           STRING 'DEBITOS RECHAZADOS.: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-SUSPENDIDOS TO RPT-EDIT-CONTADOR
           STRING 'MANDATOS SUSPEND...: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-REVOCADOS TO RPT-EDIT-CONTADOR
           STRING 'MANDATOS REVOCADOS.: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-EXCEPCIONES TO RPT-EDIT-CONTADOR
           STRING 'EXCEPCIONES........: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           IF RESPUESTAS-ABIERTO
              CLOSE DEBITO-RESP
           END-IF
           IF MANDATOS-ABIERTO
              CLOSE MANDATO-MASTER-FILE
           END-IF
           CLOSE PAGOS-IN
           CLOSE RESPUESTA-RPT

           DISPLAY 'Respuestas leidas    : ' CNT-DETALLES
           DISPLAY 'Debitos cobrados     : ' CNT-COBRADOS
           DISPLAY 'Monto cobrado        : ' CNT-MONTO-COBRADO
           DISPLAY 'Debitos rechazados   : ' CNT-RECHAZADOS
           DISPLAY 'Mandatos suspendidos : ' CNT-SUSPENDIDOS
           DISPLAY 'Mandatos revocados   : ' CNT-REVOCADOS
           DISPLAY 'Excepciones          : ' CNT-EXCEPCIONES

           IF CNT-EXCEPCIONES > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

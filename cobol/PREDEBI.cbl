       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREDEBI.
      *****************************************************************
      * Aplicación: PRESTAMOS (App B)
      * Programa: Solicitudes de debito automatico al banco
      * Descripción: Corrida diaria. Recorre el maestro de mandatos
      *              DEBMAND y, por cada mandato activo de un
      *              prestamo desembolsado ('S'), solicita al banco
      *              el debito de cada cuota impaga (ni pagada ni
      *              anulada) cuyo vencimiento cae dentro de los
      *              dias de anticipacion del juego vigente de
      *              DEBPARM, por lo que todavia se adeuda de ella.
      *              La primera solicitud del prestamo en la corrida
      *              suma la penalidad por mora pendiente, que
      *              PREPAGOS cobra antes que las cuotas. Cada
      *              solicitud lleva una referencia unica ('D' +
      *              prestamo + secuencia del mandato) que vuelve en
      *              la respuesta del banco y pasa a ser la
      *              referencia del pago en PAGOSIN. El mandato
      *              guarda la ultima cuota solicitada para no
      *              pedirla dos veces; un rechazo del banco
      *              (PREDEBR) la vuelve atras para reintentarla.
      *              Genera el archivo DEBSOLIC (layout DEBSOLI, con
      *              trailer de control) y el informe DEBIRPT.
      *
      * Historial de modificaciones:
      *   2026-10-15  RG   Version inicial.
      *   2026-10-15  RG   La fecha de proceso es la fecha de negocio
      *                    del control de corrida (RUNCTL); el paso
      *                    registra su inicio, fin y return code por
      *                    PRECTLM, que valida los pasos previos y
      *                    rechaza un paso ya completo salvo
      *                    re-ejecucion autorizada.
      *   2026-10-15  RG   El saldo en suspenso del prestamo
      *                    (PRM-SALDO-SUSPENSO) se descuenta del monto
      *                    solicitado, en orden de cuota; la cuota que
      *                    el suspenso cubre no se pide al banco,
      *                    porque PREAPSU la paga con el suspenso al
      *                    vencer.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEBITO-PARM
               ASSIGN TO 'DEBPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETROS.

           SELECT MANDATO-MASTER-FILE
               ASSIGN TO 'DEBMAND'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDT-NUMERO
               FILE STATUS IS WS-FS-MANDATO-MASTER.

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

           SELECT DEBITO-SOLIC
               ASSIGN TO 'DEBSOLIC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SOLICITUDES.

           SELECT DEBITO-RPT
               ASSIGN TO 'DEBIRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  DEBITO-PARM
           RECORD CONTAINS 13 CHARACTERS.
       COPY DEBPARM.

       FD  MANDATO-MASTER-FILE.
       COPY DEBMAND.

       FD  PRESTAMOS-MASTER-FILE.
       COPY PRESTMST.

       FD  CUOTAS-MASTER-FILE.
       COPY CUOTAS.

       FD  DEBITO-SOLIC
           RECORD CONTAINS 87 CHARACTERS.
       COPY DEBSOLI.

       FD  DEBITO-RPT.
       01  RPT-REGISTRO             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-PARAMETROS.
           05 WS-FECHA-PARAMETROS   PIC 9(08) VALUE ZERO.
           05 WS-DIAS-ANTICIPO      PIC 9(03) VALUE ZERO.
           05 WS-PARM-CARGADO       PIC X(01) VALUE 'N'.
              88 PARM-CARGADO       VALUE 'S'.
              88 PARM-NO-CARGADO    VALUE 'N'.
           05 WS-FIN-PARAMETROS     PIC X(01) VALUE 'N'.
              88 FIN-PARAMETROS     VALUE 'Y'.
              88 NO-FIN-PARAMETROS  VALUE 'N'.

       01  WS-CONTROL-ARCHIVO.
           05 WS-FIN-MANDATOS       PIC X(01) VALUE 'N'.
              88 FIN-MANDATOS       VALUE 'Y'.
              88 NO-FIN-MANDATOS    VALUE 'N'.
           05 WS-FIN-CUOTAS-PRE     PIC X(01) VALUE 'N'.
              88 FIN-CUOTAS-PRE     VALUE 'Y'.
              88 NO-FIN-CUOTAS-PRE  VALUE 'N'.
           05 WS-PRESTAMO-HALLADO   PIC X(01) VALUE 'N'.
              88 PRESTAMO-HALLADO   VALUE 'S'.
              88 PRESTAMO-NO-HALLADO VALUE 'N'.
           05 WS-MANDATOS-ABIERTO   PIC X(01) VALUE 'N'.
              88 MANDATOS-ABIERTO   VALUE 'S'.
              88 MANDATOS-AUSENTE   VALUE 'N'.
           05 WS-MANDATO-MODIFICADO PIC X(01) VALUE 'N'.
              88 MANDATO-MODIFICADO VALUE 'S'.
              88 MANDATO-SIN-CAMBIO VALUE 'N'.

       01  WS-ESTADOS-ARCHIVO.
           05 WS-FS-PARAMETROS        PIC X(02) VALUE '00'.
           05 WS-FS-MANDATO-MASTER    PIC X(02) VALUE '00'.
           05 WS-FS-PRESTAMOS-MASTER  PIC X(02) VALUE '00'.
           05 WS-FS-CUOTAS            PIC X(02) VALUE '00'.
           05 WS-FS-SOLICITUDES       PIC X(02) VALUE '00'.
           05 WS-FS-REPORTE           PIC X(02) VALUE '00'.

       01  WS-CONTADORES.
           05 CNT-MANDATOS          PIC 9(07) COMP VALUE ZERO.
           05 CNT-ACTIVOS           PIC 9(07) COMP VALUE ZERO.
           05 CNT-SOLICITUDES       PIC 9(07) COMP VALUE ZERO.
           05 CNT-EXCEPCIONES       PIC 9(07) COMP VALUE ZERO.
           05 CNT-MONTO-SOLICITADO  PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-CALCULO-DEBITO.
           05 DEB-MONTO             PIC S9(11)V99 COMP-3.
           05 DEB-PENALIDAD         PIC S9(11)V99 COMP-3.
           05 DEB-SUSPENSO          PIC S9(11)V99 COMP-3.
           05 DEB-DIAS-LIMITE       PIC S9(07) COMP-3.

       01  WS-REFERENCIA-DEBITO.
           05 REF-PREFIJO           PIC X(01) VALUE 'D'.
           05 REF-NUMERO            PIC 9(12).
           05 REF-SECUENCIA         PIC 9(03).

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
           05 FILLER                PIC X(14) VALUE 'PRESTAMO'.
           05 FILLER                PIC X(06) VALUE 'CUOT'.
           05 FILLER                PIC X(12) VALUE 'VENCIM.'.
           05 FILLER                PIC X(18) VALUE 'REFERENCIA'.
           05 FILLER                PIC X(18) VALUE
              '     MONTO DEBITO'.
           05 FILLER                PIC X(12) VALUE SPACES.

       01  RPT-LINEA-DETALLE.
           05 RPT-DET-NUMERO        PIC 9(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-CUOTA         PIC ZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RPT-DET-FECHA-VENC    PIC 9999/99/99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-REFERENCIA    PIC X(16).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(13) VALUE SPACES.

       01  RPT-LINEA-EXCEPCION.
           05 FILLER                PIC X(11) VALUE 'EXCEPCION: '.
           05 RPT-EXC-NUMERO        PIC 9(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-EXC-MOTIVO        PIC X(40).
           05 FILLER                PIC X(15) VALUE SPACES.

      * Area de comunicacion con el control de corrida del ciclo
      * (PRECTLM): fecha de negocio y registro del paso
       COPY CTLPASO.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY '*** SOLICITUDES DE DEBITO AUTOMATICO ***'

           PERFORM INICIAR-CONTROL-PASO

           PERFORM INICIALIZAR-PROCESO

           PERFORM CARGAR-PARAMETROS

           PERFORM REVISAR-MANDATO UNTIL FIN-MANDATOS

           PERFORM GRABAR-TRAILER

           PERFORM FINALIZAR-PROCESO

           PERFORM TERMINAR-CONTROL-PASO

           STOP RUN.

      *-----------------------------------------------------------
      * Apertura de archivos y fecha del proceso. Cada apertura se
      * valida contra su FILE STATUS; cualquier status distinto de
      * exito aborta el proceso. El maestro de mandatos se abre
      * aparte porque su ausencia solo deja la corrida sin
      * solicitudes.
      *-----------------------------------------------------------
       INICIALIZAR-PROCESO.
           PERFORM ABRIR-MAESTRO-MANDATOS

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

           OPEN OUTPUT DEBITO-SOLIC
           IF WS-FS-SOLICITUDES NOT = '00'
              DISPLAY 'ERROR AL ABRIR DEBITO-SOLIC, STATUS: '
                      WS-FS-SOLICITUDES
              PERFORM ABEND-PROCESO
           END-IF

           OPEN OUTPUT DEBITO-RPT
           IF WS-FS-REPORTE NOT = '00'
              DISPLAY 'ERROR AL ABRIR DEBITO-RPT, STATUS: '
                      WS-FS-REPORTE
              PERFORM ABEND-PROCESO
           END-IF

           MOVE CPA-FECHA-NEGOCIO TO FEC-HOY
           MOVE FEC-HOY TO DIA-FECHA-NUM
           PERFORM CALCULAR-DIAS-CORRIDOS
           MOVE DIA-RESULTADO TO DIA-DIAS-HOY

           MOVE '*** SOLICITUDES DE DEBITO AUTOMATICO AL BANCO ***'
               TO RPT-REGISTRO
           WRITE RPT-REGISTRO
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO
           WRITE RPT-REGISTRO FROM RPT-LINEA-ENCABEZADO
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO.

      *-----------------------------------------------------------
      * Abre el maestro de mandatos para actualizacion; si aun no
      * existe (status 35) no hay mandatos registrados y la
      * corrida termina con el archivo de solicitudes vacio
      *-----------------------------------------------------------
       ABRIR-MAESTRO-MANDATOS.
           SET MANDATOS-AUSENTE TO TRUE
           OPEN I-O MANDATO-MASTER-FILE
           EVALUATE WS-FS-MANDATO-MASTER
               WHEN '00'
                  SET MANDATOS-ABIERTO TO TRUE
               WHEN '35'
                  DISPLAY 'SIN MAESTRO DE MANDATOS (DEBMAND): '
                          'CORRIDA SIN SOLICITUDES'
                  SET FIN-MANDATOS TO TRUE
               WHEN OTHER
                  DISPLAY 'ERROR AL ABRIR MANDATO-MASTER-FILE, STATUS: '
                          WS-FS-MANDATO-MASTER
                  PERFORM ABEND-PROCESO
           END-EVALUATE.

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
           MOVE 'PREDEBI' TO CPA-PASO
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
      * Toma de DEBPARM los dias de anticipacion del juego con la
      * fecha efectiva vigente mas reciente y fija el ultimo
      * vencimiento (en dias corridos) que se solicita hoy
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

           ADD DIA-DIAS-HOY WS-DIAS-ANTICIPO GIVING DEB-DIAS-LIMITE

           DISPLAY 'Dias de anticipacion : ' WS-DIAS-ANTICIPO
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
                     MOVE DBP-DIAS-ANTICIPO  TO WS-DIAS-ANTICIPO
                     SET PARM-CARGADO TO TRUE
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Lee el siguiente mandato; solo los activos generan
      * solicitudes
      *-----------------------------------------------------------
       REVISAR-MANDATO.
           READ MANDATO-MASTER-FILE NEXT RECORD
               AT END
                  SET FIN-MANDATOS TO TRUE
               NOT AT END
                  ADD 1 TO CNT-MANDATOS
                  IF MDT-ACTIVO
                     ADD 1 TO CNT-ACTIVOS
                     PERFORM PROCESAR-MANDATO
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Ubica el prestamo del mandato. Uno aprobado aun sin
      * desembolsar ('A') todavia no tiene plan y se saltea sin
      * observacion; uno inexistente o que dejo de estar vigente
      * se informa como excepcion para que se revoque el mandato.
      *-----------------------------------------------------------
       PROCESAR-MANDATO.
           SET PRESTAMO-NO-HALLADO TO TRUE
           MOVE MDT-NUMERO TO PRM-NUMERO
           READ PRESTAMOS-MASTER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET PRESTAMO-HALLADO TO TRUE
           END-READ

           EVALUATE TRUE
               WHEN PRESTAMO-NO-HALLADO
                  MOVE 'MANDATO ACTIVO DE PRESTAMO INEXISTENTE'
                      TO RPT-EXC-MOTIVO
                  PERFORM ESCRIBIR-EXCEPCION
               WHEN PRM-ESTADO-EVAL = 'A'
                  CONTINUE
               WHEN PRM-ESTADO-EVAL NOT = 'S'
                  MOVE 'MANDATO ACTIVO DE PRESTAMO NO VIGENTE'
                      TO RPT-EXC-MOTIVO
                  PERFORM ESCRIBIR-EXCEPCION
               WHEN MDT-ULT-CUOTA = 999
                  CONTINUE
               WHEN OTHER
                  PERFORM SOLICITAR-CUOTAS-PRESTAMO
           END-EVALUATE.

      *-----------------------------------------------------------
      * Recorre el plan del prestamo desde la cuota siguiente a la
      * ultima ya solicitada y regraba el mandato si avanzo
      *-----------------------------------------------------------
       SOLICITAR-CUOTAS-PRESTAMO.
           SET MANDATO-SIN-CAMBIO TO TRUE
           MOVE PRM-SALDO-PENALIDAD TO DEB-PENALIDAD
           MOVE PRM-SALDO-SUSPENSO TO DEB-SUSPENSO
           SET NO-FIN-CUOTAS-PRE TO TRUE

           MOVE MDT-NUMERO TO CUO-NUMERO
           ADD 1 MDT-ULT-CUOTA GIVING CUO-NUM-CUOTA
           START CUOTAS-MASTER-FILE KEY IS NOT LESS CUO-CLAVE
               INVALID KEY
                  SET FIN-CUOTAS-PRE TO TRUE
           END-START

           PERFORM REVISAR-CUOTA-DEBITO UNTIL FIN-CUOTAS-PRE

           IF MANDATO-MODIFICADO
              REWRITE MANDATO-MASTER-RECORD
                  INVALID KEY
                     DISPLAY 'ERROR AL REGRABAR MANDATO: ' MDT-NUMERO
                             ' STATUS: ' WS-FS-MANDATO-MASTER
                     PERFORM ABEND-PROCESO
              END-REWRITE
           END-IF.

      *-----------------------------------------------------------
      * Evalua la siguiente cuota del plan. Las pagadas y las
      * anuladas solo avanzan la ultima cuota del mandato; la
      * primera impaga que vence despues del limite corta el
      * recorrido (el plan esta ordenado por vencimiento)
      *-----------------------------------------------------------
       REVISAR-CUOTA-DEBITO.
           READ CUOTAS-MASTER-FILE NEXT RECORD
               AT END
                  SET FIN-CUOTAS-PRE TO TRUE
               NOT AT END
                  IF CUO-NUMERO NOT = MDT-NUMERO
                     SET FIN-CUOTAS-PRE TO TRUE
                  ELSE
                     IF CUO-PAGADA OR CUO-ANULADA
                        MOVE CUO-NUM-CUOTA TO MDT-ULT-CUOTA
                        SET MANDATO-MODIFICADO TO TRUE
                     ELSE
                        MOVE CUO-FECHA-VENC TO DIA-FECHA-NUM
                        PERFORM CALCULAR-DIAS-CORRIDOS
                        MOVE DIA-RESULTADO TO DIA-DIAS-VENC
                        IF DIA-DIAS-VENC > DEB-DIAS-LIMITE
                           SET FIN-CUOTAS-PRE TO TRUE
                        ELSE
                           PERFORM SOLICITAR-DEBITO-CUOTA
                        END-IF
                     END-IF
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Graba la solicitud de debito de la cuota por lo que aun se
      * adeuda de ella (mas la penalidad pendiente en la primera
      * solicitud del prestamo), con la siguiente secuencia del
      * mandato en la referencia, y la deja en el informe. El
      * saldo en suspenso del prestamo, que PREAPSU aplica a la
      * cuota al vencer, se descuenta de las solicitudes en orden
      * de cuota; la cuota que el suspenso cubre no se pide.
      *-----------------------------------------------------------
       SOLICITAR-DEBITO-CUOTA.
           SUBTRACT CUO-MONTO-PAGADO FROM CUO-MONTO-CUOTA
               GIVING DEB-MONTO
           ADD DEB-PENALIDAD TO DEB-MONTO
           MOVE ZERO TO DEB-PENALIDAD

           IF DEB-SUSPENSO > ZERO
              IF DEB-SUSPENSO > DEB-MONTO
                 SUBTRACT DEB-MONTO FROM DEB-SUSPENSO
                 MOVE ZERO TO DEB-MONTO
              ELSE
                 SUBTRACT DEB-SUSPENSO FROM DEB-MONTO
                 MOVE ZERO TO DEB-SUSPENSO
              END-IF
           END-IF

           MOVE CUO-NUM-CUOTA TO MDT-ULT-CUOTA
           SET MANDATO-MODIFICADO TO TRUE

           IF DEB-MONTO > ZERO
              IF MDT-SECUENCIA = 999
                 MOVE 1 TO MDT-SECUENCIA
              ELSE
                 ADD 1 TO MDT-SECUENCIA
              END-IF
              MOVE MDT-NUMERO    TO REF-NUMERO
              MOVE MDT-SECUENCIA TO REF-SECUENCIA

              MOVE SPACES TO DEBITO-SOLIC-RECORD
              SET DBS-REG-DETALLE TO TRUE
              MOVE WS-REFERENCIA-DEBITO TO DBS-REFERENCIA
              MOVE MDT-NUMERO     TO DBS-NUMERO
              MOVE CUO-NUM-CUOTA  TO DBS-NUM-CUOTA
              MOVE MDT-CLIENTE-ID TO DBS-CLIENTE-ID
              MOVE MDT-BANCO      TO DBS-BANCO
              MOVE MDT-CUENTA     TO DBS-CUENTA
              MOVE CUO-FECHA-VENC TO DBS-FECHA-VENC
              MOVE DEB-MONTO      TO DBS-MONTO
              WRITE DEBITO-SOLIC-RECORD
              IF WS-FS-SOLICITUDES NOT = '00'
                 DISPLAY 'ERROR AL GRABAR DEBITO-SOLIC, STATUS: '
                         WS-FS-SOLICITUDES
                 PERFORM ABEND-PROCESO
              END-IF

              ADD 1 TO CNT-SOLICITUDES
              ADD DEB-MONTO TO CNT-MONTO-SOLICITADO

              MOVE MDT-NUMERO     TO RPT-DET-NUMERO
              MOVE CUO-NUM-CUOTA  TO RPT-DET-CUOTA
              MOVE CUO-FECHA-VENC TO RPT-DET-FECHA-VENC
              MOVE WS-REFERENCIA-DEBITO TO RPT-DET-REFERENCIA
              MOVE DEB-MONTO      TO RPT-DET-MONTO
              WRITE RPT-REGISTRO FROM RPT-LINEA-DETALLE
           END-IF.

      *-----------------------------------------------------------
      * Agrega al informe la excepcion del mandato en proceso
      *-----------------------------------------------------------
       ESCRIBIR-EXCEPCION.
           MOVE MDT-NUMERO TO RPT-EXC-NUMERO
           WRITE RPT-REGISTRO FROM RPT-LINEA-EXCEPCION
           ADD 1 TO CNT-EXCEPCIONES.

      *-----------------------------------------------------------
      * Graba el trailer de control del archivo de solicitudes
      *-----------------------------------------------------------
       GRABAR-TRAILER.
           MOVE SPACES TO DEBITO-SOLIC-RECORD
           SET DBS-REG-TRAILER TO TRUE
           MOVE FEC-HOY              TO DBT-FECHA-PROCESO
           MOVE CNT-SOLICITUDES      TO DBT-REGISTROS
           MOVE CNT-MONTO-SOLICITADO TO DBT-TOTAL-MONTO
           WRITE DEBITO-SOLIC-RECORD
           IF WS-FS-SOLICITUDES NOT = '00'
              DISPLAY 'ERROR AL GRABAR DEBITO-SOLIC, STATUS: '
                      WS-FS-SOLICITUDES
              PERFORM ABEND-PROCESO
           END-IF.

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
      * el resumen de la corrida; un mandato activo sin prestamo
      * vigente termina con codigo 4 para que se revise
      *-----------------------------------------------------------
       FINALIZAR-PROCESO.
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO

           MOVE CNT-MANDATOS TO RPT-EDIT-CONTADOR
           STRING 'MANDATOS LEIDOS....: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-ACTIVOS TO RPT-EDIT-CONTADOR
           STRING 'MANDATOS ACTIVOS...: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-SOLICITUDES TO RPT-EDIT-CONTADOR
           STRING 'SOLICITUDES........: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-MONTO-SOLICITADO TO RPT-EDIT-MONTO
           STRING 'MONTO SOLICITADO...: ' DELIMITED SIZE
                  RPT-EDIT-MONTO DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-EXCEPCIONES TO RPT-EDIT-CONTADOR
           STRING 'EXCEPCIONES........: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           IF MANDATOS-ABIERTO
              CLOSE MANDATO-MASTER-FILE
           END-IF
           CLOSE PRESTAMOS-MASTER-FILE
           CLOSE CUOTAS-MASTER-FILE
           CLOSE DEBITO-SOLIC
           CLOSE DEBITO-RPT

           DISPLAY 'Mandatos leidos      : ' CNT-MANDATOS
           DISPLAY 'Mandatos activos     : ' CNT-ACTIVOS
           DISPLAY 'Solicitudes de debito: ' CNT-SOLICITUDES
           DISPLAY 'Monto solicitado     : ' CNT-MONTO-SOLICITADO
           DISPLAY 'Excepciones          : ' CNT-EXCEPCIONES

           IF CNT-EXCEPCIONES > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

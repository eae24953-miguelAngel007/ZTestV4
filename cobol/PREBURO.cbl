       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREBURO.
      *****************************************************************
      * Aplicación: PRESTAMOS (App B)
      * Programa: Reporte mensual de comportamiento al buro
      * Descripción: Corrida de fin de mes, despues de PRECAST y
      *              antes de PREARCH. Genera el archivo que se
      *              reporta al buro de credito (BUROREP, layout
      *              BURREP) con un registro por cada prestamo
      *              abierto en algun momento del mes: los
      *              desembolsados vigentes ('S', informados como
      *              reestructurados si PRESTRUC los renegocio), los
      *              liquidados en el mes ('L', por
      *              PRM-FECHA-LIQUIDACION) y los castigados en el
      *              mes ('C', por PRM-FECHA-CASTIGO). Informa el
      *              documento del cliente (CLIEMSTR), el monto
      *              original, el saldo, la cuota vigente del plan
      *              (CUOTAS), los dias y el bucket de mora y la
      *              situacion, con encabezado y trailer de control.
      *              El saldo de un castigado es lo castigado menos
      *              lo recuperado. Un prestamo cuyo cliente no esta
      *              en el maestro o no tiene tipo y numero de
      *              documento no se informa: va al informe de
      *              rechazos BURORPT y la corrida termina con
      *              codigo 4.
      *
      *              Cada corrida queda en la historia de envios
      *              BURHIST. Un mes ya informado se rechaza, salvo
      *              que la tarjeta de control BUROCTL (periodo del
      *              mes en curso y marca 'S') pida una corrida de
      *              correccion, que regenera el archivo del mes con
      *              tipo de envio 'C'.
      *
      * Historial de modificaciones:
      *   2026-10-15  RG   Version inicial.
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
           SELECT CONTROL-BURO
               ASSIGN TO 'BUROCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TARJETA.

           SELECT BURO-HISTORIA
               ASSIGN TO 'BURHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORIA.

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

           SELECT CLIENTE-MASTER-FILE
               ASSIGN TO 'CLIEMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLM-ID
               FILE STATUS IS WS-FS-CLIENTE-MASTER.

           SELECT BURO-REPORTE
               ASSIGN TO 'BUROREP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BURO.

           SELECT RECHAZOS-RPT
               ASSIGN TO 'BURORPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-BURO
           RECORD CONTAINS 7 CHARACTERS.
       01  TARJETA-CONTROL.
           05 BCT-PERIODO           PIC 9(06).
           05 BCT-CORRECCION        PIC X(01).
              88 BCT-ES-CORRECCION  VALUE 'S'.
              88 BCT-MARCA-VALIDA   VALUE 'S' 'N'.

       FD  BURO-HISTORIA
           RECORD CONTAINS 46 CHARACTERS.
       COPY BURHIST.

       FD  PRESTAMOS-MASTER-FILE.
       COPY PRESTMST.

       FD  CUOTAS-MASTER-FILE.
       COPY CUOTAS.

       FD  CLIENTE-MASTER-FILE.
       COPY CLIMSTR.

       FD  BURO-REPORTE
           RECORD CONTAINS 105 CHARACTERS.
       COPY BURREP.

       FD  RECHAZOS-RPT.
       01  RPT-REGISTRO             PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-ARCHIVO.
           05 WS-FIN-MAESTRO        PIC X(01) VALUE 'N'.
              88 FIN-MAESTRO        VALUE 'Y'.
              88 NO-FIN-MAESTRO     VALUE 'N'.
           05 WS-FIN-HISTORIA       PIC X(01) VALUE 'N'.
              88 FIN-HISTORIA       VALUE 'Y'.
              88 NO-FIN-HISTORIA    VALUE 'N'.
           05 WS-FIN-CUOTAS-PRE     PIC X(01) VALUE 'N'.
              88 FIN-CUOTAS-PRE     VALUE 'Y'.
              88 NO-FIN-CUOTAS-PRE  VALUE 'N'.
           05 WS-HISTORIA-EXISTE    PIC X(01) VALUE 'N'.
              88 HISTORIA-EXISTE    VALUE 'S'.
              88 HISTORIA-AUSENTE   VALUE 'N'.
           05 WS-PERIODO-INFORMADO  PIC X(01) VALUE 'N'.
              88 PERIODO-INFORMADO  VALUE 'S'.
              88 PERIODO-NO-INFORMADO VALUE 'N'.
           05 WS-CORRIDA-CORRECCION PIC X(01) VALUE 'N'.
              88 CORRIDA-CORRECCION VALUE 'S'.
              88 CORRIDA-ORIGINAL   VALUE 'N'.
           05 WS-PRESTAMO-INFORMA   PIC X(01) VALUE 'N'.
              88 PRESTAMO-INFORMA   VALUE 'S'.
              88 PRESTAMO-NO-INFORMA VALUE 'N'.
           05 WS-CLIENTE-HALLADO    PIC X(01) VALUE 'N'.
              88 CLIENTE-HALLADO    VALUE 'S'.
              88 CLIENTE-NO-HALLADO VALUE 'N'.

       01  WS-ESTADOS-ARCHIVO.
           05 WS-FS-TARJETA           PIC X(02) VALUE '00'.
           05 WS-FS-HISTORIA          PIC X(02) VALUE '00'.
           05 WS-FS-PRESTAMOS-MASTER  PIC X(02) VALUE '00'.
           05 WS-FS-CUOTAS            PIC X(02) VALUE '00'.
           05 WS-FS-CLIENTE-MASTER    PIC X(02) VALUE '00'.
           05 WS-FS-BURO              PIC X(02) VALUE '00'.
           05 WS-FS-REPORTE           PIC X(02) VALUE '00'.

       01  WS-CONTADORES.
           05 CNT-LEIDOS            PIC 9(07) COMP VALUE ZERO.
           05 CNT-INFORMADOS        PIC 9(09) COMP VALUE ZERO.
           05 CNT-RECHAZADOS        PIC 9(07) COMP VALUE ZERO.
           05 CNT-VIGENTES          PIC 9(07) COMP VALUE ZERO.
           05 CNT-REESTRUCTURADOS   PIC 9(07) COMP VALUE ZERO.
           05 CNT-LIQUIDADOS        PIC 9(07) COMP VALUE ZERO.
           05 CNT-CASTIGADOS        PIC 9(07) COMP VALUE ZERO.
           05 CNT-TOTAL-ORIGINAL    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CNT-TOTAL-SALDO       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CNT-TOTAL-CUOTA       PIC S9(13)V99 COMP-3 VALUE ZERO.

      * Datos del prestamo a informar, armados segun su situacion
       01  WS-PRESTAMO-BURO.
           05 BUR-SITUACION         PIC X(01).
           05 BUR-SALDO             PIC S9(11)V99 COMP-3.
           05 BUR-MONTO-CUOTA       PIC S9(11)V99 COMP-3.
           05 BUR-FECHA-CIERRE      PIC 9(08).

      * Fecha de la corrida y primer dia de su mes, para tomar los
      * prestamos cerrados en el mes
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
           05 RPT-EDIT-MONTO        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  RPT-LINEA-TITULO.
           05 FILLER                PIC X(42) VALUE
              '*** REPORTE AL BURO DE CREDITO - PERIODO '.
           05 RPT-TIT-PERIODO       PIC 9999/99.
           05 FILLER                PIC X(03) VALUE ' - '.
           05 RPT-TIT-TIPO          PIC X(10).
           05 FILLER                PIC X(04) VALUE ' ***'.
           05 FILLER                PIC X(66) VALUE SPACES.

       01  RPT-LINEA-ENCABEZADO.
           05 FILLER                PIC X(14) VALUE 'PRESTAMO'.
           05 FILLER                PIC X(12) VALUE 'CLIENTE'.
           05 FILLER                PIC X(05) VALUE 'SIT'.
           05 FILLER                PIC X(05) VALUE 'DOC'.
           05 FILLER                PIC X(17) VALUE 'NUMERO DOC.'.
           05 FILLER                PIC X(40) VALUE
              'MOTIVO DEL RECHAZO'.
           05 FILLER                PIC X(39) VALUE SPACES.

       01  RPT-LINEA-RECHAZO.
           05 RPT-RCH-NUMERO        PIC 9(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-RCH-CLIENTE       PIC 9(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-RCH-SITUACION     PIC X(01).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RPT-RCH-TIPO-DOC      PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-RCH-NUM-DOC       PIC X(15).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-RCH-MOTIVO        PIC X(40).
           05 FILLER                PIC X(39) VALUE SPACES.

      * Area de comunicacion con el control de corrida del ciclo
      * (PRECTLM): fecha de negocio y registro del paso
       COPY CTLPASO.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY '*** REPORTE MENSUAL AL BURO DE CREDITO ***'

           PERFORM INICIAR-CONTROL-PASO

           PERFORM INICIALIZAR-PROCESO

           PERFORM LEER-TARJETA-CONTROL

           PERFORM REVISAR-HISTORIA-ENVIOS

           PERFORM ABRIR-SALIDAS

           PERFORM REVISAR-PRESTAMO UNTIL FIN-MAESTRO

           PERFORM GRABAR-TRAILER

           PERFORM GRABAR-HISTORIA-ENVIO

           PERFORM FINALIZAR-PROCESO

           PERFORM TERMINAR-CONTROL-PASO

           STOP RUN.

      *-----------------------------------------------------------
      * Apertura de los maestros y fecha del proceso. Cada apertura
      * se valida contra su FILE STATUS; cualquier status distinto
      * de exito aborta el proceso. Las salidas se abren recien
      * despues de controlar la historia de envios, para que una
      * corrida rechazada no pise el archivo ya enviado.
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

           OPEN INPUT CLIENTE-MASTER-FILE
           IF WS-FS-CLIENTE-MASTER NOT = '00'
              DISPLAY 'ERROR AL ABRIR CLIENTE-MASTER-FILE, STATUS: '
                      WS-FS-CLIENTE-MASTER
              PERFORM ABEND-PROCESO
           END-IF

           MOVE CPA-FECHA-NEGOCIO TO FEC-HOY
           MOVE FEC-HOY-AAAAMM TO FEC-INI-AAAAMM
           MOVE 1 TO FEC-INI-DD.

      *-----------------------------------------------------------
      * Termina el proceso con un codigo de retorno distinto de
      * cero cuando fallo la E/S sobre un archivo requerido, la
      * tarjeta de control es invalida o el periodo ya se informo
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
           MOVE 'PREBURO' TO CPA-PASO
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
      * Lee la tarjeta de control opcional. Sin tarjeta (status 35)
      * la corrida es el envio original del mes; con tarjeta, el
      * periodo debe ser el mes en curso (el archivo refleja el
      * estado actual de la cartera) y la marca 'S' pide una
      * corrida de correccion
      *-----------------------------------------------------------
       LEER-TARJETA-CONTROL.
           OPEN INPUT CONTROL-BURO
           EVALUATE WS-FS-TARJETA
               WHEN '00'
                  READ CONTROL-BURO
                      AT END
                         DISPLAY 'TARJETA DE CONTROL BUROCTL VACIA'
                         PERFORM ABEND-PROCESO
                  END-READ
                  CLOSE CONTROL-BURO
                  IF BCT-PERIODO NOT NUMERIC OR
                     BCT-PERIODO NOT = FEC-HOY-AAAAMM OR
                     NOT BCT-MARCA-VALIDA
                     DISPLAY 'TARJETA DE CONTROL INVALIDA: '
                             TARJETA-CONTROL
                             ' (PERIODO DEBE SER ' FEC-HOY-AAAAMM
                             ' Y MARCA S/N)'
                     PERFORM ABEND-PROCESO
                  END-IF
                  IF BCT-ES-CORRECCION
                     SET CORRIDA-CORRECCION TO TRUE
                  END-IF
               WHEN '35'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'ERROR AL ABRIR CONTROL-BURO, STATUS: '
                          WS-FS-TARJETA
                  PERFORM ABEND-PROCESO
           END-EVALUATE.

      *-----------------------------------------------------------
      * Recorre la historia de envios buscando el periodo del mes.
      * Un periodo ya informado solo admite una correccion, y una
      * correccion exige un envio previo del periodo. Sin historia
      * (status 35) es el primer envio.
      *-----------------------------------------------------------
       REVISAR-HISTORIA-ENVIOS.
           OPEN INPUT BURO-HISTORIA
           EVALUATE WS-FS-HISTORIA
               WHEN '00'
                  SET HISTORIA-EXISTE TO TRUE
                  PERFORM LEER-HISTORIA UNTIL FIN-HISTORIA
                  CLOSE BURO-HISTORIA
               WHEN '35'
                  DISPLAY 'SIN HISTORIA DE ENVIOS (BURHIST): '
                          'PRIMER ENVIO AL BURO'
               WHEN OTHER
                  DISPLAY 'ERROR AL ABRIR BURO-HISTORIA, STATUS: '
                          WS-FS-HISTORIA
                  PERFORM ABEND-PROCESO
           END-EVALUATE

           IF PERIODO-INFORMADO AND CORRIDA-ORIGINAL
              DISPLAY 'PERIODO ' FEC-HOY-AAAAMM ' YA INFORMADO AL '
                      'BURO; SOLO SE ADMITE UNA CORRIDA DE CORRECCION'
              PERFORM ABEND-PROCESO
           END-IF

           IF PERIODO-NO-INFORMADO AND CORRIDA-CORRECCION
              DISPLAY 'CORRECCION DEL PERIODO ' FEC-HOY-AAAAMM
                      ' QUE AUN NO SE INFORMO AL BURO'
              PERFORM ABEND-PROCESO
           END-IF.

      *-----------------------------------------------------------
      * Lee el siguiente envio de la historia y marca el periodo
      * del mes como ya informado
      *-----------------------------------------------------------
       LEER-HISTORIA.
           READ BURO-HISTORIA
               AT END
                  SET FIN-HISTORIA TO TRUE
               NOT AT END
                  IF BHI-PERIODO = FEC-HOY-AAAAMM
                     SET PERIODO-INFORMADO TO TRUE
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Abre el archivo del buro y el informe de rechazos y graba
      * el encabezado de ambos
      *-----------------------------------------------------------
       ABRIR-SALIDAS.
           OPEN OUTPUT BURO-REPORTE
           IF WS-FS-BURO NOT = '00'
              DISPLAY 'ERROR AL ABRIR BURO-REPORTE, STATUS: '
                      WS-FS-BURO
              PERFORM ABEND-PROCESO
           END-IF

           OPEN OUTPUT RECHAZOS-RPT
           IF WS-FS-REPORTE NOT = '00'
              DISPLAY 'ERROR AL ABRIR RECHAZOS-RPT, STATUS: '
                      WS-FS-REPORTE
              PERFORM ABEND-PROCESO
           END-IF

           MOVE SPACES TO BURO-REPORTE-RECORD
           SET BRP-REG-ENCABEZADO TO TRUE
           MOVE FEC-HOY-AAAAMM TO BRH-PERIODO
           MOVE FEC-HOY        TO BRH-FECHA-GENERADO
           IF CORRIDA-CORRECCION
              SET BRH-ENVIO-CORRECCION TO TRUE
              MOVE 'CORRECCION' TO RPT-TIT-TIPO
           ELSE
              SET BRH-ENVIO-ORIGINAL TO TRUE
              MOVE 'ORIGINAL'   TO RPT-TIT-TIPO
           END-IF
           PERFORM GRABAR-REGISTRO-BURO

           MOVE FEC-HOY-AAAAMM TO RPT-TIT-PERIODO
           WRITE RPT-REGISTRO FROM RPT-LINEA-TITULO
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO
           WRITE RPT-REGISTRO FROM RPT-LINEA-ENCABEZADO
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO.

      *-----------------------------------------------------------
      * Lee el siguiente prestamo del maestro, decide si estuvo
      * abierto en el mes y arma su situacion, saldo y fecha de
      * cierre
      *-----------------------------------------------------------
       REVISAR-PRESTAMO.
           READ PRESTAMOS-MASTER-FILE NEXT RECORD
               AT END
                  SET FIN-MAESTRO TO TRUE
               NOT AT END
                  ADD 1 TO CNT-LEIDOS
                  PERFORM CLASIFICAR-PRESTAMO
                  IF PRESTAMO-INFORMA
                     PERFORM INFORMAR-PRESTAMO
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Desembolsado vigente: vigente o reestructurado (razon
      * '09' de PRESTRUC) con su saldo pendiente. Liquidado en el
      * mes: saldo cero. Castigado en el mes: lo castigado menos
      * lo recuperado. Cualquier otro estado (o un cierre de meses
      * anteriores) no estuvo abierto en el mes.
      *-----------------------------------------------------------
       CLASIFICAR-PRESTAMO.
           SET PRESTAMO-NO-INFORMA TO TRUE
           MOVE ZERO TO BUR-FECHA-CIERRE

           EVALUATE TRUE
               WHEN PRM-ESTADO-EVAL = 'S'
                  SET PRESTAMO-INFORMA TO TRUE
                  IF PRM-RAZON-RECHAZO = '09'
                     MOVE 'R' TO BUR-SITUACION
                  ELSE
                     MOVE 'V' TO BUR-SITUACION
                  END-IF
                  MOVE PRM-SALDO-PENDIENTE TO BUR-SALDO
               WHEN PRM-ESTADO-EVAL = 'L' AND
                    PRM-FECHA-DESEMBOLSO > ZERO AND
                    PRM-FECHA-LIQUIDACION >= FEC-INICIO-MES-NUM
                  SET PRESTAMO-INFORMA TO TRUE
                  MOVE 'L' TO BUR-SITUACION
                  MOVE ZERO TO BUR-SALDO
                  MOVE PRM-FECHA-LIQUIDACION TO BUR-FECHA-CIERRE
               WHEN PRM-ESTADO-EVAL = 'C' AND
                    PRM-FECHA-CASTIGO >= FEC-INICIO-MES-NUM
                  SET PRESTAMO-INFORMA TO TRUE
                  MOVE 'C' TO BUR-SITUACION
                  SUBTRACT PRM-MONTO-RECUPERADO FROM PRM-MONTO-CASTIGADO
                      GIVING BUR-SALDO
                  IF BUR-SALDO < ZERO
                     MOVE ZERO TO BUR-SALDO
                  END-IF
                  MOVE PRM-FECHA-CASTIGO TO BUR-FECHA-CIERRE
           END-EVALUATE.

      *-----------------------------------------------------------
      * Ubica el documento del cliente; sin cliente o sin
      * documento el prestamo va a rechazos, si no se informa con
      * la cuota vigente de su plan
      *-----------------------------------------------------------
       INFORMAR-PRESTAMO.
           PERFORM BUSCAR-CLIENTE

           EVALUATE TRUE
               WHEN CLIENTE-NO-HALLADO
                  MOVE SPACES TO RPT-RCH-TIPO-DOC
                  MOVE SPACES TO RPT-RCH-NUM-DOC
                  MOVE 'CLIENTE INEXISTENTE EN CLIEMSTR'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
               WHEN CLM-TIPO-DOC = SPACES OR
                    CLM-TIPO-DOC = LOW-VALUES OR
                    CLM-NUM-DOC = SPACES OR
                    CLM-NUM-DOC = LOW-VALUES
                  MOVE CLM-TIPO-DOC TO RPT-RCH-TIPO-DOC
                  MOVE CLM-NUM-DOC  TO RPT-RCH-NUM-DOC
                  MOVE 'CLIENTE SIN TIPO O NUMERO DE DOCUMENTO'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
               WHEN OTHER
                  PERFORM BUSCAR-CUOTA-VIGENTE
                  PERFORM GRABAR-DETALLE
           END-EVALUATE.

      *-----------------------------------------------------------
      * Busca el cliente del prestamo en el maestro
      *-----------------------------------------------------------
       BUSCAR-CLIENTE.
           SET CLIENTE-NO-HALLADO TO TRUE
           MOVE PRM-CLIENTE-ID TO CLM-ID

           READ CLIENTE-MASTER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET CLIENTE-HALLADO TO TRUE
           END-READ.

      *-----------------------------------------------------------
      * La cuota informada es la de la primera cuota del plan aun
      * no pagada ni anulada; un prestamo liquidado no tiene cuota
      *-----------------------------------------------------------
       BUSCAR-CUOTA-VIGENTE.
           MOVE ZERO TO BUR-MONTO-CUOTA

           IF BUR-SITUACION NOT = 'L'
              SET NO-FIN-CUOTAS-PRE TO TRUE
              MOVE PRM-NUMERO TO CUO-NUMERO
              MOVE 1 TO CUO-NUM-CUOTA
              START CUOTAS-MASTER-FILE KEY IS NOT LESS CUO-CLAVE
                  INVALID KEY
                     SET FIN-CUOTAS-PRE TO TRUE
              END-START
              PERFORM LEER-CUOTA-VIGENTE UNTIL FIN-CUOTAS-PRE
           END-IF.

      *-----------------------------------------------------------
      * Lee la siguiente cuota del plan y retiene el monto de la
      * primera impaga
      *-----------------------------------------------------------
       LEER-CUOTA-VIGENTE.
           READ CUOTAS-MASTER-FILE NEXT RECORD
               AT END
                  SET FIN-CUOTAS-PRE TO TRUE
               NOT AT END
                  IF CUO-NUMERO NOT = PRM-NUMERO
                     SET FIN-CUOTAS-PRE TO TRUE
                  ELSE
                     IF NOT CUO-PAGADA AND NOT CUO-ANULADA
                        MOVE CUO-MONTO-CUOTA TO BUR-MONTO-CUOTA
                        SET FIN-CUOTAS-PRE TO TRUE
                     END-IF
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Graba el detalle del prestamo en el archivo del buro y
      * acumula los totales del trailer y de la situacion
      *-----------------------------------------------------------
       GRABAR-DETALLE.
           MOVE SPACES TO BURO-REPORTE-RECORD
           SET BRP-REG-DETALLE TO TRUE
           MOVE CLM-TIPO-DOC         TO BRD-TIPO-DOC
           MOVE CLM-NUM-DOC          TO BRD-NUM-DOC
           MOVE PRM-CLIENTE-ID       TO BRD-CLIENTE-ID
           MOVE PRM-NUMERO           TO BRD-NUMERO
           MOVE PRM-PRODUCTO         TO BRD-PRODUCTO
           MOVE PRM-MONTO-SOLICITADO TO BRD-MONTO-ORIGINAL
           MOVE BUR-SALDO            TO BRD-SALDO
           MOVE BUR-MONTO-CUOTA      TO BRD-MONTO-CUOTA
           MOVE PRM-DIAS-MORA        TO BRD-DIAS-MORA
           MOVE PRM-ESTADO-MORA      TO BRD-ESTADO-MORA
           MOVE BUR-SITUACION        TO BRD-SITUACION
           MOVE PRM-FECHA-DESEMBOLSO TO BRD-FECHA-DESEMBOLSO
           MOVE BUR-FECHA-CIERRE     TO BRD-FECHA-CIERRE
           PERFORM GRABAR-REGISTRO-BURO

           ADD 1 TO CNT-INFORMADOS
           ADD PRM-MONTO-SOLICITADO TO CNT-TOTAL-ORIGINAL
           ADD BUR-SALDO            TO CNT-TOTAL-SALDO
           ADD BUR-MONTO-CUOTA      TO CNT-TOTAL-CUOTA

           EVALUATE BUR-SITUACION
               WHEN 'V'
                  ADD 1 TO CNT-VIGENTES
               WHEN 'R'
                  ADD 1 TO CNT-REESTRUCTURADOS
               WHEN 'L'
                  ADD 1 TO CNT-LIQUIDADOS
               WHEN 'C'
                  ADD 1 TO CNT-CASTIGADOS
           END-EVALUATE.

      *-----------------------------------------------------------
      * Agrega al informe el rechazo del prestamo en proceso
      *-----------------------------------------------------------
       ESCRIBIR-RECHAZO.
           MOVE PRM-NUMERO     TO RPT-RCH-NUMERO
           MOVE PRM-CLIENTE-ID TO RPT-RCH-CLIENTE
           MOVE BUR-SITUACION  TO RPT-RCH-SITUACION
           WRITE RPT-REGISTRO FROM RPT-LINEA-RECHAZO
           ADD 1 TO CNT-RECHAZADOS.

      *-----------------------------------------------------------
      * Graba el trailer de control del archivo del buro
      *-----------------------------------------------------------
       GRABAR-TRAILER.
           MOVE SPACES TO BURO-REPORTE-RECORD
           SET BRP-REG-TRAILER TO TRUE
           MOVE CNT-INFORMADOS     TO BRT-REGISTROS
           MOVE CNT-TOTAL-ORIGINAL TO BRT-TOTAL-ORIGINAL
           MOVE CNT-TOTAL-SALDO    TO BRT-TOTAL-SALDO
           MOVE CNT-TOTAL-CUOTA    TO BRT-TOTAL-CUOTA
           PERFORM GRABAR-REGISTRO-BURO.

      *-----------------------------------------------------------
      * Graba un registro del archivo del buro validando su status
      *-----------------------------------------------------------
       GRABAR-REGISTRO-BURO.
           WRITE BURO-REPORTE-RECORD
           IF WS-FS-BURO NOT = '00'
              DISPLAY 'ERROR AL GRABAR BURO-REPORTE, STATUS: '
                      WS-FS-BURO
              PERFORM ABEND-PROCESO
           END-IF.

      *-----------------------------------------------------------
      * Agrega la corrida a la historia de envios; el primer envio
      * crea la historia
      *-----------------------------------------------------------
       GRABAR-HISTORIA-ENVIO.
           IF HISTORIA-EXISTE
              OPEN EXTEND BURO-HISTORIA
           ELSE
              OPEN OUTPUT BURO-HISTORIA
           END-IF
           IF WS-FS-HISTORIA NOT = '00'
              DISPLAY 'ERROR AL ABRIR BURO-HISTORIA, STATUS: '
                      WS-FS-HISTORIA
              PERFORM ABEND-PROCESO
           END-IF

           MOVE FEC-HOY-AAAAMM  TO BHI-PERIODO
           MOVE FEC-HOY         TO BHI-FECHA-CORRIDA
           IF CORRIDA-CORRECCION
              SET BHI-ENVIO-CORRECCION TO TRUE
           ELSE
              SET BHI-ENVIO-ORIGINAL TO TRUE
           END-IF
           MOVE CNT-INFORMADOS  TO BHI-INFORMADOS
           MOVE CNT-RECHAZADOS  TO BHI-RECHAZADOS
           MOVE CNT-TOTAL-SALDO TO BHI-TOTAL-SALDO
           WRITE BURO-HIST-RECORD
           IF WS-FS-HISTORIA NOT = '00'
              DISPLAY 'ERROR AL GRABAR BURO-HISTORIA, STATUS: '
                      WS-FS-HISTORIA
              PERFORM ABEND-PROCESO
           END-IF

           CLOSE BURO-HISTORIA.

      *-----------------------------------------------------------
      * Agrega una linea de total al informe
      *-----------------------------------------------------------
       ESCRIBIR-TOTAL-RPT.
           WRITE RPT-REGISTRO
           MOVE SPACES TO RPT-REGISTRO.

      *-----------------------------------------------------------
      * Cierra archivos, deja los totales en el informe y despliega
      * el resumen de la corrida; los prestamos rechazados por
      * falta de documento terminan con codigo 4
      *-----------------------------------------------------------
       FINALIZAR-PROCESO.
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO

           MOVE CNT-LEIDOS TO RPT-EDIT-CONTADOR
           STRING 'PRESTAMOS LEIDOS...: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-INFORMADOS TO RPT-EDIT-CONTADOR
           STRING 'INFORMADOS.........: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-VIGENTES TO RPT-EDIT-CONTADOR
           STRING '  VIGENTES.........: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-REESTRUCTURADOS TO RPT-EDIT-CONTADOR
           STRING '  REESTRUCTURADOS..: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-LIQUIDADOS TO RPT-EDIT-CONTADOR
           STRING '  LIQUIDADOS.......: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-CASTIGADOS TO RPT-EDIT-CONTADOR
           STRING '  CASTIGADOS.......: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-RECHAZADOS TO RPT-EDIT-CONTADOR
           STRING 'RECHAZADOS.........: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-TOTAL-ORIGINAL TO RPT-EDIT-MONTO
           STRING 'MONTO ORIGINAL.....: ' DELIMITED SIZE
                  RPT-EDIT-MONTO DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-TOTAL-SALDO TO RPT-EDIT-MONTO
           STRING 'SALDO INFORMADO....: ' DELIMITED SIZE
                  RPT-EDIT-MONTO DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-TOTAL-CUOTA TO RPT-EDIT-MONTO
           STRING 'CUOTAS INFORMADAS..: ' DELIMITED SIZE
                  RPT-EDIT-MONTO DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           CLOSE PRESTAMOS-MASTER-FILE
           CLOSE CUOTAS-MASTER-FILE
           CLOSE CLIENTE-MASTER-FILE
           CLOSE BURO-REPORTE
           CLOSE RECHAZOS-RPT

           DISPLAY 'Periodo informado    : ' FEC-HOY-AAAAMM
           DISPLAY 'Prestamos leidos     : ' CNT-LEIDOS
           DISPLAY 'Prestamos informados : ' CNT-INFORMADOS
           DISPLAY 'Rechazados sin doc.  : ' CNT-RECHAZADOS
           DISPLAY 'Saldo informado      : ' CNT-TOTAL-SALDO

           IF CNT-RECHAZADOS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

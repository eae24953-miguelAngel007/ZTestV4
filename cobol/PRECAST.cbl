       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECAST.
      *****************************************************************
      * Aplicación: PRESTAMOS (App B)
      * Programa: Castigo mensual de prestamos incobrables
      * Descripción: Corrida de fin de mes, antes de la provision
      *              PREPROV. Castiga los prestamos vigentes ('A' o
      *              'S') cuya mora alcanza los dias de castigo del
      *              juego vigente de PROVPARM (PRV-DIAS-CASTIGO):
      *              los pasa al estado terminal 'C' (CASTIGADO) en
      *              PRM-ESTADO-EVAL con la fecha y el monto
      *              castigado (su saldo pendiente), deja la linea
      *              de auditoria del cambio de estado (razon '12')
      *              y genera el extracto contable CASTGL (layout
      *              GLINT, con trailer de control) que da de baja
      *              el saldo contra la provision acumulada. La
      *              penalidad por mora pendiente del prestamo (se
      *              reconoce como ingreso al cobrarse) se anula.
      *              Un prestamo castigado deja de ser exposicion
      *              de PREPROV y de recibir cartas de PRECOBR y
      *              estados de cuenta de PRECTAS; lo que PREPAGOS
      *              cobre despues sobre el queda como recupero.
      *              El informe CASTRPT detalla los castigos de la
      *              corrida y resume por producto los castigos y
      *              los recuperos del mes (entradas vigentes del
      *              diario PAGOJRNL aplicadas en el mes).
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
           SELECT PRESTAMOS-MASTER-FILE
               ASSIGN TO 'PRESTMTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-NUMERO
               ALTERNATE RECORD KEY IS PRM-CLIENTE-ID WITH DUPLICATES
               FILE STATUS IS WS-FS-PRESTAMOS-MASTER.

           SELECT PROVISION-PARM
               ASSIGN TO 'PROVPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETROS.

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

           SELECT GL-INTERFAZ
               ASSIGN TO 'CASTGL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-INTERFAZ.

           SELECT CASTIGO-RPT
               ASSIGN TO 'CASTRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  PRESTAMOS-MASTER-FILE.
       COPY PRESTMST.

       FD  PROVISION-PARM
           RECORD CONTAINS 38 CHARACTERS.
       COPY PROVPARM.

       FD  PAGOS-JOURNAL.
       COPY PAGOJRN.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  GL-INTERFAZ
           RECORD CONTAINS 65 CHARACTERS.
       COPY GLINT.

       FD  CASTIGO-RPT.
       01  RPT-REGISTRO             PIC X(80).

       WORKING-STORAGE SECTION.

      * Cuentas del castigo acordadas con contabilidad (las mismas
      * de PREPROV y PREGL)
       01  WS-PLAN-CUENTAS.
           05 CTA-PROVISION-ACUM    PIC 9(08) VALUE 13908010.
           05 CTA-PRESTAMOS         PIC 9(08) VALUE 13050010.

      * Acumulados del mes por producto; el producto (00 a 99) mas
      * uno es el indice de la tabla
       01  WS-TABLA-PRODUCTOS.
           05 TCP-IND               PIC 9(03) COMP.
           05 TCP-ENTRADA OCCURS 100 TIMES.
              10 TCP-CASTIGOS       PIC 9(07) COMP.
              10 TCP-MONTO-CASTIGO  PIC S9(13)V99 COMP-3.
              10 TCP-RECUPEROS      PIC 9(07) COMP.
              10 TCP-MONTO-RECUPERO PIC S9(13)V99 COMP-3.

       01  WS-CONTROL-PARAMETROS.
           05 WS-FECHA-PARAMETROS   PIC 9(08) VALUE ZERO.
           05 WS-DIAS-CASTIGO       PIC 9(05) VALUE ZERO.
           05 WS-PARM-CARGADO       PIC X(01) VALUE 'N'.
              88 PARM-CARGADO       VALUE 'S'.
              88 PARM-NO-CARGADO    VALUE 'N'.
           05 WS-FIN-PARAMETROS     PIC X(01) VALUE 'N'.
              88 FIN-PARAMETROS     VALUE 'Y'.
              88 NO-FIN-PARAMETROS  VALUE 'N'.

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
           05 WS-FS-PARAMETROS        PIC X(02) VALUE '00'.
           05 WS-FS-JOURNAL           PIC X(02) VALUE '00'.
           05 WS-FS-AUDITORIA         PIC X(02) VALUE '00'.
           05 WS-FS-INTERFAZ          PIC X(02) VALUE '00'.
           05 WS-FS-REPORTE           PIC X(02) VALUE '00'.

       01  WS-CONTADORES.
           05 CNT-LEIDOS            PIC 9(07) COMP VALUE ZERO.
           05 CNT-CASTIGOS          PIC 9(07) COMP VALUE ZERO.
           05 CNT-RECUPEROS         PIC 9(07) COMP VALUE ZERO.
           05 CNT-SIN-MAESTRO       PIC 9(07) COMP VALUE ZERO.
           05 CNT-ASIENTOS          PIC 9(09) COMP VALUE ZERO.
           05 CNT-TOTAL-DEBITOS     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CNT-TOTAL-CREDITOS    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CNT-HASH-CUENTAS      PIC 9(15) VALUE ZERO.
           05 CNT-MONTO-CASTIGADO   PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CNT-MONTO-RECUPERADO  PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CNT-PENALIDAD-ANULADA PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-ASIENTO.
           05 ASI-CUENTA            PIC 9(08).
           05 ASI-DEB-CRED          PIC X(01).
           05 ASI-MONTO             PIC S9(13)V99 COMP-3.
           05 ASI-REFERENCIA        PIC 9(12).

      * Fecha de la corrida y primer dia de su mes, para tomar los
      * recuperos aplicados en el mes
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

       01  RPT-LINEA-ENCABEZADO.
           05 FILLER                PIC X(13) VALUE 'PRESTAMO'.
           05 FILLER                PIC X(11) VALUE 'CLIENTE'.
           05 FILLER                PIC X(05) VALUE 'PROD'.
           05 FILLER                PIC X(07) VALUE '   DIAS'.
           05 FILLER                PIC X(19) VALUE
              '   MONTO CASTIGADO'.
           05 FILLER                PIC X(18) VALUE
              '   PENAL. ANULADA'.

       01  RPT-LINEA-CASTIGO.
           05 RPT-CAS-NUMERO        PIC 9(12).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-CAS-CLIENTE       PIC 9(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-CAS-PRODUCTO      PIC 9(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-CAS-DIAS          PIC ZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-CAS-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-CAS-PENALIDAD     PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  RPT-LINEA-TITULO-PRODUCTO.
           05 FILLER                PIC X(06) VALUE 'PROD'.
           05 FILLER                PIC X(10) VALUE '  CASTIG.'.
           05 FILLER                PIC X(22) VALUE
              '      MONTO CASTIGADO'.
           05 FILLER                PIC X(10) VALUE '  RECUP.'.
           05 FILLER                PIC X(22) VALUE
              '     MONTO RECUPERADO'.

       01  RPT-LINEA-PRODUCTO.
           05 RPT-PRD-PRODUCTO      PIC 9(02).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RPT-PRD-CASTIGOS      PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-PRD-MONTO-CAST    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-PRD-RECUPEROS     PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-PRD-MONTO-RECUP   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      * Area de comunicacion con el control de corrida del ciclo
      * (PRECTLM): fecha de negocio y registro del paso
       COPY CTLPASO.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY '*** CASTIGO MENSUAL DE PRESTAMOS ***'

           PERFORM INICIAR-CONTROL-PASO

           PERFORM INICIALIZAR-PROCESO

           PERFORM CARGAR-PARAMETROS

           PERFORM REVISAR-PRESTAMO UNTIL FIN-MAESTRO

           PERFORM ACUMULAR-RECUPEROS

           PERFORM GRABAR-TRAILER

           PERFORM GENERAR-RESUMEN-PRODUCTO

           PERFORM FINALIZAR-PROCESO

           PERFORM TERMINAR-CONTROL-PASO

           STOP RUN.

      *-----------------------------------------------------------
      * Apertura de archivos y fecha del proceso. Cada apertura se
      * valida contra su FILE STATUS; cualquier status distinto de
      * exito aborta el proceso. El diario de pagos se abre aparte
      * porque su ausencia solo deja el mes sin recuperos.
      *-----------------------------------------------------------
       INICIALIZAR-PROCESO.
           OPEN I-O PRESTAMOS-MASTER-FILE
           IF WS-FS-PRESTAMOS-MASTER NOT = '00'
              DISPLAY 'ERROR AL ABRIR PRESTAMOS-MASTER-FILE, STATUS: '
                      WS-FS-PRESTAMOS-MASTER
              PERFORM ABEND-PROCESO
           END-IF

           PERFORM ABRIR-JOURNAL

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-FS-AUDITORIA NOT = '00'
              DISPLAY 'ERROR AL ABRIR AUDIT-LOG-FILE, STATUS: '
                      WS-FS-AUDITORIA
              PERFORM ABEND-PROCESO
           END-IF

           OPEN OUTPUT GL-INTERFAZ
           IF WS-FS-INTERFAZ NOT = '00'
              DISPLAY 'ERROR AL ABRIR GL-INTERFAZ, STATUS: '
                      WS-FS-INTERFAZ
              PERFORM ABEND-PROCESO
           END-IF

           OPEN OUTPUT CASTIGO-RPT
           IF WS-FS-REPORTE NOT = '00'
              DISPLAY 'ERROR AL ABRIR CASTIGO-RPT, STATUS: '
                      WS-FS-REPORTE
              PERFORM ABEND-PROCESO
           END-IF

           MOVE CPA-FECHA-NEGOCIO TO FEC-HOY
           MOVE FEC-HOY-AAAAMM TO FEC-INI-AAAAMM
           MOVE 1 TO FEC-INI-DD

           PERFORM LIMPIAR-PRODUCTO
               VARYING TCP-IND FROM 1 BY 1
               UNTIL TCP-IND > 100

           MOVE '*** CASTIGOS DE PRESTAMOS DEL MES ***' TO RPT-REGISTRO
           WRITE RPT-REGISTRO
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO
           WRITE RPT-REGISTRO FROM RPT-LINEA-ENCABEZADO
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO.

      *-----------------------------------------------------------
      * Abre el diario de pagos aplicados; si aun no existe
      * (status 35) el mes queda sin recuperos en vez de abortar
      *-----------------------------------------------------------
       ABRIR-JOURNAL.
           SET JOURNAL-AUSENTE TO TRUE
           OPEN INPUT PAGOS-JOURNAL
           EVALUATE WS-FS-JOURNAL
               WHEN '00'
                  SET JOURNAL-ABIERTO TO TRUE
               WHEN '35'
                  DISPLAY 'SIN DIARIO DE PAGOS (PAGOJRNL): '
                          'MES SIN RECUPEROS'
               WHEN OTHER
                  DISPLAY 'ERROR AL ABRIR PAGOS-JOURNAL, STATUS: '
                          WS-FS-JOURNAL
                  PERFORM ABEND-PROCESO
           END-EVALUATE.

      *-----------------------------------------------------------
      * Deja en cero los acumulados de un producto
      *-----------------------------------------------------------
       LIMPIAR-PRODUCTO.
           MOVE ZERO TO TCP-CASTIGOS (TCP-IND)
           MOVE ZERO TO TCP-MONTO-CASTIGO (TCP-IND)
           MOVE ZERO TO TCP-RECUPEROS (TCP-IND)
           MOVE ZERO TO TCP-MONTO-RECUPERO (TCP-IND).

      *-----------------------------------------------------------
      * Termina el proceso con un codigo de retorno distinto de
      * cero cuando fallo la E/S sobre un archivo requerido o no
      * hay politica de castigo vigente
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
           MOVE 'PRECAST' TO CPA-PASO
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
      * Toma de PROVPARM los dias de castigo del juego con la
      * fecha efectiva vigente mas reciente; sin juego vigente o
      * con los dias en cero no se castiga nada y se aborta
      *-----------------------------------------------------------
       CARGAR-PARAMETROS.
           OPEN INPUT PROVISION-PARM
           IF WS-FS-PARAMETROS NOT = '00'
              DISPLAY 'ERROR AL ABRIR PROVISION-PARM, STATUS: '
                      WS-FS-PARAMETROS
              PERFORM ABEND-PROCESO
           END-IF

           PERFORM LEER-JUEGO-PARAMETROS UNTIL FIN-PARAMETROS

           CLOSE PROVISION-PARM

           IF PARM-NO-CARGADO
              DISPLAY 'SIN JUEGO DE PARAMETROS VIGENTE EN PROVPARM'
              PERFORM ABEND-PROCESO
           END-IF

           IF WS-DIAS-CASTIGO = ZERO
              DISPLAY 'DIAS DE CASTIGO EN CERO EN PROVPARM: '
                      WS-FECHA-PARAMETROS
              PERFORM ABEND-PROCESO
           END-IF

           DISPLAY 'Dias de castigo      : ' WS-DIAS-CASTIGO
                   ' (vigente desde ' WS-FECHA-PARAMETROS ')'.

      *-----------------------------------------------------------
      * Lee el siguiente juego de PROVPARM y lo retiene si esta
      * vigente y es mas reciente que el retenido hasta ahora
      *-----------------------------------------------------------
       LEER-JUEGO-PARAMETROS.
           READ PROVISION-PARM
               AT END
                  SET FIN-PARAMETROS TO TRUE
               NOT AT END
                  IF PROVISION-PARM-RECORD NOT NUMERIC
                     DISPLAY 'JUEGO DE PARAMETROS NO NUMERICO: '
                             PROVISION-PARM-RECORD
                     PERFORM ABEND-PROCESO
                  END-IF
                  IF PRV-FECHA-EFECTIVA <= FEC-HOY AND
                     PRV-FECHA-EFECTIVA >= WS-FECHA-PARAMETROS
                     MOVE PRV-FECHA-EFECTIVA TO WS-FECHA-PARAMETROS
                     MOVE PRV-DIAS-CASTIGO   TO WS-DIAS-CASTIGO
                     SET PARM-CARGADO TO TRUE
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Lee el siguiente prestamo del maestro y castiga el vigente
      * cuya mora alcanza los dias de castigo
      *-----------------------------------------------------------
       REVISAR-PRESTAMO.
           READ PRESTAMOS-MASTER-FILE NEXT RECORD
               AT END
                  SET FIN-MAESTRO TO TRUE
               NOT AT END
                  ADD 1 TO CNT-LEIDOS
                  IF (PRM-ESTADO-EVAL = 'A' OR
                      PRM-ESTADO-EVAL = 'S') AND
                     PRM-DIAS-MORA >= WS-DIAS-CASTIGO
                     PERFORM CASTIGAR-PRESTAMO
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Castiga el prestamo: estado 'C' con la fecha y el monto
      * castigado (el saldo pendiente), anula la penalidad por
      * mora pendiente, regraba el maestro, deja su auditoria y
      * su linea de informe y genera el asiento de baja
      *-----------------------------------------------------------
       CASTIGAR-PRESTAMO.
           MOVE 'C'                 TO PRM-ESTADO-EVAL
           MOVE FEC-HOY             TO PRM-FECHA-CASTIGO
           MOVE PRM-SALDO-PENDIENTE TO PRM-MONTO-CASTIGADO
           MOVE PRM-SALDO-PENALIDAD TO RPT-CAS-PENALIDAD
           ADD PRM-SALDO-PENALIDAD  TO CNT-PENALIDAD-ANULADA
           MOVE ZERO                TO PRM-SALDO-PENALIDAD

           REWRITE PRESTAMOS-MASTER-RECORD
               INVALID KEY
                  DISPLAY 'ERROR AL ACTUALIZAR PRESTAMO: ' PRM-NUMERO
                          ' STATUS: ' WS-FS-PRESTAMOS-MASTER
                  PERFORM ABEND-PROCESO
           END-REWRITE

           PERFORM ESCRIBIR-AUDITORIA

           IF PRM-MONTO-CASTIGADO > ZERO
              MOVE PRM-NUMERO          TO ASI-REFERENCIA
              MOVE CTA-PROVISION-ACUM  TO ASI-CUENTA
              MOVE 'D'                 TO ASI-DEB-CRED
              MOVE PRM-MONTO-CASTIGADO TO ASI-MONTO
              PERFORM GRABAR-ASIENTO
              MOVE CTA-PRESTAMOS       TO ASI-CUENTA
              MOVE 'C'                 TO ASI-DEB-CRED
              PERFORM GRABAR-ASIENTO
           END-IF

           MOVE PRM-NUMERO          TO RPT-CAS-NUMERO
           MOVE PRM-CLIENTE-ID      TO RPT-CAS-CLIENTE
           MOVE PRM-PRODUCTO        TO RPT-CAS-PRODUCTO
           MOVE PRM-DIAS-MORA       TO RPT-CAS-DIAS
           MOVE PRM-MONTO-CASTIGADO TO RPT-CAS-MONTO
           WRITE RPT-REGISTRO FROM RPT-LINEA-CASTIGO

           COMPUTE TCP-IND = PRM-PRODUCTO + 1
           ADD 1 TO TCP-CASTIGOS (TCP-IND)
           ADD PRM-MONTO-CASTIGADO TO TCP-MONTO-CASTIGO (TCP-IND)

           ADD 1 TO CNT-CASTIGOS
           ADD PRM-MONTO-CASTIGADO TO CNT-MONTO-CASTIGADO.

      *-----------------------------------------------------------
      * Agrega el castigo a la bitacora de auditoria (razon '12')
      *-----------------------------------------------------------
       ESCRIBIR-AUDITORIA.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE CPA-FECHA-NEGOCIO TO AUD-FECHA
           ACCEPT AUD-HORA FROM TIME
           MOVE PRM-NUMERO        TO AUD-NUMERO
           MOVE PRM-CLIENTE-ID    TO AUD-CLIENTE-ID
           MOVE PRM-ESTADO-EVAL   TO AUD-ESTADO
           MOVE '12'              TO AUD-RAZON
           WRITE AUDIT-LOG-RECORD.

      *-----------------------------------------------------------
      * Recorre el diario de pagos y acumula por producto los
      * recuperos vigentes (no reversados) aplicados en el mes
      *-----------------------------------------------------------
       ACUMULAR-RECUPEROS.
           IF JOURNAL-AUSENTE
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
      * Evalua la siguiente entrada del diario
      *-----------------------------------------------------------
       REVISAR-ENTRADA-JOURNAL.
           READ PAGOS-JOURNAL NEXT RECORD
               AT END
                  SET FIN-JOURNAL TO TRUE
               NOT AT END
                  IF PJR-MONTO-RECUPERO > ZERO AND
                     PJR-VIGENTE AND
                     PJR-FECHA-APLICACION >= FEC-INICIO-MES-NUM AND
                     PJR-FECHA-APLICACION <= FEC-HOY
                     PERFORM ACUMULAR-RECUPERO
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Suma el recupero al producto de su prestamo
      *-----------------------------------------------------------
       ACUMULAR-RECUPERO.
           MOVE PJR-NUMERO TO PRM-NUMERO
           READ PRESTAMOS-MASTER-FILE
               INVALID KEY
                  DISPLAY 'RECUPERO SIN PRESTAMO EN MAESTRO: '
                          PJR-NUMERO
                  ADD 1 TO CNT-SIN-MAESTRO
               NOT INVALID KEY
                  COMPUTE TCP-IND = PRM-PRODUCTO + 1
                  ADD 1 TO TCP-RECUPEROS (TCP-IND)
                  ADD PJR-MONTO-RECUPERO
                      TO TCP-MONTO-RECUPERO (TCP-IND)
                  ADD 1 TO CNT-RECUPEROS
                  ADD PJR-MONTO-RECUPERO TO CNT-MONTO-RECUPERADO
           END-READ.

      *-----------------------------------------------------------
      * Graba un asiento del castigo como registro de detalle del
      * interfaz y acumula los totales de control del trailer
      *-----------------------------------------------------------
       GRABAR-ASIENTO.
           MOVE SPACES TO GL-INTERFAZ-RECORD
           SET GLI-REG-DETALLE TO TRUE
           MOVE FEC-HOY          TO GLI-FECHA
           MOVE ASI-CUENTA       TO GLI-CUENTA
           MOVE ASI-DEB-CRED     TO GLI-DEB-CRED
           MOVE ASI-MONTO        TO GLI-MONTO
           MOVE ASI-REFERENCIA   TO GLI-REFERENCIA
           MOVE 'CASTIGO PRESTAMO' TO GLI-CONCEPTO

           WRITE GL-INTERFAZ-RECORD
           IF WS-FS-INTERFAZ NOT = '00'
              DISPLAY 'ERROR AL GRABAR GL-INTERFAZ, STATUS: '
                      WS-FS-INTERFAZ
              PERFORM ABEND-PROCESO
           END-IF

           ADD 1 TO CNT-ASIENTOS
           ADD ASI-CUENTA TO CNT-HASH-CUENTAS
           IF ASI-DEB-CRED = 'D'
              ADD ASI-MONTO TO CNT-TOTAL-DEBITOS
           ELSE
              ADD ASI-MONTO TO CNT-TOTAL-CREDITOS
           END-IF.

      *-----------------------------------------------------------
      * Cierra el interfaz con el registro trailer de control
      *-----------------------------------------------------------
       GRABAR-TRAILER.
           MOVE SPACES TO GL-INTERFAZ-RECORD
           SET GLI-REG-TRAILER TO TRUE
           MOVE CNT-ASIENTOS       TO GLT-REGISTROS
           MOVE CNT-TOTAL-DEBITOS  TO GLT-TOTAL-DEBITOS
           MOVE CNT-TOTAL-CREDITOS TO GLT-TOTAL-CREDITOS
           MOVE CNT-HASH-CUENTAS   TO GLT-HASH-CUENTAS

           WRITE GL-INTERFAZ-RECORD
           IF WS-FS-INTERFAZ NOT = '00'
              DISPLAY 'ERROR AL GRABAR GL-INTERFAZ, STATUS: '
                      WS-FS-INTERFAZ
              PERFORM ABEND-PROCESO
           END-IF.

      *-----------------------------------------------------------
      * Resume por producto los castigos de la corrida y los
      * recuperos del mes; solo se listan los productos con
      * movimiento
      *-----------------------------------------------------------
       GENERAR-RESUMEN-PRODUCTO.
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO
           MOVE '*** CASTIGOS Y RECUPEROS POR PRODUCTO ***'
               TO RPT-REGISTRO
           WRITE RPT-REGISTRO
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO
           WRITE RPT-REGISTRO FROM RPT-LINEA-TITULO-PRODUCTO

           PERFORM ESCRIBIR-LINEA-PRODUCTO
               VARYING TCP-IND FROM 1 BY 1
               UNTIL TCP-IND > 100.

      *-----------------------------------------------------------
      * Linea del resumen para un producto con movimiento
      *-----------------------------------------------------------
       ESCRIBIR-LINEA-PRODUCTO.
           IF TCP-CASTIGOS (TCP-IND) > ZERO OR
              TCP-RECUPEROS (TCP-IND) > ZERO
              COMPUTE RPT-PRD-PRODUCTO = TCP-IND - 1
              MOVE TCP-CASTIGOS (TCP-IND)      TO RPT-PRD-CASTIGOS
              MOVE TCP-MONTO-CASTIGO (TCP-IND) TO RPT-PRD-MONTO-CAST
              MOVE TCP-RECUPEROS (TCP-IND)     TO RPT-PRD-RECUPEROS
              MOVE TCP-MONTO-RECUPERO (TCP-IND)
                  TO RPT-PRD-MONTO-RECUP
              WRITE RPT-REGISTRO FROM RPT-LINEA-PRODUCTO
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

           MOVE CNT-CASTIGOS TO RPT-EDIT-CONTADOR
           STRING 'PRESTAMOS CASTIGADOS: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-MONTO-CASTIGADO TO RPT-EDIT-MONTO
           STRING 'MONTO CASTIGADO.....: ' DELIMITED SIZE
                  RPT-EDIT-MONTO DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-PENALIDAD-ANULADA TO RPT-EDIT-MONTO
           STRING 'PENALIDAD ANULADA...: ' DELIMITED SIZE
                  RPT-EDIT-MONTO DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-RECUPEROS TO RPT-EDIT-CONTADOR
           STRING 'RECUPEROS DEL MES...: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-MONTO-RECUPERADO TO RPT-EDIT-MONTO
           STRING 'MONTO RECUPERADO....: ' DELIMITED SIZE
                  RPT-EDIT-MONTO DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           CLOSE PRESTAMOS-MASTER-FILE
           IF JOURNAL-ABIERTO
              CLOSE PAGOS-JOURNAL
           END-IF
           CLOSE AUDIT-LOG-FILE
           CLOSE GL-INTERFAZ
           CLOSE CASTIGO-RPT

           DISPLAY 'Prestamos leidos     : ' CNT-LEIDOS
           DISPLAY 'Prestamos castigados : ' CNT-CASTIGOS
           DISPLAY 'Recuperos del mes    : ' CNT-RECUPEROS
           DISPLAY 'Asientos grabados    : ' CNT-ASIENTOS

           IF CNT-SIN-MAESTRO > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

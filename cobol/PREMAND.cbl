       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREMAND.
      *****************************************************************
      * Aplicación: PRESTAMOS (App B)
      * Programa: Mantenimiento batch de mandatos de debito
      * Descripción: Aplica el archivo de transacciones de mandatos
      *              de debito automatico (alta 'A', cambio 'C',
      *              baja 'B'; cada transaccion trae el numero de
      *              prestamo, el banco y la cuenta) contra el
      *              maestro indexado DEBMAND. El alta registra el
      *              mandato de un prestamo aprobado o desembolsado
      *              a nombre de su cliente; el cambio reemplaza la
      *              cuenta y reactiva un mandato suspendido por
      *              rechazos; la baja revoca el mandato (el
      *              registro se conserva para las respuestas
      *              tardias del banco). Deja cada movimiento en el
      *              informe de mantenimiento.
      *
      * Historial de modificaciones:
      *   2026-10-15  RG   Version inicial.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACCIONES-IN
               ASSIGN TO 'MANDTRN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSACCIONES.

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

           SELECT MANTENIMIENTO-RPT
               ASSIGN TO 'MANDRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  TRANSACCIONES-IN
           RECORD CONTAINS 37 CHARACTERS.
       01  TRANSACCION-REGISTRO.
           05 TRN-CODIGO            PIC X(01).
              88 TRN-ALTA           VALUE 'A'.
              88 TRN-CAMBIO         VALUE 'C'.
              88 TRN-BAJA           VALUE 'B'.
              88 TRN-CODIGO-VALIDO  VALUE 'A' 'C' 'B'.
           05 TRN-NUMERO            PIC 9(12).
           05 TRN-BANCO             PIC 9(04).
           05 TRN-CUENTA            PIC X(20).

       FD  MANDATO-MASTER-FILE.
       COPY DEBMAND.

       FD  PRESTAMOS-MASTER-FILE.
       COPY PRESTMST.

       FD  MANTENIMIENTO-RPT.
       01  RPT-REGISTRO             PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-ARCHIVO.
           05 WS-FIN-TRANSACCIONES  PIC X(01) VALUE 'N'.
              88 FIN-TRANSACCIONES  VALUE 'Y'.
              88 NO-FIN-TRANSACCIONES VALUE 'N'.
           05 WS-MANDATO-HALLADO    PIC X(01) VALUE 'N'.
              88 MANDATO-HALLADO    VALUE 'S'.
              88 MANDATO-NO-HALLADO VALUE 'N'.
           05 WS-PRESTAMO-HALLADO   PIC X(01) VALUE 'N'.
              88 PRESTAMO-HALLADO   VALUE 'S'.
              88 PRESTAMO-NO-HALLADO VALUE 'N'.
           05 WS-TRANSACCION-VALIDA PIC X(01) VALUE 'S'.
              88 TRANSACCION-VALIDA VALUE 'S'.
              88 TRANSACCION-INVALIDA VALUE 'N'.

       01  WS-ESTADOS-ARCHIVO.
           05 WS-FS-TRANSACCIONES     PIC X(02) VALUE '00'.
           05 WS-FS-MANDATO-MASTER    PIC X(02) VALUE '00'.
           05 WS-FS-PRESTAMOS-MASTER  PIC X(02) VALUE '00'.
           05 WS-FS-REPORTE           PIC X(02) VALUE '00'.

       01  WS-CONTADORES.
           05 CNT-LEIDAS            PIC 9(07) COMP VALUE ZERO.
           05 CNT-ALTAS             PIC 9(07) COMP VALUE ZERO.
           05 CNT-CAMBIOS           PIC 9(07) COMP VALUE ZERO.
           05 CNT-BAJAS             PIC 9(07) COMP VALUE ZERO.
           05 CNT-RECHAZADAS        PIC 9(07) COMP VALUE ZERO.

       01  WS-FECHA-PROCESO.
           05 FEC-HOY               PIC 9(08).

       01  WS-EDICION-REPORTE.
           05 RPT-EDIT-CONTADOR     PIC Z,ZZZ,ZZZ,ZZ9.

       01  RPT-LINEA-MANDATO.
           05 RPT-MDT-ETIQUETA      PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-MDT-NUMERO        PIC 9(12).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-MDT-CLIENTE-ID    PIC 9(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-MDT-BANCO         PIC 9(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-MDT-CUENTA        PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-MDT-ESTADO        PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-MDT-RECHAZOS      PIC Z9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-MDT-FECHA-ESTADO  PIC 9999/99/99.
           05 FILLER                PIC X(58) VALUE SPACES.

       01  RPT-LINEA-RECHAZO.
           05 FILLER                PIC X(08) VALUE 'RECHAZO '.
           05 RPT-RCH-CODIGO        PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-RCH-NUMERO        PIC X(12).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-RCH-MOTIVO        PIC X(40).
           05 FILLER                PIC X(69) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY '*** MANTENIMIENTO DE MANDATOS DE DEBITO ***'

           PERFORM INICIALIZAR-PROCESO

           PERFORM LEER-TRANSACCIONES UNTIL FIN-TRANSACCIONES

           PERFORM FINALIZAR-PROCESO

           STOP RUN.

      *-----------------------------------------------------------
      * Apertura de archivos. Cada apertura se valida contra su
      * FILE STATUS; cualquier status distinto de exito aborta el
      * proceso.
      *-----------------------------------------------------------
       INICIALIZAR-PROCESO.
           OPEN INPUT TRANSACCIONES-IN
           IF WS-FS-TRANSACCIONES NOT = '00'
              DISPLAY 'ERROR AL ABRIR TRANSACCIONES-IN, STATUS: '
                      WS-FS-TRANSACCIONES
              PERFORM ABEND-PROCESO
           END-IF

           PERFORM ABRIR-MAESTRO-MANDATOS

           OPEN INPUT PRESTAMOS-MASTER-FILE
           IF WS-FS-PRESTAMOS-MASTER NOT = '00'
              DISPLAY 'ERROR AL ABRIR PRESTAMOS-MASTER-FILE, STATUS: '
                      WS-FS-PRESTAMOS-MASTER
              PERFORM ABEND-PROCESO
           END-IF

           OPEN OUTPUT MANTENIMIENTO-RPT
           IF WS-FS-REPORTE NOT = '00'
              DISPLAY 'ERROR AL ABRIR MANTENIMIENTO-RPT, STATUS: '
                      WS-FS-REPORTE
              PERFORM ABEND-PROCESO
           END-IF

           ACCEPT FEC-HOY FROM DATE YYYYMMDD

           MOVE '*** MANTENIMIENTO DE MANDATOS DE DEBITO AUTOMATICO ***'
               TO RPT-REGISTRO
           WRITE RPT-REGISTRO
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO.

      *-----------------------------------------------------------
      * Abre el maestro de mandatos para actualizacion; la primera
      * corrida, cuando el maestro aun no existe (status 35), lo
      * crea vacio y lo vuelve a abrir
      *-----------------------------------------------------------
       ABRIR-MAESTRO-MANDATOS.
           OPEN I-O MANDATO-MASTER-FILE
           IF WS-FS-MANDATO-MASTER = '35'
              DISPLAY 'SE CREA EL MAESTRO DE MANDATOS (DEBMAND)'
              OPEN OUTPUT MANDATO-MASTER-FILE
              IF WS-FS-MANDATO-MASTER = '00'
                 CLOSE MANDATO-MASTER-FILE
                 OPEN I-O MANDATO-MASTER-FILE
              END-IF
           END-IF

           IF WS-FS-MANDATO-MASTER NOT = '00'
              DISPLAY 'ERROR AL ABRIR MANDATO-MASTER-FILE, STATUS: '
                      WS-FS-MANDATO-MASTER
              PERFORM ABEND-PROCESO
           END-IF.

      *-----------------------------------------------------------
      * Termina el proceso con un codigo de retorno distinto de
      * cero cuando fallo la E/S sobre un archivo requerido
      *-----------------------------------------------------------
       ABEND-PROCESO.
           DISPLAY 'PROCESO ABORTADO POR ERROR DE E/S DE ARCHIVO'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------
      * Lee la siguiente transaccion; al llegar al fin del archivo
      * activa el interruptor de fin de proceso
      *-----------------------------------------------------------
       LEER-TRANSACCIONES.
           READ TRANSACCIONES-IN
               AT END
                  SET FIN-TRANSACCIONES TO TRUE
               NOT AT END
                  ADD 1 TO CNT-LEIDAS
                  PERFORM PROCESAR-TRANSACCION
           END-READ.

      *-----------------------------------------------------------
      * Valida la forma de la transaccion, ubica el mandato y el
      * prestamo y la dirige al tratamiento de alta, cambio o baja
      *-----------------------------------------------------------
       PROCESAR-TRANSACCION.
           PERFORM VALIDAR-TRANSACCION

           IF TRANSACCION-INVALIDA
              ADD 1 TO CNT-RECHAZADAS
           ELSE
              PERFORM BUSCAR-MANDATO
              PERFORM BUSCAR-PRESTAMO
              EVALUATE TRUE
                  WHEN TRN-ALTA
                     PERFORM APLICAR-ALTA
                  WHEN TRN-CAMBIO
                     PERFORM APLICAR-CAMBIO
                  WHEN TRN-BAJA
                     PERFORM APLICAR-BAJA
              END-EVALUATE
           END-IF.

      *-----------------------------------------------------------
      * Validaciones de forma de la transaccion: codigo conocido,
      * prestamo numerico distinto de cero y, salvo en las bajas,
      * banco numerico distinto de cero y cuenta informada
      *-----------------------------------------------------------
       VALIDAR-TRANSACCION.
           SET TRANSACCION-VALIDA TO TRUE

           EVALUATE TRUE
               WHEN NOT TRN-CODIGO-VALIDO
                  MOVE 'CODIGO DE TRANSACCION DESCONOCIDO'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
               WHEN TRN-NUMERO NOT NUMERIC OR TRN-NUMERO = ZERO
                  MOVE 'PRESTAMO NO NUMERICO O EN CERO'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
               WHEN TRN-BAJA
                  CONTINUE
               WHEN TRN-BANCO NOT NUMERIC OR TRN-BANCO = ZERO
                  MOVE 'BANCO NO NUMERICO O EN CERO'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
               WHEN TRN-CUENTA = SPACES OR TRN-CUENTA = LOW-VALUES
                  MOVE 'CUENTA BANCARIA SIN INFORMAR'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
           END-EVALUATE.

      *-----------------------------------------------------------
      * Busca el mandato del prestamo de la transaccion
      *-----------------------------------------------------------
       BUSCAR-MANDATO.
           SET MANDATO-NO-HALLADO TO TRUE
           MOVE TRN-NUMERO TO MDT-NUMERO

           READ MANDATO-MASTER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET MANDATO-HALLADO TO TRUE
           END-READ.

      *-----------------------------------------------------------
      * Busca el prestamo de la transaccion en el maestro
      *-----------------------------------------------------------
       BUSCAR-PRESTAMO.
           SET PRESTAMO-NO-HALLADO TO TRUE
           MOVE TRN-NUMERO TO PRM-NUMERO

           READ PRESTAMOS-MASTER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET PRESTAMO-HALLADO TO TRUE
           END-READ.

      *-----------------------------------------------------------
      * Alta: el prestamo no debe tener mandato (uno revocado se
      * reactiva con un cambio) y debe estar aprobado o
      * desembolsado; el mandato queda activo a nombre del
      * cliente del prestamo
      *-----------------------------------------------------------
       APLICAR-ALTA.
           EVALUATE TRUE
               WHEN MANDATO-HALLADO
                  MOVE 'ALTA DUPLICADA - MANDATO YA EXISTE'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
               WHEN PRESTAMO-NO-HALLADO
                  MOVE 'PRESTAMO INEXISTENTE'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
               WHEN PRM-ESTADO-EVAL NOT = 'A' AND
                    PRM-ESTADO-EVAL NOT = 'S'
                  MOVE 'PRESTAMO NO APROBADO NI DESEMBOLSADO'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
           END-EVALUATE

           IF TRANSACCION-INVALIDA
              ADD 1 TO CNT-RECHAZADAS
           ELSE
              MOVE TRN-NUMERO     TO MDT-NUMERO
              MOVE PRM-CLIENTE-ID TO MDT-CLIENTE-ID
              MOVE TRN-BANCO      TO MDT-BANCO
              MOVE TRN-CUENTA     TO MDT-CUENTA
              SET MDT-ACTIVO      TO TRUE
              MOVE FEC-HOY        TO MDT-FECHA-ALTA
              MOVE FEC-HOY        TO MDT-FECHA-ESTADO
              MOVE ZERO           TO MDT-RECHAZOS
              MOVE SPACES         TO MDT-ULT-RESULTADO
              MOVE ZERO           TO MDT-ULT-CUOTA
              MOVE ZERO           TO MDT-SECUENCIA
              MOVE ZERO           TO MDT-FECHA-ULT-COBRO
              WRITE MANDATO-MASTER-RECORD
                  INVALID KEY
                     DISPLAY 'ERROR AL GRABAR MANDATO: ' MDT-NUMERO
                             ' STATUS: ' WS-FS-MANDATO-MASTER
                     PERFORM ABEND-PROCESO
              END-WRITE
              ADD 1 TO CNT-ALTAS
              MOVE 'ALTA    ' TO RPT-MDT-ETIQUETA
              PERFORM ESCRIBIR-IMAGEN-MANDATO
           END-IF.

      *-----------------------------------------------------------
      * Cambio: el mandato debe existir y el prestamo seguir
      * aprobado o desembolsado; se reemplaza la cuenta y el
      * mandato vuelve a quedar activo con los rechazos en cero.
      * Se deja la imagen previa y la nueva en el informe
      *-----------------------------------------------------------
       APLICAR-CAMBIO.
           EVALUATE TRUE
               WHEN MANDATO-NO-HALLADO
                  MOVE 'CAMBIO DE MANDATO INEXISTENTE'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
               WHEN PRESTAMO-NO-HALLADO
                  MOVE 'PRESTAMO INEXISTENTE'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
               WHEN PRM-ESTADO-EVAL NOT = 'A' AND
                    PRM-ESTADO-EVAL NOT = 'S'
                  MOVE 'PRESTAMO NO APROBADO NI DESEMBOLSADO'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
           END-EVALUATE

           IF TRANSACCION-INVALIDA
              ADD 1 TO CNT-RECHAZADAS
           ELSE
              MOVE 'ANTES   ' TO RPT-MDT-ETIQUETA
              PERFORM ESCRIBIR-IMAGEN-MANDATO
              MOVE TRN-BANCO  TO MDT-BANCO
              MOVE TRN-CUENTA TO MDT-CUENTA
              SET MDT-ACTIVO  TO TRUE
              MOVE FEC-HOY    TO MDT-FECHA-ESTADO
              MOVE ZERO       TO MDT-RECHAZOS
              REWRITE MANDATO-MASTER-RECORD
                  INVALID KEY
                     DISPLAY 'ERROR AL REGRABAR MANDATO: ' MDT-NUMERO
                             ' STATUS: ' WS-FS-MANDATO-MASTER
                     PERFORM ABEND-PROCESO
              END-REWRITE
              ADD 1 TO CNT-CAMBIOS
              MOVE 'DESPUES ' TO RPT-MDT-ETIQUETA
              PERFORM ESCRIBIR-IMAGEN-MANDATO
           END-IF.

      *-----------------------------------------------------------
      * Baja: el mandato debe existir y no estar ya revocado; se
      * marca revocado y deja de generar solicitudes de debito
      *-----------------------------------------------------------
       APLICAR-BAJA.
           EVALUATE TRUE
               WHEN MANDATO-NO-HALLADO
                  MOVE 'BAJA DE MANDATO INEXISTENTE'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
               WHEN MDT-REVOCADO
                  MOVE 'MANDATO YA REVOCADO'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
           END-EVALUATE

           IF TRANSACCION-INVALIDA
              ADD 1 TO CNT-RECHAZADAS
           ELSE
              SET MDT-REVOCADO TO TRUE
              MOVE FEC-HOY     TO MDT-FECHA-ESTADO
              REWRITE MANDATO-MASTER-RECORD
                  INVALID KEY
                     DISPLAY 'ERROR AL REGRABAR MANDATO: ' MDT-NUMERO
                             ' STATUS: ' WS-FS-MANDATO-MASTER
                     PERFORM ABEND-PROCESO
              END-REWRITE
              ADD 1 TO CNT-BAJAS
              MOVE 'BAJA    ' TO RPT-MDT-ETIQUETA
              PERFORM ESCRIBIR-IMAGEN-MANDATO
           END-IF.

      *-----------------------------------------------------------
      * Agrega al informe la imagen del mandato con la etiqueta
      * del movimiento (ALTA/ANTES/DESPUES/BAJA)
      *-----------------------------------------------------------
       ESCRIBIR-IMAGEN-MANDATO.
           MOVE MDT-NUMERO       TO RPT-MDT-NUMERO
           MOVE MDT-CLIENTE-ID   TO RPT-MDT-CLIENTE-ID
           MOVE MDT-BANCO        TO RPT-MDT-BANCO
           MOVE MDT-CUENTA       TO RPT-MDT-CUENTA
           MOVE MDT-ESTADO       TO RPT-MDT-ESTADO
           MOVE MDT-RECHAZOS     TO RPT-MDT-RECHAZOS
           MOVE MDT-FECHA-ESTADO TO RPT-MDT-FECHA-ESTADO
           WRITE RPT-REGISTRO FROM RPT-LINEA-MANDATO.

      *-----------------------------------------------------------
      * Agrega al informe el rechazo de la transaccion en proceso
      *-----------------------------------------------------------
       ESCRIBIR-RECHAZO.
           SET TRANSACCION-INVALIDA TO TRUE
           MOVE TRN-CODIGO     TO RPT-RCH-CODIGO
           MOVE TRANSACCION-REGISTRO (2:12) TO RPT-RCH-NUMERO
           WRITE RPT-REGISTRO FROM RPT-LINEA-RECHAZO.

      *-----------------------------------------------------------
      * Cierra archivos, agrega los totales al informe y termina
      * con codigo 4 cuando hubo transacciones rechazadas
      *-----------------------------------------------------------
       FINALIZAR-PROCESO.
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO

           MOVE CNT-LEIDAS TO RPT-EDIT-CONTADOR
           MOVE SPACES TO RPT-REGISTRO
           STRING 'TRANSACCIONES......: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           WRITE RPT-REGISTRO

           MOVE CNT-ALTAS TO RPT-EDIT-CONTADOR
           MOVE SPACES TO RPT-REGISTRO
           STRING 'ALTAS..............: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           WRITE RPT-REGISTRO

           MOVE CNT-CAMBIOS TO RPT-EDIT-CONTADOR
           MOVE SPACES TO RPT-REGISTRO
           STRING 'CAMBIOS............: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           WRITE RPT-REGISTRO

           MOVE CNT-BAJAS TO RPT-EDIT-CONTADOR
           MOVE SPACES TO RPT-REGISTRO
           STRING 'BAJAS..............: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           WRITE RPT-REGISTRO

           MOVE CNT-RECHAZADAS TO RPT-EDIT-CONTADOR
           MOVE SPACES TO RPT-REGISTRO
           STRING 'RECHAZADAS.........: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           WRITE RPT-REGISTRO

           CLOSE TRANSACCIONES-IN
           CLOSE MANDATO-MASTER-FILE
           CLOSE PRESTAMOS-MASTER-FILE
           CLOSE MANTENIMIENTO-RPT

           DISPLAY 'Transacciones leidas : ' CNT-LEIDAS
           DISPLAY 'Altas de mandatos    : ' CNT-ALTAS
           DISPLAY 'Cambios de mandatos  : ' CNT-CAMBIOS
           DISPLAY 'Bajas de mandatos    : ' CNT-BAJAS
           DISPLAY 'Rechazadas           : ' CNT-RECHAZADAS

           IF CNT-RECHAZADAS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

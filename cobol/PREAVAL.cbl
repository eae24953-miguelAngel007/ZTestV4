       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREAVAL.
      *****************************************************************
      * Aplicación: PRESTAMOS (App B)
      * Programa: Mantenimiento batch del maestro de avales
      * Descripción: Aplica el archivo de transacciones de avales
      *              (alta 'A', baja 'B'; cada transaccion trae el
      *              numero de prestamo o solicitud, el cliente y su
      *              rol: garante 'G' o codeudor 'C') contra el
      *              maestro indexado AVALMSTR. Corre antes de
      *              PREEVAL para que la evaluacion de la solicitud
      *              ya encuentre sus avales. Rechaza altas
      *              duplicadas, clientes inexistentes o inactivos,
      *              el propio deudor como aval, avales sobre
      *              prestamos ya cerrados o rechazados, y bajas de
      *              avales inexistentes o de prestamos aprobados o
      *              desembolsados (la garantia no se libera
      *              mientras el prestamo esta vigente). Deja cada
      *              movimiento en el informe de mantenimiento.
      *
      * Historial de modificaciones:
      *   2026-10-15  RG   Version inicial.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACCIONES-IN
               ASSIGN TO 'AVALTRN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSACCIONES.

           SELECT AVAL-MASTER-FILE
               ASSIGN TO 'AVALMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVM-CLAVE
               ALTERNATE RECORD KEY IS AVM-CLIENTE-ID WITH DUPLICATES
               FILE STATUS IS WS-FS-AVAL-MASTER.

           SELECT CLIENTE-MASTER-FILE
               ASSIGN TO 'CLIEMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLM-ID
               FILE STATUS IS WS-FS-CLIENTE-MASTER.

           SELECT PRESTAMOS-MASTER-FILE
               ASSIGN TO 'PRESTMTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-NUMERO
               ALTERNATE RECORD KEY IS PRM-CLIENTE-ID WITH DUPLICATES
               FILE STATUS IS WS-FS-PRESTAMOS-MASTER.

           SELECT MANTENIMIENTO-RPT
               ASSIGN TO 'AVALRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  TRANSACCIONES-IN
           RECORD CONTAINS 24 CHARACTERS.
       01  TRANSACCION-REGISTRO.
           05 TRN-CODIGO            PIC X(01).
              88 TRN-ALTA           VALUE 'A'.
              88 TRN-BAJA           VALUE 'B'.
              88 TRN-CODIGO-VALIDO  VALUE 'A' 'B'.
           05 TRN-NUMERO            PIC 9(12).
           05 TRN-CLIENTE-ID        PIC 9(10).
           05 TRN-ROL               PIC X(01).
              88 TRN-ROL-VALIDO     VALUE 'G' 'C'.

       FD  AVAL-MASTER-FILE.
       COPY AVALMST.

       FD  CLIENTE-MASTER-FILE.
       COPY CLIMSTR.

       FD  PRESTAMOS-MASTER-FILE.
       COPY PRESTMST.

       FD  MANTENIMIENTO-RPT.
       01  RPT-REGISTRO             PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-ARCHIVO.
           05 WS-FIN-TRANSACCIONES  PIC X(01) VALUE 'N'.
              88 FIN-TRANSACCIONES  VALUE 'Y'.
              88 NO-FIN-TRANSACCIONES VALUE 'N'.
           05 WS-AVAL-HALLADO       PIC X(01) VALUE 'N'.
              88 AVAL-HALLADO       VALUE 'S'.
              88 AVAL-NO-HALLADO    VALUE 'N'.
           05 WS-CLIENTE-HALLADO    PIC X(01) VALUE 'N'.
              88 CLIENTE-HALLADO    VALUE 'S'.
              88 CLIENTE-NO-HALLADO VALUE 'N'.
           05 WS-PRESTAMO-HALLADO   PIC X(01) VALUE 'N'.
              88 PRESTAMO-HALLADO   VALUE 'S'.
              88 PRESTAMO-NO-HALLADO VALUE 'N'.
           05 WS-TRANSACCION-VALIDA PIC X(01) VALUE 'S'.
              88 TRANSACCION-VALIDA VALUE 'S'.
              88 TRANSACCION-INVALIDA VALUE 'N'.

       01  WS-ESTADOS-ARCHIVO.
           05 WS-FS-TRANSACCIONES     PIC X(02) VALUE '00'.
           05 WS-FS-AVAL-MASTER       PIC X(02) VALUE '00'.
           05 WS-FS-CLIENTE-MASTER    PIC X(02) VALUE '00'.
           05 WS-FS-PRESTAMOS-MASTER  PIC X(02) VALUE '00'.
           05 WS-FS-REPORTE           PIC X(02) VALUE '00'.

       01  WS-CONTADORES.
           05 CNT-LEIDAS            PIC 9(07) COMP VALUE ZERO.
           05 CNT-ALTAS             PIC 9(07) COMP VALUE ZERO.
           05 CNT-BAJAS             PIC 9(07) COMP VALUE ZERO.
           05 CNT-RECHAZADAS        PIC 9(07) COMP VALUE ZERO.

       01  WS-FECHA-PROCESO.
           05 FEC-HOY               PIC 9(08).

       01  WS-EDICION-REPORTE.
           05 RPT-EDIT-CONTADOR     PIC Z,ZZZ,ZZZ,ZZ9.

       01  RPT-LINEA-AVAL.
           05 RPT-AVL-ETIQUETA      PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-AVL-NUMERO        PIC 9(12).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-AVL-CLIENTE-ID    PIC 9(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-AVL-ROL           PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-AVL-NOMBRE        PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-AVL-APELLIDO      PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-AVL-FECHA-ALTA    PIC 9999/99/99.
           05 FILLER                PIC X(45) VALUE SPACES.

       01  RPT-LINEA-RECHAZO.
           05 FILLER                PIC X(08) VALUE 'RECHAZO '.
           05 RPT-RCH-CODIGO        PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-RCH-NUMERO        PIC X(12).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-RCH-CLIENTE-ID    PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-RCH-MOTIVO        PIC X(40).
           05 FILLER                PIC X(58) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY '*** MANTENIMIENTO DE AVALES (BATCH) ***'

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

           PERFORM ABRIR-MAESTRO-AVALES

           OPEN INPUT CLIENTE-MASTER-FILE
           IF WS-FS-CLIENTE-MASTER NOT = '00'
              DISPLAY 'ERROR AL ABRIR CLIENTE-MASTER-FILE, STATUS: '
                      WS-FS-CLIENTE-MASTER
              PERFORM ABEND-PROCESO
           END-IF

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

           MOVE '*** MANTENIMIENTO DEL MAESTRO DE AVALES ***'
               TO RPT-REGISTRO
           WRITE RPT-REGISTRO
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO.

      *-----------------------------------------------------------
      * Abre el maestro de avales para actualizacion; la primera
      * corrida, cuando el maestro aun no existe (status 35), lo
      * crea vacio y lo vuelve a abrir
      *-----------------------------------------------------------
       ABRIR-MAESTRO-AVALES.
           OPEN I-O AVAL-MASTER-FILE
           IF WS-FS-AVAL-MASTER = '35'
              DISPLAY 'SE CREA EL MAESTRO DE AVALES (AVALMSTR)'
              OPEN OUTPUT AVAL-MASTER-FILE
              IF WS-FS-AVAL-MASTER = '00'
                 CLOSE AVAL-MASTER-FILE
                 OPEN I-O AVAL-MASTER-FILE
              END-IF
           END-IF

           IF WS-FS-AVAL-MASTER NOT = '00'
              DISPLAY 'ERROR AL ABRIR AVAL-MASTER-FILE, STATUS: '
                      WS-FS-AVAL-MASTER
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
      * Valida la forma de la transaccion, ubica el aval, su
      * cliente y el prestamo, y la dirige al tratamiento de alta
      * o baja
      *-----------------------------------------------------------
       PROCESAR-TRANSACCION.
           PERFORM VALIDAR-TRANSACCION

           IF TRANSACCION-INVALIDA
              ADD 1 TO CNT-RECHAZADAS
           ELSE
              PERFORM BUSCAR-AVAL
              PERFORM BUSCAR-CLIENTE-AVAL
              PERFORM BUSCAR-PRESTAMO-AVAL
              EVALUATE TRUE
                  WHEN TRN-ALTA
                     PERFORM APLICAR-ALTA
                  WHEN TRN-BAJA
                     PERFORM APLICAR-BAJA
              END-EVALUATE
           END-IF.

      *-----------------------------------------------------------
      * Validaciones de forma de la transaccion: codigo conocido,
      * prestamo y cliente numericos distintos de cero y, en las
      * altas, rol 'G' (garante) o 'C' (codeudor)
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
               WHEN TRN-CLIENTE-ID NOT NUMERIC OR
                    TRN-CLIENTE-ID = ZERO
                  MOVE 'CLIENTE NO NUMERICO O EN CERO'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
               WHEN TRN-ALTA AND NOT TRN-ROL-VALIDO
                  MOVE 'ROL DE AVAL DESCONOCIDO'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
           END-EVALUATE.

      *-----------------------------------------------------------
      * Busca el aval de la transaccion en el maestro de avales
      *-----------------------------------------------------------
       BUSCAR-AVAL.
           SET AVAL-NO-HALLADO TO TRUE
           MOVE TRN-NUMERO     TO AVM-NUMERO
           MOVE TRN-CLIENTE-ID TO AVM-CLIENTE-ID

           READ AVAL-MASTER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET AVAL-HALLADO TO TRUE
           END-READ.

      *-----------------------------------------------------------
      * Busca el cliente de la transaccion en CLIEMSTR
      *-----------------------------------------------------------
       BUSCAR-CLIENTE-AVAL.
           SET CLIENTE-NO-HALLADO TO TRUE
           MOVE TRN-CLIENTE-ID TO CLM-ID

           READ CLIENTE-MASTER-FILE
               INVALID KEY
                  MOVE SPACES TO CLM-NOMBRE
                  MOVE SPACES TO CLM-APELLIDO
               NOT INVALID KEY
                  SET CLIENTE-HALLADO TO TRUE
           END-READ.

      *-----------------------------------------------------------
      * Busca el prestamo en el maestro de prestamos. Una
      * solicitud que PREEVAL aun no evaluo no esta en el maestro
      * y se acepta: es el caso normal del aval que acompana a la
      * solicitud nueva
      *-----------------------------------------------------------
       BUSCAR-PRESTAMO-AVAL.
           SET PRESTAMO-NO-HALLADO TO TRUE
           MOVE TRN-NUMERO TO PRM-NUMERO

           READ PRESTAMOS-MASTER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET PRESTAMO-HALLADO TO TRUE
           END-READ.

      *-----------------------------------------------------------
      * Alta: el aval no debe existir, el cliente debe estar
      * activo en CLIEMSTR y no ser el deudor del prestamo, y el
      * prestamo, si ya fue evaluado, debe seguir abierto
      * (aprobado, en analisis o desembolsado)
      *-----------------------------------------------------------
       APLICAR-ALTA.
           EVALUATE TRUE
               WHEN AVAL-HALLADO
                  MOVE 'ALTA DUPLICADA - AVAL YA REGISTRADO'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
               WHEN CLIENTE-NO-HALLADO
                  MOVE 'CLIENTE DEL AVAL INEXISTENTE'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
               WHEN CLM-ESTADO NOT = 'A'
                  MOVE 'CLIENTE DEL AVAL INACTIVO'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
               WHEN PRESTAMO-HALLADO AND
                    PRM-CLIENTE-ID = TRN-CLIENTE-ID
                  MOVE 'EL DEUDOR NO PUEDE SER SU PROPIO AVAL'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
               WHEN PRESTAMO-HALLADO AND
                    PRM-ESTADO-EVAL NOT = 'A' AND
                    PRM-ESTADO-EVAL NOT = 'P' AND
                    PRM-ESTADO-EVAL NOT = 'S'
                  MOVE 'PRESTAMO CERRADO O RECHAZADO'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
           END-EVALUATE

           IF TRANSACCION-INVALIDA
              ADD 1 TO CNT-RECHAZADAS
           ELSE
              MOVE TRN-NUMERO     TO AVM-NUMERO
              MOVE TRN-CLIENTE-ID TO AVM-CLIENTE-ID
              MOVE TRN-ROL        TO AVM-ROL
              MOVE FEC-HOY        TO AVM-FECHA-ALTA
              WRITE AVAL-MASTER-RECORD
                  INVALID KEY
                     DISPLAY 'ERROR AL GRABAR AVAL: ' AVM-CLAVE
                             ' STATUS: ' WS-FS-AVAL-MASTER
                     PERFORM ABEND-PROCESO
              END-WRITE
              ADD 1 TO CNT-ALTAS
              MOVE 'ALTA    ' TO RPT-AVL-ETIQUETA
              PERFORM ESCRIBIR-IMAGEN-AVAL
           END-IF.

      *-----------------------------------------------------------
      * Baja: el aval debe existir y su prestamo no puede estar
      * aprobado ni desembolsado; se deja la imagen en el informe
      * y se elimina el registro
      *-----------------------------------------------------------
       APLICAR-BAJA.
           EVALUATE TRUE
               WHEN AVAL-NO-HALLADO
                  MOVE 'BAJA DE AVAL INEXISTENTE'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
               WHEN PRESTAMO-HALLADO AND
                    (PRM-ESTADO-EVAL = 'A' OR PRM-ESTADO-EVAL = 'S')
                  MOVE 'BAJA DE AVAL DE PRESTAMO VIGENTE'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
           END-EVALUATE

           IF TRANSACCION-INVALIDA
              ADD 1 TO CNT-RECHAZADAS
           ELSE
              MOVE 'BAJA    ' TO RPT-AVL-ETIQUETA
              PERFORM ESCRIBIR-IMAGEN-AVAL
              DELETE AVAL-MASTER-FILE RECORD
                  INVALID KEY
                     DISPLAY 'ERROR AL ELIMINAR AVAL: ' AVM-CLAVE
                             ' STATUS: ' WS-FS-AVAL-MASTER
                     PERFORM ABEND-PROCESO
              END-DELETE
              ADD 1 TO CNT-BAJAS
           END-IF.

      *-----------------------------------------------------------
      * Agrega al informe la imagen del aval con la etiqueta del
      * movimiento (ALTA/BAJA) y el nombre del cliente
      *-----------------------------------------------------------
       ESCRIBIR-IMAGEN-AVAL.
           MOVE AVM-NUMERO     TO RPT-AVL-NUMERO
           MOVE AVM-CLIENTE-ID TO RPT-AVL-CLIENTE-ID
           MOVE AVM-ROL        TO RPT-AVL-ROL
           MOVE CLM-NOMBRE     TO RPT-AVL-NOMBRE
           MOVE CLM-APELLIDO   TO RPT-AVL-APELLIDO
           MOVE AVM-FECHA-ALTA TO RPT-AVL-FECHA-ALTA
           WRITE RPT-REGISTRO FROM RPT-LINEA-AVAL.

      *-----------------------------------------------------------
      * Agrega al informe el rechazo de la transaccion en proceso
      *-----------------------------------------------------------
       ESCRIBIR-RECHAZO.
           SET TRANSACCION-INVALIDA TO TRUE
           MOVE TRN-CODIGO     TO RPT-RCH-CODIGO
           MOVE TRANSACCION-REGISTRO (2:12)  TO RPT-RCH-NUMERO
           MOVE TRANSACCION-REGISTRO (14:10) TO RPT-RCH-CLIENTE-ID
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
           CLOSE AVAL-MASTER-FILE
           CLOSE CLIENTE-MASTER-FILE
           CLOSE PRESTAMOS-MASTER-FILE
           CLOSE MANTENIMIENTO-RPT

           DISPLAY 'Transacciones leidas : ' CNT-LEIDAS
           DISPLAY 'Altas de avales      : ' CNT-ALTAS
           DISPLAY 'Bajas de avales      : ' CNT-BAJAS
           DISPLAY 'Rechazadas           : ' CNT-RECHAZADAS

           IF CNT-RECHAZADAS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

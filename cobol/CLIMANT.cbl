      *              cambios o bajas de clientes inexistentes,
      *              campos no numericos o estado desconocido, y
      *              bajas de clientes con prestamos abiertos en
      *              PRESTAMOS-MASTER. Rechaza tambien la baja, o
      *              el cambio a inactivo, de un cliente que es
      *              garante o codeudor (AVALMSTR) de un prestamo
      *              abierto. Deja el rastro antes/despues de cada
      *              movimiento en el informe de mantenimiento. De
      *              estos datos dependen las decisiones de PREEVAL
      *              (LOOKUP-CLIENTE).
      *
      * Historial de modificaciones:
      *   2026-08-22  RG   Version inicial.
      *   2026-08-22  RG   La transaccion incorpora CLI-FECHA-CALIF
      *                    del layout CLIENTE ampliado por el
      *                    interfaz con el buro de credito.
      *   2026-10-15  RG   Se rechaza la baja de un cliente, o un
      *                    cambio que lo pasa a inactivo, cuando es
      *                    garante o codeudor en el maestro de avales
      *                    AVALMSTR de un prestamo abierto (aprobado,
      *                    en analisis o desembolsado).
      *****************************************************************

       ENVIRONMENT DIVISION.
               ALTERNATE RECORD KEY IS PRM-CLIENTE-ID WITH DUPLICATES
               FILE STATUS IS WS-FS-PRESTAMOS-MASTER.

           SELECT AVAL-MASTER-FILE
               ASSIGN TO 'AVALMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVM-CLAVE
               ALTERNATE RECORD KEY IS AVM-CLIENTE-ID WITH DUPLICATES
               FILE STATUS IS WS-FS-AVAL-MASTER.

           SELECT MANTENIMIENTO-RPT
               ASSIGN TO 'MANTRPT'
               ORGANIZATION IS LINE SEQUENTIAL
       FD  PRESTAMOS-MASTER-FILE.
       COPY PRESTMST.

       FD  AVAL-MASTER-FILE.
       COPY AVALMST.

       FD  MANTENIMIENTO-RPT.
       01  RPT-REGISTRO             PIC X(132).

           05 WS-FIN-BUSQUEDA-PRE   PIC X(01) VALUE 'N'.
              88 FIN-BUSQUEDA-PRE   VALUE 'Y'.
              88 NO-FIN-BUSQUEDA-PRE VALUE 'N'.
           05 WS-MAESTRO-AVALES     PIC X(01) VALUE 'N'.
              88 AVALES-ABIERTO     VALUE 'S'.
              88 AVALES-AUSENTE     VALUE 'N'.
           05 WS-AVALES-ABIERTOS    PIC X(01) VALUE 'N'.
              88 CON-AVALES-ABIERTOS VALUE 'S'.
              88 SIN-AVALES-ABIERTOS VALUE 'N'.
           05 WS-FIN-BUSQUEDA-AVAL  PIC X(01) VALUE 'N'.
              88 FIN-BUSQUEDA-AVAL  VALUE 'Y'.
              88 NO-FIN-BUSQUEDA-AVAL VALUE 'N'.

       01  WS-ESTADOS-ARCHIVO.
           05 WS-FS-TRANSACCIONES     PIC X(02) VALUE '00'.
           05 WS-FS-CLIENTE-MASTER    PIC X(02) VALUE '00'.
           05 WS-FS-PRESTAMOS-MASTER  PIC X(02) VALUE '00'.
           05 WS-FS-REPORTE           PIC X(02) VALUE '00'.
           05 WS-FS-AVAL-MASTER       PIC X(02) VALUE '00'.

       01  WS-CONTADORES.
           05 CNT-LEIDAS            PIC 9(07) COMP VALUE ZERO.
              PERFORM ABEND-PROCESO
           END-IF

           SET AVALES-AUSENTE TO TRUE
           OPEN INPUT AVAL-MASTER-FILE
           EVALUATE WS-FS-AVAL-MASTER
               WHEN '00'
                  SET AVALES-ABIERTO TO TRUE
               WHEN '35'
                  DISPLAY 'SIN MAESTRO DE AVALES (AVALMSTR): '
                          'NO HAY AVALES QUE VALIDAR'
               WHEN OTHER
                  DISPLAY 'ERROR AL ABRIR AVAL-MASTER-FILE, STATUS: '
                          WS-FS-AVAL-MASTER
                  PERFORM ABEND-PROCESO
           END-EVALUATE

           OPEN OUTPUT MANTENIMIENTO-RPT
           IF WS-FS-REPORTE NOT = '00'
              DISPLAY 'ERROR AL ABRIR MANTENIMIENTO-RPT, STATUS: '
           END-IF.

      *-----------------------------------------------------------
      * Cambio: el cliente debe existir y, si el cambio lo pasa a
      * inactivo, no ser aval de un prestamo abierto; se deja la
      * imagen previa en el informe, se regraba completo con los
      * datos de la transaccion y se deja la imagen nueva
      *-----------------------------------------------------------
       APLICAR-CAMBIO.
           SET SIN-AVALES-ABIERTOS TO TRUE
           IF CLIENTE-HALLADO AND CLI-ESTADO = 'I' AND
              CLM-ESTADO NOT = 'I'
              PERFORM VALIDAR-AVALES-ABIERTOS
           END-IF

           EVALUATE TRUE
               WHEN CLIENTE-NO-HALLADO
                  MOVE 'CAMBIO DE CLIENTE INEXISTENTE'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
                  ADD 1 TO CNT-RECHAZADAS
               WHEN CON-AVALES-ABIERTOS
                  MOVE 'INACTIVA AVAL DE PRESTAMO ABIERTO'
                      TO RPT-RCH-MOTIVO
                  PERFORM ESCRIBIR-RECHAZO
                  ADD 1 TO CNT-RECHAZADAS
               WHEN OTHER
                  PERFORM REGRABAR-CLIENTE
           END-EVALUATE.

      *-----------------------------------------------------------
      * Regraba el cliente del cambio con su imagen antes/despues
      *-----------------------------------------------------------
       REGRABAR-CLIENTE.
           MOVE 'ANTES   ' TO RPT-CLI-ETIQUETA
           PERFORM ESCRIBIR-IMAGEN-MASTER
           PERFORM ARMAR-REGISTRO-MASTER
           REWRITE CLIENTE-MASTER-RECORD
               INVALID KEY
                  DISPLAY 'ERROR AL REGRABAR CLIENTE: ' CLM-ID
                          ' STATUS: ' WS-FS-CLIENTE-MASTER
                  PERFORM ABEND-PROCESO
           END-REWRITE
           ADD 1 TO CNT-CAMBIOS
           MOVE 'DESPUES ' TO RPT-CLI-ETIQUETA
           PERFORM ESCRIBIR-IMAGEN-MASTER.

      *-----------------------------------------------------------
      * Baja: el cliente debe existir, no tener prestamos
      * abiertos en el maestro de prestamos ni ser aval de un
      * prestamo abierto; se deja la imagen previa en el informe
      * y se elimina el registro
      *-----------------------------------------------------------
       APLICAR-BAJA.
           IF CLIENTE-NO-HALLADO
              ADD 1 TO CNT-RECHAZADAS
           ELSE
              PERFORM VALIDAR-PRESTAMOS-ABIERTOS
              SET SIN-AVALES-ABIERTOS TO TRUE
              IF SIN-PRESTAMOS-ABIERTOS
                 PERFORM VALIDAR-AVALES-ABIERTOS
              END-IF
              IF CON-PRESTAMOS-ABIERTOS OR CON-AVALES-ABIERTOS
                 IF CON-PRESTAMOS-ABIERTOS
                    MOVE 'BAJA CON PRESTAMOS ABIERTOS'
                        TO RPT-RCH-MOTIVO
                 ELSE
                    MOVE 'BAJA DE AVAL DE PRESTAMO ABIERTO'
                        TO RPT-RCH-MOTIVO
                 END-IF
                 PERFORM ESCRIBIR-RECHAZO
                 ADD 1 TO CNT-RECHAZADAS
              ELSE
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Recorre por la clave alterna AVM-CLIENTE-ID los prestamos
      * que el cliente respalda como garante o codeudor en
      * AVALMSTR y determina si alguno sigue abierto (aprobado,
      * desembolsado o en analisis) en el maestro de prestamos
      *-----------------------------------------------------------
       VALIDAR-AVALES-ABIERTOS.
           SET SIN-AVALES-ABIERTOS TO TRUE
           SET FIN-BUSQUEDA-AVAL TO TRUE

           IF AVALES-ABIERTO
              SET NO-FIN-BUSQUEDA-AVAL TO TRUE
              MOVE CLI-ID TO AVM-CLIENTE-ID
              START AVAL-MASTER-FILE KEY IS EQUAL AVM-CLIENTE-ID
                  INVALID KEY
                     SET FIN-BUSQUEDA-AVAL TO TRUE
              END-START
           END-IF

           PERFORM REVISAR-AVAL-CLIENTE
               UNTIL FIN-BUSQUEDA-AVAL.

      *-----------------------------------------------------------
      * Revisa el siguiente prestamo que el cliente respalda
      *-----------------------------------------------------------
       REVISAR-AVAL-CLIENTE.
           READ AVAL-MASTER-FILE NEXT RECORD
               AT END
                  SET FIN-BUSQUEDA-AVAL TO TRUE
               NOT AT END
                  IF AVM-CLIENTE-ID NOT = CLI-ID
                     SET FIN-BUSQUEDA-AVAL TO TRUE
                  ELSE
                     MOVE AVM-NUMERO TO PRM-NUMERO
                     READ PRESTAMOS-MASTER-FILE
                         INVALID KEY
                            CONTINUE
                         NOT INVALID KEY
                            IF PRM-ESTADO-EVAL = 'A' OR
                               PRM-ESTADO-EVAL = 'P' OR
                               PRM-ESTADO-EVAL = 'S'
                               SET CON-AVALES-ABIERTOS TO TRUE
                               SET FIN-BUSQUEDA-AVAL TO TRUE
                            END-IF
                     END-READ
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Arma el registro del maestro con los datos de la
      * transaccion
           CLOSE TRANSACCIONES-IN
           CLOSE CLIENTE-MASTER-FILE
           CLOSE PRESTAMOS-MASTER-FILE
           IF AVALES-ABIERTO
              CLOSE AVAL-MASTER-FILE
           END-IF
           CLOSE MANTENIMIENTO-RPT

           DISPLAY 'Transacciones leidas : ' CNT-LEIDAS

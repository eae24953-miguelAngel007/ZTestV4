       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESTAT.
      *****************************************************************
      * Aplicación: PRESTAMOS (App B)
      * Programa: Estado del ciclo nocturno de prestamos
      * Descripción: Informe (RUNSTAT) de donde esta el ciclo para la
      *              fecha de negocio vigente en RUNCTL. Por cada paso
      *              de la tabla RUNPASOS muestra su estado en la
      *              bitacora (pendiente, en curso, completo o
      *              fallido), inicio y fin, return code y cantidad
      *              de ejecuciones; para un paso pendiente indica si
      *              ya puede correr o que paso previo espera. Los
      *              pasos de fin de mes figuran como no
      *              correspondientes fuera del ultimo dia del mes.
      *              Cierra con los totales y si el ciclo ya admite
      *              el avance de fecha (PREFECHA). Solo lee; puede
      *              correr en cualquier momento.
      *
      * Historial de modificaciones:
      *   2026-10-15  RG   Version inicial.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-CLAVE
               FILE STATUS IS WS-FS-CONTROL.

           SELECT ESTADO-RPT
               ASSIGN TO 'RUNSTAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       FD  ESTADO-RPT.
       01  RPT-REGISTRO             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY RUNPASOS.

       01  WS-CONTROL-ARCHIVO.
           05 WS-FIN-MES            PIC X(01) VALUE 'N'.
              88 ES-FIN-MES         VALUE 'S'.
              88 NO-ES-FIN-MES      VALUE 'N'.
           05 WS-PREVIOS            PIC X(01) VALUE 'S'.
              88 PREVIOS-COMPLETOS  VALUE 'S'.
              88 PREVIOS-PENDIENTES VALUE 'N'.
           05 WS-PASO-PREVIO        PIC X(08).
           05 WS-PASO-ESPERA        PIC X(08).

       01  WS-ESTADOS-ARCHIVO.
           05 WS-FS-CONTROL           PIC X(02) VALUE '00'.
           05 WS-FS-REPORTE           PIC X(02) VALUE '00'.

       01  WS-FECHA-NEGOCIO.
           05 FEC-NEG.
              10 FEC-NEG-AAAA       PIC 9(04).
              10 FEC-NEG-MM         PIC 9(02).
              10 FEC-NEG-DD         PIC 9(02).
           05 FEC-NEG-NUM REDEFINES FEC-NEG
                                    PIC 9(08).
           05 FEC-NEG-ANTERIOR      PIC 9(08).
           05 FEC-ULTIMO-DIA        PIC 9(02).
           05 FEC-ANO-COCIENTE      PIC 9(05) COMP.
           05 FEC-RESTO             PIC 9(03) COMP.

       01  WS-CONTADORES.
           05 CNT-COMPLETOS         PIC 9(03) COMP VALUE ZERO.
           05 CNT-EN-CURSO          PIC 9(03) COMP VALUE ZERO.
           05 CNT-FALLIDOS          PIC 9(03) COMP VALUE ZERO.
           05 CNT-PENDIENTES        PIC 9(03) COMP VALUE ZERO.
           05 CNT-NO-CORRESPONDEN   PIC 9(03) COMP VALUE ZERO.

       01  WS-EDICION-REPORTE.
           05 RPT-EDIT-CONTADOR     PIC Z,ZZZ,ZZZ,ZZ9.

       01  RPT-LINEA-ENCABEZADO.
           05 FILLER                PIC X(10) VALUE 'PASO'.
           05 FILLER                PIC X(06) VALUE 'FREC'.
           05 FILLER                PIC X(16) VALUE 'ESTADO'.
           05 FILLER                PIC X(20) VALUE 'INICIO'.
           05 FILLER                PIC X(20) VALUE 'FIN'.
           05 FILLER                PIC X(07) VALUE 'RC'.
           05 FILLER                PIC X(06) VALUE 'EJEC'.
           05 FILLER                PIC X(47) VALUE 'OBSERVACION'.

       01  RPT-LINEA-DETALLE.
           05 RPT-DET-PASO          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-FRECUENCIA    PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-ESTADO        PIC X(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-INI-FECHA     PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-INI-HORA      PIC 99B99B99.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RPT-DET-FIN-FECHA     PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-FIN-HORA      PIC 99B99B99.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RPT-DET-RC            PIC ZZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RPT-DET-EJECUCIONES   PIC ZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RPT-DET-OBSERVACION   PIC X(40).
           05 FILLER                PIC X(07) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY '*** ESTADO DEL CICLO NOCTURNO (BATCH) ***'

           PERFORM INICIALIZAR-PROCESO

           MOVE 1 TO TPS-IND
           PERFORM INFORMAR-PASO UNTIL TPS-IND > TPS-CANTIDAD

           PERFORM FINALIZAR-PROCESO

           STOP RUN.

      *-----------------------------------------------------------
      * Apertura de archivos y lectura de la fecha de negocio.
      * Cada apertura se valida contra su FILE STATUS; cualquier
      * status distinto de exito aborta el proceso.
      *-----------------------------------------------------------
       INICIALIZAR-PROCESO.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-FS-CONTROL NOT = '00'
              DISPLAY 'ERROR AL ABRIR RUN-CONTROL-FILE, STATUS: '
                      WS-FS-CONTROL
              PERFORM ABEND-PROCESO
           END-IF

           OPEN OUTPUT ESTADO-RPT
           IF WS-FS-REPORTE NOT = '00'
              DISPLAY 'ERROR AL ABRIR ESTADO-RPT, STATUS: '
                      WS-FS-REPORTE
              PERFORM ABEND-PROCESO
           END-IF

           MOVE 'F'    TO RCT-TIPO
           MOVE ZERO   TO RCT-FECHA
           MOVE SPACES TO RCT-PASO
           READ RUN-CONTROL-FILE
               INVALID KEY
                  DISPLAY 'SIN FECHA DE NEGOCIO EN RUNCTL'
                  PERFORM ABEND-PROCESO
           END-READ
           MOVE RCF-FECHA-NEGOCIO  TO FEC-NEG-NUM
           MOVE RCF-FECHA-ANTERIOR TO FEC-NEG-ANTERIOR

           PERFORM DETERMINAR-ULTIMO-DIA
           IF FEC-NEG-DD = FEC-ULTIMO-DIA
              SET ES-FIN-MES TO TRUE
           END-IF

           MOVE '*** ESTADO DEL CICLO NOCTURNO DE PRESTAMOS ***'
               TO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT
           PERFORM ESCRIBIR-TOTAL-RPT
           STRING 'FECHA DE NEGOCIO...: ' DELIMITED SIZE
                  FEC-NEG-NUM DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT
           STRING 'FECHA ANTERIOR.....: ' DELIMITED SIZE
                  FEC-NEG-ANTERIOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT
           IF ES-FIN-MES
              MOVE 'CORRIDA DE FIN DE MES: INCLUYE LOS PASOS MENSUALES'
                  TO RPT-REGISTRO
              PERFORM ESCRIBIR-TOTAL-RPT
           END-IF
           PERFORM ESCRIBIR-TOTAL-RPT
           WRITE RPT-REGISTRO FROM RPT-LINEA-ENCABEZADO
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO.

      *-----------------------------------------------------------
      * Termina el proceso con un codigo de retorno distinto de
      * cero cuando fallo la E/S sobre un archivo requerido
      *-----------------------------------------------------------
       ABEND-PROCESO.
           DISPLAY 'PROCESO ABORTADO POR ERROR DE E/S DE ARCHIVO'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------
      * Arma la linea de un paso de la tabla con su registro de la
      * bitacora para la fecha de negocio
      *-----------------------------------------------------------
       INFORMAR-PASO.
           MOVE SPACES TO RPT-DET-ESTADO
                          RPT-DET-OBSERVACION
           MOVE ZERO   TO RPT-DET-INI-FECHA
                          RPT-DET-INI-HORA
                          RPT-DET-FIN-FECHA
                          RPT-DET-FIN-HORA
                          RPT-DET-RC
                          RPT-DET-EJECUCIONES
           MOVE TPS-PASO (TPS-IND) TO RPT-DET-PASO
           IF TPS-DIARIO (TPS-IND)
              MOVE 'DIA'  TO RPT-DET-FRECUENCIA
           ELSE
              MOVE 'MES'  TO RPT-DET-FRECUENCIA
           END-IF

           IF TPS-FIN-DE-MES (TPS-IND) AND NO-ES-FIN-MES
              MOVE 'NO CORRESPONDE' TO RPT-DET-ESTADO
              ADD 1 TO CNT-NO-CORRESPONDEN
           ELSE
              MOVE 'P'                TO RCT-TIPO
              MOVE FEC-NEG-NUM        TO RCT-FECHA
              MOVE TPS-PASO (TPS-IND) TO RCT-PASO
              READ RUN-CONTROL-FILE
                  INVALID KEY
                     MOVE 'PENDIENTE' TO RPT-DET-ESTADO
                     ADD 1 TO CNT-PENDIENTES
                     PERFORM REVISAR-PREVIOS
                  NOT INVALID KEY
                     PERFORM DETALLAR-BITACORA
              END-READ
           END-IF

           WRITE RPT-REGISTRO FROM RPT-LINEA-DETALLE
           ADD 1 TO TPS-IND.

      *-----------------------------------------------------------
      * Estado, tiempos y return code del registro de la bitacora
      *-----------------------------------------------------------
       DETALLAR-BITACORA.
           MOVE RCP-INICIO-FECHA TO RPT-DET-INI-FECHA
           DIVIDE RCP-INICIO-HORA BY 100 GIVING RPT-DET-INI-HORA
           MOVE RCP-EJECUCIONES  TO RPT-DET-EJECUCIONES
           EVALUATE TRUE
               WHEN RCP-COMPLETO
                  MOVE 'COMPLETO' TO RPT-DET-ESTADO
                  MOVE RCP-FIN-FECHA   TO RPT-DET-FIN-FECHA
                  DIVIDE RCP-FIN-HORA BY 100 GIVING RPT-DET-FIN-HORA
                  MOVE RCP-RETURN-CODE TO RPT-DET-RC
                  IF RCP-ES-REPROCESO
                     MOVE 'ULTIMA CORRIDA FUE RE-EJECUCION AUTORIZADA'
                         TO RPT-DET-OBSERVACION
                  END-IF
                  ADD 1 TO CNT-COMPLETOS
               WHEN RCP-FALLIDO
                  MOVE 'FALLIDO' TO RPT-DET-ESTADO
                  MOVE RCP-FIN-FECHA   TO RPT-DET-FIN-FECHA
                  DIVIDE RCP-FIN-HORA BY 100 GIVING RPT-DET-FIN-HORA
                  MOVE RCP-RETURN-CODE TO RPT-DET-RC
                  MOVE 'CORREGIR Y RELANZAR EL PASO'
                      TO RPT-DET-OBSERVACION
                  ADD 1 TO CNT-FALLIDOS
               WHEN OTHER
                  MOVE 'EN CURSO' TO RPT-DET-ESTADO
                  MOVE 'SI NO ESTA CORRIENDO, RELANZAR CON RUNRERUN'
                      TO RPT-DET-OBSERVACION
                  ADD 1 TO CNT-EN-CURSO
           END-EVALUATE.

      *-----------------------------------------------------------
      * Para un paso pendiente indica si sus pasos previos ya
      * estan completos o cual espera
      *-----------------------------------------------------------
       REVISAR-PREVIOS.
           SET PREVIOS-COMPLETOS TO TRUE
           MOVE 1 TO TPS-IND-PREVIO
           PERFORM REVISAR-PASO-PREVIO
               UNTIL TPS-IND-PREVIO > 3 OR PREVIOS-PENDIENTES
           IF PREVIOS-COMPLETOS
              MOVE 'LISTO PARA CORRER' TO RPT-DET-OBSERVACION
           ELSE
              STRING 'ESPERA A ' WS-PASO-ESPERA
                     DELIMITED BY SIZE INTO RPT-DET-OBSERVACION
           END-IF.

      *-----------------------------------------------------------
      * Un paso previo debe figurar completo en la bitacora
      *-----------------------------------------------------------
       REVISAR-PASO-PREVIO.
           MOVE TPS-PREVIO (TPS-IND, TPS-IND-PREVIO) TO WS-PASO-PREVIO
           IF WS-PASO-PREVIO NOT = SPACES
              MOVE 'P'            TO RCT-TIPO
              MOVE FEC-NEG-NUM    TO RCT-FECHA
              MOVE WS-PASO-PREVIO TO RCT-PASO
              READ RUN-CONTROL-FILE
                  INVALID KEY
                     SET PREVIOS-PENDIENTES TO TRUE
                  NOT INVALID KEY
                     IF NOT RCP-COMPLETO
                        SET PREVIOS-PENDIENTES TO TRUE
                     END-IF
              END-READ
              IF PREVIOS-PENDIENTES
                 MOVE WS-PASO-PREVIO TO WS-PASO-ESPERA
              END-IF
           END-IF
           ADD 1 TO TPS-IND-PREVIO.

      *-----------------------------------------------------------
      * Ultimo dia del mes de la fecha de negocio (con anio
      * bisiesto para febrero)
      *-----------------------------------------------------------
       DETERMINAR-ULTIMO-DIA.
           EVALUATE FEC-NEG-MM
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                  MOVE 31 TO FEC-ULTIMO-DIA
               WHEN 02
                  MOVE 28 TO FEC-ULTIMO-DIA
                  DIVIDE FEC-NEG-AAAA BY 4 GIVING FEC-ANO-COCIENTE
                      REMAINDER FEC-RESTO
                  IF FEC-RESTO = ZERO
                     DIVIDE FEC-NEG-AAAA BY 100 GIVING FEC-ANO-COCIENTE
                         REMAINDER FEC-RESTO
                     IF FEC-RESTO NOT = ZERO
                        MOVE 29 TO FEC-ULTIMO-DIA
                     ELSE
                        DIVIDE FEC-NEG-AAAA BY 400
                            GIVING FEC-ANO-COCIENTE
                            REMAINDER FEC-RESTO
                        IF FEC-RESTO = ZERO
                           MOVE 29 TO FEC-ULTIMO-DIA
                        END-IF
                     END-IF
                  END-IF
               WHEN OTHER
                  MOVE 30 TO FEC-ULTIMO-DIA
           END-EVALUATE.

      *-----------------------------------------------------------
      * Escribe una linea de totales y limpia el registro
      *-----------------------------------------------------------
       ESCRIBIR-TOTAL-RPT.
           WRITE RPT-REGISTRO
           MOVE SPACES TO RPT-REGISTRO.

      *-----------------------------------------------------------
      * Totales del ciclo y cierre de archivos
      *-----------------------------------------------------------
       FINALIZAR-PROCESO.
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO

           MOVE CNT-COMPLETOS TO RPT-EDIT-CONTADOR
           STRING 'PASOS COMPLETOS....: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-EN-CURSO TO RPT-EDIT-CONTADOR
           STRING 'PASOS EN CURSO.....: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-FALLIDOS TO RPT-EDIT-CONTADOR
           STRING 'PASOS FALLIDOS.....: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-PENDIENTES TO RPT-EDIT-CONTADOR
           STRING 'PASOS PENDIENTES...: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-NO-CORRESPONDEN TO RPT-EDIT-CONTADOR
           STRING 'NO CORRESPONDEN....: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           PERFORM ESCRIBIR-TOTAL-RPT
           IF CNT-COMPLETOS + CNT-NO-CORRESPONDEN = TPS-CANTIDAD
              MOVE 'CICLO COMPLETO: LISTO PARA EL AVANCE DE FECHA'
                  TO RPT-REGISTRO
           ELSE
              MOVE 'CICLO INCOMPLETO: LA FECHA NO PUEDE AVANZAR'
                  TO RPT-REGISTRO
           END-IF
           PERFORM ESCRIBIR-TOTAL-RPT

           CLOSE RUN-CONTROL-FILE
           CLOSE ESTADO-RPT

           DISPLAY 'FECHA DE NEGOCIO: ' FEC-NEG-NUM
                   ' PASOS COMPLETOS: ' CNT-COMPLETOS
                   ' PENDIENTES: ' CNT-PENDIENTES.

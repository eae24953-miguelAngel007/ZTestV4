       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECTLM.
      *****************************************************************
      * Aplicación: PRESTAMOS (App B)
      * Programa: Modulo de control de corrida del ciclo nocturno
      * Descripción: Subprograma que llaman todos los pasos del ciclo
      *              (area CTLPASO) al comenzar y al terminar. Al
      *              iniciar lee de RUNCTL la fecha de negocio
      *              vigente y la devuelve como fecha de proceso,
      *              valida contra la tabla RUNPASOS que el paso
      *              exista, que un paso de fin de mes corra solo en
      *              el ultimo dia del mes y que sus pasos previos
      *              esten completos para esa fecha, y registra el
      *              inicio en la bitacora. Un paso ya completo (o
      *              que quedo en curso por una caida) para la fecha
      *              solo vuelve a correr si la tarjeta opcional
      *              RUNRERUN trae el paso y la fecha (re-ejecucion
      *              controlada);
      *              un paso fallido (return code 16 o mas) puede
      *              relanzarse sin autorizacion. Al terminar graba
      *              fin y return code y deja el paso completo o
      *              fallido. Nunca aborta: devuelve el resultado
      *              en CPA-RESULTADO y el motivo en CPA-MENSAJE,
      *              y el paso que llama decide terminar.
      *
      * Historial de modificaciones:
      *   2026-10-15  RG   Version inicial.
      *   2026-10-15  RG   Un paso de fin de mes ('M' en RUNPASOS)
      *                    fuera del ultimo dia del mes de la fecha de
      *                    negocio no corre (resultado '25').
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

           SELECT REPROCESO-IN
               ASSIGN TO 'RUNRERUN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPROCESO.

       DATA DIVISION.
       FILE SECTION.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       FD  REPROCESO-IN
           RECORD CONTAINS 16 CHARACTERS.
       01  TARJETA-REPROCESO.
           05 RRN-PASO              PIC X(08).
           05 RRN-FECHA             PIC 9(08).

       WORKING-STORAGE SECTION.

       COPY RUNPASOS.

       01  WS-CONTROL-ARCHIVO.
           05 WS-FIN-REPROCESO      PIC X(01) VALUE 'N'.
              88 FIN-REPROCESO      VALUE 'Y'.
              88 NO-FIN-REPROCESO   VALUE 'N'.
           05 WS-PASO-TABLA         PIC X(01) VALUE 'N'.
              88 PASO-EN-TABLA      VALUE 'S'.
              88 PASO-NO-EN-TABLA   VALUE 'N'.
           05 WS-AUTORIZACION       PIC X(01) VALUE 'N'.
              88 REPROCESO-AUTORIZADO VALUE 'S'.
              88 REPROCESO-NO-AUTORIZADO VALUE 'N'.
           05 WS-PASO-PREVIO        PIC X(08).

       01  WS-ESTADOS-ARCHIVO.
           05 WS-FS-CONTROL           PIC X(02) VALUE '00'.
           05 WS-FS-REPROCESO         PIC X(02) VALUE '00'.

       01  WS-FECHA-NEGOCIO.
           05 FEC-NEG.
              10 FEC-NEG-AAAA       PIC 9(04).
              10 FEC-NEG-MM         PIC 9(02).
              10 FEC-NEG-DD         PIC 9(02).
           05 FEC-NEG-NUM REDEFINES FEC-NEG
                                    PIC 9(08).
           05 FEC-ULTIMO-DIA        PIC 9(02).
           05 FEC-ANO-COCIENTE      PIC 9(05) COMP.
           05 FEC-RESTO             PIC 9(03) COMP.

       01  WS-RELOJ.
           05 REL-FECHA             PIC 9(08).
           05 REL-HORA              PIC 9(08).

       LINKAGE SECTION.
       COPY CTLPASO.

       PROCEDURE DIVISION USING CTL-PASO-AREA.

       MAIN-PROCESS.
           MOVE '00' TO CPA-RESULTADO
           MOVE SPACES TO CPA-MENSAJE
           ACCEPT REL-FECHA FROM DATE YYYYMMDD
           ACCEPT REL-HORA FROM TIME

           OPEN I-O RUN-CONTROL-FILE
           EVALUATE WS-FS-CONTROL
               WHEN '00'
                  EVALUATE TRUE
                      WHEN CPA-INICIAR
                         PERFORM INICIAR-PASO
                      WHEN CPA-TERMINAR
                         PERFORM TERMINAR-PASO
                      WHEN OTHER
                         MOVE '90' TO CPA-RESULTADO
                         MOVE 'FUNCION DE CONTROL DE CORRIDA INVALIDA'
                             TO CPA-MENSAJE
                  END-EVALUATE
                  CLOSE RUN-CONTROL-FILE
               WHEN '35'
                  MOVE '10' TO CPA-RESULTADO
                  MOVE 'SIN ARCHIVO RUNCTL: INICIALIZAR CON PREFECHA'
                      TO CPA-MENSAJE
               WHEN OTHER
                  MOVE '99' TO CPA-RESULTADO
                  STRING 'ERROR AL ABRIR RUN-CONTROL-FILE, STATUS: '
                         WS-FS-CONTROL
                         DELIMITED BY SIZE INTO CPA-MENSAJE
           END-EVALUATE

           GOBACK.

      *-----------------------------------------------------------
      * Inicio del paso: fecha de negocio, paso en la tabla del
      * ciclo, pasos previos completos y registro del inicio. Cada
      * etapa corre solo si la anterior quedo bien.
      *-----------------------------------------------------------
       INICIAR-PASO.
           SET CPA-PASO-NO-INICIADO TO TRUE
           SET CPA-NO-REPROCESO TO TRUE
           MOVE ZERO TO CPA-FECHA-NEGOCIO

           PERFORM LEER-FECHA-NEGOCIO

           IF CPA-OK
              PERFORM BUSCAR-PASO-TABLA
              IF PASO-NO-EN-TABLA
                 MOVE '20' TO CPA-RESULTADO
                 STRING 'PASO ' CPA-PASO
                        ' NO DEFINIDO EN EL CICLO NOCTURNO'
                        DELIMITED BY SIZE INTO CPA-MENSAJE
              END-IF
           END-IF

           IF CPA-OK AND TPS-FIN-DE-MES (TPS-IND)
              PERFORM VALIDAR-FIN-DE-MES
           END-IF

           IF CPA-OK
              MOVE 1 TO TPS-IND-PREVIO
              PERFORM VALIDAR-PASO-PREVIO
                  UNTIL TPS-IND-PREVIO > 3 OR NOT CPA-OK
           END-IF

           IF CPA-OK
              PERFORM REGISTRAR-INICIO
           END-IF

           IF CPA-OK
              SET CPA-PASO-INICIADO TO TRUE
              DISPLAY 'CONTROL DE CORRIDA: PASO ' CPA-PASO
                      ' FECHA DE NEGOCIO ' CPA-FECHA-NEGOCIO
              IF CPA-ES-REPROCESO
                 DISPLAY 'CONTROL DE CORRIDA: RE-EJECUCION AUTORIZADA'
              END-IF
           END-IF.

      *-----------------------------------------------------------
      * Lee el registro unico de fecha de negocio del ciclo
      *-----------------------------------------------------------
       LEER-FECHA-NEGOCIO.
           MOVE 'F'    TO RCT-TIPO
           MOVE ZERO   TO RCT-FECHA
           MOVE SPACES TO RCT-PASO
           READ RUN-CONTROL-FILE
               INVALID KEY
                  MOVE '10' TO CPA-RESULTADO
                  MOVE 'SIN FECHA DE NEGOCIO EN RUNCTL: CORRER PREFECHA'
                      TO CPA-MENSAJE
               NOT INVALID KEY
                  MOVE RCF-FECHA-NEGOCIO TO CPA-FECHA-NEGOCIO
           END-READ.

      *-----------------------------------------------------------
      * Ubica el paso en la tabla del ciclo
      *-----------------------------------------------------------
       BUSCAR-PASO-TABLA.
           SET PASO-NO-EN-TABLA TO TRUE
           MOVE 1 TO TPS-IND
           PERFORM REVISAR-PASO-TABLA
               UNTIL PASO-EN-TABLA OR TPS-IND > TPS-CANTIDAD.

      *-----------------------------------------------------------
      * Compara una entrada de la tabla contra el paso buscado
      *-----------------------------------------------------------
       REVISAR-PASO-TABLA.
           IF TPS-PASO (TPS-IND) = CPA-PASO
              SET PASO-EN-TABLA TO TRUE
           ELSE
              ADD 1 TO TPS-IND
           END-IF.

      *-----------------------------------------------------------
      * Un paso de fin de mes ('M' en la tabla) solo corre en la
      * fecha de negocio del ultimo dia del mes
      *-----------------------------------------------------------
       VALIDAR-FIN-DE-MES.
           MOVE CPA-FECHA-NEGOCIO TO FEC-NEG-NUM
           PERFORM DETERMINAR-ULTIMO-DIA
           IF FEC-NEG-DD NOT = FEC-ULTIMO-DIA
              MOVE '25' TO CPA-RESULTADO
              STRING 'PASO ' CPA-PASO ' DE FIN DE MES FUERA DE FECHA '
                     CPA-FECHA-NEGOCIO
                     DELIMITED BY SIZE INTO CPA-MENSAJE
           END-IF.

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
      * Un paso previo de la tabla debe estar completo en la
      * bitacora para la misma fecha de negocio
      *-----------------------------------------------------------
       VALIDAR-PASO-PREVIO.
           MOVE TPS-PREVIO (TPS-IND, TPS-IND-PREVIO) TO WS-PASO-PREVIO
           IF WS-PASO-PREVIO NOT = SPACES
              MOVE 'P'               TO RCT-TIPO
              MOVE CPA-FECHA-NEGOCIO TO RCT-FECHA
              MOVE WS-PASO-PREVIO    TO RCT-PASO
              READ RUN-CONTROL-FILE
                  INVALID KEY
                     MOVE '30' TO CPA-RESULTADO
                     STRING 'PASO PREVIO ' WS-PASO-PREVIO
                            ' NO EJECUTADO EN LA FECHA '
                            CPA-FECHA-NEGOCIO
                            DELIMITED BY SIZE INTO CPA-MENSAJE
                  NOT INVALID KEY
                     IF NOT RCP-COMPLETO
                        MOVE '30' TO CPA-RESULTADO
                        STRING 'PASO PREVIO ' WS-PASO-PREVIO
                               ' NO COMPLETO EN LA FECHA '
                               CPA-FECHA-NEGOCIO
                               DELIMITED BY SIZE INTO CPA-MENSAJE
                     END-IF
              END-READ
           END-IF
           ADD 1 TO TPS-IND-PREVIO.

      *-----------------------------------------------------------
      * Registra el inicio del paso. Primera corrida del dia: alta
      * en la bitacora. Paso fallido: se relanza. Paso completo o
      * que quedo en curso: solo con re-ejecucion autorizada.
      *-----------------------------------------------------------
       REGISTRAR-INICIO.
           MOVE 'P'               TO RCT-TIPO
           MOVE CPA-FECHA-NEGOCIO TO RCT-FECHA
           MOVE CPA-PASO          TO RCT-PASO
           READ RUN-CONTROL-FILE
               INVALID KEY
                  MOVE SPACES TO RCT-DATOS
                  SET RCP-EN-CURSO TO TRUE
                  MOVE REL-FECHA TO RCP-INICIO-FECHA
                  MOVE REL-HORA  TO RCP-INICIO-HORA
                  MOVE ZERO      TO RCP-FIN-FECHA
                                    RCP-FIN-HORA
                                    RCP-RETURN-CODE
                  MOVE 1         TO RCP-EJECUCIONES
                  MOVE 'N'       TO RCP-REPROCESO
                  WRITE RUN-CONTROL-RECORD
                      INVALID KEY
                         MOVE '99' TO CPA-RESULTADO
                         STRING 'ERROR AL GRABAR RUNCTL, STATUS: '
                                WS-FS-CONTROL
                                DELIMITED BY SIZE INTO CPA-MENSAJE
                  END-WRITE
               NOT INVALID KEY
                  PERFORM REINICIAR-PASO
           END-READ.

      *-----------------------------------------------------------
      * Paso ya registrado para la fecha de negocio
      *-----------------------------------------------------------
       REINICIAR-PASO.
           IF NOT RCP-FALLIDO
              PERFORM BUSCAR-AUTORIZACION
              IF REPROCESO-NO-AUTORIZADO
                 MOVE '40' TO CPA-RESULTADO
                 IF RCP-COMPLETO
                    STRING 'PASO ' CPA-PASO ' YA COMPLETO EN LA FECHA '
                           CPA-FECHA-NEGOCIO
                           DELIMITED BY SIZE INTO CPA-MENSAJE
                 ELSE
                    STRING 'PASO ' CPA-PASO ' EN CURSO EN LA FECHA '
                           CPA-FECHA-NEGOCIO
                           DELIMITED BY SIZE INTO CPA-MENSAJE
                 END-IF
              ELSE
                 SET CPA-ES-REPROCESO TO TRUE
              END-IF
           END-IF

           IF CPA-OK
              SET RCP-EN-CURSO TO TRUE
              MOVE REL-FECHA TO RCP-INICIO-FECHA
              MOVE REL-HORA  TO RCP-INICIO-HORA
              MOVE ZERO      TO RCP-FIN-FECHA
                                RCP-FIN-HORA
                                RCP-RETURN-CODE
              ADD 1 TO RCP-EJECUCIONES
              MOVE CPA-REPROCESO TO RCP-REPROCESO
              REWRITE RUN-CONTROL-RECORD
                  INVALID KEY
                     MOVE '99' TO CPA-RESULTADO
                     STRING 'ERROR AL REGRABAR RUNCTL, STATUS: '
                            WS-FS-CONTROL
                            DELIMITED BY SIZE INTO CPA-MENSAJE
              END-REWRITE
           END-IF.

      *-----------------------------------------------------------
      * Busca en la tarjeta opcional RUNRERUN el paso y la fecha
      * de negocio. Sin tarjeta (status 35) no hay autorizacion.
      *-----------------------------------------------------------
       BUSCAR-AUTORIZACION.
           SET REPROCESO-NO-AUTORIZADO TO TRUE
           SET NO-FIN-REPROCESO TO TRUE
           OPEN INPUT REPROCESO-IN
           EVALUATE WS-FS-REPROCESO
               WHEN '00'
                  PERFORM LEER-AUTORIZACION
                      UNTIL FIN-REPROCESO OR REPROCESO-AUTORIZADO
                  CLOSE REPROCESO-IN
               WHEN '35'
                  CONTINUE
               WHEN OTHER
                  MOVE '99' TO CPA-RESULTADO
                  STRING 'ERROR AL ABRIR REPROCESO-IN, STATUS: '
                         WS-FS-REPROCESO
                         DELIMITED BY SIZE INTO CPA-MENSAJE
           END-EVALUATE.

      *-----------------------------------------------------------
      * Lee una tarjeta de re-ejecucion y la compara con el paso
      *-----------------------------------------------------------
       LEER-AUTORIZACION.
           READ REPROCESO-IN
               AT END
                  SET FIN-REPROCESO TO TRUE
               NOT AT END
                  IF RRN-PASO = CPA-PASO AND
                     RRN-FECHA = CPA-FECHA-NEGOCIO
                     SET REPROCESO-AUTORIZADO TO TRUE
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Fin del paso: graba fin y return code. Un return code de
      * 16 o mas deja el paso fallido; si no, completo.
      *-----------------------------------------------------------
       TERMINAR-PASO.
           MOVE 'P'               TO RCT-TIPO
           MOVE CPA-FECHA-NEGOCIO TO RCT-FECHA
           MOVE CPA-PASO          TO RCT-PASO
           READ RUN-CONTROL-FILE
               INVALID KEY
                  MOVE '50' TO CPA-RESULTADO
                  STRING 'PASO ' CPA-PASO ' SIN INICIO REGISTRADO'
                         DELIMITED BY SIZE INTO CPA-MENSAJE
               NOT INVALID KEY
                  MOVE REL-FECHA       TO RCP-FIN-FECHA
                  MOVE REL-HORA        TO RCP-FIN-HORA
                  MOVE CPA-RETURN-CODE TO RCP-RETURN-CODE
                  IF CPA-RETURN-CODE < 16
                     SET RCP-COMPLETO TO TRUE
                  ELSE
                     SET RCP-FALLIDO TO TRUE
                  END-IF
                  REWRITE RUN-CONTROL-RECORD
                      INVALID KEY
                         MOVE '99' TO CPA-RESULTADO
                         STRING 'ERROR AL REGRABAR RUNCTL, STATUS: '
                                WS-FS-CONTROL
                                DELIMITED BY SIZE INTO CPA-MENSAJE
                  END-REWRITE
           END-READ

           IF CPA-OK
              SET CPA-PASO-NO-INICIADO TO TRUE
              DISPLAY 'CONTROL DE CORRIDA: FIN PASO ' CPA-PASO
                      ' RC ' CPA-RETURN-CODE
           END-IF.

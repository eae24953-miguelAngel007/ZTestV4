       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFECHA.
      *****************************************************************
      * Aplicación: PRESTAMOS (App B)
      * Programa: Cierre del dia y avance de la fecha de negocio
      * Descripción: Ultimo paso del ciclo nocturno. Verifica en la
      *              bitacora de RUNCTL que todos los pasos diarios
      *              de la tabla RUNPASOS (y los de fin de mes cuando
      *              la fecha de negocio es el ultimo dia del mes)
      *              esten completos para la fecha de negocio
      *              vigente y recien entonces la avanza al dia
      *              calendario siguiente, guardando la anterior. Si
      *              falta algun paso lo lista y termina con return
      *              code 16 sin mover la fecha. La tarjeta opcional
      *              FECHCTL (AAAAMMDD) solo se usa para inicializar
      *              el control de corrida: crea RUNCTL si no existe
      *              y graba la primera fecha de negocio; con la
      *              fecha ya inicializada la tarjeta se rechaza.
      *
      * Historial de modificaciones:
      *   2026-10-15  RG   Version inicial.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FECHA
               ASSIGN TO 'FECHCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TARJETA.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-CLAVE
               FILE STATUS IS WS-FS-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-FECHA
           RECORD CONTAINS 8 CHARACTERS.
       01  TARJETA-FECHA.
           05 FCT-FECHA-INICIAL     PIC 9(08).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.

       COPY RUNPASOS.

       01  WS-CONTROL-ARCHIVO.
           05 WS-TARJETA            PIC X(01) VALUE 'N'.
              88 HAY-TARJETA        VALUE 'S'.
              88 SIN-TARJETA        VALUE 'N'.
           05 WS-FECHA-REGISTRO     PIC X(01) VALUE 'N'.
              88 FECHA-INICIALIZADA VALUE 'S'.
              88 FECHA-NO-INICIALIZADA VALUE 'N'.
           05 WS-CICLO              PIC X(01) VALUE 'S'.
              88 CICLO-COMPLETO     VALUE 'S'.
              88 CICLO-INCOMPLETO   VALUE 'N'.
           05 WS-FIN-MES            PIC X(01) VALUE 'N'.
              88 ES-FIN-MES         VALUE 'S'.
              88 NO-ES-FIN-MES      VALUE 'N'.

       01  WS-ESTADOS-ARCHIVO.
           05 WS-FS-TARJETA           PIC X(02) VALUE '00'.
           05 WS-FS-CONTROL           PIC X(02) VALUE '00'.

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

       01  WS-RELOJ.
           05 REL-FECHA             PIC 9(08).
           05 REL-HORA              PIC 9(08).

       01  WS-CONTADORES.
           05 CNT-PASOS-REVISADOS   PIC 9(03) COMP VALUE ZERO.
           05 CNT-PASOS-PENDIENTES  PIC 9(03) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY '*** CIERRE DEL DIA Y AVANCE DE FECHA (BATCH) ***'

           PERFORM INICIALIZAR-PROCESO

           IF FECHA-NO-INICIALIZADA
              PERFORM INICIALIZAR-FECHA-NEGOCIO
           ELSE
              PERFORM VERIFICAR-CICLO
              PERFORM AVANZAR-FECHA-NEGOCIO
           END-IF

           CLOSE RUN-CONTROL-FILE

           STOP RUN.

      *-----------------------------------------------------------
      * Lee la tarjeta opcional, abre RUNCTL (lo crea si no existe
      * y hay tarjeta de inicializacion) y lee la fecha vigente
      *-----------------------------------------------------------
       INICIALIZAR-PROCESO.
           ACCEPT REL-FECHA FROM DATE YYYYMMDD
           ACCEPT REL-HORA FROM TIME

           OPEN INPUT CONTROL-FECHA
           EVALUATE WS-FS-TARJETA
               WHEN '00'
                  READ CONTROL-FECHA
                      AT END
                         DISPLAY 'TARJETA DE CONTROL FECHCTL VACIA'
                         PERFORM ABEND-PROCESO
                  END-READ
                  CLOSE CONTROL-FECHA
                  SET HAY-TARJETA TO TRUE
               WHEN '35'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'ERROR AL ABRIR CONTROL-FECHA, STATUS: '
                          WS-FS-TARJETA
                  PERFORM ABEND-PROCESO
           END-EVALUATE

           OPEN I-O RUN-CONTROL-FILE
           IF WS-FS-CONTROL = '35' AND HAY-TARJETA
              OPEN OUTPUT RUN-CONTROL-FILE
              CLOSE RUN-CONTROL-FILE
              OPEN I-O RUN-CONTROL-FILE
           END-IF
           IF WS-FS-CONTROL NOT = '00'
              DISPLAY 'ERROR AL ABRIR RUN-CONTROL-FILE, STATUS: '
                      WS-FS-CONTROL
              PERFORM ABEND-PROCESO
           END-IF

           MOVE 'F'    TO RCT-TIPO
           MOVE ZERO   TO RCT-FECHA
           MOVE SPACES TO RCT-PASO
           READ RUN-CONTROL-FILE
               INVALID KEY
                  SET FECHA-NO-INICIALIZADA TO TRUE
               NOT INVALID KEY
                  SET FECHA-INICIALIZADA TO TRUE
                  MOVE RCF-FECHA-NEGOCIO TO FEC-NEG-NUM
           END-READ

           IF FECHA-INICIALIZADA AND HAY-TARJETA
              DISPLAY 'FECHA DE NEGOCIO YA INICIALIZADA EN '
                      FEC-NEG-NUM '; RETIRAR LA TARJETA FECHCTL'
              PERFORM ABEND-PROCESO
           END-IF
           IF FECHA-NO-INICIALIZADA AND SIN-TARJETA
              DISPLAY 'SIN FECHA DE NEGOCIO EN RUNCTL: INFORMAR LA '
                      'FECHA INICIAL EN LA TARJETA FECHCTL'
              PERFORM ABEND-PROCESO
           END-IF.

      *-----------------------------------------------------------
      * Termina el proceso con un codigo de retorno distinto de
      * cero cuando fallo la E/S, la tarjeta es invalida o el ciclo
      * de la fecha de negocio no esta completo
      *-----------------------------------------------------------
       ABEND-PROCESO.
           DISPLAY 'PROCESO ABORTADO, FECHA DE NEGOCIO SIN CAMBIOS'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------
      * Graba el registro de fecha con la fecha de la tarjeta,
      * previa validacion de que sea una fecha calendario
      *-----------------------------------------------------------
       INICIALIZAR-FECHA-NEGOCIO.
           IF FCT-FECHA-INICIAL NOT NUMERIC
              DISPLAY 'FECHA INICIAL INVALIDA EN FECHCTL: '
                      TARJETA-FECHA
              PERFORM ABEND-PROCESO
           END-IF
           MOVE FCT-FECHA-INICIAL TO FEC-NEG-NUM
           IF FEC-NEG-MM < 1 OR FEC-NEG-MM > 12
              DISPLAY 'FECHA INICIAL INVALIDA EN FECHCTL: '
                      TARJETA-FECHA
              PERFORM ABEND-PROCESO
           END-IF
           PERFORM DETERMINAR-ULTIMO-DIA
           IF FEC-NEG-DD < 1 OR FEC-NEG-DD > FEC-ULTIMO-DIA
              DISPLAY 'FECHA INICIAL INVALIDA EN FECHCTL: '
                      TARJETA-FECHA
              PERFORM ABEND-PROCESO
           END-IF

           MOVE 'F'         TO RCT-TIPO
           MOVE ZERO        TO RCT-FECHA
           MOVE SPACES      TO RCT-PASO
           MOVE SPACES      TO RCT-DATOS
           MOVE FEC-NEG-NUM TO RCF-FECHA-NEGOCIO
           MOVE ZERO        TO RCF-FECHA-ANTERIOR
           MOVE REL-FECHA   TO RCF-FECHA-CAMBIO
           MOVE REL-HORA    TO RCF-HORA-CAMBIO
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                  DISPLAY 'ERROR AL GRABAR RUNCTL, STATUS: '
                          WS-FS-CONTROL
                  PERFORM ABEND-PROCESO
           END-WRITE

           DISPLAY 'FECHA DE NEGOCIO INICIALIZADA EN ' FEC-NEG-NUM.

      *-----------------------------------------------------------
      * Todo paso diario, y en fin de mes tambien los mensuales,
      * debe estar completo en la bitacora para la fecha vigente
      *-----------------------------------------------------------
       VERIFICAR-CICLO.
           PERFORM DETERMINAR-ULTIMO-DIA
           IF FEC-NEG-DD = FEC-ULTIMO-DIA
              SET ES-FIN-MES TO TRUE
           END-IF

           SET CICLO-COMPLETO TO TRUE
           MOVE 1 TO TPS-IND
           PERFORM VERIFICAR-PASO UNTIL TPS-IND > TPS-CANTIDAD

           DISPLAY 'PASOS REVISADOS......: ' CNT-PASOS-REVISADOS
           DISPLAY 'PASOS PENDIENTES.....: ' CNT-PASOS-PENDIENTES
           IF CICLO-INCOMPLETO
              DISPLAY 'CICLO DE LA FECHA ' FEC-NEG-NUM ' INCOMPLETO'
              PERFORM ABEND-PROCESO
           END-IF.

      *-----------------------------------------------------------
      * Revisa un paso de la tabla en la bitacora
      *-----------------------------------------------------------
       VERIFICAR-PASO.
           IF TPS-DIARIO (TPS-IND) OR ES-FIN-MES
              ADD 1 TO CNT-PASOS-REVISADOS
              MOVE 'P'                TO RCT-TIPO
              MOVE FEC-NEG-NUM        TO RCT-FECHA
              MOVE TPS-PASO (TPS-IND) TO RCT-PASO
              READ RUN-CONTROL-FILE
                  INVALID KEY
                     SET CICLO-INCOMPLETO TO TRUE
                     ADD 1 TO CNT-PASOS-PENDIENTES
                     DISPLAY 'PASO NO EJECUTADO: ' TPS-PASO (TPS-IND)
                  NOT INVALID KEY
                     IF NOT RCP-COMPLETO
                        SET CICLO-INCOMPLETO TO TRUE
                        ADD 1 TO CNT-PASOS-PENDIENTES
                        DISPLAY 'PASO NO COMPLETO: '
                                TPS-PASO (TPS-IND)
                                ' ESTADO ' RCP-ESTADO
                                ' RC ' RCP-RETURN-CODE
                     END-IF
              END-READ
           END-IF
           ADD 1 TO TPS-IND.

      *-----------------------------------------------------------
      * Avanza la fecha de negocio al dia calendario siguiente y
      * deja en la bitacora el cierre del dia
      *-----------------------------------------------------------
       AVANZAR-FECHA-NEGOCIO.
           MOVE FEC-NEG-NUM TO FEC-NEG-ANTERIOR
           IF FEC-NEG-DD < FEC-ULTIMO-DIA
              ADD 1 TO FEC-NEG-DD
           ELSE
              MOVE 1 TO FEC-NEG-DD
              IF FEC-NEG-MM < 12
                 ADD 1 TO FEC-NEG-MM
              ELSE
                 MOVE 1 TO FEC-NEG-MM
                 ADD 1 TO FEC-NEG-AAAA
              END-IF
           END-IF

           MOVE 'F'    TO RCT-TIPO
           MOVE ZERO   TO RCT-FECHA
           MOVE SPACES TO RCT-PASO
           READ RUN-CONTROL-FILE
               INVALID KEY
                  DISPLAY 'ERROR AL RELEER RUNCTL, STATUS: '
                          WS-FS-CONTROL
                  PERFORM ABEND-PROCESO
           END-READ
           MOVE FEC-NEG-NUM      TO RCF-FECHA-NEGOCIO
           MOVE FEC-NEG-ANTERIOR TO RCF-FECHA-ANTERIOR
           MOVE REL-FECHA        TO RCF-FECHA-CAMBIO
           MOVE REL-HORA         TO RCF-HORA-CAMBIO
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                  DISPLAY 'ERROR AL REGRABAR RUNCTL, STATUS: '
                          WS-FS-CONTROL
                  PERFORM ABEND-PROCESO
           END-REWRITE

           MOVE 'P'              TO RCT-TIPO
           MOVE FEC-NEG-ANTERIOR TO RCT-FECHA
           MOVE 'PREFECHA'       TO RCT-PASO
           MOVE SPACES           TO RCT-DATOS
           SET RCP-COMPLETO      TO TRUE
           MOVE REL-FECHA        TO RCP-INICIO-FECHA
                                    RCP-FIN-FECHA
           MOVE REL-HORA         TO RCP-INICIO-HORA
                                    RCP-FIN-HORA
           MOVE ZERO             TO RCP-RETURN-CODE
           MOVE 1                TO RCP-EJECUCIONES
           MOVE 'N'              TO RCP-REPROCESO
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                  DISPLAY 'ERROR AL GRABAR RUNCTL, STATUS: '
                          WS-FS-CONTROL
                  PERFORM ABEND-PROCESO
           END-WRITE

           DISPLAY 'FECHA DE NEGOCIO CERRADA.: ' FEC-NEG-ANTERIOR
           DISPLAY 'NUEVA FECHA DE NEGOCIO...: ' FEC-NEG-NUM.

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

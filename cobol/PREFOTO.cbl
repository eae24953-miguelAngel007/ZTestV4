       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFOTO.
      *****************************************************************
      * Aplicación: PRESTAMOS (App B)
      * Programa: Foto de mora de fin de mes de la cartera
      * Descripción: Corrida de fin de mes, despues del castigo
      *              (PRECAST). Como PRM-ESTADO-MORA se pisa cada
      *              noche y PREPROV solo guarda totales por bucket,
      *              deja en FOTOMES (copybook FOTOMES) la foto del
      *              mes de cada prestamo desembolsado abierto en el
      *              mes: los 'S' (vigentes o reestructurados), los
      *              liquidados en el mes y los castigados en el mes,
      *              con bucket, dias de mora, saldo, producto y mes
      *              de desembolso. Los meses anteriores quedan en el
      *              archivo para el analisis de transiciones y
      *              cosechas de PREROLL. Si el mes ya tenia foto
      *              (re-ejecucion) se borra y se vuelve a tomar
      *              completa. FOTOMES se crea en la primera corrida.
      *              El informe FOTORPT resume la foto por bucket y
      *              situacion.
      *
      * Historial de modificaciones:
      *   2026-10-15  RG   Version inicial.
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

           SELECT FOTO-MORA-FILE
               ASSIGN TO 'FOTOMES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOT-CLAVE
               FILE STATUS IS WS-FS-FOTO.

           SELECT FOTO-RPT
               ASSIGN TO 'FOTORPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  PRESTAMOS-MASTER-FILE.
       COPY PRESTMST.

       FD  FOTO-MORA-FILE.
       COPY FOTOMES.

       FD  FOTO-RPT.
       01  RPT-REGISTRO             PIC X(80).

       WORKING-STORAGE SECTION.

      * Totales de la foto por bucket de mora de los prestamos
      * abiertos (1 al dia ... 5 mas de 90) y por situacion
      * (1 vigente, 2 reestructurado, 3 liquidado, 4 castigado)
       01  WS-ACUMULADORES.
           05 ACU-BUCKET OCCURS 5 TIMES.
              10 ACU-BCK-CANTIDAD   PIC 9(07) COMP.
              10 ACU-BCK-SALDO      PIC S9(13)V99 COMP-3.
           05 ACU-SITUACION OCCURS 4 TIMES.
              10 ACU-SIT-CANTIDAD   PIC 9(07) COMP.
              10 ACU-SIT-SALDO      PIC S9(13)V99 COMP-3.

       01  WS-NOMBRES-BUCKET.
           05 FILLER                PIC X(14) VALUE 'AL DIA        '.
           05 FILLER                PIC X(14) VALUE 'MORA 1-30     '.
           05 FILLER                PIC X(14) VALUE 'MORA 31-60    '.
           05 FILLER                PIC X(14) VALUE 'MORA 61-90    '.
           05 FILLER                PIC X(14) VALUE 'MORA MAS DE 90'.
       01  WS-NOMBRES-BUCKET-R REDEFINES WS-NOMBRES-BUCKET.
           05 NOM-BUCKET OCCURS 5 TIMES
                                    PIC X(14).

       01  WS-NOMBRES-SITUACION.
           05 FILLER                PIC X(14) VALUE 'VIGENTES      '.
           05 FILLER                PIC X(14) VALUE 'REESTRUCTURADO'.
           05 FILLER                PIC X(14) VALUE 'LIQUIDADOS    '.
           05 FILLER                PIC X(14) VALUE 'CASTIGADOS    '.
       01  WS-NOMBRES-SITUACION-R REDEFINES WS-NOMBRES-SITUACION.
           05 NOM-SITUACION OCCURS 4 TIMES
                                    PIC X(14).

       01  WS-INDICES.
           05 IDX-BUCKET            PIC 9(02) COMP.
           05 IDX-SITUACION         PIC 9(02) COMP.

       01  WS-CONTROL-ARCHIVO.
           05 WS-FIN-MAESTRO        PIC X(01) VALUE 'N'.
              88 FIN-MAESTRO        VALUE 'Y'.
              88 NO-FIN-MAESTRO     VALUE 'N'.
           05 WS-FIN-FOTO           PIC X(01) VALUE 'N'.
              88 FIN-FOTO           VALUE 'Y'.
              88 NO-FIN-FOTO        VALUE 'N'.
           05 WS-INCLUIR            PIC X(01) VALUE 'N'.
              88 PRESTAMO-INCLUIDO  VALUE 'S'.
              88 PRESTAMO-EXCLUIDO  VALUE 'N'.

       01  WS-ESTADOS-ARCHIVO.
           05 WS-FS-PRESTAMOS-MASTER  PIC X(02) VALUE '00'.
           05 WS-FS-FOTO              PIC X(02) VALUE '00'.
           05 WS-FS-REPORTE           PIC X(02) VALUE '00'.

       01  WS-CONTADORES.
           05 CNT-LEIDOS            PIC 9(07) COMP VALUE ZERO.
           05 CNT-FOTOGRAFIADOS     PIC 9(07) COMP VALUE ZERO.
           05 CNT-BORRADOS          PIC 9(07) COMP VALUE ZERO.
           05 CNT-TOTAL-SALDO       PIC S9(13)V99 COMP-3 VALUE ZERO.

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
           05 FILLER                PIC X(24) VALUE 'CONCEPTO'.
           05 FILLER                PIC X(12) VALUE '  CANTIDAD'.
           05 FILLER                PIC X(24) VALUE
              '                   SALDO'.
           05 FILLER                PIC X(20) VALUE SPACES.

       01  RPT-LINEA-DETALLE.
           05 RPT-DET-GRUPO         PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-NOMBRE        PIC X(14).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-CANTIDAD      PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RPT-DET-SALDO         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(22) VALUE SPACES.

      * Area de comunicacion con el control de corrida del ciclo
      * (PRECTLM): fecha de negocio y registro del paso
       COPY CTLPASO.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY '*** FOTO DE MORA DE FIN DE MES ***'

           PERFORM INICIAR-CONTROL-PASO

           PERFORM INICIALIZAR-PROCESO

           PERFORM BORRAR-FOTO-ANTERIOR

           PERFORM REVISAR-PRESTAMO UNTIL FIN-MAESTRO

           PERFORM FINALIZAR-PROCESO

           PERFORM TERMINAR-CONTROL-PASO

           STOP RUN.

      *-----------------------------------------------------------
      * Apertura de archivos y fecha del proceso. Cada apertura se
      * valida contra su FILE STATUS; cualquier status distinto de
      * exito aborta el proceso. FOTOMES se crea en la primera
      * corrida (status 35).
      *-----------------------------------------------------------
       INICIALIZAR-PROCESO.
           OPEN INPUT PRESTAMOS-MASTER-FILE
           IF WS-FS-PRESTAMOS-MASTER NOT = '00'
              DISPLAY 'ERROR AL ABRIR PRESTAMOS-MASTER-FILE, STATUS: '
                      WS-FS-PRESTAMOS-MASTER
              PERFORM ABEND-PROCESO
           END-IF

           OPEN I-O FOTO-MORA-FILE
           IF WS-FS-FOTO = '35'
              DISPLAY 'SIN FOTOS ANTERIORES (FOTOMES): SE CREA'
              OPEN OUTPUT FOTO-MORA-FILE
              CLOSE FOTO-MORA-FILE
              OPEN I-O FOTO-MORA-FILE
           END-IF
           IF WS-FS-FOTO NOT = '00'
              DISPLAY 'ERROR AL ABRIR FOTO-MORA-FILE, STATUS: '
                      WS-FS-FOTO
              PERFORM ABEND-PROCESO
           END-IF

           OPEN OUTPUT FOTO-RPT
           IF WS-FS-REPORTE NOT = '00'
              DISPLAY 'ERROR AL ABRIR FOTO-RPT, STATUS: '
                      WS-FS-REPORTE
              PERFORM ABEND-PROCESO
           END-IF

           MOVE CPA-FECHA-NEGOCIO TO FEC-HOY
           MOVE FEC-HOY-AAAAMM TO FEC-INI-AAAAMM
           MOVE 1 TO FEC-INI-DD

           PERFORM LIMPIAR-BUCKET
               VARYING IDX-BUCKET FROM 1 BY 1
               UNTIL IDX-BUCKET > 5
           PERFORM LIMPIAR-SITUACION
               VARYING IDX-SITUACION FROM 1 BY 1
               UNTIL IDX-SITUACION > 4.

      *-----------------------------------------------------------
      * Deja en cero los acumuladores de un bucket
      *-----------------------------------------------------------
       LIMPIAR-BUCKET.
           MOVE ZERO TO ACU-BCK-CANTIDAD (IDX-BUCKET)
           MOVE ZERO TO ACU-BCK-SALDO (IDX-BUCKET).

      *-----------------------------------------------------------
      * Deja en cero los acumuladores de una situacion
      *-----------------------------------------------------------
       LIMPIAR-SITUACION.
           MOVE ZERO TO ACU-SIT-CANTIDAD (IDX-SITUACION)
           MOVE ZERO TO ACU-SIT-SALDO (IDX-SITUACION).

      *-----------------------------------------------------------
      * Termina el proceso con un codigo de retorno distinto de
      * cero cuando fallo la E/S sobre un archivo requerido
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
           MOVE 'PREFOTO' TO CPA-PASO
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
      * Una re-ejecucion del mes borra la foto ya tomada, para
      * que la nueva quede completa y sin restos de la anterior
      *-----------------------------------------------------------
       BORRAR-FOTO-ANTERIOR.
           MOVE FEC-HOY-AAAAMM TO FOT-PERIODO
           MOVE ZERO           TO FOT-NUMERO
           START FOTO-MORA-FILE KEY IS NOT LESS THAN FOT-CLAVE
               INVALID KEY
                  SET FIN-FOTO TO TRUE
           END-START

           PERFORM BORRAR-REGISTRO-FOTO UNTIL FIN-FOTO

           IF CNT-BORRADOS > ZERO
              DISPLAY 'FOTO PREVIA DEL PERIODO ' FEC-HOY-AAAAMM
                      ' REEMPLAZADA, REGISTROS: ' CNT-BORRADOS
           END-IF.

      *-----------------------------------------------------------
      * Borra el siguiente registro si es del periodo en curso
      *-----------------------------------------------------------
       BORRAR-REGISTRO-FOTO.
           READ FOTO-MORA-FILE NEXT RECORD
               AT END
                  SET FIN-FOTO TO TRUE
               NOT AT END
                  IF FOT-PERIODO NOT = FEC-HOY-AAAAMM
                     SET FIN-FOTO TO TRUE
                  ELSE
                     DELETE FOTO-MORA-FILE RECORD
                         INVALID KEY
                            DISPLAY 'ERROR AL BORRAR FOTO: '
                                    FOT-NUMERO
                                    ' STATUS: ' WS-FS-FOTO
                            PERFORM ABEND-PROCESO
                     END-DELETE
                     ADD 1 TO CNT-BORRADOS
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Lee el siguiente prestamo y lo fotografia si estuvo
      * abierto en el mes
      *-----------------------------------------------------------
       REVISAR-PRESTAMO.
           READ PRESTAMOS-MASTER-FILE NEXT RECORD
               AT END
                  SET FIN-MAESTRO TO TRUE
               NOT AT END
                  ADD 1 TO CNT-LEIDOS
                  PERFORM CLASIFICAR-PRESTAMO
                  IF PRESTAMO-INCLUIDO
                     PERFORM GRABAR-FOTO
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Situacion y saldo del prestamo en el mes, con el mismo
      * criterio de "abierto en el mes" del reporte al buro:
      * desembolsado ('S', reestructurado si tiene la razon '09'
      * de PRESTRUC) con su saldo pendiente; liquidado en el mes
      * con saldo cero; castigado en el mes con lo castigado menos
      * lo recuperado
      *-----------------------------------------------------------
       CLASIFICAR-PRESTAMO.
           SET PRESTAMO-EXCLUIDO TO TRUE

           EVALUATE TRUE
               WHEN PRM-ESTADO-EVAL = 'S'
                  SET PRESTAMO-INCLUIDO TO TRUE
                  IF PRM-RAZON-RECHAZO = '09'
                     SET FOT-REESTRUCTURADO TO TRUE
                     MOVE 2 TO IDX-SITUACION
                  ELSE
                     SET FOT-VIGENTE TO TRUE
                     MOVE 1 TO IDX-SITUACION
                  END-IF
                  MOVE PRM-SALDO-PENDIENTE TO FOT-SALDO
               WHEN PRM-ESTADO-EVAL = 'L' AND
                    PRM-FECHA-DESEMBOLSO > ZERO AND
                    PRM-FECHA-LIQUIDACION >= FEC-INICIO-MES-NUM
                  SET PRESTAMO-INCLUIDO TO TRUE
                  SET FOT-LIQUIDADO TO TRUE
                  MOVE 3 TO IDX-SITUACION
                  MOVE ZERO TO FOT-SALDO
               WHEN PRM-ESTADO-EVAL = 'C' AND
                    PRM-FECHA-CASTIGO >= FEC-INICIO-MES-NUM
                  SET PRESTAMO-INCLUIDO TO TRUE
                  SET FOT-CASTIGADO TO TRUE
                  MOVE 4 TO IDX-SITUACION
                  SUBTRACT PRM-MONTO-RECUPERADO FROM PRM-MONTO-CASTIGADO
                      GIVING FOT-SALDO
                  IF FOT-SALDO < ZERO
                     MOVE ZERO TO FOT-SALDO
                  END-IF
           END-EVALUATE.

      *-----------------------------------------------------------
      * Graba la foto del prestamo y la acumula en los totales.
      * Un prestamo sin plan cuenta como al dia.
      *-----------------------------------------------------------
       GRABAR-FOTO.
           MOVE FEC-HOY-AAAAMM       TO FOT-PERIODO
           MOVE PRM-NUMERO           TO FOT-NUMERO
           MOVE FEC-HOY              TO FOT-FECHA-FOTO
           MOVE PRM-CLIENTE-ID       TO FOT-CLIENTE-ID
           MOVE PRM-PRODUCTO         TO FOT-PRODUCTO
           DIVIDE PRM-FECHA-DESEMBOLSO BY 100
               GIVING FOT-PERIODO-DESEMBOLSO
           MOVE PRM-DIAS-MORA        TO FOT-DIAS-MORA
           MOVE PRM-MONTO-SOLICITADO TO FOT-MONTO-ORIGINAL

           EVALUATE TRUE
               WHEN PRM-MORA-1-30
                  MOVE 2 TO IDX-BUCKET
               WHEN PRM-MORA-31-60
                  MOVE 3 TO IDX-BUCKET
               WHEN PRM-MORA-61-90
                  MOVE 4 TO IDX-BUCKET
               WHEN PRM-MORA-MAS-90
                  MOVE 5 TO IDX-BUCKET
               WHEN OTHER
                  MOVE 1 TO IDX-BUCKET
           END-EVALUATE
           IF IDX-BUCKET = 1
              SET FOT-MORA-AL-DIA TO TRUE
           ELSE
              MOVE PRM-ESTADO-MORA TO FOT-ESTADO-MORA
           END-IF

           WRITE FOTO-MORA-RECORD
               INVALID KEY
                  DISPLAY 'ERROR AL GRABAR FOTO: ' FOT-NUMERO
                          ' STATUS: ' WS-FS-FOTO
                  PERFORM ABEND-PROCESO
           END-WRITE

           ADD 1 TO CNT-FOTOGRAFIADOS
           ADD FOT-SALDO TO CNT-TOTAL-SALDO
           ADD 1 TO ACU-SIT-CANTIDAD (IDX-SITUACION)
           ADD FOT-SALDO TO ACU-SIT-SALDO (IDX-SITUACION)
           IF FOT-ABIERTO
              ADD 1 TO ACU-BCK-CANTIDAD (IDX-BUCKET)
              ADD FOT-SALDO TO ACU-BCK-SALDO (IDX-BUCKET)
           END-IF.

      *-----------------------------------------------------------
      * Linea del informe de un bucket de los prestamos abiertos
      *-----------------------------------------------------------
       ESCRIBIR-LINEA-BUCKET.
           MOVE 'BUCKET'                      TO RPT-DET-GRUPO
           MOVE NOM-BUCKET (IDX-BUCKET)       TO RPT-DET-NOMBRE
           MOVE ACU-BCK-CANTIDAD (IDX-BUCKET) TO RPT-DET-CANTIDAD
           MOVE ACU-BCK-SALDO (IDX-BUCKET)    TO RPT-DET-SALDO
           WRITE RPT-REGISTRO FROM RPT-LINEA-DETALLE.

      *-----------------------------------------------------------
      * Linea del informe de una situacion del prestamo
      *-----------------------------------------------------------
       ESCRIBIR-LINEA-SITUACION.
           MOVE 'SITUAC.'                          TO RPT-DET-GRUPO
           MOVE NOM-SITUACION (IDX-SITUACION)      TO RPT-DET-NOMBRE
           MOVE ACU-SIT-CANTIDAD (IDX-SITUACION)   TO RPT-DET-CANTIDAD
           MOVE ACU-SIT-SALDO (IDX-SITUACION)      TO RPT-DET-SALDO
           WRITE RPT-REGISTRO FROM RPT-LINEA-DETALLE.

      *-----------------------------------------------------------
      * Escribe una linea de totales y limpia el registro
      *-----------------------------------------------------------
       ESCRIBIR-TOTAL-RPT.
           WRITE RPT-REGISTRO
           MOVE SPACES TO RPT-REGISTRO.

      *-----------------------------------------------------------
      * Informe de la foto, totales y cierre de archivos
      *-----------------------------------------------------------
       FINALIZAR-PROCESO.
           MOVE SPACES TO RPT-REGISTRO
           STRING '*** FOTO DE MORA DEL PERIODO ' DELIMITED SIZE
                  FEC-HOY-AAAAMM DELIMITED SIZE
                  ' ***' DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT
           PERFORM ESCRIBIR-TOTAL-RPT
           WRITE RPT-REGISTRO FROM RPT-LINEA-ENCABEZADO
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO

           PERFORM ESCRIBIR-LINEA-BUCKET
               VARYING IDX-BUCKET FROM 1 BY 1
               UNTIL IDX-BUCKET > 5
           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO
           PERFORM ESCRIBIR-LINEA-SITUACION
               VARYING IDX-SITUACION FROM 1 BY 1
               UNTIL IDX-SITUACION > 4

           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO

           MOVE CNT-LEIDOS TO RPT-EDIT-CONTADOR
           STRING 'PRESTAMOS LEIDOS...: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-FOTOGRAFIADOS TO RPT-EDIT-CONTADOR
           STRING 'PRESTAMOS EN FOTO..: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-TOTAL-SALDO TO RPT-EDIT-MONTO
           STRING 'SALDO EN FOTO......: ' DELIMITED SIZE
                  RPT-EDIT-MONTO DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-BORRADOS TO RPT-EDIT-CONTADOR
           STRING 'FOTO PREVIA BORRADA: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           CLOSE PRESTAMOS-MASTER-FILE
           CLOSE FOTO-MORA-FILE
           CLOSE FOTO-RPT

           DISPLAY 'PERIODO: ' FEC-HOY-AAAAMM
                   ' PRESTAMOS EN FOTO: ' CNT-FOTOGRAFIADOS.

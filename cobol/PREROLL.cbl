       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREROLL.
      *****************************************************************
      * Aplicación: PRESTAMOS (App B)
      * Programa: Analisis de transiciones de mora y cosechas
      * Descripción: Corrida de fin de mes, despues de la foto de
      *              PREFOTO. Lee de FOTOMES la foto del mes y la del
      *              mes anterior y arma para el comite de riesgos:
      *              la matriz de transicion de bucket a bucket de
      *              los prestamos abiertos el mes anterior, en
      *              cantidad, en saldo (el saldo del mes anterior,
      *              que es lo que se movio) y en porcentaje; las
      *              tasas de cura de cada bucket en mora (pasaje a
      *              al dia); y los flujos a liquidado, a
      *              reestructurado (por primera vez en el mes) y a
      *              castigado. Luego recorre las fotos de los
      *              ultimos doce meses y arma las curvas de cosecha
      *              por mes de desembolso y producto: porcentaje
      *              del saldo con mas de 30 y con mas de 90 dias de
      *              mora (los castigados del mes cuentan en ambos)
      *              en cada mes de vida del prestamo (MOB). Sin foto
      *              del mes anterior solo emite las cosechas.
      *              Informe ROLLRPT. RC 4 si un prestamo abierto el
      *              mes anterior no tiene foto este mes o si hay mas
      *              productos que la tabla de cosechas.
      *
      * Historial de modificaciones:
      *   2026-10-15  RG   Version inicial.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOTO-MORA-FILE
               ASSIGN TO 'FOTOMES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOT-CLAVE
               FILE STATUS IS WS-FS-FOTO.

           SELECT ROLL-RPT
               ASSIGN TO 'ROLLRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  FOTO-MORA-FILE.
       COPY FOTOMES.

       FD  ROLL-RPT.
       01  RPT-REGISTRO             PIC X(132).

       WORKING-STORAGE SECTION.

      * Matriz de transicion: fila = bucket del mes anterior
      * (1 al dia ... 5 mas de 90); columna = destino en el mes
      * (1 a 5 buckets, 6 reestructurado, 7 liquidado, 8 castigado)
       01  WS-MATRIZ.
           05 MAT-FILA OCCURS 5 TIMES.
              10 MAT-COLUMNA OCCURS 8 TIMES.
                 15 MAT-CANTIDAD    PIC 9(07) COMP.
                 15 MAT-SALDO       PIC S9(13)V99 COMP-3.
              10 FIL-CANTIDAD       PIC 9(07) COMP.
              10 FIL-SALDO          PIC S9(13)V99 COMP-3.
           05 MAT-TOTAL-COLUMNA OCCURS 8 TIMES.
              10 COL-CANTIDAD       PIC 9(07) COMP.
              10 COL-SALDO          PIC S9(13)V99 COMP-3.
           05 MAT-TOTAL-CANTIDAD    PIC 9(07) COMP.
           05 MAT-TOTAL-SALDO       PIC S9(13)V99 COMP-3.

      * Curvas de cosecha: cosecha 1 = desembolsos del mes en curso
      * ... 12 = de once meses atras; por producto (tabla TPR) y
      * por mes de vida (MOB 0 a 11)
       01  WS-COSECHAS.
           05 VIN-COSECHA OCCURS 12 TIMES.
              10 VIN-PRODUCTO OCCURS 10 TIMES.
                 15 VIN-REGISTROS   PIC 9(07) COMP.
                 15 VIN-MOB OCCURS 12 TIMES.
                    20 VIN-MOB-REGISTROS PIC 9(07) COMP.
                    20 VIN-SALDO    PIC S9(13)V99 COMP-3.
                    20 VIN-SALDO-30 PIC S9(13)V99 COMP-3.
                    20 VIN-SALDO-90 PIC S9(13)V99 COMP-3.

       01  WS-TABLA-PRODUCTOS.
           05 TPR-TOPE              PIC 9(02) COMP VALUE 10.
           05 TPR-USADOS            PIC 9(02) COMP VALUE ZERO.
           05 TPR-ENTRADA OCCURS 10 TIMES.
              10 TPR-PRODUCTO       PIC 9(02).

       01  WS-NOMBRES-BUCKET.
           05 FILLER                PIC X(14) VALUE 'AL DIA        '.
           05 FILLER                PIC X(14) VALUE 'MORA 1-30     '.
           05 FILLER                PIC X(14) VALUE 'MORA 31-60    '.
           05 FILLER                PIC X(14) VALUE 'MORA 61-90    '.
           05 FILLER                PIC X(14) VALUE 'MORA MAS DE 90'.
       01  WS-NOMBRES-BUCKET-R REDEFINES WS-NOMBRES-BUCKET.
           05 NOM-BUCKET OCCURS 5 TIMES
                                    PIC X(14).

       01  WS-NOMBRES-FLUJO.
           05 FILLER                PIC X(14) VALUE 'REESTRUCTURADO'.
           05 FILLER                PIC X(14) VALUE 'LIQUIDADO     '.
           05 FILLER                PIC X(14) VALUE 'CASTIGADO     '.
       01  WS-NOMBRES-FLUJO-R REDEFINES WS-NOMBRES-FLUJO.
           05 NOM-FLUJO OCCURS 3 TIMES
                                    PIC X(14).

       01  WS-INDICES.
           05 IDX-FILA              PIC 9(02) COMP.
           05 IDX-COLUMNA           PIC 9(02) COMP.
           05 IDX-COSECHA           PIC 9(02) COMP.
           05 IDX-PRODUCTO          PIC 9(02) COMP.
           05 IDX-MOB               PIC 9(02) COMP.
           05 IDX-FLUJO             PIC 9(02) COMP.

      * Periodos de la corrida y conversion AAAAMM a meses
      * corridos para calcular cosecha y mes de vida
       01  WS-PERIODOS.
           05 PER-ACTUAL            PIC 9(06).
           05 PER-ANTERIOR          PIC 9(06).
           05 PER-INICIO-COSECHAS   PIC 9(06).
           05 PER-TRABAJO.
              10 PER-TRA-AAAA       PIC 9(04).
              10 PER-TRA-MM         PIC 9(02).
           05 PER-TRABAJO-NUM REDEFINES PER-TRABAJO
                                    PIC 9(06).
           05 PER-MESES-ACTUAL      PIC S9(07) COMP.
           05 PER-MESES-FOTO        PIC S9(07) COMP.
           05 PER-MESES-DESEMBOLSO  PIC S9(07) COMP.
           05 PER-MESES-RESULTADO   PIC S9(07) COMP.
           05 PER-COSECHA           PIC S9(07) COMP.
           05 PER-MOB               PIC S9(07) COMP.

      * Datos del prestamo del mes anterior mientras se busca su
      * foto del mes en curso
       01  WS-FOTO-ANTERIOR.
           05 ANT-NUMERO            PIC 9(12).
           05 ANT-SITUACION         PIC X(01).
           05 ANT-SALDO             PIC S9(13)V99 COMP-3.

       01  WS-FECHA-PROCESO.
           05 FEC-HOY               PIC 9(08).
           05 FEC-HOY-R REDEFINES FEC-HOY.
              10 FEC-HOY-AAAAMM     PIC 9(06).
              10 FEC-HOY-DD         PIC 9(02).

       01  WS-CONTROL-ARCHIVO.
           05 WS-FIN-FOTO           PIC X(01) VALUE 'N'.
              88 FIN-FOTO           VALUE 'Y'.
              88 NO-FIN-FOTO        VALUE 'N'.
           05 WS-FOTO-ANT           PIC X(01) VALUE 'N'.
              88 HAY-FOTO-ANTERIOR  VALUE 'S'.
              88 SIN-FOTO-ANTERIOR  VALUE 'N'.
           05 WS-PRODUCTO-SEL       PIC X(01) VALUE 'N'.
              88 PRODUCTO-HALLADO   VALUE 'S'.
              88 PRODUCTO-NO-HALLADO VALUE 'N'.
           05 WS-PRODUCTO-BUSCADO   PIC 9(02) VALUE ZERO.
           05 WS-TABLA-COSECHA      PIC X(01) VALUE '3'.
              88 TABLA-MORA-30      VALUE '3'.
              88 TABLA-MORA-90      VALUE '9'.

       01  WS-ESTADOS-ARCHIVO.
           05 WS-FS-FOTO              PIC X(02) VALUE '00'.
           05 WS-FS-REPORTE           PIC X(02) VALUE '00'.

       01  WS-CONTADORES.
           05 CNT-FOTO-ANTERIOR     PIC 9(07) COMP VALUE ZERO.
           05 CNT-SIN-FOTO-ACTUAL   PIC 9(07) COMP VALUE ZERO.
           05 CNT-FOTOS-COSECHA     PIC 9(07) COMP VALUE ZERO.
           05 CNT-SIN-LUGAR         PIC 9(07) COMP VALUE ZERO.
           05 CNT-CURADOS           PIC 9(07) COMP VALUE ZERO.
           05 CNT-EN-MORA           PIC 9(07) COMP VALUE ZERO.
           05 CNT-SALDO-CURADO      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CNT-SALDO-EN-MORA     PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-CALCULO.
           05 CAL-PORCENTAJE        PIC S9(05)V99 COMP-3.
           05 CAL-PORCENTAJE-SALDO  PIC S9(05)V99 COMP-3.

       01  WS-EDICION-REPORTE.
           05 RPT-EDIT-CONTADOR     PIC Z,ZZZ,ZZZ,ZZ9.
           05 RPT-EDIT-MONTO        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 RPT-EDIT-CELDA-CANT   PIC Z,ZZZ,ZZZ,ZZ9.
           05 RPT-EDIT-CELDA-SALDO  PIC Z,ZZZ,ZZZ,ZZ9.
           05 RPT-EDIT-CELDA-PCT    PIC Z(07)9.99.

       01  RPT-LINEA-TIT-MATRIZ.
           05 FILLER                PIC X(14) VALUE 'DESDE/HACIA'.
           05 FILLER                PIC X(13) VALUE '       AL DIA'.
           05 FILLER                PIC X(13) VALUE '         1-30'.
           05 FILLER                PIC X(13) VALUE '        31-60'.
           05 FILLER                PIC X(13) VALUE '        61-90'.
           05 FILLER                PIC X(13) VALUE '   MAS DE 90'.
           05 FILLER                PIC X(13) VALUE '   REESTRUCT.'.
           05 FILLER                PIC X(13) VALUE '    LIQUIDADO'.
           05 FILLER                PIC X(13) VALUE '    CASTIGADO'.
           05 FILLER                PIC X(13) VALUE '        TOTAL'.
           05 FILLER                PIC X(01) VALUE SPACES.

       01  RPT-LINEA-MATRIZ.
           05 RPT-MAT-NOMBRE        PIC X(14).
           05 RPT-MAT-CELDA OCCURS 9 TIMES
                                    PIC X(13).
           05 FILLER                PIC X(01).

       01  RPT-LINEA-TIT-CURA.
           05 FILLER                PIC X(16) VALUE 'BUCKET ANTERIOR'.
           05 FILLER                PIC X(10) VALUE ' PRESTAMOS'.
           05 FILLER                PIC X(14) VALUE '       CURADOS'.
           05 FILLER                PIC X(10) VALUE '    % CANT'.
           05 FILLER                PIC X(22) VALUE
              '         SALDO INICIAL'.
           05 FILLER                PIC X(21) VALUE
              '         SALDO CURADO'.
           05 FILLER                PIC X(09) VALUE '  % SALDO'.
           05 FILLER                PIC X(30) VALUE SPACES.

       01  RPT-LINEA-CURA.
           05 RPT-CUR-NOMBRE        PIC X(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-CUR-CANTIDAD      PIC ZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RPT-CUR-CURADOS       PIC ZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RPT-CUR-PCT-CANT      PIC ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-CUR-SALDO         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-CUR-SALDO-CURADO  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RPT-CUR-PCT-SALDO     PIC ZZ9.99.
           05 FILLER                PIC X(30) VALUE SPACES.

       01  RPT-LINEA-FLUJO.
           05 FILLER                PIC X(10) VALUE 'FLUJO A '.
           05 RPT-FLU-NOMBRE        PIC X(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-FLU-CANTIDAD      PIC ZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RPT-FLU-PCT-CANT      PIC ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-FLU-SALDO         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RPT-FLU-PCT-SALDO     PIC ZZ9.99.
           05 FILLER                PIC X(55) VALUE SPACES.

       01  RPT-LINEA-TIT-FLUJO.
           05 FILLER                PIC X(26) VALUE 'DESTINO'.
           05 FILLER                PIC X(10) VALUE ' PRESTAMOS'.
           05 FILLER                PIC X(10) VALUE '    % CANT'.
           05 FILLER                PIC X(22) VALUE
              '        SALDO ANTERIOR'.
           05 FILLER                PIC X(09) VALUE '  % SALDO'.
           05 FILLER                PIC X(55) VALUE SPACES.

       01  RPT-LINEA-TIT-COSECHA.
           05 FILLER                PIC X(13) VALUE 'COSECHA PROD'.
           05 FILLER                PIC X(08) VALUE '   MOB 0'.
           05 FILLER                PIC X(08) VALUE '   MOB 1'.
           05 FILLER                PIC X(08) VALUE '   MOB 2'.
           05 FILLER                PIC X(08) VALUE '   MOB 3'.
           05 FILLER                PIC X(08) VALUE '   MOB 4'.
           05 FILLER                PIC X(08) VALUE '   MOB 5'.
           05 FILLER                PIC X(08) VALUE '   MOB 6'.
           05 FILLER                PIC X(08) VALUE '   MOB 7'.
           05 FILLER                PIC X(08) VALUE '   MOB 8'.
           05 FILLER                PIC X(08) VALUE '   MOB 9'.
           05 FILLER                PIC X(08) VALUE '  MOB 10'.
           05 FILLER                PIC X(08) VALUE '  MOB 11'.
           05 FILLER                PIC X(23) VALUE SPACES.

       01  RPT-LINEA-COSECHA.
           05 RPT-VIN-PERIODO       PIC 9(06).
           05 FILLER                PIC X(03).
           05 RPT-VIN-PRODUCTO      PIC 9(02).
           05 FILLER                PIC X(02).
           05 RPT-VIN-CELDA OCCURS 12 TIMES.
              10 FILLER             PIC X(02).
              10 RPT-VIN-PCT        PIC ZZ9.99.
           05 FILLER                PIC X(23).

      * Area de comunicacion con el control de corrida del ciclo
      * (PRECTLM): fecha de negocio y registro del paso
       COPY CTLPASO.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY '*** TRANSICIONES DE MORA Y COSECHAS ***'

           PERFORM INICIAR-CONTROL-PASO

           PERFORM INICIALIZAR-PROCESO

           PERFORM ANALIZAR-TRANSICIONES

           PERFORM CARGAR-COSECHAS

           IF HAY-FOTO-ANTERIOR
              PERFORM EMITIR-MATRICES
              PERFORM EMITIR-CURAS
              PERFORM EMITIR-FLUJOS
           ELSE
              MOVE 'SIN FOTO DEL MES ANTERIOR: NO HAY MATRIZ DE '
                  TO RPT-REGISTRO
              MOVE 'TRANSICION' TO RPT-REGISTRO (45:10)
              PERFORM ESCRIBIR-TOTAL-RPT
           END-IF

           PERFORM EMITIR-COSECHAS

           PERFORM FINALIZAR-PROCESO

           PERFORM TERMINAR-CONTROL-PASO

           STOP RUN.

      *-----------------------------------------------------------
      * Apertura de archivos y periodos de la corrida. Cada
      * apertura se valida contra su FILE STATUS; cualquier status
      * distinto de exito aborta el proceso.
      *-----------------------------------------------------------
       INICIALIZAR-PROCESO.
           OPEN INPUT FOTO-MORA-FILE
           IF WS-FS-FOTO NOT = '00'
              DISPLAY 'ERROR AL ABRIR FOTO-MORA-FILE, STATUS: '
                      WS-FS-FOTO
              PERFORM ABEND-PROCESO
           END-IF

           OPEN OUTPUT ROLL-RPT
           IF WS-FS-REPORTE NOT = '00'
              DISPLAY 'ERROR AL ABRIR ROLL-RPT, STATUS: '
                      WS-FS-REPORTE
              PERFORM ABEND-PROCESO
           END-IF

           MOVE CPA-FECHA-NEGOCIO TO FEC-HOY
           MOVE FEC-HOY-AAAAMM TO PER-ACTUAL

           MOVE PER-ACTUAL TO PER-TRABAJO-NUM
           PERFORM CALCULAR-MESES
           MOVE PER-MESES-RESULTADO TO PER-MESES-ACTUAL

           COMPUTE PER-MESES-RESULTADO = PER-MESES-ACTUAL - 1
           PERFORM CALCULAR-PERIODO
           MOVE PER-TRABAJO-NUM TO PER-ANTERIOR

           COMPUTE PER-MESES-RESULTADO = PER-MESES-ACTUAL - 11
           PERFORM CALCULAR-PERIODO
           MOVE PER-TRABAJO-NUM TO PER-INICIO-COSECHAS

           PERFORM LIMPIAR-FILA
               VARYING IDX-FILA FROM 1 BY 1
               UNTIL IDX-FILA > 5
           PERFORM LIMPIAR-TOTAL-COLUMNA
               VARYING IDX-COLUMNA FROM 1 BY 1
               UNTIL IDX-COLUMNA > 8
           MOVE ZERO TO MAT-TOTAL-CANTIDAD
           MOVE ZERO TO MAT-TOTAL-SALDO
           PERFORM LIMPIAR-COSECHA
               VARYING IDX-COSECHA FROM 1 BY 1
               UNTIL IDX-COSECHA > 12

           MOVE SPACES TO RPT-REGISTRO
           STRING '*** TRANSICIONES DE MORA Y COSECHAS - PERIODO '
                  DELIMITED SIZE
                  PER-ACTUAL DELIMITED SIZE
                  ' ***' DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT
           PERFORM ESCRIBIR-TOTAL-RPT.

      *-----------------------------------------------------------
      * Deja en cero una fila de la matriz
      *-----------------------------------------------------------
       LIMPIAR-FILA.
           MOVE ZERO TO FIL-CANTIDAD (IDX-FILA)
           MOVE ZERO TO FIL-SALDO (IDX-FILA)
           PERFORM LIMPIAR-CELDA
               VARYING IDX-COLUMNA FROM 1 BY 1
               UNTIL IDX-COLUMNA > 8.

      *-----------------------------------------------------------
      * Deja en cero una celda de la matriz
      *-----------------------------------------------------------
       LIMPIAR-CELDA.
           MOVE ZERO TO MAT-CANTIDAD (IDX-FILA, IDX-COLUMNA)
           MOVE ZERO TO MAT-SALDO (IDX-FILA, IDX-COLUMNA).

      *-----------------------------------------------------------
      * Deja en cero el total de una columna de la matriz
      *-----------------------------------------------------------
       LIMPIAR-TOTAL-COLUMNA.
           MOVE ZERO TO COL-CANTIDAD (IDX-COLUMNA)
           MOVE ZERO TO COL-SALDO (IDX-COLUMNA).

      *-----------------------------------------------------------
      * Deja en cero una cosecha para todos los productos
      *-----------------------------------------------------------
       LIMPIAR-COSECHA.
           PERFORM LIMPIAR-COSECHA-PRODUCTO
               VARYING IDX-PRODUCTO FROM 1 BY 1
               UNTIL IDX-PRODUCTO > 10.

      *-----------------------------------------------------------
      * Deja en cero una cosecha de un producto
      *-----------------------------------------------------------
       LIMPIAR-COSECHA-PRODUCTO.
           MOVE ZERO TO VIN-REGISTROS (IDX-COSECHA, IDX-PRODUCTO)
           PERFORM LIMPIAR-COSECHA-MOB
               VARYING IDX-MOB FROM 1 BY 1
               UNTIL IDX-MOB > 12.

      *-----------------------------------------------------------
      * Deja en cero un mes de vida de una cosecha y producto
      *-----------------------------------------------------------
       LIMPIAR-COSECHA-MOB.
           MOVE ZERO TO VIN-MOB-REGISTROS
                        (IDX-COSECHA, IDX-PRODUCTO, IDX-MOB)
           MOVE ZERO TO VIN-SALDO (IDX-COSECHA, IDX-PRODUCTO, IDX-MOB)
           MOVE ZERO TO VIN-SALDO-30
                        (IDX-COSECHA, IDX-PRODUCTO, IDX-MOB)
           MOVE ZERO TO VIN-SALDO-90
                        (IDX-COSECHA, IDX-PRODUCTO, IDX-MOB).

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
           MOVE 'PREROLL' TO CPA-PASO
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
      * Convierte el periodo AAAAMM de PER-TRABAJO en meses
      * corridos
      *-----------------------------------------------------------
       CALCULAR-MESES.
           COMPUTE PER-MESES-RESULTADO =
               PER-TRA-AAAA * 12 + PER-TRA-MM.

      *-----------------------------------------------------------
      * Convierte meses corridos de vuelta a periodo AAAAMM en
      * PER-TRABAJO
      *-----------------------------------------------------------
       CALCULAR-PERIODO.
           COMPUTE PER-TRA-AAAA = (PER-MESES-RESULTADO - 1) / 12
           COMPUTE PER-TRA-MM =
               PER-MESES-RESULTADO - PER-TRA-AAAA * 12.

      *-----------------------------------------------------------
      * Recorre la foto del mes anterior y sigue cada prestamo
      * abierto hasta su foto del mes en curso
      *-----------------------------------------------------------
       ANALIZAR-TRANSICIONES.
           SET NO-FIN-FOTO TO TRUE
           MOVE PER-ANTERIOR TO FOT-PERIODO
           MOVE ZERO         TO FOT-NUMERO
           START FOTO-MORA-FILE KEY IS NOT LESS THAN FOT-CLAVE
               INVALID KEY
                  SET FIN-FOTO TO TRUE
           END-START

           PERFORM LEER-FOTO-ANTERIOR UNTIL FIN-FOTO

           IF CNT-FOTO-ANTERIOR > ZERO
              SET HAY-FOTO-ANTERIOR TO TRUE
           END-IF.

      *-----------------------------------------------------------
      * Lee el siguiente registro de la foto del mes anterior
      *-----------------------------------------------------------
       LEER-FOTO-ANTERIOR.
           READ FOTO-MORA-FILE NEXT RECORD
               AT END
                  SET FIN-FOTO TO TRUE
               NOT AT END
                  IF FOT-PERIODO NOT = PER-ANTERIOR
                     SET FIN-FOTO TO TRUE
                  ELSE
                     ADD 1 TO CNT-FOTO-ANTERIOR
                     IF FOT-ABIERTO
                        PERFORM SEGUIR-PRESTAMO
                     END-IF
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Ubica la foto del mes en curso del prestamo, acumula la
      * transicion con el saldo del mes anterior y reposiciona la
      * lectura de la foto anterior a continuacion del prestamo
      *-----------------------------------------------------------
       SEGUIR-PRESTAMO.
           EVALUATE TRUE
               WHEN FOT-MORA-1-30
                  MOVE 2 TO IDX-FILA
               WHEN FOT-MORA-31-60
                  MOVE 3 TO IDX-FILA
               WHEN FOT-MORA-61-90
                  MOVE 4 TO IDX-FILA
               WHEN FOT-MORA-MAS-90
                  MOVE 5 TO IDX-FILA
               WHEN OTHER
                  MOVE 1 TO IDX-FILA
           END-EVALUATE
           MOVE FOT-NUMERO    TO ANT-NUMERO
           MOVE FOT-SITUACION TO ANT-SITUACION
           MOVE FOT-SALDO     TO ANT-SALDO

           MOVE PER-ACTUAL TO FOT-PERIODO
           MOVE ANT-NUMERO TO FOT-NUMERO
           READ FOTO-MORA-FILE
               INVALID KEY
                  ADD 1 TO CNT-SIN-FOTO-ACTUAL
                  DISPLAY 'PRESTAMO SIN FOTO EN EL MES: ' ANT-NUMERO
               NOT INVALID KEY
                  PERFORM ACUMULAR-TRANSICION
           END-READ

           MOVE PER-ANTERIOR TO FOT-PERIODO
           MOVE ANT-NUMERO   TO FOT-NUMERO
           START FOTO-MORA-FILE KEY IS GREATER THAN FOT-CLAVE
               INVALID KEY
                  SET FIN-FOTO TO TRUE
           END-START.

      *-----------------------------------------------------------
      * Columna destino del prestamo en el mes y acumulacion en la
      * matriz. Un prestamo que ya era reestructurado y sigue
      * abierto cuenta en su bucket; solo el reestructurado en el
      * mes es flujo a reestructurado.
      *-----------------------------------------------------------
       ACUMULAR-TRANSICION.
           EVALUATE TRUE
               WHEN FOT-LIQUIDADO
                  MOVE 7 TO IDX-COLUMNA
               WHEN FOT-CASTIGADO
                  MOVE 8 TO IDX-COLUMNA
               WHEN FOT-REESTRUCTURADO AND ANT-SITUACION = 'V'
                  MOVE 6 TO IDX-COLUMNA
               WHEN FOT-MORA-1-30
                  MOVE 2 TO IDX-COLUMNA
               WHEN FOT-MORA-31-60
                  MOVE 3 TO IDX-COLUMNA
               WHEN FOT-MORA-61-90
                  MOVE 4 TO IDX-COLUMNA
               WHEN FOT-MORA-MAS-90
                  MOVE 5 TO IDX-COLUMNA
               WHEN OTHER
                  MOVE 1 TO IDX-COLUMNA
           END-EVALUATE

           ADD 1 TO MAT-CANTIDAD (IDX-FILA, IDX-COLUMNA)
           ADD ANT-SALDO TO MAT-SALDO (IDX-FILA, IDX-COLUMNA)
           ADD 1 TO FIL-CANTIDAD (IDX-FILA)
           ADD ANT-SALDO TO FIL-SALDO (IDX-FILA)
           ADD 1 TO COL-CANTIDAD (IDX-COLUMNA)
           ADD ANT-SALDO TO COL-SALDO (IDX-COLUMNA)
           ADD 1 TO MAT-TOTAL-CANTIDAD
           ADD ANT-SALDO TO MAT-TOTAL-SALDO.

      *-----------------------------------------------------------
      * Recorre las fotos de los ultimos doce meses (hasta el mes
      * en curso) y las acumula por cosecha, producto y mes de vida
      *-----------------------------------------------------------
       CARGAR-COSECHAS.
           SET NO-FIN-FOTO TO TRUE
           MOVE PER-INICIO-COSECHAS TO FOT-PERIODO
           MOVE ZERO                TO FOT-NUMERO
           START FOTO-MORA-FILE KEY IS NOT LESS THAN FOT-CLAVE
               INVALID KEY
                  SET FIN-FOTO TO TRUE
           END-START

           PERFORM LEER-FOTO-COSECHA UNTIL FIN-FOTO.

      *-----------------------------------------------------------
      * Lee la siguiente foto del rango de las cosechas
      *-----------------------------------------------------------
       LEER-FOTO-COSECHA.
           READ FOTO-MORA-FILE NEXT RECORD
               AT END
                  SET FIN-FOTO TO TRUE
               NOT AT END
                  IF FOT-PERIODO > PER-ACTUAL
                     SET FIN-FOTO TO TRUE
                  ELSE
                     PERFORM ACUMULAR-COSECHA
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Ubica la cosecha (mes de desembolso) y el mes de vida de la
      * foto; solo cuentan los desembolsos de los ultimos doce
      * meses. El saldo de mas de 30 dias son los buckets 31-60 en
      * adelante y el de mas de 90 el bucket mas de 90; un
      * castigado del mes cuenta en ambos.
      *-----------------------------------------------------------
       ACUMULAR-COSECHA.
           MOVE FOT-PERIODO TO PER-TRABAJO-NUM
           PERFORM CALCULAR-MESES
           MOVE PER-MESES-RESULTADO TO PER-MESES-FOTO
           MOVE FOT-PERIODO-DESEMBOLSO TO PER-TRABAJO-NUM
           PERFORM CALCULAR-MESES
           MOVE PER-MESES-RESULTADO TO PER-MESES-DESEMBOLSO

           COMPUTE PER-COSECHA =
               PER-MESES-ACTUAL - PER-MESES-DESEMBOLSO + 1
           COMPUTE PER-MOB = PER-MESES-FOTO - PER-MESES-DESEMBOLSO

           IF PER-COSECHA >= 1 AND PER-COSECHA <= 12 AND
              PER-MOB >= 0
              MOVE FOT-PRODUCTO TO WS-PRODUCTO-BUSCADO
              PERFORM BUSCAR-PRODUCTO-TABLA
              IF PRODUCTO-NO-HALLADO
                 IF TPR-USADOS < TPR-TOPE
                    ADD 1 TO TPR-USADOS
                    MOVE TPR-USADOS TO IDX-PRODUCTO
                    MOVE FOT-PRODUCTO TO TPR-PRODUCTO (IDX-PRODUCTO)
                    SET PRODUCTO-HALLADO TO TRUE
                 ELSE
                    ADD 1 TO CNT-SIN-LUGAR
                 END-IF
              END-IF
              IF PRODUCTO-HALLADO
                 MOVE PER-COSECHA TO IDX-COSECHA
                 COMPUTE IDX-MOB = PER-MOB + 1
                 PERFORM SUMAR-FOTO-COSECHA
              END-IF
           END-IF.

      *-----------------------------------------------------------
      * Suma la foto en su cosecha, producto y mes de vida
      *-----------------------------------------------------------
       SUMAR-FOTO-COSECHA.
           ADD 1 TO CNT-FOTOS-COSECHA
           ADD 1 TO VIN-REGISTROS (IDX-COSECHA, IDX-PRODUCTO)
           ADD 1 TO VIN-MOB-REGISTROS
                    (IDX-COSECHA, IDX-PRODUCTO, IDX-MOB)
           ADD FOT-SALDO TO VIN-SALDO
                    (IDX-COSECHA, IDX-PRODUCTO, IDX-MOB)
           IF FOT-CASTIGADO OR
              (FOT-ABIERTO AND (FOT-MORA-31-60 OR FOT-MORA-61-90 OR
                                FOT-MORA-MAS-90))
              ADD FOT-SALDO TO VIN-SALDO-30
                       (IDX-COSECHA, IDX-PRODUCTO, IDX-MOB)
           END-IF
           IF FOT-CASTIGADO OR (FOT-ABIERTO AND FOT-MORA-MAS-90)
              ADD FOT-SALDO TO VIN-SALDO-90
                       (IDX-COSECHA, IDX-PRODUCTO, IDX-MOB)
           END-IF.

      *-----------------------------------------------------------
      * Busca el producto en la tabla de productos de las cosechas
      *-----------------------------------------------------------
       BUSCAR-PRODUCTO-TABLA.
           SET PRODUCTO-NO-HALLADO TO TRUE
           MOVE 1 TO IDX-PRODUCTO
           PERFORM REVISAR-PRODUCTO-TABLA
               UNTIL PRODUCTO-HALLADO OR IDX-PRODUCTO > TPR-USADOS.

      *-----------------------------------------------------------
      * Compara una entrada de la tabla contra el producto buscado
      *-----------------------------------------------------------
       REVISAR-PRODUCTO-TABLA.
           IF TPR-PRODUCTO (IDX-PRODUCTO) = WS-PRODUCTO-BUSCADO
              SET PRODUCTO-HALLADO TO TRUE
           ELSE
              ADD 1 TO IDX-PRODUCTO
           END-IF.

      *-----------------------------------------------------------
      * Matrices de transicion en cantidad, saldo y porcentaje
      * (sobre la cantidad de la fila)
      *-----------------------------------------------------------
       EMITIR-MATRICES.
           MOVE SPACES TO RPT-REGISTRO
           STRING 'MATRIZ DE TRANSICION ' DELIMITED SIZE
                  PER-ANTERIOR DELIMITED SIZE
                  ' -> ' DELIMITED SIZE
                  PER-ACTUAL DELIMITED SIZE
                  ' - CANTIDAD DE PRESTAMOS' DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT
           WRITE RPT-REGISTRO FROM RPT-LINEA-TIT-MATRIZ
           PERFORM ESCRIBIR-FILA-CANTIDAD
               VARYING IDX-FILA FROM 1 BY 1
               UNTIL IDX-FILA > 5
           PERFORM ESCRIBIR-TOTAL-CANTIDAD
           MOVE SPACES TO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           STRING 'MATRIZ DE TRANSICION ' DELIMITED SIZE
                  PER-ANTERIOR DELIMITED SIZE
                  ' -> ' DELIMITED SIZE
                  PER-ACTUAL DELIMITED SIZE
                  ' - SALDO DEL MES ANTERIOR (SIN DECIMALES)'
                  DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT
           WRITE RPT-REGISTRO FROM RPT-LINEA-TIT-MATRIZ
           PERFORM ESCRIBIR-FILA-SALDO
               VARYING IDX-FILA FROM 1 BY 1
               UNTIL IDX-FILA > 5
           PERFORM ESCRIBIR-TOTAL-SALDO
           MOVE SPACES TO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           STRING 'MATRIZ DE TRANSICION ' DELIMITED SIZE
                  PER-ANTERIOR DELIMITED SIZE
                  ' -> ' DELIMITED SIZE
                  PER-ACTUAL DELIMITED SIZE
                  ' - PORCENTAJE DE LA FILA POR CANTIDAD'
                  DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT
           WRITE RPT-REGISTRO FROM RPT-LINEA-TIT-MATRIZ
           PERFORM ESCRIBIR-FILA-PORCENTAJE
               VARYING IDX-FILA FROM 1 BY 1
               UNTIL IDX-FILA > 5
           MOVE SPACES TO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           IF CNT-SIN-FOTO-ACTUAL > ZERO
              MOVE CNT-SIN-FOTO-ACTUAL TO RPT-EDIT-CONTADOR
              STRING 'ABIERTOS SIN FOTO EN EL MES: ' DELIMITED SIZE
                     RPT-EDIT-CONTADOR DELIMITED SIZE
                     INTO RPT-REGISTRO
              PERFORM ESCRIBIR-TOTAL-RPT
              PERFORM ESCRIBIR-TOTAL-RPT
           END-IF.

      *-----------------------------------------------------------
      * Fila de la matriz en cantidad
      *-----------------------------------------------------------
       ESCRIBIR-FILA-CANTIDAD.
           MOVE SPACES TO RPT-LINEA-MATRIZ
           MOVE NOM-BUCKET (IDX-FILA) TO RPT-MAT-NOMBRE
           PERFORM EDITAR-CELDA-CANTIDAD
               VARYING IDX-COLUMNA FROM 1 BY 1
               UNTIL IDX-COLUMNA > 8
           MOVE FIL-CANTIDAD (IDX-FILA) TO RPT-EDIT-CELDA-CANT
           MOVE RPT-EDIT-CELDA-CANT TO RPT-MAT-CELDA (9)
           WRITE RPT-REGISTRO FROM RPT-LINEA-MATRIZ.

      *-----------------------------------------------------------
      * Celda de la matriz en cantidad
      *-----------------------------------------------------------
       EDITAR-CELDA-CANTIDAD.
           MOVE MAT-CANTIDAD (IDX-FILA, IDX-COLUMNA)
               TO RPT-EDIT-CELDA-CANT
           MOVE RPT-EDIT-CELDA-CANT TO RPT-MAT-CELDA (IDX-COLUMNA).

      *-----------------------------------------------------------
      * Fila de totales por columna en cantidad
      *-----------------------------------------------------------
       ESCRIBIR-TOTAL-CANTIDAD.
           MOVE SPACES TO RPT-LINEA-MATRIZ
           MOVE 'TOTAL' TO RPT-MAT-NOMBRE
           PERFORM EDITAR-TOTAL-CANTIDAD
               VARYING IDX-COLUMNA FROM 1 BY 1
               UNTIL IDX-COLUMNA > 8
           MOVE MAT-TOTAL-CANTIDAD TO RPT-EDIT-CELDA-CANT
           MOVE RPT-EDIT-CELDA-CANT TO RPT-MAT-CELDA (9)
           WRITE RPT-REGISTRO FROM RPT-LINEA-MATRIZ.

      *-----------------------------------------------------------
      * Total de una columna en cantidad
      *-----------------------------------------------------------
       EDITAR-TOTAL-CANTIDAD.
           MOVE COL-CANTIDAD (IDX-COLUMNA) TO RPT-EDIT-CELDA-CANT
           MOVE RPT-EDIT-CELDA-CANT TO RPT-MAT-CELDA (IDX-COLUMNA).

      *-----------------------------------------------------------
      * Fila de la matriz en saldo
      *-----------------------------------------------------------
       ESCRIBIR-FILA-SALDO.
           MOVE SPACES TO RPT-LINEA-MATRIZ
           MOVE NOM-BUCKET (IDX-FILA) TO RPT-MAT-NOMBRE
           PERFORM EDITAR-CELDA-SALDO
               VARYING IDX-COLUMNA FROM 1 BY 1
               UNTIL IDX-COLUMNA > 8
           MOVE FIL-SALDO (IDX-FILA) TO RPT-EDIT-CELDA-SALDO
           MOVE RPT-EDIT-CELDA-SALDO TO RPT-MAT-CELDA (9)
           WRITE RPT-REGISTRO FROM RPT-LINEA-MATRIZ.

      *-----------------------------------------------------------
      * Celda de la matriz en saldo
      *-----------------------------------------------------------
       EDITAR-CELDA-SALDO.
           MOVE MAT-SALDO (IDX-FILA, IDX-COLUMNA)
               TO RPT-EDIT-CELDA-SALDO
           MOVE RPT-EDIT-CELDA-SALDO TO RPT-MAT-CELDA (IDX-COLUMNA).

      *-----------------------------------------------------------
      * Fila de totales por columna en saldo
      *-----------------------------------------------------------
       ESCRIBIR-TOTAL-SALDO.
           MOVE SPACES TO RPT-LINEA-MATRIZ
           MOVE 'TOTAL' TO RPT-MAT-NOMBRE
           PERFORM EDITAR-TOTAL-SALDO
               VARYING IDX-COLUMNA FROM 1 BY 1
               UNTIL IDX-COLUMNA > 8
           MOVE MAT-TOTAL-SALDO TO RPT-EDIT-CELDA-SALDO
           MOVE RPT-EDIT-CELDA-SALDO TO RPT-MAT-CELDA (9)
           WRITE RPT-REGISTRO FROM RPT-LINEA-MATRIZ.

      *-----------------------------------------------------------
      * Total de una columna en saldo
      *-----------------------------------------------------------
       EDITAR-TOTAL-SALDO.
           MOVE COL-SALDO (IDX-COLUMNA) TO RPT-EDIT-CELDA-SALDO
           MOVE RPT-EDIT-CELDA-SALDO TO RPT-MAT-CELDA (IDX-COLUMNA).

      *-----------------------------------------------------------
      * Fila de la matriz en porcentaje de la cantidad de la fila
      *-----------------------------------------------------------
       ESCRIBIR-FILA-PORCENTAJE.
           MOVE SPACES TO RPT-LINEA-MATRIZ
           MOVE NOM-BUCKET (IDX-FILA) TO RPT-MAT-NOMBRE
           IF FIL-CANTIDAD (IDX-FILA) > ZERO
              PERFORM EDITAR-CELDA-PORCENTAJE
                  VARYING IDX-COLUMNA FROM 1 BY 1
                  UNTIL IDX-COLUMNA > 8
              MOVE 100 TO RPT-EDIT-CELDA-PCT
              MOVE RPT-EDIT-CELDA-PCT TO RPT-MAT-CELDA (9)
           END-IF
           WRITE RPT-REGISTRO FROM RPT-LINEA-MATRIZ.

      *-----------------------------------------------------------
      * Celda de la matriz en porcentaje
      *-----------------------------------------------------------
       EDITAR-CELDA-PORCENTAJE.
           COMPUTE CAL-PORCENTAJE ROUNDED =
               MAT-CANTIDAD (IDX-FILA, IDX-COLUMNA) * 100 /
               FIL-CANTIDAD (IDX-FILA)
           MOVE CAL-PORCENTAJE TO RPT-EDIT-CELDA-PCT
           MOVE RPT-EDIT-CELDA-PCT TO RPT-MAT-CELDA (IDX-COLUMNA).

      *-----------------------------------------------------------
      * Tasas de cura: de cada bucket en mora del mes anterior, lo
      * que paso a al dia, en cantidad y en saldo
      *-----------------------------------------------------------
       EMITIR-CURAS.
           MOVE 'TASAS DE CURA (PASAJE A AL DIA)' TO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT
           WRITE RPT-REGISTRO FROM RPT-LINEA-TIT-CURA
           PERFORM ESCRIBIR-LINEA-CURA
               VARYING IDX-FILA FROM 2 BY 1
               UNTIL IDX-FILA > 5

           MOVE 'TOTAL EN MORA'   TO RPT-CUR-NOMBRE
           MOVE CNT-EN-MORA       TO RPT-CUR-CANTIDAD
           MOVE CNT-CURADOS       TO RPT-CUR-CURADOS
           MOVE CNT-SALDO-EN-MORA TO RPT-CUR-SALDO
           MOVE CNT-SALDO-CURADO  TO RPT-CUR-SALDO-CURADO
           MOVE ZERO TO CAL-PORCENTAJE
           MOVE ZERO TO CAL-PORCENTAJE-SALDO
           IF CNT-EN-MORA > ZERO
              COMPUTE CAL-PORCENTAJE ROUNDED =
                  CNT-CURADOS * 100 / CNT-EN-MORA
           END-IF
           IF CNT-SALDO-EN-MORA > ZERO
              COMPUTE CAL-PORCENTAJE-SALDO ROUNDED =
                  CNT-SALDO-CURADO * 100 / CNT-SALDO-EN-MORA
           END-IF
           MOVE CAL-PORCENTAJE       TO RPT-CUR-PCT-CANT
           MOVE CAL-PORCENTAJE-SALDO TO RPT-CUR-PCT-SALDO
           WRITE RPT-REGISTRO FROM RPT-LINEA-CURA
           MOVE SPACES TO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT.

      *-----------------------------------------------------------
      * Linea de cura de un bucket en mora
      *-----------------------------------------------------------
       ESCRIBIR-LINEA-CURA.
           MOVE NOM-BUCKET (IDX-FILA)         TO RPT-CUR-NOMBRE
           MOVE FIL-CANTIDAD (IDX-FILA)       TO RPT-CUR-CANTIDAD
           MOVE MAT-CANTIDAD (IDX-FILA, 1)    TO RPT-CUR-CURADOS
           MOVE FIL-SALDO (IDX-FILA)          TO RPT-CUR-SALDO
           MOVE MAT-SALDO (IDX-FILA, 1)       TO RPT-CUR-SALDO-CURADO
           MOVE ZERO TO CAL-PORCENTAJE
           MOVE ZERO TO CAL-PORCENTAJE-SALDO
           IF FIL-CANTIDAD (IDX-FILA) > ZERO
              COMPUTE CAL-PORCENTAJE ROUNDED =
                  MAT-CANTIDAD (IDX-FILA, 1) * 100 /
                  FIL-CANTIDAD (IDX-FILA)
           END-IF
           IF FIL-SALDO (IDX-FILA) > ZERO
              COMPUTE CAL-PORCENTAJE-SALDO ROUNDED =
                  MAT-SALDO (IDX-FILA, 1) * 100 /
                  FIL-SALDO (IDX-FILA)
           END-IF
           MOVE CAL-PORCENTAJE       TO RPT-CUR-PCT-CANT
           MOVE CAL-PORCENTAJE-SALDO TO RPT-CUR-PCT-SALDO
           WRITE RPT-REGISTRO FROM RPT-LINEA-CURA

           ADD FIL-CANTIDAD (IDX-FILA)    TO CNT-EN-MORA
           ADD MAT-CANTIDAD (IDX-FILA, 1) TO CNT-CURADOS
           ADD FIL-SALDO (IDX-FILA)       TO CNT-SALDO-EN-MORA
           ADD MAT-SALDO (IDX-FILA, 1)    TO CNT-SALDO-CURADO.

      *-----------------------------------------------------------
      * Flujos del mes a reestructurado, liquidado y castigado,
      * sobre el total de prestamos abiertos el mes anterior
      *-----------------------------------------------------------
       EMITIR-FLUJOS.
           MOVE 'FLUJOS DEL MES DESDE LA CARTERA ABIERTA'
               TO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT
           WRITE RPT-REGISTRO FROM RPT-LINEA-TIT-FLUJO
           PERFORM ESCRIBIR-LINEA-FLUJO
               VARYING IDX-FLUJO FROM 1 BY 1
               UNTIL IDX-FLUJO > 3
           MOVE SPACES TO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT.

      *-----------------------------------------------------------
      * Linea de un flujo (columnas 6 a 8 de la matriz)
      *-----------------------------------------------------------
       ESCRIBIR-LINEA-FLUJO.
           COMPUTE IDX-COLUMNA = IDX-FLUJO + 5
           MOVE NOM-FLUJO (IDX-FLUJO)       TO RPT-FLU-NOMBRE
           MOVE COL-CANTIDAD (IDX-COLUMNA)  TO RPT-FLU-CANTIDAD
           MOVE COL-SALDO (IDX-COLUMNA)     TO RPT-FLU-SALDO
           MOVE ZERO TO CAL-PORCENTAJE
           MOVE ZERO TO CAL-PORCENTAJE-SALDO
           IF MAT-TOTAL-CANTIDAD > ZERO
              COMPUTE CAL-PORCENTAJE ROUNDED =
                  COL-CANTIDAD (IDX-COLUMNA) * 100 /
                  MAT-TOTAL-CANTIDAD
           END-IF
           IF MAT-TOTAL-SALDO > ZERO
              COMPUTE CAL-PORCENTAJE-SALDO ROUNDED =
                  COL-SALDO (IDX-COLUMNA) * 100 / MAT-TOTAL-SALDO
           END-IF
           MOVE CAL-PORCENTAJE       TO RPT-FLU-PCT-CANT
           MOVE CAL-PORCENTAJE-SALDO TO RPT-FLU-PCT-SALDO
           WRITE RPT-REGISTRO FROM RPT-LINEA-FLUJO.

      *-----------------------------------------------------------
      * Curvas de cosecha: una tabla para el saldo con mas de 30
      * dias y otra para el de mas de 90, de la cosecha mas vieja
      * a la mas nueva
      *-----------------------------------------------------------
       EMITIR-COSECHAS.
           MOVE '% DEL SALDO CON MAS DE 30 DIAS DE MORA POR COSECHA '
               TO RPT-REGISTRO
           MOVE 'Y MES DE VIDA' TO RPT-REGISTRO (52:13)
           PERFORM ESCRIBIR-TOTAL-RPT
           WRITE RPT-REGISTRO FROM RPT-LINEA-TIT-COSECHA
           SET TABLA-MORA-30 TO TRUE
           PERFORM ESCRIBIR-COSECHA
               VARYING IDX-COSECHA FROM 12 BY -1
               UNTIL IDX-COSECHA < 1
           MOVE SPACES TO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE '% DEL SALDO CON MAS DE 90 DIAS DE MORA POR COSECHA '
               TO RPT-REGISTRO
           MOVE 'Y MES DE VIDA' TO RPT-REGISTRO (52:13)
           PERFORM ESCRIBIR-TOTAL-RPT
           WRITE RPT-REGISTRO FROM RPT-LINEA-TIT-COSECHA
           SET TABLA-MORA-90 TO TRUE
           PERFORM ESCRIBIR-COSECHA
               VARYING IDX-COSECHA FROM 12 BY -1
               UNTIL IDX-COSECHA < 1
           MOVE SPACES TO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT.

      *-----------------------------------------------------------
      * Lineas de una cosecha, una por producto con fotos
      *-----------------------------------------------------------
       ESCRIBIR-COSECHA.
           PERFORM ESCRIBIR-COSECHA-PRODUCTO
               VARYING IDX-PRODUCTO FROM 1 BY 1
               UNTIL IDX-PRODUCTO > TPR-USADOS.

      *-----------------------------------------------------------
      * Linea de una cosecha y producto; la celda de un mes de
      * vida sin fotos queda en blanco
      *-----------------------------------------------------------
       ESCRIBIR-COSECHA-PRODUCTO.
           IF VIN-REGISTROS (IDX-COSECHA, IDX-PRODUCTO) > ZERO
              MOVE SPACES TO RPT-LINEA-COSECHA
              COMPUTE PER-MESES-RESULTADO =
                  PER-MESES-ACTUAL - IDX-COSECHA + 1
              PERFORM CALCULAR-PERIODO
              MOVE PER-TRABAJO-NUM TO RPT-VIN-PERIODO
              MOVE TPR-PRODUCTO (IDX-PRODUCTO) TO RPT-VIN-PRODUCTO
              PERFORM EDITAR-CELDA-COSECHA
                  VARYING IDX-MOB FROM 1 BY 1
                  UNTIL IDX-MOB > 12
              WRITE RPT-REGISTRO FROM RPT-LINEA-COSECHA
           END-IF.

      *-----------------------------------------------------------
      * Porcentaje de un mes de vida (WS-TABLA-COSECHA indica si
      * la tabla en curso es la de 30 o la de 90 dias)
      *-----------------------------------------------------------
       EDITAR-CELDA-COSECHA.
           IF VIN-MOB-REGISTROS (IDX-COSECHA, IDX-PRODUCTO, IDX-MOB)
              > ZERO
              MOVE ZERO TO CAL-PORCENTAJE
              IF VIN-SALDO (IDX-COSECHA, IDX-PRODUCTO, IDX-MOB) > ZERO
                 IF TABLA-MORA-30
                    COMPUTE CAL-PORCENTAJE ROUNDED =
                        VIN-SALDO-30 (IDX-COSECHA, IDX-PRODUCTO,
                                      IDX-MOB) * 100 /
                        VIN-SALDO (IDX-COSECHA, IDX-PRODUCTO, IDX-MOB)
                 ELSE
                    COMPUTE CAL-PORCENTAJE ROUNDED =
                        VIN-SALDO-90 (IDX-COSECHA, IDX-PRODUCTO,
                                      IDX-MOB) * 100 /
                        VIN-SALDO (IDX-COSECHA, IDX-PRODUCTO, IDX-MOB)
                 END-IF
              END-IF
              MOVE CAL-PORCENTAJE TO RPT-VIN-PCT (IDX-MOB)
           END-IF.

      *-----------------------------------------------------------
      * Escribe una linea de totales y limpia el registro
      *-----------------------------------------------------------
       ESCRIBIR-TOTAL-RPT.
           WRITE RPT-REGISTRO
           MOVE SPACES TO RPT-REGISTRO.

      *-----------------------------------------------------------
      * Totales de control y cierre de archivos
      *-----------------------------------------------------------
       FINALIZAR-PROCESO.
           MOVE CNT-FOTO-ANTERIOR TO RPT-EDIT-CONTADOR
           STRING 'FOTOS MES ANTERIOR.: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE MAT-TOTAL-CANTIDAD TO RPT-EDIT-CONTADOR
           STRING 'ABIERTOS SEGUIDOS..: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-SIN-FOTO-ACTUAL TO RPT-EDIT-CONTADOR
           STRING 'SIN FOTO EN EL MES.: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-FOTOS-COSECHA TO RPT-EDIT-CONTADOR
           STRING 'FOTOS EN COSECHAS..: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           MOVE CNT-SIN-LUGAR TO RPT-EDIT-CONTADOR
           STRING 'FOTOS SIN LUGAR....: ' DELIMITED SIZE
                  RPT-EDIT-CONTADOR DELIMITED SIZE
                  INTO RPT-REGISTRO
           PERFORM ESCRIBIR-TOTAL-RPT

           CLOSE FOTO-MORA-FILE
           CLOSE ROLL-RPT

           IF CNT-SIN-FOTO-ACTUAL > ZERO OR CNT-SIN-LUGAR > ZERO
              DISPLAY 'HAY PRESTAMOS SIN FOTO O PRODUCTOS FUERA DE LA '
                      'TABLA DE COSECHAS'
              MOVE 4 TO RETURN-CODE
           END-IF.

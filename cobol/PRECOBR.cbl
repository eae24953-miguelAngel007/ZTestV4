      *              trabaje primero las cuentas de mayor riesgo, y
      *              por cada cliente se emite ademas la carta de
      *              aviso formateada (COBRCART) con el total para
      *              ponerse al dia. Cuando el prestamo pasa de 60
      *              dias de atraso la carta se emite tambien a sus
      *              garantes y codeudores (AVALMSTR).
      *
      * Historial de modificaciones:
      *   2026-09-01  RG   Version inicial.
      *   2026-10-15  RG   La carta de aviso muestra la penalidad por
      *                    mora pendiente de los prestamos del cliente
      *                    (PRM-SALDO-PENALIDAD) y la suma al total
      *                    para ponerse al dia.
      *   2026-10-15  RG   Los prestamos con mas de 60 dias de atraso
      *                    emiten carta de aviso tambien a sus garantes
      *                    y codeudores del maestro de avales AVALMSTR,
      *                    con el deudor identificado por prestamo. El
      *                    corte de la carta pasa a ser por bucket,
      *                    cliente y rol; el archivo de trabajo COBRWK
      *                    sigue llevando solo las cuotas del deudor.
      *   2026-10-15  RG   La fecha de proceso es la fecha de negocio
      *                    del control de corrida (RUNCTL); el paso
      *                    registra su inicio, fin y return code por
      *                    PRECTLM, que valida los pasos previos y
      *                    rechaza un paso ya completo salvo
      *                    re-ejecucion autorizada.
      *   2026-10-15  RG   Se lee el historial de gestiones de cobranza
      *                    COBHIST (PREGEST/PREPROM): cada linea del
      *                    archivo de trabajo COBRWK lleva la fecha, el
      *                    gestor y el resultado del ultimo contacto y
      *                    la promesa de pago activa; un prestamo con
      *                    promesa activa (pendiente y no vencida) no
      *                    emite cartas de aviso, ni al deudor ni a sus
      *                    avales.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS CLM-ID
               FILE STATUS IS WS-FS-CLIENTE-MASTER.

           SELECT AVAL-MASTER-FILE
               ASSIGN TO 'AVALMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVM-CLAVE
               ALTERNATE RECORD KEY IS AVM-CLIENTE-ID WITH DUPLICATES
               FILE STATUS IS WS-FS-AVAL-MASTER.

           SELECT COBRANZA-HIST-FILE
               ASSIGN TO 'COBHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CBH-CLAVE
               FILE STATUS IS WS-FS-HISTORIAL.

           SELECT COBRANZA-WORK
               ASSIGN TO 'COBRWK'
               ORGANIZATION IS SEQUENTIAL
       FD  CLIENTE-MASTER-FILE.
       COPY CLIMSTR.

       FD  AVAL-MASTER-FILE.
       COPY AVALMST.

       FD  COBRANZA-HIST-FILE.
       COPY COBHIST.

       FD  COBRANZA-WORK
           RECORD CONTAINS 146 CHARACTERS.
       01  COBRANZA-WORK-RECORD.
           05 CBW-BUCKET            PIC X(01).
           05 CBW-CLIENTE-ID        PIC 9(10).
           05 CBW-FECHA-VENC        PIC 9(08).
           05 CBW-MONTO-ADEUDADO    PIC 9(11)V99.
           05 CBW-DIAS-ATRASO       PIC 9(05).
           05 CBW-FECHA-ULT-CONTACTO PIC 9(08).
           05 CBW-ULT-GESTOR        PIC X(04).
           05 CBW-ULT-RESULTADO     PIC X(02).
           05 CBW-PROMESA-ACTIVA    PIC X(01).
           05 CBW-FECHA-PROMESA     PIC 9(08).
           05 CBW-MONTO-PROMESA     PIC 9(11)V99.

       FD  CARTAS-OUT.
       01  CAR-REGISTRO             PIC X(132).
       01  ORDEN-REGISTRO.
           05 ORD-BUCKET            PIC X(01).
           05 ORD-CLIENTE-ID        PIC 9(10).
           05 ORD-ROL               PIC X(01).
              88 ORD-DEUDOR         VALUE 'D'.
              88 ORD-GARANTE        VALUE 'G'.
              88 ORD-CODEUDOR       VALUE 'C'.
           05 ORD-NUMERO            PIC 9(12).
           05 ORD-NUM-CUOTA         PIC 9(03).
           05 ORD-NOMBRE            PIC X(20).
           05 ORD-FECHA-VENC        PIC 9(08).
           05 ORD-MONTO-ADEUDADO    PIC S9(11)V99 COMP-3.
           05 ORD-DIAS-ATRASO       PIC S9(05) COMP-3.
           05 ORD-SALDO-PENALIDAD   PIC S9(11)V99 COMP-3.
           05 ORD-DEUDOR-NOMBRE     PIC X(20).
           05 ORD-DEUDOR-APELLIDO   PIC X(20).
           05 ORD-FECHA-ULT-CONTACTO PIC 9(08).
           05 ORD-ULT-GESTOR        PIC X(04).
           05 ORD-ULT-RESULTADO     PIC X(02).
           05 ORD-PROMESA-ACTIVA    PIC X(01).
              88 ORD-CON-PROMESA    VALUE 'S'.
           05 ORD-FECHA-PROMESA     PIC 9(08).
           05 ORD-MONTO-PROMESA     PIC S9(11)V99 COMP-3.

       WORKING-STORAGE SECTION.

           05 CLP-TIPO-DOC          PIC X(03).
           05 CLP-NUM-DOC           PIC X(15).

      * Ultima gestion de cobranza (COBHIST) del prestamo en
      * proceso y su promesa de pago activa (pendiente y con fecha
      * prometida no vencida), que suprime sus cartas de aviso
       01  WS-GESTION-PRESTAMO.
           05 GSP-FECHA-CONTACTO    PIC 9(08).
           05 GSP-GESTOR            PIC X(04).
           05 GSP-RESULTADO         PIC X(02).
           05 GSP-PROMESA           PIC X(01).
              88 GSP-CON-PROMESA    VALUE 'S'.
              88 GSP-SIN-PROMESA    VALUE 'N'.
           05 GSP-FECHA-PROMESA     PIC 9(08).
           05 GSP-MONTO-PROMESA     PIC S9(11)V99 COMP-3.

      * Garantes y codeudores (AVALMSTR) del prestamo en proceso;
      * reciben su propia carta de aviso cuando el prestamo pasa
      * de AVI-DIAS-MINIMO dias de atraso
       01  WS-AVISO-AVALES.
           05 AVI-DIAS-MINIMO       PIC 9(05) VALUE 60.

       01  WS-TABLA-AVALES.
           05 TAV-TOPE              PIC 9(02) COMP VALUE 10.
           05 TAV-USADOS            PIC 9(02) COMP VALUE ZERO.
           05 TAV-IND               PIC 9(02) COMP.
           05 TAV-ENTRADA OCCURS 10 TIMES.
              10 TAV-CLIENTE-ID     PIC 9(10).
              10 TAV-ROL            PIC X(01).
              10 TAV-NOMBRE         PIC X(20).
              10 TAV-APELLIDO       PIC X(20).
              10 TAV-TIPO-DOC       PIC X(03).
              10 TAV-NUM-DOC        PIC X(15).

      * Corte de control por bucket, cliente y rol (deudor, garante
      * o codeudor) de la emision de cartas de aviso; la penalidad
      * por mora se suma una vez por prestamo de la carta
       01  WS-CORTE-CARTA.
           05 CTA-BUCKET-ACTUAL     PIC X(01) VALUE LOW-VALUES.
           05 CTA-CLIENTE-ACTUAL    PIC 9(10) VALUE ZERO.
           05 CTA-ROL-ACTUAL        PIC X(01) VALUE SPACES.
              88 CTA-CARTA-DEUDOR   VALUE 'D'.
           05 CTA-NUMERO-ACTUAL     PIC 9(12) VALUE ZERO.
           05 CTA-TOTAL-ADEUDADO    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CTA-TOTAL-PENALIDAD   PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CTA-CUOTAS-CARTA      PIC 9(03) VALUE ZERO.

       01  WS-CONTROL-ARCHIVO.
           05 WS-FIN-ORDENADO       PIC X(01) VALUE 'N'.
              88 FIN-ORDENADO       VALUE 'Y'.
              88 NO-FIN-ORDENADO    VALUE 'N'.
           05 WS-MAESTRO-AVALES     PIC X(01) VALUE 'N'.
              88 AVALES-ABIERTO     VALUE 'S'.
              88 AVALES-AUSENTE     VALUE 'N'.
           05 WS-FIN-AVALES         PIC X(01) VALUE 'N'.
              88 FIN-AVALES         VALUE 'Y'.
              88 NO-FIN-AVALES      VALUE 'N'.
           05 WS-HISTORIAL-COBR     PIC X(01) VALUE 'N'.
              88 HISTORIAL-ABIERTO  VALUE 'S'.
              88 HISTORIAL-AUSENTE  VALUE 'N'.
           05 WS-FIN-HISTORIAL      PIC X(01) VALUE 'N'.
              88 FIN-HISTORIAL      VALUE 'Y'.
              88 NO-FIN-HISTORIAL   VALUE 'N'.

       01  WS-ESTADOS-ARCHIVO.
           05 WS-FS-PRESTAMOS-MASTER  PIC X(02) VALUE '00'.
           05 WS-FS-CLIENTE-MASTER    PIC X(02) VALUE '00'.
           05 WS-FS-COBRANZA          PIC X(02) VALUE '00'.
           05 WS-FS-CARTAS            PIC X(02) VALUE '00'.
           05 WS-FS-AVAL-MASTER       PIC X(02) VALUE '00'.
           05 WS-FS-HISTORIAL         PIC X(02) VALUE '00'.

       01  WS-CONTADORES.
           05 CNT-PRESTAMOS-MORA    PIC 9(07) COMP VALUE ZERO.
           05 CNT-CUOTAS-VENCIDAS   PIC 9(07) COMP VALUE ZERO.
           05 CNT-CARTAS-EMITIDAS   PIC 9(07) COMP VALUE ZERO.
           05 CNT-CARTAS-AVALES     PIC 9(07) COMP VALUE ZERO.
           05 CNT-PRESTAMOS-PROMESA PIC 9(07) COMP VALUE ZERO.
           05 CNT-MONTO-ADEUDADO    PIC S9(13)V99 COMP-3 VALUE ZERO.

      * Conversion de fechas AAAAMMDD a dias corridos para los
           05 CAR-DOC-NUMERO        PIC X(15).
           05 FILLER                PIC X(102) VALUE SPACES.

       01  CAR-LINEA-CALIDAD.
           05 FILLER                PIC X(15) VALUE 'EN CALIDAD DE: '.
           05 CAR-CAL-ROL           PIC X(09).
           05 FILLER                PIC X(108) VALUE SPACES.

       01  CAR-LINEA-DEUDOR.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(09) VALUE 'PRESTAMO '.
           05 CAR-DEU-NUMERO        PIC 9(12).
           05 FILLER                PIC X(09) VALUE ' DEUDOR: '.
           05 CAR-DEU-NOMBRE        PIC X(41).
           05 FILLER                PIC X(59) VALUE SPACES.

       01  CAR-LINEA-CUOTA.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(09) VALUE 'PRESTAMO '.
           05 CAR-CUO-DIAS          PIC ZZZZ9.
           05 FILLER                PIC X(44) VALUE SPACES.

       01  CAR-LINEA-PENALIDAD.
           05 FILLER                PIC X(29) VALUE
              'PENALIDAD POR MORA..........:'.
           05 CAR-PEN-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(86) VALUE SPACES.

       01  CAR-LINEA-TOTAL.
           05 FILLER                PIC X(29) VALUE
              'TOTAL PARA PONERSE AL DIA...:'.
           05 FILLER                PIC X(60) VALUE ALL '-'.
           05 FILLER                PIC X(72) VALUE SPACES.

      * Area de comunicacion con el control de corrida del ciclo
      * (PRECTLM): fecha de negocio y registro del paso
       COPY CTLPASO.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY '*** CARTERA DE COBRANZAS Y AVISOS DE MORA ***'

           PERFORM INICIAR-CONTROL-PASO

           PERFORM INICIALIZAR-PROCESO

           SORT ORDENAMIENTO-WORK
               ON DESCENDING KEY ORD-BUCKET
               ON ASCENDING KEY ORD-CLIENTE-ID
               ON ASCENDING KEY ORD-ROL
               ON ASCENDING KEY ORD-NUMERO
               ON ASCENDING KEY ORD-NUM-CUOTA
               INPUT PROCEDURE IS CARGAR-MOROSOS

           PERFORM FINALIZAR-PROCESO

           PERFORM TERMINAR-CONTROL-PASO

           STOP RUN.

      *-----------------------------------------------------------
              PERFORM ABEND-PROCESO
           END-IF

           SET AVALES-AUSENTE TO TRUE
           OPEN INPUT AVAL-MASTER-FILE
           EVALUATE WS-FS-AVAL-MASTER
               WHEN '00'
                  SET AVALES-ABIERTO TO TRUE
               WHEN '35'
                  DISPLAY 'SIN MAESTRO DE AVALES (AVALMSTR): '
                          'SIN AVISOS A AVALES'
               WHEN OTHER
                  DISPLAY 'ERROR AL ABRIR AVAL-MASTER-FILE, STATUS: '
                          WS-FS-AVAL-MASTER
                  PERFORM ABEND-PROCESO
           END-EVALUATE

           SET HISTORIAL-AUSENTE TO TRUE
           OPEN INPUT COBRANZA-HIST-FILE
           EVALUATE WS-FS-HISTORIAL
               WHEN '00'
                  SET HISTORIAL-ABIERTO TO TRUE
               WHEN '35'
                  DISPLAY 'SIN HISTORIAL DE COBRANZAS (COBHIST): '
                          'SIN GESTIONES NI PROMESAS'
               WHEN OTHER
                  DISPLAY 'ERROR AL ABRIR COBRANZA-HIST-FILE, STATUS: '
                          WS-FS-HISTORIAL
                  PERFORM ABEND-PROCESO
           END-EVALUATE

           OPEN OUTPUT COBRANZA-WORK
           IF WS-FS-COBRANZA NOT = '00'
              DISPLAY 'ERROR AL ABRIR COBRANZA-WORK, STATUS: '
              PERFORM ABEND-PROCESO
           END-IF

           MOVE CPA-FECHA-NEGOCIO TO FEC-HOY
           MOVE FEC-HOY TO DIA-FECHA-NUM
           PERFORM CALCULAR-DIAS-CORRIDOS
           MOVE DIA-RESULTADO TO DIA-DIAS-HOY.
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
           MOVE 'PRECOBR' TO CPA-PASO
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
      * Procedimiento de entrada del SORT: recorre el maestro de
      * prestamos y libera una entrada por cada cuota vencida de
                      PRM-MORA-61-90 OR PRM-MORA-MAS-90)
                     ADD 1 TO CNT-PRESTAMOS-MORA
                     PERFORM BUSCAR-CLIENTE-PRESTAMO
                     PERFORM BUSCAR-GESTION-PRESTAMO
                     PERFORM CARGAR-AVALES-PRESTAMO
                     PERFORM LIBERAR-CUOTAS-VENCIDAS
                  END-IF
           END-READ.
                  MOVE CLM-NUM-DOC  TO CLP-NUM-DOC
           END-READ.

      *-----------------------------------------------------------
      * Recorre las gestiones del prestamo en el historial de
      * cobranzas: la ultima (la de fecha de contacto mas reciente)
      * va a la cartera de trabajo y una promesa pendiente cuya
      * fecha prometida no vencio deja el prestamo con promesa
      * activa
      *-----------------------------------------------------------
       BUSCAR-GESTION-PRESTAMO.
           MOVE ZERO   TO GSP-FECHA-CONTACTO
           MOVE SPACES TO GSP-GESTOR
           MOVE SPACES TO GSP-RESULTADO
           SET GSP-SIN-PROMESA TO TRUE
           MOVE ZERO   TO GSP-FECHA-PROMESA
           MOVE ZERO   TO GSP-MONTO-PROMESA
           SET FIN-HISTORIAL TO TRUE

           IF HISTORIAL-ABIERTO
              SET NO-FIN-HISTORIAL TO TRUE
              MOVE PRM-NUMERO TO CBH-NUMERO
              MOVE ZERO       TO CBH-FECHA-CONTACTO
              MOVE LOW-VALUES TO CBH-GESTOR
              START COBRANZA-HIST-FILE KEY IS NOT LESS CBH-CLAVE
                  INVALID KEY
                     SET FIN-HISTORIAL TO TRUE
              END-START
           END-IF

           PERFORM LEER-GESTION-PRESTAMO UNTIL FIN-HISTORIAL

           IF GSP-CON-PROMESA
              ADD 1 TO CNT-PRESTAMOS-PROMESA
           END-IF.

      *-----------------------------------------------------------
      * Lee la siguiente gestion del prestamo
      *-----------------------------------------------------------
       LEER-GESTION-PRESTAMO.
           READ COBRANZA-HIST-FILE NEXT RECORD
               AT END
                  SET FIN-HISTORIAL TO TRUE
               NOT AT END
                  IF CBH-NUMERO NOT = PRM-NUMERO
                     SET FIN-HISTORIAL TO TRUE
                  ELSE
                     MOVE CBH-FECHA-CONTACTO TO GSP-FECHA-CONTACTO
                     MOVE CBH-GESTOR         TO GSP-GESTOR
                     MOVE CBH-RESULTADO      TO GSP-RESULTADO
                     IF CBH-PROMESA-PENDIENTE AND
                        CBH-FECHA-PROMESA >= FEC-HOY
                        SET GSP-CON-PROMESA TO TRUE
                        MOVE CBH-FECHA-PROMESA TO GSP-FECHA-PROMESA
                        MOVE CBH-MONTO-PROMESA TO GSP-MONTO-PROMESA
                     END-IF
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Carga los garantes y codeudores del prestamo cuando su
      * atraso pasa de AVI-DIAS-MINIMO dias; por debajo de ese
      * atraso la carta va solo al deudor. Un prestamo con
      * promesa de pago activa no emite cartas, tampoco a avales
      *-----------------------------------------------------------
       CARGAR-AVALES-PRESTAMO.
           MOVE ZERO TO TAV-USADOS
           SET FIN-AVALES TO TRUE

           IF AVALES-ABIERTO AND PRM-DIAS-MORA > AVI-DIAS-MINIMO AND
              GSP-SIN-PROMESA
              SET NO-FIN-AVALES TO TRUE
              MOVE PRM-NUMERO TO AVM-NUMERO
              MOVE ZERO TO AVM-CLIENTE-ID
              START AVAL-MASTER-FILE KEY IS NOT LESS AVM-CLAVE
                  INVALID KEY
                     SET FIN-AVALES TO TRUE
              END-START
           END-IF

           PERFORM LEER-AVAL-PRESTAMO UNTIL FIN-AVALES.

      *-----------------------------------------------------------
      * Lee el siguiente aval del prestamo y lo retiene en la
      * tabla con su nombre y documento de CLIEMSTR; el propio
      * deudor registrado como aval no recibe una segunda carta
      *-----------------------------------------------------------
       LEER-AVAL-PRESTAMO.
           READ AVAL-MASTER-FILE NEXT RECORD
               AT END
                  SET FIN-AVALES TO TRUE
               NOT AT END
                  IF AVM-NUMERO NOT = PRM-NUMERO
                     SET FIN-AVALES TO TRUE
                  ELSE
                     EVALUATE TRUE
                         WHEN AVM-CLIENTE-ID = PRM-CLIENTE-ID
                            CONTINUE
                         WHEN TAV-USADOS >= TAV-TOPE
                            DISPLAY 'MAS AVALES QUE LA TABLA, '
                                    'PRESTAMO: ' PRM-NUMERO
                                    ' AVAL: ' AVM-CLIENTE-ID
                         WHEN OTHER
                            PERFORM RETENER-AVAL
                     END-EVALUATE
                  END-IF
           END-READ.

      *-----------------------------------------------------------
      * Agrega el aval a la tabla del prestamo; un aval ausente
      * del maestro de clientes se marca igual que el deudor
      *-----------------------------------------------------------
       RETENER-AVAL.
           ADD 1 TO TAV-USADOS
           MOVE AVM-CLIENTE-ID TO TAV-CLIENTE-ID (TAV-USADOS)
           MOVE AVM-ROL        TO TAV-ROL (TAV-USADOS)

           MOVE AVM-CLIENTE-ID TO CLM-ID
           READ CLIENTE-MASTER-FILE
               INVALID KEY
                  MOVE '** NO REGISTRADO **'
                      TO TAV-NOMBRE (TAV-USADOS)
                  MOVE SPACES TO TAV-APELLIDO (TAV-USADOS)
                  MOVE SPACES TO TAV-TIPO-DOC (TAV-USADOS)
                  MOVE SPACES TO TAV-NUM-DOC (TAV-USADOS)
               NOT INVALID KEY
                  MOVE CLM-NOMBRE   TO TAV-NOMBRE (TAV-USADOS)
                  MOVE CLM-APELLIDO TO TAV-APELLIDO (TAV-USADOS)
                  MOVE CLM-TIPO-DOC TO TAV-TIPO-DOC (TAV-USADOS)
                  MOVE CLM-NUM-DOC  TO TAV-NUM-DOC (TAV-USADOS)
           END-READ.

      *-----------------------------------------------------------
      * Recorre el plan del prestamo en mora y libera al
      * ordenamiento cada cuota vencida con lo adeudado y los dias

      *-----------------------------------------------------------
      * Libera una cuota vencida al ordenamiento con sus datos de
      * cliente, lo adeudado y los dias de atraso, y una copia por
      * cada garante o codeudor cargado para el prestamo
      *-----------------------------------------------------------
       LIBERAR-CUOTA.
           SUBTRACT CUO-MONTO-PAGADO FROM CUO-MONTO-CUOTA
           SUBTRACT DIA-DIAS-VENC FROM DIA-DIAS-HOY
               GIVING ATR-DIAS-ATRASO

           PERFORM ARMAR-ORDEN-CUOTA
           MOVE PRM-CLIENTE-ID     TO ORD-CLIENTE-ID
           SET ORD-DEUDOR          TO TRUE
           MOVE CLP-NOMBRE         TO ORD-NOMBRE
           MOVE CLP-APELLIDO       TO ORD-APELLIDO
           MOVE CLP-TIPO-DOC       TO ORD-TIPO-DOC
           MOVE CLP-NUM-DOC        TO ORD-NUM-DOC
           RELEASE ORDEN-REGISTRO

           ADD 1 TO CNT-CUOTAS-VENCIDAS
           ADD ATR-MONTO-ADEUDADO TO CNT-MONTO-ADEUDADO

           PERFORM LIBERAR-CUOTA-AVAL
               VARYING TAV-IND FROM 1 BY 1
               UNTIL TAV-IND > TAV-USADOS.

      *-----------------------------------------------------------
      * Libera la copia de la cuota vencida para un aval
      *-----------------------------------------------------------
       LIBERAR-CUOTA-AVAL.
           PERFORM ARMAR-ORDEN-CUOTA
           MOVE TAV-CLIENTE-ID (TAV-IND) TO ORD-CLIENTE-ID
           MOVE TAV-ROL (TAV-IND)        TO ORD-ROL
           MOVE TAV-NOMBRE (TAV-IND)     TO ORD-NOMBRE
           MOVE TAV-APELLIDO (TAV-IND)   TO ORD-APELLIDO
           MOVE TAV-TIPO-DOC (TAV-IND)   TO ORD-TIPO-DOC
           MOVE TAV-NUM-DOC (TAV-IND)    TO ORD-NUM-DOC
           RELEASE ORDEN-REGISTRO.

      *-----------------------------------------------------------
      * Arma los datos de la cuota vencida comunes a la entrada
      * del deudor y a las de sus avales
      *-----------------------------------------------------------
       ARMAR-ORDEN-CUOTA.
           MOVE PRM-ESTADO-MORA    TO ORD-BUCKET
           MOVE PRM-NUMERO         TO ORD-NUMERO
           MOVE CUO-NUM-CUOTA      TO ORD-NUM-CUOTA
           MOVE CUO-FECHA-VENC     TO ORD-FECHA-VENC
           MOVE ATR-MONTO-ADEUDADO TO ORD-MONTO-ADEUDADO
           MOVE ATR-DIAS-ATRASO    TO ORD-DIAS-ATRASO
           MOVE PRM-SALDO-PENALIDAD TO ORD-SALDO-PENALIDAD
           MOVE CLP-NOMBRE         TO ORD-DEUDOR-NOMBRE
           MOVE CLP-APELLIDO       TO ORD-DEUDOR-APELLIDO
           MOVE GSP-FECHA-CONTACTO TO ORD-FECHA-ULT-CONTACTO
           MOVE GSP-GESTOR         TO ORD-ULT-GESTOR
           MOVE GSP-RESULTADO      TO ORD-ULT-RESULTADO
           MOVE GSP-PROMESA        TO ORD-PROMESA-ACTIVA
           MOVE GSP-FECHA-PROMESA  TO ORD-FECHA-PROMESA
           MOVE GSP-MONTO-PROMESA  TO ORD-MONTO-PROMESA.

      *-----------------------------------------------------------
      * Procedimiento de salida del SORT: graba el archivo de
           END-IF.

      *-----------------------------------------------------------
      * Toma la siguiente cuota ordenada: el cambio de bucket, de
      * cliente o de rol cierra la carta anterior y abre la del
      * nuevo. Solo las cuotas del deudor van al archivo de
      * trabajo; las copias de los avales son solo para su carta.
      * La cuota de un prestamo con promesa de pago activa va al
      * archivo de trabajo pero no a la carta
      *-----------------------------------------------------------
       RETORNAR-Y-EMITIR.
           RETURN ORDENAMIENTO-WORK
               AT END
                  SET FIN-ORDENADO TO TRUE
               NOT AT END
                  IF ORD-DEUDOR
                     PERFORM GRABAR-TRABAJO
                  END-IF
                  IF NOT ORD-CON-PROMESA
                     IF ORD-BUCKET NOT = CTA-BUCKET-ACTUAL OR
                        ORD-CLIENTE-ID NOT = CTA-CLIENTE-ACTUAL OR
                        ORD-ROL NOT = CTA-ROL-ACTUAL
                        IF CTA-CLIENTE-ACTUAL NOT = ZERO
                           PERFORM CERRAR-CARTA
                        END-IF
                        PERFORM ABRIR-CARTA
                     END-IF
                     PERFORM ESCRIBIR-CUOTA-CARTA
                  END-IF
           END-RETURN.

      *-----------------------------------------------------------
           MOVE ORD-FECHA-VENC      TO CBW-FECHA-VENC
           MOVE ORD-MONTO-ADEUDADO  TO CBW-MONTO-ADEUDADO
           MOVE ORD-DIAS-ATRASO     TO CBW-DIAS-ATRASO
           MOVE ORD-FECHA-ULT-CONTACTO TO CBW-FECHA-ULT-CONTACTO
           MOVE ORD-ULT-GESTOR      TO CBW-ULT-GESTOR
           MOVE ORD-ULT-RESULTADO   TO CBW-ULT-RESULTADO
           MOVE ORD-PROMESA-ACTIVA  TO CBW-PROMESA-ACTIVA
           MOVE ORD-FECHA-PROMESA   TO CBW-FECHA-PROMESA
           MOVE ORD-MONTO-PROMESA   TO CBW-MONTO-PROMESA

           WRITE COBRANZA-WORK-RECORD
           IF WS-FS-COBRANZA NOT = '00'
           END-IF.

      *-----------------------------------------------------------
      * Abre la carta de aviso del nuevo cliente; la de un aval
      * indica en que calidad lo recibe
      *-----------------------------------------------------------
       ABRIR-CARTA.
           MOVE ORD-BUCKET     TO CTA-BUCKET-ACTUAL
           MOVE ORD-CLIENTE-ID TO CTA-CLIENTE-ACTUAL
           MOVE ORD-ROL        TO CTA-ROL-ACTUAL
           MOVE ZERO TO CTA-NUMERO-ACTUAL
           MOVE ZERO TO CTA-TOTAL-ADEUDADO
           MOVE ZERO TO CTA-TOTAL-PENALIDAD
           MOVE ZERO TO CTA-CUOTAS-CARTA

           WRITE CAR-REGISTRO FROM CAR-LINEA-SEPARADOR
           MOVE ORD-NUM-DOC  TO CAR-DOC-NUMERO
           WRITE CAR-REGISTRO FROM CAR-LINEA-DOCUMENTO

           IF NOT ORD-DEUDOR
              IF ORD-GARANTE
                 MOVE 'GARANTE' TO CAR-CAL-ROL
              ELSE
                 MOVE 'CODEUDOR' TO CAR-CAL-ROL
              END-IF
              WRITE CAR-REGISTRO FROM CAR-LINEA-CALIDAD
           END-IF

           MOVE SPACES TO CAR-REGISTRO
           WRITE CAR-REGISTRO.

      *-----------------------------------------------------------
      * Agrega a la carta la linea de la cuota vencida y acumula
      * el total para ponerse al dia; la primera cuota de cada
      * prestamo suma ademas su saldo de penalidad por mora y, en
      * la carta de un aval, identifica al deudor del prestamo
      *-----------------------------------------------------------
       ESCRIBIR-CUOTA-CARTA.
           IF ORD-NUMERO NOT = CTA-NUMERO-ACTUAL
              MOVE ORD-NUMERO TO CTA-NUMERO-ACTUAL
              ADD ORD-SALDO-PENALIDAD TO CTA-TOTAL-PENALIDAD
              IF NOT ORD-DEUDOR
                 MOVE ORD-NUMERO TO CAR-DEU-NUMERO
                 MOVE SPACES TO CAR-DEU-NOMBRE
                 STRING ORD-DEUDOR-NOMBRE DELIMITED '  '
                        ' ' DELIMITED SIZE
                        ORD-DEUDOR-APELLIDO DELIMITED SIZE
                        INTO CAR-DEU-NOMBRE
                 WRITE CAR-REGISTRO FROM CAR-LINEA-DEUDOR
              END-IF
           END-IF

           MOVE ORD-NUMERO         TO CAR-CUO-NUMERO
           MOVE ORD-NUM-CUOTA      TO CAR-CUO-NUM
           MOVE ORD-FECHA-VENC     TO CAR-CUO-FECHA
           ADD 1 TO CTA-CUOTAS-CARTA.

      *-----------------------------------------------------------
      * Cierra la carta del cliente con la penalidad por mora de
      * sus prestamos, si la hay, y el total para ponerse al dia,
      * que la incluye porque el pago la cubre primero
      *-----------------------------------------------------------
       CERRAR-CARTA.
           MOVE SPACES TO CAR-REGISTRO
           WRITE CAR-REGISTRO

           IF CTA-TOTAL-PENALIDAD > ZERO
              MOVE CTA-TOTAL-PENALIDAD TO CAR-PEN-MONTO
              WRITE CAR-REGISTRO FROM CAR-LINEA-PENALIDAD
              ADD CTA-TOTAL-PENALIDAD TO CTA-TOTAL-ADEUDADO
           END-IF

           MOVE CTA-TOTAL-ADEUDADO TO CAR-TOT-MONTO
           WRITE CAR-REGISTRO FROM CAR-LINEA-TOTAL

           ADD 1 TO CNT-CARTAS-EMITIDAS
           IF NOT CTA-CARTA-DEUDOR
              ADD 1 TO CNT-CARTAS-AVALES
           END-IF.

      *-----------------------------------------------------------
      * Convierte la fecha AAAAMMDD de DIA-FECHA en dias corridos
           CLOSE PRESTAMOS-MASTER-FILE
           CLOSE CUOTAS-MASTER-FILE
           CLOSE CLIENTE-MASTER-FILE
           IF AVALES-ABIERTO
              CLOSE AVAL-MASTER-FILE
           END-IF
           IF HISTORIAL-ABIERTO
              CLOSE COBRANZA-HIST-FILE
           END-IF
           CLOSE COBRANZA-WORK
           CLOSE CARTAS-OUT

           DISPLAY 'Prestamos en mora    : ' CNT-PRESTAMOS-MORA
           DISPLAY 'Cuotas vencidas      : ' CNT-CUOTAS-VENCIDAS
           DISPLAY 'Cartas emitidas      : ' CNT-CARTAS-EMITIDAS
           DISPLAY 'Cartas a avales      : ' CNT-CARTAS-AVALES
           DISPLAY 'Prestamos c/promesa  : ' CNT-PRESTAMOS-PROMESA.

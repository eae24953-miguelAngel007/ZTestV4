      *              del job deja como PROVANT de la proxima
      *              corrida) y el extracto para contabilidad con
      *              los ajustes de provision del mes en el layout
      *              GLINT, con su trailer de control. Los
      *              prestamos castigados por PRECAST ('C') quedan
      *              fuera de la exposicion.
      *
      * Historial de modificaciones:
      *   2026-09-01  RG   Version inicial.
      *   2026-10-15  RG   Los prestamos castigados ('C') quedan fuera
      *                    de la exposicion; el monto castigado desde
      *                    la corrida anterior, que PRECAST ya debito a
      *                    la provision acumulada, se descuenta de la
      *                    reserva del mes anterior para calcular el
      *                    ajuste contable. PROVPARM pasa a 38
      *                    posiciones (PRV-DIAS-CASTIGO).
      *   2026-10-15  RG   La fecha de proceso es la fecha de negocio
      *                    del control de corrida (RUNCTL); el paso
      *                    registra su inicio, fin y return code por
      *                    PRECTLM, que valida los pasos previos y
      *                    rechaza un paso ya completo salvo
      *                    re-ejecucion autorizada.
      *****************************************************************

       ENVIRONMENT DIVISION.
       COPY PRESTMST.

       FD  PROVISION-PARM
           RECORD CONTAINS 38 CHARACTERS.
       COPY PROVPARM.

       FD  PROVISION-ANTERIOR
           05 CNT-TOTAL-EXPOSICION  PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CNT-TOTAL-PROVISION   PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CNT-TOTAL-ANTERIOR    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CNT-CASTIGOS          PIC 9(07) COMP VALUE ZERO.
           05 CNT-MONTO-CASTIGOS    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 CNT-AJUSTE-CONTABLE   PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-ASIENTO.
           05 ASI-CUENTA            PIC 9(08).
           05 RPT-BCK-VARIACION     PIC -,---,---,---,--9.99.
           05 FILLER                PIC X(04) VALUE SPACES.

       01  RPT-LINEA-AJUSTE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-AJU-CONCEPTO      PIC X(45).
           05 RPT-AJU-MONTO         PIC -,---,---,---,--9.99.
           05 FILLER                PIC X(65) VALUE SPACES.

       01  RPT-LINEA-TITULOS.
           05 FILLER                PIC X(17) VALUE '  BUCKET'.
           05 FILLER                PIC X(09) VALUE ' CANTIDAD'.
              '           VARIACION'.
           05 FILLER                PIC X(15) VALUE SPACES.

      * Area de comunicacion con el control de corrida del ciclo
      * (PRECTLM): fecha de negocio y registro del paso
       COPY CTLPASO.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY '*** PROVISION POR MORA DE LA CARTERA ***'

           PERFORM INICIAR-CONTROL-PASO

           PERFORM INICIALIZAR-PROCESO

           PERFORM CARGAR-PORCENTAJES

           PERFORM FINALIZAR-PROCESO

           PERFORM TERMINAR-CONTROL-PASO

           STOP RUN.

      *-----------------------------------------------------------
              PERFORM ABEND-PROCESO
           END-IF

           MOVE CPA-FECHA-NEGOCIO TO WS-FECHA-PROCESO

           PERFORM LIMPIAR-ACUMULADORES
               VARYING IDX-BUCKET FROM 1 BY 1
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
           MOVE 'PREPROV' TO CPA-PASO
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
      * Carga de PROVPARM el juego de porcentajes con la fecha
      * efectiva vigente mas reciente y lo valida: porcentajes no
      *-----------------------------------------------------------
      * Clasifica el siguiente prestamo del maestro: la exposicion
      * vigente ('A' y 'S') se acumula en el bucket de su estado
      * de mora; un prestamo sin plan cuenta como al dia. El
      * prestamo castigado ('C') ya no es exposicion; si el
      * castigo es posterior a la corrida del mes anterior, su
      * monto se acumula como provision ya usada por PRECAST.
      *-----------------------------------------------------------
       CLASIFICAR-CARTERA.
           READ PRESTAMOS-MASTER-FILE NEXT RECORD
                         TO ACU-EXPOSICION (IDX-BUCKET)
                     ADD 1 TO ACU-CANTIDAD (IDX-BUCKET)
                  END-IF
                  IF PRM-ESTADO-EVAL = 'C' AND
                     PRM-FECHA-CASTIGO > MAN-FECHA
                     ADD 1 TO CNT-CASTIGOS
                     ADD PRM-MONTO-CASTIGADO TO CNT-MONTO-CASTIGOS
                  END-IF
           END-READ.

      *-----------------------------------------------------------
           SUBTRACT CNT-TOTAL-ANTERIOR FROM CNT-TOTAL-PROVISION
               GIVING VAR-PROVISION
           MOVE VAR-PROVISION         TO RPT-BCK-VARIACION
           WRITE RPT-REGISTRO FROM RPT-LINEA-BUCKET

           COMPUTE CNT-AJUSTE-CONTABLE =
               CNT-TOTAL-PROVISION - CNT-TOTAL-ANTERIOR +
               CNT-MONTO-CASTIGOS

           MOVE SPACES TO RPT-REGISTRO
           WRITE RPT-REGISTRO
           MOVE 'PROVISION USADA EN CASTIGOS DEL MES (PRECAST):'
               TO RPT-AJU-CONCEPTO
           MOVE CNT-MONTO-CASTIGOS    TO RPT-AJU-MONTO
           WRITE RPT-REGISTRO FROM RPT-LINEA-AJUSTE
           MOVE 'AJUSTE CONTABLE DE PROVISION DEL MES........:'
               TO RPT-AJU-CONCEPTO
           MOVE CNT-AJUSTE-CONTABLE   TO RPT-AJU-MONTO
           WRITE RPT-REGISTRO FROM RPT-LINEA-AJUSTE.

      *-----------------------------------------------------------
      * Linea de la planilla para un bucket
      * Genera el extracto contable del ajuste de provision del
      * mes: el aumento de la reserva requerida debita el gasto de
      * provision contra la provision acumulada; una liberacion
      * genera el asiento inverso. La provision que PRECAST ya
      * debito al castigar prestamos en el mes no esta mas en la
      * cuenta, por eso se descuenta de la reserva anterior antes
      * de comparar (de otro modo se liberaria dos veces). Cierra
      * con el trailer de control del layout GLINT.
      *-----------------------------------------------------------
       GENERAR-EXTRACTO-GL.
           MOVE CNT-AJUSTE-CONTABLE TO VAR-PROVISION

           IF VAR-PROVISION > ZERO
              MOVE CTA-GASTO-PROVISION TO ASI-CUENTA

           DISPLAY 'Prestamos leidos     : ' CNT-LEIDOS
           DISPLAY 'Prestamos vigentes   : ' CNT-VIGENTES
           DISPLAY 'Castigos del mes     : ' CNT-CASTIGOS
           DISPLAY 'Asientos de ajuste   : ' CNT-ASIENTOS.

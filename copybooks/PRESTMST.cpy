      *                    anticipada. Un prestamo 'L' ya no recibe
      *                    pagos ni bloquea nuevas solicitudes del
      *                    cliente en PREEVAL.
      *   2026-10-15  RG   Se agrega PRM-SALDO-PENALIDAD, el saldo
      *                    cobrable de la penalidad por mora
      *                    (interes moratorio y cargos por atraso)
      *                    que devenga PREMORA, separado del saldo
      *                    de capital. PREPAGOS lo cobra antes que
      *                    el interes y el capital de las cuotas y
      *                    PRELIQ lo incluye en la cotizacion.
      *                    PREEVAL lo graba en cero. Requiere
      *                    conversion del archivo fisico.
      *   2026-10-15  RG   Se agregan los datos del castigo del
      *                    prestamo, que graba PRECAST al pasarlo al
      *                    estado terminal 'C' (CASTIGADO) en
      *                    PRM-ESTADO-EVAL: fecha del castigo, monto
      *                    castigado (el saldo pendiente a esa fecha) y
      *                    el acumulado recuperado, que PREPAGOS suma
      *                    con cada pago recibido sobre el prestamo
      *                    castigado. PREEVAL los graba en cero.
      *   2026-10-15  RG   Se agrega PRM-FECHA-LIQUIDACION, la fecha en
      *                    que PRELIQ cierra el prestamo en el estado
      *                    terminal 'L' (PREREVER la vuelve a cero si
      *                    un reverso lo reabre). El reporte mensual al
      *                    buro PREBURO la usa para informar los
      *                    prestamos liquidados en el mes. PREEVAL la
      *                    graba en cero. Requiere conversion del
      *                    archivo fisico: los prestamos liquidados
      *                    antes del corte quedan en cero.
      *   2026-10-15  RG   Se agrega el saldo en suspenso del prestamo
      *                    (PRM-SALDO-SUSPENSO): los excedentes de pago
      *                    sin aplicar que PREPAGOS registra en el
      *                    diario, menos lo aplicado despues a las
      *                    cuotas (PREAPSU / PREPAGOS), a la
      *                    liquidacion (PRELIQ) o devuelto al cliente
      *                    al cerrarse el prestamo 'L'.
      *                    PRM-FECHA-SUSPENSO es la fecha desde la que
      *                    el saldo esta en suspenso (cero sin saldo),
      *                    para el informe mensual por antiguedad
      *                    PRESUSR. PREEVAL los graba en cero. Requiere
      *                    conversion del archivo fisico: el saldo
      *                    inicial es la suma de los excedentes
      *                    vigentes del diario PAGOJRNL de cada
      *                    prestamo.
      *****************************************************************
       01  PRESTAMOS-MASTER-RECORD.
           05 PRM-NUMERO            PIC 9(12).
           05 PRM-FECHA-DESEMBOLSO  PIC 9(08).
           05 PRM-PRODUCTO          PIC 9(02).
           05 PRM-FECHA-CONTAB      PIC 9(08).
           05 PRM-SALDO-PENALIDAD   PIC S9(11)V99 COMP-3.
           05 PRM-FECHA-CASTIGO     PIC 9(08).
           05 PRM-MONTO-CASTIGADO   PIC S9(11)V99 COMP-3.
           05 PRM-MONTO-RECUPERADO  PIC S9(11)V99 COMP-3.
           05 PRM-FECHA-LIQUIDACION PIC 9(08).
           05 PRM-SALDO-SUSPENSO    PIC S9(11)V99 COMP-3.
           05 PRM-FECHA-SUSPENSO    PIC 9(08).

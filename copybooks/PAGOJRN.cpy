      *                    ni duplica pagos. La liquidacion
      *                    anticipada (PRELIQ) tambien graba aqui
      *                    su cobro, con referencia 'LIQ'+numero.
      *   2026-10-15  RG   Se agrega PJR-MONTO-PENALIDAD, la parte
      *                    del pago que cobro la penalidad por mora
      *                    antes de aplicarse a las cuotas. PREGL la
      *                    acredita al ingreso por mora.
      *   2026-10-15  RG   Se agregan los datos del reverso de la
      *                    entrada (PREREVER): marca de reversado,
      *                    codigo de razon, fecha del reverso y
      *                    fecha en que PREGL asento los asientos
      *                    inversos (cero = aun sin asentar). Una
      *                    entrada reversada no puede reversarse
      *                    otra vez. PREPAGOS y PRELIQ graban la
      *                    entrada vigente (marca en blanco).
      *   2026-10-15  RG   Se agrega PJR-MONTO-RECUPERO: el pago
      *                    recibido sobre un prestamo castigado ('C')
      *                    no se aplica al plan y queda completo como
      *                    recupero, que PREGL acredita a su cuenta de
      *                    recupero de cartera castigada.
      *   2026-10-15  RG   Se agregan PJR-MONTO-SUSPENSO, la parte de
      *                    la entrada que se cubrio con el saldo en
      *                    suspenso del prestamo (PREGL la debita a la
      *                    cuenta puente de sobrepagos en vez de a
      *                    caja), y PJR-MONTO-DEVOLUCION, el saldo en
      *                    suspenso que PRELIQ devuelve al cliente al
      *                    cerrar el prestamo 'L' (entrada 'DEV'+numero
      *                    sin cobro, que PREGL pasa de la cuenta
      *                    puente a devoluciones por pagar). PREPAGOS y
      *                    PRELIQ graban en cero lo que no usan.
      *****************************************************************
       01  PAGO-JOURNAL-RECORD.
           05 PJR-REFERENCIA        PIC X(16).
           05 PJR-MONTO-INTERES     PIC S9(11)V99 COMP-3.
           05 PJR-MONTO-EXCEDENTE   PIC S9(11)V99 COMP-3.
           05 PJR-FECHA-CONTAB      PIC 9(08).
           05 PJR-MONTO-PENALIDAD   PIC S9(11)V99 COMP-3.
           05 PJR-ESTADO-REV        PIC X(01).
              88 PJR-VIGENTE        VALUE ' '.
              88 PJR-REVERSADO      VALUE 'R'.
           05 PJR-RAZON-REV         PIC X(02).
           05 PJR-FECHA-REVERSO     PIC 9(08).
           05 PJR-FECHA-CONTAB-REV  PIC 9(08).
           05 PJR-MONTO-RECUPERO    PIC S9(11)V99 COMP-3.
           05 PJR-MONTO-SUSPENSO    PIC S9(11)V99 COMP-3.
           05 PJR-MONTO-DEVOLUCION  PIC S9(11)V99 COMP-3.

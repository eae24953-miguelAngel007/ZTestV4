      *****************************************************************
      * Copybook: DEVOLUC
      * Aplicación: PRESTAMOS (App B)
      * Descripción: Layout del registro del archivo de instrucciones
      *              de devolucion al cliente para tesoreria
      *              (DEVOLUC). PRELIQ graba una instruccion por cada
      *              prestamo que cierra en el estado terminal 'L'
      *              con saldo en suspenso (excedentes de pago sin
      *              aplicar), con la misma referencia 'DEV'+numero
      *              de la entrada del diario de pagos PAGOJRNL.
      *
      * Historial de modificaciones:
      *   2026-10-15  RG   Version inicial.
      *****************************************************************
       01  DEVOLUCION-OUT-RECORD.
           05 DVO-NUMERO            PIC 9(12).
           05 DVO-CLIENTE-ID        PIC 9(10).
           05 DVO-MONTO             PIC S9(11)V99.
           05 DVO-FECHA             PIC 9(08).
           05 DVO-REFERENCIA        PIC X(16).

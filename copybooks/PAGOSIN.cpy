      *****************************************************************
      * Copybook: PAGOSIN
      * Aplicación: PRESTAMOS (App B)
      * Descripción: Layout del registro del archivo diario de pagos
      *              (PAGOSIN): numero de prestamo, fecha y monto del
      *              pago y su referencia unica, que PREPAGOS controla
      *              contra el diario PAGOJRNL para no aplicar dos
      *              veces el mismo pago. Lo alimentan el sistema de
      *              caja/tesoreria, los cobros por debito
      *              automatico de PREDEBR y las aplicaciones del
      *              saldo en suspenso de PREAPSU (referencia 'S').
      *
      * Historial de modificaciones:
      *   2026-10-15  RG   Creado a partir del layout que PREPAGOS
      *                    definia en linea, para compartirlo con el
      *                    proceso de respuestas de debito automatico
      *                    PREDEBR.
      *   2026-10-15  RG   Tambien lo alimenta PREAPSU con la
      *                    aplicacion automatica del saldo en suspenso;
      *                    su referencia es 'S' + prestamo + cuota
      *                    vencida.
      *****************************************************************
       01  PAGOS-IN-RECORD.
           05 PAG-NUMERO            PIC 9(12).
           05 PAG-FECHA             PIC 9(08).
           05 PAG-MONTO             PIC S9(11)V99 COMP-3.
           05 PAG-REFERENCIA        PIC X(16).

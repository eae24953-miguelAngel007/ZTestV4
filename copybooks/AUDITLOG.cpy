      *                    terminos antes/despues de cada
      *                    renegociacion (plazo, tasa y saldo). Los
      *                    demas procesos la graban en blanco.
      *   2026-10-15  RG   Se agrega la vista AUD-DETALLE-REVERSO
      *                    que graba el reverso de pagos (PREREVER,
      *                    razon '11'): referencia del pago
      *                    reversado, codigo de razon del reverso y
      *                    monto.
      *****************************************************************
       01  AUDIT-LOG-RECORD.
           05 AUD-NUMERO            PIC 9(12).
              10 AUD-TASA-NVO       PIC 9(02)V99.
              10 FILLER             PIC X(01).
              10 AUD-SALDO-NVO      PIC 9(11)V99.
           05 AUD-DETALLE-REVERSO REDEFINES AUD-DETALLE.
              10 AUD-REV-REFERENCIA PIC X(16).
              10 FILLER             PIC X(01).
              10 AUD-REV-RAZON      PIC X(02).
              10 FILLER             PIC X(01).
              10 AUD-REV-MONTO      PIC 9(11)V99.
              10 FILLER             PIC X(12).

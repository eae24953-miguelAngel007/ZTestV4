      *                    cuotas futuras que una liquidacion
      *                    anticipada deja sin efecto (PRELIQ). Una
      *                    cuota anulada no se cobra ni envejece.
      *   2026-10-15  RG   Se agregan CUO-PENALIDAD (interes por mora y
      *                    cargo por atraso devengados sobre la cuota),
      *                    CUO-FECHA-MORA (fecha hasta la que se
      *                    devengo) y CUO-CARGO-MORA ('S' cuando ya se
      *                    aplico el cargo fijo por atraso). Los
      *                    mantiene PREMORA; PREAMORT y PRESTRUC los
      *                    graban en cero ('N' el cargo). Requiere
      *                    conversion del archivo fisico: los registros
      *                    convertidos quedan en cero y con el cargo
      *                    'N'.
      *****************************************************************
       01  CUOTA-REGISTRO.
           05 CUO-CLAVE.
              88 CUO-ANULADA        VALUE 'N'.
           05 CUO-MONTO-PAGADO      PIC S9(11)V99 COMP-3.
           05 CUO-FECHA-PAGO        PIC 9(08).
           05 CUO-PENALIDAD         PIC S9(11)V99 COMP-3.
           05 CUO-FECHA-MORA        PIC 9(08).
           05 CUO-CARGO-MORA        PIC X(01).
              88 CUO-CARGO-APLICADO VALUE 'S'.
              88 CUO-CARGO-NO-APLICADO VALUE 'N'.

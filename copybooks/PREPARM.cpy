      *                    programa toma, por producto, el juego
      *                    con la fecha efectiva vigente mas
      *                    reciente.
      *   2026-10-15  RG   Se agregan, por producto, los parametros
      *                    de la penalidad por mora que devenga
      *                    PREMORA: tasa anual de interes moratorio
      *                    sobre lo impago de la cuota vencida,
      *                    cargo fijo por atraso y dias de gracia
      *                    antes de aplicar el cargo (una vez por
      *                    cuota). El registro pasa de 58 a 74
      *                    posiciones.
      *   2026-10-15  RG   Se agregan, por producto, las reglas de
      *                    avales que aplica PREEVAL: calificacion
      *                    minima del garante que permite aprobar una
      *                    solicitud en calificacion limite
      *                    (PAR-CALIF-AVAL) y calificacion minima del
      *                    codeudor cuyo ingreso suma a la capacidad de
      *                    pago (PAR-CALIF-CODEUDOR); en cero la regla
      *                    no se aplica al producto. El registro pasa
      *                    de 74 a 80 posiciones.
      *****************************************************************
       01  PARAMETROS-IN-RECORD.
           05 PAR-FECHA-EFECTIVA    PIC 9(08).
           05 PAR-PLAZO-MINIMO      PIC 9(03).
           05 PAR-PLAZO-MAXIMO      PIC 9(03).
           05 PAR-MONTO-MAXIMO      PIC 9(11)V99.
           05 PAR-TASA-MORA         PIC 9(02)V99.
           05 PAR-CARGO-MORA        PIC 9(07)V99.
           05 PAR-DIAS-GRACIA       PIC 9(03).
           05 PAR-CALIF-AVAL        PIC 9(03).
           05 PAR-CALIF-CODEUDOR    PIC 9(03).

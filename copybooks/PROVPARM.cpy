      * Historial de modificaciones:
      *   2026-09-01  RG   Creado para la corrida mensual de
      *                    provision por mora PREPROV.
      *   2026-10-15  RG   Se agrega PRV-DIAS-CASTIGO, los dias de mora
      *                    a partir de los cuales la corrida mensual
      *                    PRECAST castiga el prestamo. El registro
      *                    pasa de 33 a 38 posiciones.
      *****************************************************************
       01  PROVISION-PARM-RECORD.
           05 PRV-FECHA-EFECTIVA    PIC 9(08).
           05 PRV-PCT-31-60         PIC 9(03)V99.
           05 PRV-PCT-61-90         PIC 9(03)V99.
           05 PRV-PCT-MAS-90        PIC 9(03)V99.
           05 PRV-DIAS-CASTIGO      PIC 9(05).

      *                    el asiento inverso. Antes la
      *                    capitalizacion no llegaba nunca a la
      *                    contabilidad.
      *   2026-10-15  RG   El registro de PREPARM pasa a 74 posiciones
      *                    con los parametros de penalidad por mora por
      *                    producto. Las cuotas del plan nuevo se graban
      *                    sin penalidad devengada.
      *   2026-10-15  RG   El registro de PREPARM pasa a 80 posiciones
      *                    con las reglas de avales por producto.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  RPT-REGISTRO             PIC X(80).

       FD  PARAMETROS-IN
           RECORD CONTAINS 80 CHARACTERS.
       COPY PREPARM.

       FD  GL-INTERFAZ
           SET CUO-PENDIENTE      TO TRUE
           MOVE ZERO              TO CUO-MONTO-PAGADO
           MOVE ZERO              TO CUO-FECHA-PAGO
           MOVE ZERO              TO CUO-PENALIDAD
           MOVE ZERO              TO CUO-FECHA-MORA
           SET CUO-CARGO-NO-APLICADO TO TRUE

           WRITE CUOTA-REGISTRO
               INVALID KEY

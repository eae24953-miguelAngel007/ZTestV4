      *                    producto 01 (consumo, el producto base),
      *                    porque la calificacion del cliente es
      *                    una sola y el delta se informa una vez.
      *   2026-10-15  RG   El registro de PREPARM pasa a 74 posiciones
      *                    con los parametros de penalidad por mora por
      *                    producto.
      *   2026-10-15  RG   El registro de PREPARM pasa a 80 posiciones
      *                    con las reglas de avales por producto.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  RPT-REGISTRO             PIC X(80).

       FD  PARAMETROS-IN
           RECORD CONTAINS 80 CHARACTERS.
       COPY PREPARM.

       WORKING-STORAGE SECTION.

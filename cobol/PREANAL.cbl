      *                    vigente queda como no aplicada. El
      *                    producto se emite tambien en el extracto
      *                    de desembolso (DIS-PRODUCTO).
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

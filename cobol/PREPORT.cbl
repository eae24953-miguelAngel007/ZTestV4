      *                    POLITICA) que graba PREEVAL al rechazar
      *                    una solicitud de un producto sin juego
      *                    de parametros vigente.
      *   2026-10-15  RG   El registro de PREPARM pasa a 74 posiciones
      *                    con los parametros de penalidad por mora por
      *                    producto.
      *   2026-10-15  RG   El registro de PREPARM pasa a 80 posiciones
      *                    con las reglas de avales por producto.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  RPT-REGISTRO             PIC X(132).

       FD  PARAMETROS-IN
           RECORD CONTAINS 80 CHARACTERS.
       COPY PREPARM.

       SD  ORDENAMIENTO-WORK.

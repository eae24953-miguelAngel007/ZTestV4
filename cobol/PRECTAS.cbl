      *
      * Historial de modificaciones:
      *   2026-09-01  RG   Version inicial.
      *   2026-10-15  RG   El bloque de cada prestamo muestra el saldo
      *                    de penalidad por mora pendiente de cobro
      *                    (PRM-SALDO-PENALIDAD) cuando lo hay.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05 RPT-PRE-PLAZO         PIC ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.

       01  RPT-LINEA-PENALIDAD.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(26) VALUE
              'PENALIDAD POR MORA......: '.
           05 RPT-PEN-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(33) VALUE SPACES.

       01  RPT-LINEA-SECCION.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-SEC-TITULO        PIC X(30).
           END-READ.

      *-----------------------------------------------------------
      * Bloque del prestamo en el extracto: condiciones, saldo de
      * penalidad por mora (si lo hay), pagos del periodo y
      * proximos vencimientos
      *-----------------------------------------------------------
       ESCRIBIR-BLOQUE-PRESTAMO.
           MOVE PRM-NUMERO          TO RPT-PRE-NUMERO
           MOVE PRM-PLAZO-MESES     TO RPT-PRE-PLAZO
           WRITE RPT-REGISTRO FROM RPT-LINEA-PRESTAMO

           IF PRM-SALDO-PENALIDAD > ZERO
              MOVE PRM-SALDO-PENALIDAD TO RPT-PEN-MONTO
              WRITE RPT-REGISTRO FROM RPT-LINEA-PENALIDAD
           END-IF

           PERFORM LISTAR-PAGOS-PERIODO
           PERFORM LISTAR-PROXIMOS-VENCIMIENTOS


      *****************************************************************
      * Copybook: AVALMST
      * Aplicación: PRESTAMOS (App B)
      * Descripción: Layout del registro del maestro indexado de
      *              avales (AVALMSTR). Vincula a un prestamo (por
      *              su numero de solicitud) uno o mas clientes de
      *              CLIEMSTR con su rol: garante 'G' o codeudor
      *              'C'. Clave primaria AVM-CLAVE (prestamo +
      *              cliente); clave alterna AVM-CLIENTE-ID con
      *              duplicados, para ubicar los prestamos que un
      *              cliente respalda. Lo mantiene PREAVAL; lo leen
      *              PREEVAL, CLIMANT y PRECOBR.
      *
      * Historial de modificaciones:
      *   2026-10-15  RG   Version inicial.
      *****************************************************************
       01  AVAL-MASTER-RECORD.
           05 AVM-CLAVE.
              10 AVM-NUMERO         PIC 9(12).
              10 AVM-CLIENTE-ID     PIC 9(10).
           05 AVM-ROL               PIC X(01).
              88 AVM-GARANTE        VALUE 'G'.
              88 AVM-CODEUDOR       VALUE 'C'.
              88 AVM-ROL-VALIDO     VALUE 'G' 'C'.
           05 AVM-FECHA-ALTA        PIC 9(08).

      *****************************************************************
      * Copybook: FOTOMES
      * Aplicación: PRESTAMOS (App B)
      * Descripción: Layout del registro del archivo indexado de
      *              fotos de mora de fin de mes (FOTOMES). Clave
      *              FOT-CLAVE = periodo AAAAMM + prestamo, de modo
      *              que el archivo guarda la historia de todos los
      *              meses y un mes se recorre con START. Lo graba
      *              PREFOTO al cierre de cada mes con un registro
      *              por prestamo desembolsado que estuvo abierto en
      *              el mes: vigente ('V'), reestructurado ('R', la
      *              razon '09' de PRESTRUC), liquidado en el mes
      *              ('L') o castigado en el mes ('C'), con su bucket
      *              y dias de mora, el saldo (cero si liquidado; lo
      *              castigado menos lo recuperado si castigado), el
      *              producto y el mes de desembolso. PREROLL lo lee
      *              para las matrices de transicion y las curvas de
      *              cosecha (vintage).
      *
      * Historial de modificaciones:
      *   2026-10-15  RG   Version inicial.
      *****************************************************************
       01  FOTO-MORA-RECORD.
           05 FOT-CLAVE.
              10 FOT-PERIODO        PIC 9(06).
              10 FOT-NUMERO         PIC 9(12).
           05 FOT-FECHA-FOTO        PIC 9(08).
           05 FOT-CLIENTE-ID        PIC 9(10).
           05 FOT-PRODUCTO          PIC 9(02).
           05 FOT-PERIODO-DESEMBOLSO PIC 9(06).
           05 FOT-SITUACION         PIC X(01).
              88 FOT-VIGENTE        VALUE 'V'.
              88 FOT-REESTRUCTURADO VALUE 'R'.
              88 FOT-LIQUIDADO      VALUE 'L'.
              88 FOT-CASTIGADO      VALUE 'C'.
              88 FOT-ABIERTO        VALUE 'V' 'R'.
           05 FOT-ESTADO-MORA       PIC X(01).
              88 FOT-MORA-AL-DIA    VALUE 'C'.
              88 FOT-MORA-1-30      VALUE '1'.
              88 FOT-MORA-31-60     VALUE '2'.
              88 FOT-MORA-61-90     VALUE '3'.
              88 FOT-MORA-MAS-90    VALUE '4'.
           05 FOT-DIAS-MORA         PIC 9(05).
           05 FOT-SALDO             PIC S9(11)V99 COMP-3.
           05 FOT-MONTO-ORIGINAL    PIC S9(11)V99 COMP-3.

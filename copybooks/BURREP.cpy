      *****************************************************************
      * Copybook: BURREP
      * Aplicación: PRESTAMOS (App B)
      * Descripción: Layout del archivo mensual de comportamiento de
      *              pago que se reporta al buro de credito (BUROREP),
      *              generado por PREBURO. Un encabezado 'H' con el
      *              periodo informado, la fecha de generacion y el
      *              tipo de envio (original 'O' o correccion 'C');
      *              un detalle 'D' por prestamo abierto en algun
      *              momento del mes, con el documento del cliente,
      *              los montos, la mora y la situacion del prestamo
      *              (vigente 'V', reestructurado 'R', liquidado 'L'
      *              o castigado 'C', con la fecha de cierre de los
      *              dos ultimos); y un trailer 'T' con la cantidad
      *              de detalles y los totales de monto original,
      *              saldo y cuota.
      *
      * Historial de modificaciones:
      *   2026-10-15  RG   Version inicial.
      *****************************************************************
       01  BURO-REPORTE-RECORD.
           05 BRP-TIPO-REG          PIC X(01).
              88 BRP-REG-ENCABEZADO VALUE 'H'.
              88 BRP-REG-DETALLE    VALUE 'D'.
              88 BRP-REG-TRAILER    VALUE 'T'.
           05 BRP-DATOS             PIC X(104).
           05 BRP-ENCABEZADO REDEFINES BRP-DATOS.
              10 BRH-PERIODO        PIC 9(06).
              10 BRH-FECHA-GENERADO PIC 9(08).
              10 BRH-TIPO-ENVIO     PIC X(01).
                 88 BRH-ENVIO-ORIGINAL VALUE 'O'.
                 88 BRH-ENVIO-CORRECCION VALUE 'C'.
              10 FILLER             PIC X(89).
           05 BRP-DETALLE REDEFINES BRP-DATOS.
              10 BRD-TIPO-DOC       PIC X(03).
              10 BRD-NUM-DOC        PIC X(15).
              10 BRD-CLIENTE-ID     PIC 9(10).
              10 BRD-NUMERO         PIC 9(12).
              10 BRD-PRODUCTO       PIC 9(02).
              10 BRD-MONTO-ORIGINAL PIC 9(11)V99.
              10 BRD-SALDO          PIC 9(11)V99.
              10 BRD-MONTO-CUOTA    PIC 9(11)V99.
              10 BRD-DIAS-MORA      PIC 9(05).
              10 BRD-ESTADO-MORA    PIC X(01).
              10 BRD-SITUACION      PIC X(01).
                 88 BRD-VIGENTE     VALUE 'V'.
                 88 BRD-REESTRUCTURADO VALUE 'R'.
                 88 BRD-LIQUIDADO   VALUE 'L'.
                 88 BRD-CASTIGADO   VALUE 'C'.
              10 BRD-FECHA-DESEMBOLSO PIC 9(08).
              10 BRD-FECHA-CIERRE   PIC 9(08).
           05 BRP-TRAILER REDEFINES BRP-DATOS.
              10 BRT-REGISTROS      PIC 9(09).
              10 BRT-TOTAL-ORIGINAL PIC 9(13)V99.
              10 BRT-TOTAL-SALDO    PIC 9(13)V99.
              10 BRT-TOTAL-CUOTA    PIC 9(13)V99.
              10 FILLER             PIC X(50).

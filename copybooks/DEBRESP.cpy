      *****************************************************************
      * Copybook: DEBRESP
      * Aplicación: PRESTAMOS (App B)
      * Descripción: Layout del archivo de respuestas del banco a
      *              las solicitudes de debito automatico (DEBRESP),
      *              que procesa PREDEBR. Cada detalle 'D' devuelve
      *              la referencia, el prestamo y la cuota de la
      *              solicitud con el resultado: '00' cobrado (con
      *              el monto y la fecha del cobro), '01' fondos
      *              insuficientes, '02' cuenta cerrada, '03'
      *              mandato revocado por el cliente en el banco;
      *              cualquier otro codigo es un rechazo por otra
      *              causa. El trailer 'T' trae la cantidad de
      *              detalles y el total cobrado.
      *
      * Historial de modificaciones:
      *   2026-10-15  RG   Version inicial.
      *****************************************************************
       01  DEBITO-RESP-RECORD.
           05 DBR-TIPO-REG          PIC X(01).
              88 DBR-REG-DETALLE    VALUE 'D'.
              88 DBR-REG-TRAILER    VALUE 'T'.
           05 DBR-DATOS             PIC X(54).
           05 DBR-DETALLE REDEFINES DBR-DATOS.
              10 DBR-REFERENCIA     PIC X(16).
              10 DBR-NUMERO         PIC 9(12).
              10 DBR-NUM-CUOTA      PIC 9(03).
              10 DBR-MONTO-COBRADO  PIC 9(11)V99.
              10 DBR-FECHA-COBRO    PIC 9(08).
              10 DBR-RESULTADO      PIC X(02).
                 88 DBR-COBRADO     VALUE '00'.
                 88 DBR-SIN-FONDOS  VALUE '01'.
                 88 DBR-CUENTA-CERRADA VALUE '02'.
                 88 DBR-MANDATO-REVOCADO VALUE '03'.
           05 DBR-TRAILER REDEFINES DBR-DATOS.
              10 DRT-REGISTROS      PIC 9(09).
              10 DRT-TOTAL-COBRADO  PIC 9(13)V99.
              10 FILLER             PIC X(30).

      *****************************************************************
      * Copybook: DEBSOLI
      * Aplicación: PRESTAMOS (App B)
      * Descripción: Layout del archivo de solicitudes de debito
      *              automatico que PREDEBI entrega al banco
      *              (DEBSOLIC). Registros de detalle 'D', uno por
      *              cuota solicitada, con la referencia unica del
      *              debito ('D' + prestamo + secuencia del mandato)
      *              que el banco devuelve en su respuesta, y un
      *              trailer 'T' de control con la fecha de proceso,
      *              la cantidad de detalles y el monto total.
      *
      * Historial de modificaciones:
      *   2026-10-15  RG   Version inicial.
      *****************************************************************
       01  DEBITO-SOLIC-RECORD.
           05 DBS-TIPO-REG          PIC X(01).
              88 DBS-REG-DETALLE    VALUE 'D'.
              88 DBS-REG-TRAILER    VALUE 'T'.
           05 DBS-DATOS             PIC X(86).
           05 DBS-DETALLE REDEFINES DBS-DATOS.
              10 DBS-REFERENCIA     PIC X(16).
              10 DBS-NUMERO         PIC 9(12).
              10 DBS-NUM-CUOTA      PIC 9(03).
              10 DBS-CLIENTE-ID     PIC 9(10).
              10 DBS-BANCO          PIC 9(04).
              10 DBS-CUENTA         PIC X(20).
              10 DBS-FECHA-VENC     PIC 9(08).
              10 DBS-MONTO          PIC 9(11)V99.
           05 DBS-TRAILER REDEFINES DBS-DATOS.
              10 DBT-FECHA-PROCESO  PIC 9(08).
              10 DBT-REGISTROS      PIC 9(09).
              10 DBT-TOTAL-MONTO    PIC 9(13)V99.
              10 FILLER             PIC X(54).

      *****************************************************************
      * Copybook: BURHIST
      * Aplicación: PRESTAMOS (App B)
      * Descripción: Layout del registro de la historia de envios al
      *              buro de credito (BURHIST). PREBURO agrega un
      *              registro por cada corrida que genero el archivo
      *              mensual: periodo informado, fecha de la corrida,
      *              tipo de envio (original 'O' o correccion 'C'),
      *              cantidad de prestamos informados y rechazados y
      *              saldo total informado. Un periodo con un envio
      *              original solo vuelve a generarse como correccion.
      *
      * Historial de modificaciones:
      *   2026-10-15  RG   Version inicial.
      *****************************************************************
       01  BURO-HIST-RECORD.
           05 BHI-PERIODO           PIC 9(06).
           05 BHI-FECHA-CORRIDA     PIC 9(08).
           05 BHI-TIPO-ENVIO        PIC X(01).
              88 BHI-ENVIO-ORIGINAL VALUE 'O'.
              88 BHI-ENVIO-CORRECCION VALUE 'C'.
           05 BHI-INFORMADOS        PIC 9(09).
           05 BHI-RECHAZADOS        PIC 9(07).
           05 BHI-TOTAL-SALDO       PIC 9(13)V99.

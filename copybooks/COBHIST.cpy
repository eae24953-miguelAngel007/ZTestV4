      *****************************************************************
      * Copybook: COBHIST
      * Aplicación: PRESTAMOS (App B)
      * Descripción: Layout del registro del historial indexado de
      *              gestiones de cobranza (COBHIST). Un registro por
      *              gestion informada por los gestores: clave
      *              prestamo + fecha de contacto + gestor, con el
      *              codigo de resultado y, cuando el resultado es
      *              promesa de pago 'PP', el monto y la fecha
      *              prometidos. Lo carga PREGEST; PREPROM evalua
      *              las promesas vencidas contra el diario de pagos
      *              y deja su estado (cumplida 'C', incumplida 'I')
      *              con lo pagado; una promesa pendiente 'P' que
      *              una nueva promesa del mismo prestamo deja sin
      *              efecto queda reemplazada 'R'. PRECOBR toma de
      *              aqui el ultimo contacto y la promesa activa.
      *
      * Historial de modificaciones:
      *   2026-10-15  RG   Version inicial.
      *****************************************************************
       01  COBRANZA-HIST-RECORD.
           05 CBH-CLAVE.
              10 CBH-NUMERO         PIC 9(12).
              10 CBH-FECHA-CONTACTO PIC 9(08).
              10 CBH-GESTOR         PIC X(04).
           05 CBH-RESULTADO         PIC X(02).
              88 CBH-RES-PROMESA    VALUE 'PP'.
              88 CBH-RES-CONTACTADO VALUE 'CT'.
              88 CBH-RES-NO-CONTESTA VALUE 'NC'.
              88 CBH-RES-MENSAJE    VALUE 'MS'.
              88 CBH-RES-NO-LOCALIZADO VALUE 'NL'.
              88 CBH-RES-SE-NIEGA   VALUE 'RP'.
              88 CBH-RES-INFORMA-PAGO VALUE 'YP'.
              88 CBH-RES-VALIDO     VALUE 'PP' 'CT' 'NC' 'MS'
                                          'NL' 'RP' 'YP'.
           05 CBH-MONTO-PROMESA     PIC S9(11)V99 COMP-3.
           05 CBH-FECHA-PROMESA     PIC 9(08).
           05 CBH-ESTADO-PROMESA    PIC X(01).
              88 CBH-SIN-PROMESA    VALUE ' '.
              88 CBH-PROMESA-PENDIENTE VALUE 'P'.
              88 CBH-PROMESA-CUMPLIDA VALUE 'C'.
              88 CBH-PROMESA-INCUMPLIDA VALUE 'I'.
              88 CBH-PROMESA-REEMPLAZADA VALUE 'R'.
           05 CBH-MONTO-PAGADO      PIC S9(11)V99 COMP-3.
           05 CBH-FECHA-EVALUACION  PIC 9(08).
           05 CBH-FECHA-CARGA       PIC 9(08).

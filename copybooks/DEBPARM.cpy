      *****************************************************************
      * Copybook: DEBPARM
      * Aplicación: PRESTAMOS (App B)
      * Descripción: Layout del juego de parametros del debito
      *              automatico (DEBPARM): fecha efectiva, dias de
      *              anticipacion al vencimiento de la cuota con que
      *              PREDEBI la solicita al banco y maximo de
      *              rechazos consecutivos tras el cual PREDEBR
      *              suspende el mandato. Cada programa toma el juego
      *              con la fecha efectiva vigente mas reciente,
      *              igual que se hace con PREPARM y PROVPARM.
      *
      * Historial de modificaciones:
      *   2026-10-15  RG   Version inicial.
      *****************************************************************
       01  DEBITO-PARM-RECORD.
           05 DBP-FECHA-EFECTIVA    PIC 9(08).
           05 DBP-DIAS-ANTICIPO     PIC 9(03).
           05 DBP-MAX-RECHAZOS      PIC 9(02).

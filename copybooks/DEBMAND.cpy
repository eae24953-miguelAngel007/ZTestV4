      *****************************************************************
      * Copybook: DEBMAND
      * Aplicación: PRESTAMOS (App B)
      * Descripción: Layout del registro del maestro indexado de
      *              mandatos de debito automatico (DEBMAND). Un
      *              mandato por prestamo (clave MDT-NUMERO) con la
      *              cuenta bancaria autorizada del cliente. Lo
      *              mantiene PREMAND; PREDEBI arma con el las
      *              solicitudes de debito al banco y PREDEBR lleva
      *              los rechazos consecutivos (MDT-RECHAZOS; un
      *              cobro lo vuelve a cero) y suspende el mandato
      *              al llegar al maximo de DEBPARM. MDT-ULT-CUOTA
      *              es la ultima cuota ya solicitada al banco y
      *              MDT-SECUENCIA numera las solicitudes del
      *              mandato para formar la referencia unica de
      *              cada debito.
      *
      * Historial de modificaciones:
      *   2026-10-15  RG   Version inicial.
      *****************************************************************
       01  MANDATO-MASTER-RECORD.
           05 MDT-NUMERO            PIC 9(12).
           05 MDT-CLIENTE-ID        PIC 9(10).
           05 MDT-BANCO             PIC 9(04).
           05 MDT-CUENTA            PIC X(20).
           05 MDT-ESTADO            PIC X(01).
              88 MDT-ACTIVO         VALUE 'A'.
              88 MDT-SUSPENDIDO     VALUE 'S'.
              88 MDT-REVOCADO       VALUE 'R'.
           05 MDT-FECHA-ALTA        PIC 9(08).
           05 MDT-FECHA-ESTADO      PIC 9(08).
           05 MDT-RECHAZOS          PIC 9(02).
           05 MDT-ULT-RESULTADO     PIC X(02).
           05 MDT-ULT-CUOTA         PIC 9(03).
           05 MDT-SECUENCIA         PIC 9(03).
           05 MDT-FECHA-ULT-COBRO   PIC 9(08).

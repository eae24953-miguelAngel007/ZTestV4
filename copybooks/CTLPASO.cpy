      *****************************************************************
      * Copybook: CTLPASO
      * Aplicación: PRESTAMOS (App B)
      * Descripción: Area de comunicacion con PRECTLM, el modulo de
      *              control de corrida que llaman los pasos del
      *              ciclo nocturno. Con CPA-INICIAR el paso se
      *              registra en RUNCTL: PRECTLM valida que sus pasos
      *              previos esten completos para la fecha de
      *              negocio, rechaza un paso ya completo salvo
      *              re-ejecucion autorizada en RUNRERUN y devuelve
      *              la fecha de negocio en CPA-FECHA-NEGOCIO. Con
      *              CPA-TERMINAR registra el fin y el return code
      *              (CPA-RETURN-CODE). CPA-RESULTADO distinto de
      *              '00' indica que el paso no debe correr; el
      *              motivo viene en CPA-MENSAJE.
      *
      * Historial de modificaciones:
      *   2026-10-15  RG   Version inicial.
      *****************************************************************
       01  CTL-PASO-AREA.
           05 CPA-FUNCION           PIC X(01).
              88 CPA-INICIAR        VALUE 'I'.
              88 CPA-TERMINAR       VALUE 'T'.
           05 CPA-PASO              PIC X(08).
           05 CPA-FECHA-NEGOCIO     PIC 9(08).
           05 CPA-RETURN-CODE       PIC 9(04).
           05 CPA-ESTADO-PASO       PIC X(01).
              88 CPA-PASO-INICIADO  VALUE 'S'.
              88 CPA-PASO-NO-INICIADO VALUE 'N'.
           05 CPA-REPROCESO         PIC X(01).
              88 CPA-ES-REPROCESO   VALUE 'S'.
              88 CPA-NO-REPROCESO   VALUE 'N'.
           05 CPA-RESULTADO         PIC X(02).
              88 CPA-OK             VALUE '00'.
           05 CPA-MENSAJE           PIC X(60).

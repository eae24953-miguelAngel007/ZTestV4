      *****************************************************************
      * Copybook: RUNCTL
      * Aplicación: PRESTAMOS (App B)
      * Descripción: Layout del registro del archivo indexado de
      *              control de corrida del ciclo nocturno (RUNCTL).
      *              Clave RCT-CLAVE = tipo + fecha de negocio +
      *              paso. El registro de tipo 'F' (fecha y paso en
      *              cero/blancos) es unico y lleva la fecha de
      *              negocio vigente del ciclo, que los programas
      *              usan como fecha de proceso en lugar del reloj
      *              del sistema; lo crea y lo avanza PREFECHA al
      *              cierre del dia. Los registros de tipo 'P' son
      *              la bitacora de pasos: uno por paso y fecha de
      *              negocio, con su estado (en curso, completo o
      *              fallido), inicio y fin segun el reloj, el
      *              return code y la cantidad de ejecuciones. Los
      *              graba PRECTLM al iniciar y terminar cada paso.
      *
      * Historial de modificaciones:
      *   2026-10-15  RG   Version inicial.
      *****************************************************************
       01  RUN-CONTROL-RECORD.
           05 RCT-CLAVE.
              10 RCT-TIPO           PIC X(01).
                 88 RCT-REG-FECHA   VALUE 'F'.
                 88 RCT-REG-PASO    VALUE 'P'.
              10 RCT-FECHA          PIC 9(08).
              10 RCT-PASO           PIC X(08).
           05 RCT-DATOS             PIC X(48).
           05 RCT-DATOS-FECHA REDEFINES RCT-DATOS.
              10 RCF-FECHA-NEGOCIO  PIC 9(08).
              10 RCF-FECHA-ANTERIOR PIC 9(08).
              10 RCF-FECHA-CAMBIO   PIC 9(08).
              10 RCF-HORA-CAMBIO    PIC 9(08).
              10 FILLER             PIC X(16).
           05 RCT-DATOS-PASO REDEFINES RCT-DATOS.
              10 RCP-ESTADO         PIC X(01).
                 88 RCP-EN-CURSO    VALUE 'I'.
                 88 RCP-COMPLETO    VALUE 'F'.
                 88 RCP-FALLIDO     VALUE 'E'.
              10 RCP-INICIO-FECHA   PIC 9(08).
              10 RCP-INICIO-HORA    PIC 9(08).
              10 RCP-FIN-FECHA      PIC 9(08).
              10 RCP-FIN-HORA       PIC 9(08).
              10 RCP-RETURN-CODE    PIC 9(04).
              10 RCP-EJECUCIONES    PIC 9(03).
              10 RCP-REPROCESO      PIC X(01).
                 88 RCP-ES-REPROCESO VALUE 'S'.
              10 FILLER             PIC X(07).

      *****************************************************************
      * Copybook: RUNPASOS
      * Aplicación: PRESTAMOS (App B)
      * Descripción: Tabla de pasos del ciclo nocturno de prestamos
      *              en orden de corrida, con su frecuencia ('D'
      *              diario, 'M' solo en la fecha de negocio de fin
      *              de mes) y hasta tres pasos previos que deben
      *              estar completos para la misma fecha de negocio.
      *              La usan PRECTLM para validar el orden, PREFECHA
      *              para exigir el ciclo completo antes de avanzar
      *              la fecha y PRESTAT para el estado del ciclo.
      *
      * Historial de modificaciones:
      *   2026-10-15  RG   Version inicial.
      *   2026-10-15  RG   Se agregan los pasos de fin de mes PREFOTO
      *                    (foto de mora) y PREROLL (transiciones y
      *                    cosechas); PREARCH espera a PREFOTO.
      *   2026-10-15  RG   Se agregan los pasos diarios PREGEST (carga
      *                    de gestiones de cobranza) y PREPROM
      *                    (seguimiento de promesas de pago); PRECOBR
      *                    espera a PREPROM.
      *   2026-10-15  RG   Se agregan el paso diario PREAPSU
      *                    (aplicacion automatica del saldo en
      *                    suspenso), que PREPAGOS espera, y el paso de
      *                    fin de mes PRESUSR (informe del suspenso y
      *                    conciliacion con la cuenta puente).
      *****************************************************************
       01  WS-TABLA-PASOS.
           05 FILLER PIC X(33) VALUE
              'PREEDIT D                        '.
           05 FILLER PIC X(33) VALUE
              'PREEVAL DPREEDIT                 '.
           05 FILLER PIC X(33) VALUE
              'PREBALANDPREEVAL                 '.
           05 FILLER PIC X(33) VALUE
              'PREAMORTDPREBALAN                '.
           05 FILLER PIC X(33) VALUE
              'PRECONF DPREAMORT                '.
           05 FILLER PIC X(33) VALUE
              'PREDEBR DPRECONF                 '.
           05 FILLER PIC X(33) VALUE
              'PREAPSU DPREDEBR                 '.
           05 FILLER PIC X(33) VALUE
              'PREPAGOSDPRECONF PREDEBR PREAPSU '.
           05 FILLER PIC X(33) VALUE
              'PREREVERDPREPAGOS                '.
           05 FILLER PIC X(33) VALUE
              'PREMORA DPREPAGOSPREREVER        '.
           05 FILLER PIC X(33) VALUE
              'PRELIQ  DPREMORA                 '.
           05 FILLER PIC X(33) VALUE
              'PREGEST DPRELIQ                  '.
           05 FILLER PIC X(33) VALUE
              'PREPROM DPRELIQ  PREGEST         '.
           05 FILLER PIC X(33) VALUE
              'PRECOBR DPRELIQ  PREPROM         '.
           05 FILLER PIC X(33) VALUE
              'PREGL   DPRELIQ                  '.
           05 FILLER PIC X(33) VALUE
              'PREDEBI DPRELIQ                  '.
           05 FILLER PIC X(33) VALUE
              'PRECAST MPREGL                   '.
           05 FILLER PIC X(33) VALUE
              'PREPROV MPRECAST                 '.
           05 FILLER PIC X(33) VALUE
              'PREBURO MPRECAST                 '.
           05 FILLER PIC X(33) VALUE
              'PREFOTO MPRECAST                 '.
           05 FILLER PIC X(33) VALUE
              'PREROLL MPREFOTO                 '.
           05 FILLER PIC X(33) VALUE
              'PRESUSR MPREGL                   '.
           05 FILLER PIC X(33) VALUE
              'PREARCH MPREPROV PREBURO PREFOTO '.
       01  WS-TABLA-PASOS-R REDEFINES WS-TABLA-PASOS.
           05 TPS-ENTRADA OCCURS 23 TIMES.
              10 TPS-PASO           PIC X(08).
              10 TPS-FRECUENCIA     PIC X(01).
                 88 TPS-DIARIO      VALUE 'D'.
                 88 TPS-FIN-DE-MES  VALUE 'M'.
              10 TPS-PREVIO OCCURS 3 TIMES
                                    PIC X(08).
       01  WS-CONTROL-PASOS.
           05 TPS-CANTIDAD          PIC 9(02) COMP VALUE 23.
           05 TPS-IND               PIC 9(02) COMP.
           05 TPS-IND-PREVIO        PIC 9(02) COMP.

      *****************************************************************
      * GN8MIN - INPUT MAP IO AREA (GN8MAPS/GN8PAGEI, TX GNPG008)
      * MAPPA DI SIGN-ON DELL'OPERATORE (IGONL08): ID PERSONALE E PIN,
      * CON IL CAMBIO DEL PIN FACOLTATIVO NELLO STESSO INVIO.
      *****************************************************************
       01  GN8MAPIN.
           05 M8I-LL                 PIC S9(4) COMP.
           05 M8I-ZZ                 PIC S9(4) COMP.
      * [PF:n] codice PF tradotto in input (stessa convenzione di
      * MI-PFKEY in GN1MIN)
           05 M8I-PFKEY              PIC X(2).
      * ID personale dell'operatore (OPRS-ID) e PIN (campo scuro)
           05 M8I-OPERID             PIC X(8).
           05 M8I-PIN                PIC X(8).
      * PIN nuovo e sua ripetizione (campi scuri, facoltativi): se
      * compilati il PIN cambia con il sign-on
           05 M8I-NEWPIN             PIC X(8).
           05 M8I-NEWPIN2            PIC X(8).

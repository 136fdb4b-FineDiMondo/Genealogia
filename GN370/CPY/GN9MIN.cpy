      *****************************************************************
      * GN9MIN - INPUT MAP IO AREA (GN9MAPS/GN9PAGEI, TX GNPG009)
      * MAPPA DEL NAVIGATORE DI ALBERO (IGONL09): PERSONA CENTRALE E
      * QUATTRO GENERAZIONI IN CASELLE NUMERATE COME L'AHNENTAFEL
      * (1 PERSONA, 2-3 GENITORI, 4-7 NONNI, 8-15 BISNONNI).
      *****************************************************************
       01  GN9MAPIN.
           05 M9I-LL                 PIC S9(4) COMP.
           05 M9I-ZZ                 PIC S9(4) COMP.
      * [PF:n] codice PF tradotto in input (stessa convenzione di
      * MI-PFKEY in GN1MIN)
           05 M9I-PFKEY              PIC X(2).
      * Persona centrale (PERS-ID), riecheggiata a ogni invio
           05 M9I-SUBJID             PIC X(12).
      * Persona da cui si e' saliti (campo nascosto): PF7 scende di
      * nuovo su di lei se e' figlia della persona centrale
           05 M9I-FROMID             PIC X(12).
      * Casella scelta (01-15): con ENTER apre la persona in GNPG001,
      * con PF9 la mette al centro
           05 M9I-SELBOX             PIC X(2).
      * PERS-ID delle caselle mostrate (campi protetti riecheggiati)
           05 M9I-BOXID OCCURS 15 TIMES PIC X(12).

      *****************************************************************
      * GN1HEVT - SEGMENTO HISTEVT (EVENTO STORICO DI CONTESTO, STUB)
      * RADICE: PESTI, CARESTIE, GUERRE, ALLUVIONI, CAMBI DI CONFINE
      * E GLI ANNI DELLO STATO CIVILE NAPOLEONICO, DATATI E CON UN
      * AMBITO DI LUOGO CHE VALE PER IL LUOGO E PER TUTTI QUELLI CHE
      * VI RISALGONO LUNGO LA CATENA PLAC-PARENT (UNA PESTE IN
      * TOSCANA TOCCA OGNI PARROCCHIA TOSCANA). MANTENUTO DA
      * GN3HEVM0, MOSTRATO DAL MONDO 4 CONTESTO (GN37P006) E
      * INTRECCIATO IN CRONOLOGIA (GN3TIML0) E LIBRO (GN3BOOK0).
      *****************************************************************
       01  GN1HEVT-SEG.
      * HISTEVT-ID chiave logica minima ("HE" + progressivo)
           05 HEVT-ID               PIC X(12).
      * Categoria dell'evento
           05 HEVT-TYPE             PIC X(10).
              88 HEVT-PESTE            VALUE "PESTE".
              88 HEVT-CARESTIA         VALUE "CARESTIA".
              88 HEVT-GUERRA           VALUE "GUERRA".
              88 HEVT-ALLUVIONE        VALUE "ALLUVIONE".
              88 HEVT-CONFINE          VALUE "CONFINE".
              88 HEVT-STATOCIV         VALUE "STATOCIV".
      * Descrizione in chiaro (Peste manzoniana, ...)
           05 HEVT-TITLE            PIC X(60).
      * Estremi AAAA-MM-GG (fine vuota = evento puntuale)
           05 HEVT-FROM             PIC X(10).
           05 HEVT-TO               PIC X(10).
      * Ambito: PLACE-ID del luogo piu' alto colpito (vuoto = ovunque)
           05 HEVT-PLACE            PIC X(12).
      * Spazio riservato
           05 HEVT-FILL             PIC X(16).

      *****************************************************************
      * GN5MIN - INPUT MAP IO AREA (GN5MAPS/GN5PAGEI, TX GNPG005)
      * MAPPA DI MANUTENZIONE DEL CATALOGO DELLE FONTI (IGONL05)
      *****************************************************************
       01  GN5MAPIN.
           05 M5I-LL                 PIC S9(4) COMP.
           05 M5I-ZZ                 PIC S9(4) COMP.
      * [PF:n] codice PF tradotto in input (stessa convenzione di
      * MI-PFKEY in GN1MIN)
           05 M5I-PFKEY              PIC X(2).
      * SOURCE-ID corrente (chiave di lettura/modifica e cursore di
      * paginazione per la navigazione PF5)
           05 M5I-SRCEID             PIC X(12).
      * Titolo e autore/estensore: obbligatorio il titolo per ADD
           05 M5I-TITLE              PIC X(60).
           05 M5I-AUTH               PIC X(40).
      * Archivio fisico (REPOSITORY-ID) e tipo di fonte; in SAVE
      * campo vuoto = invariato, "*" = azzerato
           05 M5I-REPOID             PIC X(12).
           05 M5I-STYPE              PIC X(10).

      *****************************************************************
      * GN5MOUT - OUTPUT MAP IO AREA (GN5MAPS/GN5PAGEO, TX GNPG005)
      * MAPPA DI MANUTENZIONE DEL CATALOGO DELLE FONTI (IGONL05)
      *****************************************************************
       01  GN5MAPOUT.
           05 M5O-LL                 PIC S9(4) COMP.
           05 M5O-ZZ                 PIC S9(4) COMP.
      * SOURCE-ID corrente
           05 M5O-SRCEID             PIC X(12).
      * Dati della fonte corrente
           05 M5O-TITLE              PIC X(60).
           05 M5O-AUTH               PIC X(40).
           05 M5O-REPOID             PIC X(12).
      * Nome dell'archivio risolto da REPOSIT
           05 M5O-REPONAME           PIC X(40).
           05 M5O-STYPE              PIC X(10).
           05 M5O-RETIRED            PIC X(1).
      * Numero di citazioni (CITATN) che puntano alla fonte
           05 M5O-CITECT             PIC ZZZZ9.
      * |PATH| tracciato DL/I eseguito
           05 M5O-PATHTX             PIC X(40).
      * Messaggio deterministico E***
           05 M5O-MSGTXT             PIC X(70).
      * Legenda PF disponibile
           05 M5O-PFINFO             PIC X(70).

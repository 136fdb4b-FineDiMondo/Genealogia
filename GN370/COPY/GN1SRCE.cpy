      * GN1SRCE - SEGMENTO SOURCE (FONTE DOCUMENTALE, STUB)
      * RADICE: UNA FONTE (REGISTRO PARROCCHIALE, ATTO, VOLUME) CUI
      * LE CITAZIONI (GN1CITA) PUNTANO - LO STESSO MODELLO DI
      * GN-SOURCE IN GNDBREC. MANTENUTO IN LINEA DA IGONL05 (GNPG005).
      *****************************************************************
       01  GN1SRCE-SEG.
      * SOURCE-ID chiave logica minima
           05 SRCE-AUTH             PIC X(40).
      * FK verso l'archivio fisico che custodisce la fonte (REPOSIT)
           05 SRCE-REPO             PIC X(12).
      * Tipo di fonte: REGISTRO (parrocchiale/stato civile), NOTARILE
      * (protocolli e atti), CATASTO, STAMPA (opere a stampa); blank =
      * non classificata (fonti nate dall'import GEDCOM)
           05 SRCE-TYPE             PIC X(10).
              88 SRCE-REGISTRO         VALUE "REGISTRO".
              88 SRCE-NOTARILE         VALUE "NOTARILE".
              88 SRCE-CATASTO          VALUE "CATASTO".
              88 SRCE-STAMPA           VALUE "STAMPA".
      * Flag di ritiro: "Y" = fonte ritirata dal catalogo, conservata
      * per le citazioni storiche (stessa regola di PLAC-RETIRED)
           05 SRCE-RETIRED          PIC X(1).
      * Spazio riservato
           05 SRCE-FILL             PIC X(7).

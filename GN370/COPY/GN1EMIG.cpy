      *****************************************************************
      * GN1EMIG - SEGMENTO EMIGRAT (PASSEGGERO DI UNA LISTA DI BORDO,
      * STUB)
      * RADICE: UNA RIGA DEL MANIFESTO DI SBARCO PORTATO DAI
      * DISCENDENTI - NAVE, PORTO, DATA, NOME, ETA', PAESE D'ORIGINE
      * E DESTINAZIONE COME SCRITTI. CARICATO DA GN3EMIL0, CHE PROPONE
      * LE PERSONE CANDIDATE; LA CONFERMA (GN3EMIA0) LEGA LA RIGA
      * ALLA PERSONA E LE CREA L'EVENTO EMIGRAZIONE (EVNT-ID "EE" +
      * LO STESSO PROGRESSIVO DELLA RIGA).
      *****************************************************************
       01  GN1EMIG-SEG.
      * EMIGRATION-ID chiave logica minima ("EM" + progressivo)
           05 EMIG-ID               PIC X(12).
      * Nave e porto d'imbarco come scritti
           05 EMIG-SHIP             PIC X(30).
           05 EMIG-PORT             PIC X(30).
      * Data di partenza AAAA-MM-GG
           05 EMIG-DATE             PIC X(10).
      * Nome del passeggero come scritto nella lista
           05 EMIG-NAME             PIC X(40).
      * Eta' dichiarata in anni (blank = non scritta)
           05 EMIG-AGE              PIC X(3).
      * Paese d'origine come scritto e sua risoluzione nel gazetteer
      * (nome corrente o forma storica PLACNAM; blank = non risolto)
           05 EMIG-TOWN             PIC X(30).
           05 EMIG-PLACE            PIC X(12).
      * Destinazione dichiarata (citta' e paese d'arrivo)
           05 EMIG-DEST             PIC X(30).
      * Stato dell'abbinamento
           05 EMIG-STATUS           PIC X(1).
              88 EMIG-NUOVA            VALUE "N".
              88 EMIG-CONFERMATA       VALUE "C".
              88 EMIG-SCARTATA         VALUE "S".
      * Persona confermata ed evento creato (blank finche' aperta)
           05 EMIG-PERS             PIC X(12).
           05 EMIG-EVNT             PIC X(12).
      * Spazio riservato
           05 EMIG-FILL             PIC X(18).

      *================================================================*
      * GNDIRI.cpy  VERSION 1.0                                       *
      * Diritti di pubblicazione dei media: aree della verifica       *
      * condivisa da tutte le uscite che pubblicano immagini (libro   *
      * GN3BOOK0, quadro GN3CHRT0, GEDCOM GN3EXP00, sito GENWEB00,    *
      * manifest IIIF GN3IIIF0) e dal rapporto GN3DIRR0; paragrafi in *
      * GNDIRIP.cpy. Il chiamante:                                    *
      *  - copia MEDI-RIGHTS in DIRI-RIGHTS e MEDI-PUBL in DIRI-PUBL  *
      *    (chi legge un estratto flat riempie i campi uno a uno);    *
      *  - mette in DIRI-USE l'uso chiesto dalla sua uscita;          *
      *  - esegue 9750-CHECK-MEDIA-RIGHTS e, se DIRI-OK, stampa       *
      *    DIRI-CREDIT accanto all'immagine.                          *
      * DIRI-TODAY (AAAA-MM-GG) si imposta da solo alla prima         *
      * chiamata; GN3DIRR0 lo usa anche per la finestra di scadenza.  *
      *================================================================*
      * diritti del media in esame, stesso tracciato di MEDI-RIGHTS
       01 DIRI-RIGHTS.
          05 DIRI-HOLDER          PIC X(40).
          05 DIRI-LIC             PIC X(10).
          05 DIRI-USES.
             10 DIRI-USE-INT      PIC X(1).
             10 DIRI-USE-BOOK     PIC X(1).
             10 DIRI-USE-WEB      PIC X(1).
             10 DIRI-USE-EXPT     PIC X(1).
          05 DIRI-CREDIT-IN       PIC X(60).
          05 DIRI-EXPIRY          PIC X(10).
      * consenso web dei registri di prima (MEDI-PUBL)
       01 DIRI-PUBL               PIC X(1).
      * uso chiesto: I interno, L libro del committente, W sito web
      * (anche IIIF), E esportazione a terzi (GEDCOM)
       01 DIRI-USE                PIC X(1).
          88 DIRI-FOR-INT         VALUE "I".
          88 DIRI-FOR-BOOK        VALUE "L".
          88 DIRI-FOR-WEB         VALUE "W".
          88 DIRI-FOR-EXPT        VALUE "E".
       01 DIRI-TODAY              PIC X(10) VALUE SPACES.
      * esito: S consentito, N negato, con il motivo del rifiuto
       01 DIRI-RESULT             PIC X(1).
          88 DIRI-OK              VALUE "S".
          88 DIRI-DENIED          VALUE "N".
       01 DIRI-REASON             PIC X(13).
          88 DIRI-NO-RIGHTS       VALUE "SENZA DIRITTI".
          88 DIRI-EXPIRED         VALUE "SCADUTO".
          88 DIRI-USE-DENIED      VALUE "USO NEGATO".
      * diritti registrati (detentore, licenza o almeno un uso)
       01 DIRI-RECORDED-SW        PIC X(1).
          88 DIRI-RECORDED        VALUE "Y".
      * riga di credito da stampare: quella registrata o, se manca,
      * "(C) " e il detentore
       01 DIRI-CREDIT             PIC X(60).

      * FIGLIO DI PERSON: FOTO E DOCUMENTI SCANSIONATI COLLEGATI ALLA
      * PERSONA (O A UN SUO EVENTO TRAMITE MEDI-EVNT), LO STESSO
      * MODELLO DI GN-MEDIA/GN-MEDIA-LINK IN GNDBREC.
      * LE IMMAGINI DELLE CARTE DI REGISTRO ACQUISITE DA GN3SCAN0
      * NON HANNO ANCORA UNA PERSONA: SONO FIGLIE DI REGISTR
      * (SSA MEDIA (REGBID=...)) CON MEDI-PERS VUOTO E LA CARTA IN
      * MEDI-REGB/MEDI-FOLIO/MEDI-SIDE.
      *****************************************************************
       01  GN1MEDI-SEG.
      * MEDIA-ID chiave logica minima
              88 MEDI-CONTROLLATO      VALUE "CONTROLL".
           05 MEDI-OPER             PIC X(8).
           05 MEDI-STDATE           PIC X(8).
      * Carta di registro ripresa (stessa coppia di CITA-REGB/
      * CITA-FOLIO) e lato: R recto, V verso
           05 MEDI-REGB             PIC X(12).
           05 MEDI-FOLIO            PIC 9(4).
           05 MEDI-SIDE             PIC X(1).
              88 MEDI-RECTO            VALUE "R".
              88 MEDI-VERSO            VALUE "V".
      * Pubblicazione consentita dal detentore dell'originale (S);
      * vuoto = non accertata, l'immagine resta fuori dalle uscite
      * pubbliche (manifest IIIF di GN3IIIF0)
           05 MEDI-PUBL             PIC X(1).
              88 MEDI-PUBL-OK          VALUE "S".
      * Diritti di pubblicazione (GNDIRI.cpy/GNDIRIP.cpy): detentore
      * dei diritti, tipo di licenza, usi consentiti (S = consentito)
      * - interno, libro del committente, sito web, esportazione a
      * terzi -, riga di credito da stampare accanto all'immagine e
      * scadenza AAAA-MM-GG (vuota = senza scadenza). Manutenzione
      * online dal path DIRITTI di IGONL01, scadenze e media senza
      * diritti nel rapporto GN3DIRR0. MEDI-PUBL resta il consenso
      * web dei registri di prima (GN3REGM0 PUBBLICA imposta ora
      * anche MEDI-USE-WEB).
           05 MEDI-RIGHTS.
              10 MEDI-RGHT-HOLDER   PIC X(40).
              10 MEDI-RGHT-LIC      PIC X(10).
              10 MEDI-RGHT-USES.
                 15 MEDI-USE-INT    PIC X(1).
                 15 MEDI-USE-BOOK   PIC X(1).
                 15 MEDI-USE-WEB    PIC X(1).
                 15 MEDI-USE-EXPT   PIC X(1).
              10 MEDI-RGHT-CREDIT   PIC X(60).
              10 MEDI-RGHT-EXPIRY   PIC X(10).
      * Spazio riservato
           05 MEDI-FILL             PIC X(6).

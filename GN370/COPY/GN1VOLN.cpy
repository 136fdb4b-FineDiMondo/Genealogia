      *****************************************************************
      * GN1VOLN - SEGMENTO VOLUNTR (ANAGRAFICA VOLONTARI, STUB)
      * RADICE: IL VOLONTARIO DIETRO IL CODICE DI 8 CARATTERI CHE
      * FINISCE IN FOLI-OPER, MEDI-OPER E JRNL-OPER. MANUTENZIONE
      * CON GN3VOLM0, RESOCONTO MENSILE CON GN3VOLR0; L'ASSEGNAZIONE
      * DELLE CARTE (GN3REGM0 ASSEGNA) ACCETTA SOLO VOLONTARI ATTIVI.
      *****************************************************************
       01  GN1VOLN-SEG.
      * Codice del volontario (chiave VOLNID): lo stesso che va nei
      * campi operatore; per chi si collega coincide con l'OPRS-ID
           05 VOLN-ID               PIC X(8).
      * Nome e cognome
           05 VOLN-NAME             PIC X(40).
      * Recapito: indirizzo di posta o telefono
           05 VOLN-CONTACT          PIC X(60).
      * Inizio del servizio AAAA-MM-GG
           05 VOLN-START            PIC X(10).
      * Competenze (LATINO, PALEOGR, TEDESCO, ...), fino a cinque
           05 VOLN-SKILL OCCURS 5 TIMES
                                    PIC X(8).
      * Attivo: S in servizio, N non piu' disponibile (il codice
      * resta, perche' il journal lo ricorda)
           05 VOLN-ACTIVE           PIC X(1).
              88 VOLN-ATTIVO           VALUE "S".
              88 VOLN-NON-ATTIVO       VALUE "N".
      * Data dell'ultimo cambio di stato AAAA-MM-GG
           05 VOLN-STDATE           PIC X(10).
      * Spazio riservato
           05 VOLN-FILL             PIC X(21).

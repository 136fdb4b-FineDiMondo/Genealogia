      *****************************************************************
      * GNOPER - OPERATORI GN370: ANAGRAFICA PERSONALE (OPERATR),
      * SESSIONE DI SIGN-ON PER TERMINALE (SIGNON) E, IN CODA, LA
      * VECCHIA TABELLA PER TERMINALE (OPERAUT).
      * IN SALA DI LETTURA PIU' VOLONTARI USANO LO STESSO TERMINALE:
      * L'IDENTITA' E' QUELLA DELL'OPERATORE COLLEGATO CON IGONL08
      * (TX GNPG008, ID PERSONALE + PIN), NON IL LTERM. IL RUOLO E'
      * CONCESSO ALL'OPERATORE. LA SESSIONE E' CHIAVITA PER LTERM-ID
      * COME LO SCRATCHPAD (GNSCRP) E SCADE DOPO UN'INATTIVITA'
      * (GNOPRS0, CHE LA RISOLVE PER TUTTE LE TRANSAZIONI).
      *****************************************************************
       01  OPERATOR-SEGMENT.
      * ID personale dell'operatore (chiave OPERID): e' cio' che va
      * in JRNL-OPER, PERS-VERIF-OPER, MEDI-OPER, FOLI-OPER...
           05 OPRS-ID               PIC X(8).
      * Nome e cognome
           05 OPRS-NAME             PIC X(40).
      * Ruolo concesso all'operatore, su qualunque terminale
           05 OPRS-ROLE             PIC X(8).
              88 OPRS-ROLE-READ        VALUE "READ".
              88 OPRS-ROLE-MAINTAIN    VALUE "MAINTAIN".
              88 OPRS-ROLE-ADMIN       VALUE "ADMIN".
      * Stato: A attivo, B bloccato (troppi PIN errati, lo sblocca
      * un ADMIN con un PIN nuovo), R ritirato
           05 OPRS-STATUS           PIC X(1).
              88 OPRS-ACTIVE           VALUE "A".
              88 OPRS-LOCKED           VALUE "B".
              88 OPRS-RETIRED          VALUE "R".
      * Impronta del PIN (GNOPRS0, funzione H): il PIN non e'
      * conservato in chiaro. Non e' una cifratura, basta a non
      * lasciarlo leggibile a chi scorre la base dati.
           05 OPRS-PIN-HASH         PIC 9(9).
      * PIN errati consecutivi; al terzo l'operatore e' bloccato
           05 OPRS-PIN-FAILS        PIC 9(1).
      * Sign-on corrente e precedente (AAAAMMGGHHMMSS), ultimo LTERM
           05 OPRS-LAST-SIGNON      PIC X(14).
           05 OPRS-PREV-SIGNON      PIC X(14).
           05 OPRS-LTERM            PIC X(8).
      * Spazio riservato
           05 OPRS-FILL             PIC X(25).

       01  SIGNON-SEGMENT.
      * LTERM-ID del terminale (chiave LTERMID): una sessione per
      * terminale, un nuovo sign-on sostituisce il precedente
           05 SGN-LTERM-ID          PIC X(8).
      * Operatore collegato (OPRS-ID)
           05 SGN-OPER-ID           PIC X(8).
      * Inizio sessione e ultima transazione (AAAAMMGGHHMMSS)
           05 SGN-START-TS          PIC X(14).
           05 SGN-LAST-TS           PIC X(14).
      * Spazio riservato
           05 SGN-FILL              PIC X(20).

      *****************************************************************
      * SEGMENTO OPERAUT: AUTORIZZAZIONI PER TERMINALE, CHIAVITO PER
      * LTERM-ID. ERA LA FONTE DEL RUOLO PRIMA DEL SIGN-ON PERSONALE
      * (UN TERMINALE NON CENSITO VALEVA MAINTAIN); LE TRANSAZIONI
      * NON LO LEGGONO PIU', RESTA PER LO SCARICO STORICO.
      *****************************************************************
       01  OPERATOR-AUTH-SEGMENT.
      * LTERM-ID chiave logica minima

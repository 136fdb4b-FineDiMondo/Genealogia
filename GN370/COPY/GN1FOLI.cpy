              88 FOLI-DA-FARE          VALUE "DA-FARE".
              88 FOLI-IN-CORSO         VALUE "IN-CORSO".
              88 FOLI-FATTO            VALUE "FATTO".
      * Volontario assegnato (ID dell'operatore collegato o sigla,
      * censito in VOLUNTR, GN1VOLN)
           05 FOLI-OPER             PIC X(8).
      * Data AAAAMMGG dell'ultimo cambio di stato (come MEDI-STDATE):
      * per una carta FATTO e' il giorno in cui e' stata finita
           05 FOLI-STDATE           PIC X(8).
      * Spazio riservato
           05 FOLI-FILL             PIC X(10).

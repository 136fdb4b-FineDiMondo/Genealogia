      * Qualificatore della data (stesso alfabeto di
      * PERS-BDATE-QUAL: A circa, B prima di, F dopo, R intervallo)
           05 EVNT-DATE-QUAL        PIC X(1).
      * Eta' dichiarata nell'atto ("d'anni 45 circa"), in anni
      * compiuti, tre cifre 000-120; spazi = non dichiarata
           05 EVNT-AGE              PIC X(3).
      * Qualificatore dell'eta': A = circa, spazio = dichiarata
           05 EVNT-AGE-QUAL         PIC X(1).
      * Spazio riservato
           05 EVNT-FILL             PIC X(77).

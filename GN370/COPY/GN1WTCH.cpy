      *****************************************************************
      * GN1WTCH - SEGMENTO WATCHLST (OSSERVAZIONE PERSONA, STUB)
      * RADICE: L'OPERATORE COLLEGATO (SIGN-ON IGONL08) TIENE
      * D'OCCHIO UNA PERSONA; IL DIGEST GIORNALIERO (GN3WDIG0)
      * INCROCIA QUESTE RIGHE CON IL JOURNAL E CHIUDE CON I FATTI
      * LE DISPUTE "HAI CAMBIATO IL MIO UOMO".
       01  GN1WTCH-SEG.
      * WATCH-ID chiave logica minima
           05 WTCH-ID               PIC X(12).
      * ID personale dell'operatore osservatore (OPRS-ID; le righe
      * di prima del sign-on portano ancora il LTERM del terminale)
           05 WTCH-OPER             PIC X(8).
      * FK verso la persona osservata
           05 WTCH-PERS             PIC X(12).
      * Spazio riservato

      *****************************************************************
      * GN1DPTY - SEGMENTO DEEDPTY (PARTE DI UN ATTO NOTARILE, STUB)
      * FIGLIO DI DEED: UNA PERSONA CHE COMPARE NEL ROGITO CON IL SUO
      * RUOLO. IL SUBENTRANTE NEL BENE DOVREBBE ESSERE FRA LE PARTI
      * (EREDE, COMPRATORE, SPOSA, CONDIVIDENTE): GN3DEDR0 LO VERIFICA.
      *****************************************************************
       01  GN1DPTY-SEG.
      * PARTY-ID chiave logica minima ("NP" + progressivo)
           05 DPTY-ID               PIC X(12).
      * FK verso l'atto
           05 DPTY-DEED             PIC X(12).
      * FK verso la persona
           05 DPTY-PERS             PIC X(12).
      * Ruolo nell'atto
           05 DPTY-ROLE             PIC X(12).
              88 DPTY-TESTATORE        VALUE "TESTATORE".
              88 DPTY-EREDE            VALUE "EREDE".
              88 DPTY-COMPRATORE       VALUE "COMPRATORE".
              88 DPTY-VENDITORE        VALUE "VENDITORE".
              88 DPTY-SPOSA            VALUE "SPOSA".
              88 DPTY-SPOSO            VALUE "SPOSO".
              88 DPTY-PADRESPOSO       VALUE "PADRESPOSO".
              88 DPTY-PADRESPOSA       VALUE "PADRESPOSA".
              88 DPTY-CONDIVIDENTE     VALUE "CONDIVIDENTE".
              88 DPTY-TESTIMONE        VALUE "TESTIMONE".
      * Il ruolo riceve il bene (subentra nella detenzione)
              88 DPTY-RECEIVES         VALUE "EREDE" "COMPRATORE"
                                             "SPOSA" "SPOSO"
                                             "CONDIVIDENTE".
      * Spazio riservato
           05 DPTY-FILL             PIC X(12).

      *****************************************************************
      * GN1ASRT - SEGMENTO ASSERT (ASSERZIONE DI PROVA, STUB)
      * FIGLIO DI PERSON: CIO' CHE UNA SINGOLA CITAZIONE (CITATN)
      * AFFERMA SU UN FATTO DELLA PERSONA - DATA O LUOGO DI NASCITA,
      * NOME DEL PADRE, ... - COL GRADO QUAY DELLA CITAZIONE. PIU'
      * FONTI, PIU' ASSERZIONI SULLO STESSO FATTO: IL CAMPO DI PERSON
      * E' LA CONCLUSIONE SCELTA DALL'OPERATORE FRA DI ESSE
      * (ASRT-CHOSEN), LE ALTRE RESTANO COME PROVA CONCORRENTE.
      * MANTENUTO DA GN3ASRM0, RISCONTRATO DA GN3ASRR0.
      *****************************************************************
       01  GN1ASRT-SEG.
      * ASSERT-ID chiave logica minima
           05 ASRT-ID               PIC X(12).
      * FK verso la persona di cui si afferma il fatto
           05 ASRT-PERS             PIC X(12).
      * Fatto affermato; quelli con un campo in PERSON (BDATE,
      * BPLACE, DPLACE, NAME, GEND) vi portano la conclusione scelta
           05 ASRT-FACT             PIC X(8).
              88 ASRT-FACT-BDATE    VALUE "BDATE".
              88 ASRT-FACT-BPLACE   VALUE "BPLACE".
              88 ASRT-FACT-DDATE    VALUE "DDATE".
              88 ASRT-FACT-DPLACE   VALUE "DPLACE".
              88 ASRT-FACT-NAME     VALUE "NAME".
              88 ASRT-FACT-GEND     VALUE "GEND".
              88 ASRT-FACT-FATHER   VALUE "FATHER".
              88 ASRT-FACT-MOTHER   VALUE "MOTHER".
              88 ASRT-FACT-DATE     VALUE "BDATE" "DDATE".
              88 ASRT-FACT-PLACE    VALUE "BPLACE" "DPLACE".
              88 ASRT-FACT-VALID    VALUE "BDATE" "BPLACE" "DDATE"
                                          "DPLACE" "NAME" "GEND"
                                          "FATHER" "MOTHER".
      * Valore affermato in forma normalizzata: date AAAA-MM-GG (o
      * AAAA, AAAA-MM), luoghi come PLACE-ID del gazetteer, nomi
      * come nel campo PERSON corrispondente
           05 ASRT-VALUE            PIC X(60).
      * Qualificatore della data, stesso alfabeto di PERS-BDATE-QUAL:
      * A = circa (un'eta' dichiarata), B = prima di, F = dopo di,
      * blank = data puntuale
           05 ASRT-QUAL             PIC X(1).
      * Anno del valore per le date (0 = non datato): e' su questo
      * che il riscontro misura lo scarto fra le fonti
           05 ASRT-YEAR             PIC 9(4).
      * Testo come si legge nella fonte ("ETA' CIRCA 60 ANNI")
           05 ASRT-STATED           PIC X(40).
      * FK verso la citazione che sostiene l'asserzione, e la sua
      * fonte e il grado QUAY copiati alla registrazione
           05 ASRT-CITA             PIC X(12).
           05 ASRT-SRCE             PIC X(12).
           05 ASRT-QUAY             PIC X(1).
      * "Y" = conclusione scelta per il fatto (al piu' una per
      * persona e fatto), blank = prova concorrente
           05 ASRT-CHOSEN           PIC X(1).
              88 ASRT-IS-CHOSEN     VALUE "Y".
      * Spazio riservato
           05 ASRT-FILL             PIC X(17).

      *****************************************************************
      * GN1FNDL - SEGMENTO FOUNDLG (SCHEDA DI ESPOSTO, STUB)
      * FIGLIO DI PERSON: L'AMMISSIONE DI UN TROVATELLO ALL'OSPEDALE
      * (INNOCENTI, SANTA MARIA DELLA SCALA, ...) COME SCRITTA NEL
      * LIBRO DEGLI ESPOSTI, LEGATA ALLA PERSONA CHE IL BAMBINO E'
      * DIVENTATO. CARICATA DA GN3FNDM0, CHE METTE ANCHE LA PERSONA
      * A GENITORI IGNOTI (PERS-PARENTAGE "I"): LA LINEA E' CHIUSA
      * DA UN DOCUMENTO, NON INCOMPLETA.
      *****************************************************************
       01  GN1FNDL-SEG.
      * FOUNDLING-ID chiave logica minima ("FD" + coda del PERS-ID)
           05 FNDL-ID               PIC X(12).
      * FK verso la persona che il trovatello e' diventato
           05 FNDL-PERS             PIC X(12).
      * Ospedale come scritto e suo luogo nel gazetteer
           05 FNDL-HOSP             PIC X(30).
           05 FNDL-HPLACE           PIC X(12).
      * Ammissione: data AAAA-MM-GG e numero d'ordine del libro
           05 FNDL-ADM-DATE         PIC X(10).
           05 FNDL-ADM-NUM          PIC X(10).
      * Segno lasciato col bambino (mezza medaglia, nastro, biglietto)
           05 FNDL-TOKEN            PIC X(60).
      * Cognome imposto dall'ospedale (DEGLI INNOCENTI, NOCENTINI, ...)
           05 FNDL-GIVEN-SURN       PIC X(30).
      * Balia: nome, luogo e data dell'affidamento
           05 FNDL-NURSE            PIC X(40).
           05 FNDL-NURSE-PLACE      PIC X(12).
           05 FNDL-NURSE-DATE       PIC X(10).
      * Esito del baliatico e sua data AAAA-MM-GG
           05 FNDL-OUTCOME          PIC X(1).
              88 FNDL-RESTITUITO       VALUE "R".
              88 FNDL-MORTO            VALUE "M".
              88 FNDL-USCITO           VALUE "U".
              88 FNDL-ESITO-IGNOTO     VALUE " ".
           05 FNDL-OUT-DATE         PIC X(10).
      * Spazio riservato
           05 FNDL-FILL             PIC X(21).

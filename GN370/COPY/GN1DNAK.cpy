      *****************************************************************
      * GN1DNAK - SEGMENTO DNAKIT (ESITO DI UN TEST DEL DNA, STUB)
      * FIGLIO DI PERSON: UN KIT PER TEST (DITTA E CODICE KIT) CON
      * GLI APLOGRUPPI Y (LINEA PATERNA) E MT (LINEA MATERNA) E IL
      * CONSENSO DELLA PERSONA TESTATA. MANTENUTO DA GN3DNAM0; IL
      * CONFRONTO LUNGO LE CATENE PADRE/MADRE E' DI GN3DNAL0. UN KIT
      * SENZA CONSENSO RESTA IN ARCHIVIO MA NON ENTRA IN NESSUN
      * CONFRONTO NE' IN NESSUN TABULATO.
      *****************************************************************
       01  GN1DNAK-SEG.
      * DNAKIT-ID chiave logica minima ("DK" + progressivo)
           05 DNAK-ID               PIC X(12).
      * FK verso la persona testata
           05 DNAK-PERS             PIC X(12).
      * Ditta del test (FTDNA, ANCESTRY, 23ANDME, ...)
           05 DNAK-COMPANY          PIC X(20).
      * Codice del kit presso la ditta
           05 DNAK-KIT              PIC X(20).
      * Aplogruppo Y (es. R-M269) e mtDNA (es. H1A); blank = non
      * testato (le donne non hanno linea Y)
           05 DNAK-YHAP             PIC X(20).
           05 DNAK-MTHAP            PIC X(20).
      * Consenso della persona testata: "Y" = puo' essere usato
           05 DNAK-CONSENT          PIC X(1).
              88 DNAK-CONSENTED        VALUE "Y".
      * Data di registrazione AAAAMMGG
           05 DNAK-DATE             PIC X(8).
      * Numero di corrispondenze autosomiche dichiarate dalla ditta
           05 DNAK-MATCHES          PIC 9(5).
      * Spazio riservato
           05 DNAK-FILL             PIC X(22).

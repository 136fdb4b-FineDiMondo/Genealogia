      *****************************************************************
      * GN1CENS - SEGMENTO CENSUS (ANNO DI STATO DELLE ANIME, STUB)
      * FIGLIO DI REGISTR: UN LIBRO DELLO STATO DELLE ANIME ELENCA
      * OGNI ANNO TUTTI I FUOCHI DELLA PARROCCHIA; OGNI ANNO CENSITO
      * E' UN SEGMENTO CENSUS CON I SUOI FUOCHI (GN1HHLD) FIGLI.
      * MANTENUTO DA GN3SANM0, TRAIETTORIE DI FUOCO IN GN3SANR0.
      *****************************************************************
       01  GN1CENS-SEG.
      * CENSUS-ID chiave logica minima ("SA" + progressivo)
           05 CENS-ID               PIC X(12).
      * FK verso il registro (il libro dello stato delle anime)
           05 CENS-REGB             PIC X(12).
      * Anno della rilevazione
           05 CENS-YEAR             PIC 9(4).
      * Carta del libro da cui comincia l'anno (0 = non indicata)
           05 CENS-FOLIO            PIC 9(4).
      * Spazio riservato
           05 CENS-FILL             PIC X(24).

      *****************************************************************
      * GN1HHLD - SEGMENTO HOUSHLD (FUOCO DELLO STATO DELLE ANIME)
      * FIGLIO DI CENSUS: UNA FAMIGLIA CONVIVENTE COME LA ELENCA IL
      * PARROCO IN QUELL'ANNO, CON I SUOI MEMBRI (GN1HMEM) FIGLI.
      *****************************************************************
       01  GN1HHLD-SEG.
      * HOUSEHOLD-ID chiave logica minima ("FU" + progressivo)
           05 HHLD-ID               PIC X(12).
      * FK verso l'anno censito
           05 HHLD-CENS             PIC X(12).
      * Numero d'ordine del fuoco nel libro
           05 HHLD-NUM              PIC 9(4).
      * Localita', podere o contrada come scritta nel libro
           05 HHLD-LOCAL            PIC X(30).
      * Spazio riservato
           05 HHLD-FILL             PIC X(22).

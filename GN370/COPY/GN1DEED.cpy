      *****************************************************************
      * GN1DEED - SEGMENTO DEED (ATTO NOTARILE, STUB)
      * RADICE: IL ROGITO CHE FA PASSARE UN BENE DA UN DETENTORE AL
      * SUCCESSIVO - TESTAMENTO, DOTE, COMPRAVENDITA, DIVISIONE. LE
      * PARTI (GN1DPTY) E I BENI TRASFERITI (GN1DAST) SONO FIGLI.
      * UNA DOTE DOCUMENTA ANCHE UN MATRIMONIO: DEED-FAM LA AGGANCIA
      * ALL'UNIONE (FAMILY) COME PROVA. MANTENUTO DA GN3DEDM0,
      * RISCONTRO CON LE TRASMISSIONI DEI BENI IN GN3DEDR0.
      *****************************************************************
       01  GN1DEED-SEG.
      * DEED-ID chiave logica minima ("NO" + progressivo)
           05 DEED-ID               PIC X(12).
      * Tipo di atto
           05 DEED-TYPE             PIC X(14).
              88 DEED-TESTAMENTO       VALUE "TESTAMENTO".
              88 DEED-DOTE             VALUE "DOTE".
              88 DEED-COMPRAVENDITA    VALUE "COMPRAVENDITA".
              88 DEED-DIVISIONE        VALUE "DIVISIONE".
      * Data del rogito AAAA-MM-GG
           05 DEED-DATE             PIC X(10).
      * Notaio rogante come scritto nell'atto
           05 DEED-NOTARY           PIC X(30).
      * FK facoltativa verso la fonte (SOURCE, tipo NOTARILE) che
      * conserva il protocollo
           05 DEED-SRCE             PIC X(12).
      * FK facoltativa verso l'unione (FAMILY) di cui l'atto e'
      * prova - le doti (blank = nessuna)
           05 DEED-FAM              PIC X(12).
      * Spazio riservato
           05 DEED-FILL             PIC X(20).

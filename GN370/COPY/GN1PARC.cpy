      *****************************************************************
      * GN1PARC - SEGMENTO PARCEL (PARTICELLA CATASTALE, STUB)
      * RADICE: UNA PARTICELLA DI UN'EDIZIONE DEL CATASTO (LEOPOLDINO,
      * ITALIANO, ...) COME LA IDENTIFICA L'ARCHIVIO DI STATO: COMUNE,
      * SEZIONE E NUMERO DI PARTICELLA, CON SUPERFICIE E COLTURA. I
      * BENI (IDENTITA' ASSET) CHE LA COMPRENDONO SONO FIGLI PARCAST
      * (GN1PAST): UNA PARTICELLA PUO' STARE IN PIU' BENI E UN BENE
      * COMPRENDERE PIU' PARTICELLE. CARICATO E LEGATO DA GN3CATM0,
      * POSSESSI PER FAMIGLIA IN GN3CATR0, SULLA MAPPA CON GN3GEOD0.
      *****************************************************************
       01  GN1PARC-SEG.
      * PARCEL-ID chiave logica minima ("CP" + progressivo)
           05 PARC-ID               PIC X(12).
      * Edizione del catasto (LEOPOLDINO, ITALIANO, ...) e anno di
      * attivazione: l'anno sceglie i detentori del bene in quella
      * edizione (ASET-ACQ/ASET-DISP)
           05 PARC-EDITION          PIC X(12).
           05 PARC-YEAR             PIC 9(4).
      * Comune catastale come PLACE-ID del gazetteer (GN1PLAC-SEG)
           05 PARC-COMUNE           PIC X(12).
      * Sezione e numero di particella come scritti sulla mappa
           05 PARC-SECTION          PIC X(4).
           05 PARC-NUMBER           PIC X(8).
      * Superficie in metri quadrati
           05 PARC-AREA             PIC 9(9).
      * Coltura o uso del suolo (SEMINATIVO, VIGNATO, BOSCO, CASA...)
           05 PARC-USE              PIC X(20).
      * Centroide in gradi decimali come PLAC-LAT/PLAC-LON, se la
      * mappa digitalizzata lo fornisce; blank = quello del comune
           05 PARC-LAT              PIC X(10).
           05 PARC-LON              PIC X(10).
      * Spazio riservato
           05 PARC-FILL             PIC X(10).

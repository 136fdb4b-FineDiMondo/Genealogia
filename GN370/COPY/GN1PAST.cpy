      *****************************************************************
      * GN1PAST - SEGMENTO PARCAST (BENE CHE COMPRENDE LA PARTICELLA,
      * STUB)
      * FIGLIO DI PARCEL: L'IDENTITA' DEL BENE ATTRAVERSO I DETENTORI
      * (ASET-AKEY, VEDI GN1ASET), NON UNA SINGOLA DETENZIONE, COSI'
      * LA PARTICELLA SEGUE IL PODERE DI MANO IN MANO. UN BENE CENSITO
      * UNA VOLTA SOLA (ASET-AKEY VUOTA) SI LEGA CON IL SUO ASET-ID.
      *****************************************************************
       01  GN1PAST-SEG.
      * PARCEL-ASSET-ID chiave logica minima ("CB" + progressivo)
           05 PAST-ID               PIC X(12).
      * FK verso la particella
           05 PAST-PARC             PIC X(12).
      * Identita' del bene: ASET-AKEY, o ASET-ID se la AKEY e' vuota
           05 PAST-AKEY             PIC X(12).
      * Spazio riservato
           05 PAST-FILL             PIC X(12).

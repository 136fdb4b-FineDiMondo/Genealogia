      *****************************************************************
      * GN1DAST - SEGMENTO DEEDAST (BENE TRASFERITO DA UN ATTO, STUB)
      * FIGLIO DI DEED: UNA DETENZIONE (SEGMENTO ASSET) CHE L'ATTO
      * TRASFERISCE. SI LEGA LA DETENZIONE DEL SUBENTRANTE, QUELLA
      * CHE L'ATTO HA CREATO; GN3DEDR0 ACCETTA ANCHE QUELLA CEDUTA.
      *****************************************************************
       01  GN1DAST-SEG.
      * DEED-ASSET-ID chiave logica minima ("NB" + progressivo)
           05 DAST-ID               PIC X(12).
      * FK verso l'atto
           05 DAST-DEED             PIC X(12).
      * FK verso la detenzione (ASET-ID)
           05 DAST-ASET             PIC X(12).
      * Spazio riservato
           05 DAST-FILL             PIC X(12).

      *================================================================*
      * GNCATA.cpy  VERSION 1.0                                       *
      * Possessi catastali per famiglia: aree del modulo condiviso da *
      * GN3CATR0 (possessi per edizione) e GN3GEOD0 (particelle di    *
      * una famiglia sulla mappa); paragrafi in GNCATAP.cpy. La       *
      * famiglia e' il cognome nella forma di schedatura di GNCOGNP   *
      * (DELLAROBBIA): i detentori ASSET di una particella in         *
      * un'edizione sono quelli del bene (PARCAST) la cui detenzione  *
      * copre l'anno dell'edizione. Il chiamante COPIA anche GN1PARC, *
      * GN1PAST, GN1ASET, GN1PRSN, GNCOGN/GNCOGNP e GENFKEY/GENFKEYP. *
      *================================================================*
      * ingresso: famiglia da tenere (chiave di schedatura del
      * cognome; spazi = tutte)
       01 CATA-FAMILY             PIC X(30).
      * detenzioni ASSET in memoria (9880): identita' del bene
      * (ASET-AKEY o ASET-ID), detentore, anni di acquisizione e
      * dismissione (0 = ignota, 9999 = ancora detenuto), famiglia
      * del detentore e cognome di stampa
       01 CATA-HD-TABLE.
          05 CATA-HD-ENTRY OCCURS 5000 TIMES.
             10 CATA-HD-IDENT     PIC X(12).
             10 CATA-HD-PERS      PIC X(12).
             10 CATA-HD-FROM      PIC 9(4).
             10 CATA-HD-TO        PIC 9(4).
             10 CATA-HD-FKEY      PIC X(30).
             10 CATA-HD-SURN      PIC X(40).
             10 CATA-HD-NAME      PIC X(40).
       01 CATA-HD-COUNT           PIC 9(4).
       01 CATA-HD-MAX             PIC 9(4) VALUE 5000.
       01 CATA-HD-FULL            PIC X(1).
          88 CATA-HD-FULL-YES     VALUE "Y".
      * ingresso di 9886: la particella appena letta e l'anno della
      * sua edizione (0 = tutti i detentori)
       01 CATA-IN-PARC            PIC X(12).
       01 CATA-IN-YEAR            PIC 9(4).
      * uscita di 9886: le detenzioni (indici in CATA-HD) che la
      * comprendono in quell'anno, un detentore una volta sola
       01 CATA-PH-TABLE.
          05 CATA-PH-IX OCCURS 20 TIMES PIC 9(4).
       01 CATA-PH-COUNT           PIC 9(2).
      * aree di lavoro, SSA e funzione propri
       01 CATA-FUNC               PIC X(4).
       01 CATA-SSA-PERS           PIC X(30)
          VALUE "PERSON  (PERSID=            )".
       01 CATA-SSA-PAST           PIC X(30)
          VALUE "PARCAST (PARCID=            )".
       01 CATA-SSA-PARC           PIC X(30)
          VALUE "PARCEL  (PARCID=            )".
       01 CATA-HX                 PIC 9(4).
       01 CATA-WX                 PIC 9(4).
       01 CATA-PX                 PIC 9(2).
       01 CATA-DUP                PIC X(1).

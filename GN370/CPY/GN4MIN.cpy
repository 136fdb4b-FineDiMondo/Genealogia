           05 M4I-UPLACE             PIC X(12).
           05 M4I-UTYPE              PIC X(2).
      * Figlio da agganciare/sganciare (ENTER con CHLDID pieno):
      * CHLDOP "A" (o vuoto) = aggancia, "T" = toglie, "P" = solo
      * nuovo stato di prova sul legame gia' esistente
           05 M4I-CHLDID             PIC X(12).
           05 M4I-CHLDOP             PIC X(1).
      * "OVERRIDE" per memorizzare un'unione implausibile (solo
      * questioni di date, come MI-HYPTXT in GNPG001)
           05 M4I-OVRTXT             PIC X(10).
      * Stato di prova della filiazione (FLNK-PROOF) per l'aggancio
      * e per CHLDOP "P": P = provato, B = probabile, H = ipotesi di
      * lavoro, vuoto = provato; con la breve motivazione
           05 M4I-CHLDPR             PIC X(1).
           05 M4I-CHLDNT             PIC X(30).

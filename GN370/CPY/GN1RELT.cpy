           05 REL-PERS              PIC X(12).
      * FK persona destinazione
           05 REL-TARG              PIC X(12).
      * Stato di prova del legame (PADRE/MADRE): P = provato da
      * fonte, B = probabile, H = ipotesi di lavoro del ricercatore,
      * blank = anteriore alla gestione (trattato come provato)
           05 REL-PROOF             PIC X(1).
              88 REL-PROOF-PROVEN   VALUE "P" " ".
              88 REL-PROOF-PROBABLE VALUE "B".
              88 REL-PROOF-HYPOTH   VALUE "H".
      * Breve motivazione dello stato di prova
           05 REL-PROOF-NOTE        PIC X(40).
      * Spazio riservato
           05 REL-FILL              PIC X(7).

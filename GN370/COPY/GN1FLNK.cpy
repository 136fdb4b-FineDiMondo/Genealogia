           05 FLNK-PERS             PIC X(12).
      * Ruolo nel legame (CHIL, ...)
           05 FLNK-ROLE             PIC X(10).
      * Stato di prova della filiazione, stesso alfabeto di
      * REL-PROOF: P provato, B probabile, H ipotesi, blank = provato
           05 FLNK-PROOF            PIC X(1).
              88 FLNK-PROOF-PROVEN  VALUE "P" " ".
              88 FLNK-PROOF-PROBABLE VALUE "B".
              88 FLNK-PROOF-HYPOTH  VALUE "H".
      * Breve motivazione dello stato di prova
           05 FLNK-PROOF-NOTE       PIC X(30).
      * Spazio riservato
           05 FLNK-FILL             PIC X(3).

           05 JRNL-ENTID            PIC X(12).
      * Descrizione sintetica dell'operazione
           05 JRNL-DESC             PIC X(40).
      * ID dell'operatore collegato che ha generato la riga (sign-on
      * GNPG008; le righe piu' vecchie, i tentativi respinti senza
      * sessione e i batch portano il LTERM-ID o il nome del
      * programma) - risponde a "chi" ha cambiato
           05 JRNL-OPER             PIC X(8).
      * Timbro di sessione IMS (IO-DATE+IO-TIME dallo IOPCB-MASK) -
      * risponde a "quando", insieme a JRNL-ID che e' solo un

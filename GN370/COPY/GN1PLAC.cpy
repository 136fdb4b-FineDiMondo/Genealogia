           05 PLAC-ID               PIC X(12).
      * Nome del luogo, usato per la risoluzione per nome
           05 PLAC-NAME             PIC X(60).
      * PLACE-ID del luogo padre nella gerarchia civile (comune,
      * provincia, regione), per risalire la gerarchia quando si
      * risolve un luogo per ID
           05 PLAC-PARENT           PIC X(12).
      * Flag di ritiro: "Y" = luogo ritirato dal gazetteer, non piu'
      * assegnabile ma conservato per i riferimenti storici
      * consumatori; vuote = luogo non ancora georeferenziato
           05 PLAC-LAT              PIC X(10).
           05 PLAC-LON              PIC X(10).
      * Tipo di luogo: PARROCCHIA, VILLAGGIO, CITTA, REGIONE e, per
      * la gerarchia ecclesiastica, PIEVE, VICARIATO, DIOCESI
           05 PLAC-TYPE             PIC X(10).
      * Date di fondazione e soppressione AAAA-MM-GG: un evento
      * collocato in un luogo prima della sua fondazione e' una
      * anomalia che la verifica di integrita' segnala
           05 PLAC-FOUND            PIC X(10).
           05 PLAC-SUPPR            PIC X(10).
      * PLACE-ID del padre nella gerarchia ecclesiastica (pieve,
      * vicariato, diocesi), parallela a PLAC-PARENT e con confini
      * che non coincidono con quelli civili; stesso controllo dei
      * cicli in IGONL02
           05 PLAC-ECCL-PARENT      PIC X(12).
      * Spazio riservato
           05 PLAC-FILL             PIC X(3).

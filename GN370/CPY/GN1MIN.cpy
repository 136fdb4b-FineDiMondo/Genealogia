      * Testo di ricerca per nome (pick list persone, vedi 4178)
           05 MI-NAMSRCH             PIC X(20).
      * Cursore di paginazione della pick list (ultimo PERS-ID
      * mostrato, stessa convenzione di MI-EVTCSR per gli eventi);
      * la FIND riparte da MI-NIXCSR, questo resta informativo
           05 MI-NAMCSR              PIC X(12).
      * PERS-ID scelto dalla pick list, diventa il nuovo MI-SELFID
           05 MI-PICKID              PIC X(12).
      * SAVE: "*" = azzerato (archivio storico unico), vuoto =
      * invariato; gli eventi nuovi lo ereditano (4170)
           05 MI-PARISH              PIC X(8).
      * Stato di prova del legame per il path RELT (REL-PROOF):
      * P = provato, B = probabile, H = ipotesi di lavoro, vuoto =
      * provato; con la breve motivazione. Un RELT su un legame gia'
      * registrato (stesso tipo e stessa persona destinazione) non
      * ne crea un doppione ma ne aggiorna lo stato di prova
           05 MI-RELPRF              PIC X(1).
           05 MI-RELPNT              PIC X(40).
      * "U" = annulla l'ultima modifica della persona corrente
      * ripristinando l'immagine "prima" della riga journal piu'
      * recente (solo l'operatore che l'ha fatta e in giornata,
      * salvo terminali ADMIN); attiva il path UNDO da ENTER
           05 MI-UNDO                PIC X(1).
      * Eta' dichiarata nell'atto per l'evento: applicata all'evento
      * nuovo (path ADD) o, con SAVE, all'evento corrente
      * (MI-EVTCSR); in anni, "*" = azzerata, vuoto = invariata.
      * MI-EVTAGQ = "A" la marca circa ("d'anni 45 circa")
           05 MI-EVTAGE              PIC X(3).
           05 MI-EVTAGQ              PIC X(1).
      * Chiave NAMEIX dell'ultima riga letta dalla FIND: riposiziona
      * la pick list sulla pagina successiva (MO-NIXCSR)
           05 MI-NIXCSR              PIC X(54).
      * Filtro per nome dell'interrogazione eventi, stesso testo
      * della FIND ("[NOME] COGNOME [ANNO]"), risolto sull'indice
           05 MI-QNOME               PIC X(20).
      * Gerarchia su cui l'interrogazione eventi allarga il luogo ai
      * figli: "E" = ecclesiastica (PLAC-ECCL-PARENT: "tutti i
      * battesimi della pieve"), vuoto o "C" = civile (PLAC-PARENT)
           05 MI-QGERA               PIC X(1).
      * Diritti di pubblicazione del media MI-DIRMED (MEDI-ID, di
      * persona o scansione di registro): detentore, tipo di
      * licenza, usi consentiti (quattro caratteri S/N nell'ordine
      * interno, libro del committente, sito web, esportazione a
      * terzi; spazio = invariato), riga di credito e scadenza
      * AAAA-MM-GG. Campi vuoti = invariati, "*" = azzerati; con il
      * solo MI-DIRMED il path mostra i diritti registrati. Attiva
      * il path DIRITTI da ENTER (vedi 3000)
           05 MI-DIRMED              PIC X(12).
           05 MI-DIRDET              PIC X(40).
           05 MI-DIRLIC              PIC X(10).
           05 MI-DIRUSI              PIC X(4).
           05 MI-DIRCRE              PIC X(60).
           05 MI-DIRSCA              PIC X(10).

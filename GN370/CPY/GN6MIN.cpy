      *****************************************************************
      * GN6MIN - INPUT MAP IO AREA (GN6MAPS/GN6PAGEI, TX GNPG006)
      * MAPPA DI MANUTENZIONE DEI CASATI E DELLE APPARTENENZE (IGONL06)
      *****************************************************************
       01  GN6MAPIN.
           05 M6I-LL                 PIC S9(4) COMP.
           05 M6I-ZZ                 PIC S9(4) COMP.
      * [PF:n] codice PF tradotto in input (stessa convenzione di
      * MI-PFKEY in GN1MIN)
           05 M6I-PFKEY              PIC X(2).
      * HOUSE-ID corrente (chiave di lettura/modifica e cursore di
      * paginazione per la navigazione PF5)
           05 M6I-HOUSID             PIC X(12).
      * Dati del casato: nome (obbligatorio per ADD), sede, data di
      * fondazione AAAA-MM-GG e casato padre per i rami cadetti; in
      * SAVE campo vuoto = invariato, "*" = azzerato
           05 M6I-HNAME              PIC X(40).
           05 M6I-SEAT               PIC X(40).
           05 M6I-FOUND              PIC X(10).
           05 M6I-PARENT             PIC X(12).
      * Persona: capostipite per ADD del casato, oppure persona di
      * cui mostrare/mantenere le appartenenze (ENTER)
           05 M6I-PERSID             PIC X(12).
      * Appartenenza: PERSHOU-ID da correggere/chiudere, finestra
      * AAAA-MM-GG e operazione (ENTER con PERSID pieno):
      * MOP "A" = aggiunge al casato corrente, "C" = corregge o
      * chiude la riga PHOUID (vuoto = invariato, "*" = azzerato),
      * vuoto = sola consultazione delle appartenenze
           05 M6I-PHOUID             PIC X(12).
           05 M6I-FROM               PIC X(10).
           05 M6I-TO                 PIC X(10).
           05 M6I-MOP                PIC X(1).

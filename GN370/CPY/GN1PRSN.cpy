      * path di mutazione: e' la chiave della delta-extract (GN3DELT0)
           05 PERS-UPDATED-AT       PIC X(14).
      * Verifica a doppia chiave: "N" = immessa e non ancora riletta
      * da un secondo operatore, "Y" = confermata (con l'ID del
      * verificatore collegato), blank = anteriore al flusso
           05 PERS-VERIF            PIC X(1).
           05 PERS-VERIF-OPER       PIC X(8).
      * Embargo (regole diocesane): "Y" = record riservato, visibile
      * per intero solo agli operatori ADMIN (GNOPER) e con accesso
      * registrato nel journal; gli altri vedono uno stub
           05 PERS-RESTRICTED       PIC X(1).
      * Codice parrocchia/archivio di appartenenza (GREVE, PANZANO,
      * B = prima di (BEF), F = dopo (AFT), R = intervallo (BET),
      * blank = data puntuale
           05 PERS-BDATE-QUAL       PIC X(1).
      * Filiazione: "I" = genitori ignoti, esposto documentato da una
      * scheda FOUNDLG (la linea si chiude li', non manca nulla);
      * blank = ordinaria
           05 PERS-PARENTAGE        PIC X(1).
              88 PERS-ESPOSTO          VALUE "I".
      * Spazio riservato
           05 PERS-FILL             PIC X(118).

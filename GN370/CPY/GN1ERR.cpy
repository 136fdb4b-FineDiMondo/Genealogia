      * E206 - operazione su persona soft-deleted
           05 GN1-E206               PIC X(4) VALUE "E206".
      * E207 - il nuovo padre creerebbe un ciclo nella catena
      *        PLAC-PARENT del gazetteer (o HOUS-PARENT dei casati)
           05 GN1-E207               PIC X(4) VALUE "E207".
      * E208 - luogo ancora riferito da PERS-BPLACE/PERS-DPLACE o
      *        EVNT-PLACE, non ritirabile
           05 GN1-E208               PIC X(4) VALUE "E208".
      * E209 - operatore non autorizzato alla mutazione richiesta
      *        (ruolo insufficiente dell'operatore collegato, GNOPER)
           05 GN1-E209               PIC X(4) VALUE "E209".
      * E210 - unione non plausibile rispetto alle date di nascita/
      *        morte dei coniugi (serve un override esplicito)
           05 GN1-E210               PIC X(4) VALUE "E210".
      * E211 - tipo evento fuori dalla tassonomia dei tipi evento
           05 GN1-E211               PIC X(4) VALUE "E211".
      * E212 - tipo fonte fuori dalla tassonomia delle fonti
      *        (REGISTRO, NOTARILE, CATASTO, STAMPA)
           05 GN1-E212               PIC X(4) VALUE "E212".
      * E213 - finestra di appartenenza al casato incoerente o fuori
      *        dall'arco di vita (nascita/morte) della persona
           05 GN1-E213               PIC X(4) VALUE "E213".
      * E214 - carta di registro gia' chiusa (FATTO) o atto di
      *        trascrizione incompleto per il suo tipo
           05 GN1-E214               PIC X(4) VALUE "E214".
      * E215 - nessun operatore collegato al terminale (sign-on
      *        mancante, scaduto per inattivita' o operatore non
      *        piu' attivo): la mutazione richiede il sign-on
           05 GN1-E215               PIC X(4) VALUE "E215".
      * E216 - sign-on rifiutato: operatore o PIN non validi,
      *        operatore bloccato o ritirato, PIN nuovo non valido
           05 GN1-E216               PIC X(4) VALUE "E216".
      * E301 - operazione di mutazione non riuscita (generico)
           05 GN1-E301               PIC X(4) VALUE "E301".
      * E901 - errore DL/I o I/O fatale non classificato

      *================================================================*
      * GENCLIE.CPY  VERSION 1.0                                      *
      * Aree di lavoro dell'anagrafe clienti data/CLIENTI.DAT,        *
      * condivise fra GENCLT00 (CLIENTE), GENREQ00 (RICHIESTE) e      *
      * GENCOM00 (COMMESSE). Righe del file:                          *
      *   ID|NOME|INDIRIZZO|PAESE|LINGUA|CONSENSO|CREATO-IL|EMBARGO   *
      * CONSENSO: S = il cliente accetta di essere ricontattato.      *
      * EMBARGO:  S = autorizzazione diocesana agli atti: il cliente  *
      *           puo' ricevere le persone sotto embargo            *
      *           (PERS-RESTRICTED); vuoto o N = non autorizzato.     *
      * Il programma che la include dichiara CLIENTI-FILE (FILE       *
      * STATUS CLI-FS, record CLIENTI-REC X(512)); i paragrafi sono   *
      * in GENCLIEP.CPY.                                              *
      *================================================================*
       01 CLI-FS                  PIC X(2) VALUE "00".
       01 CLI-EOF                 PIC X VALUE "N".
          88 CLI-EOF-YES          VALUE "Y".
      * campi della riga cliente
       01 CLI-R1                  PIC X(20) VALUE SPACES.
       01 CLI-R2                  PIC X(60) VALUE SPACES.
       01 CLI-R3                  PIC X(100) VALUE SPACES.
       01 CLI-R4                  PIC X(30) VALUE SPACES.
       01 CLI-R5                  PIC X(10) VALUE SPACES.
       01 CLI-R6                  PIC X(1) VALUE SPACES.
       01 CLI-R7                  PIC X(8) VALUE SPACES.
       01 CLI-R8                  PIC X(1) VALUE SPACES.
      * ricerca per ID: in ingresso CLI-CERCA-ID, in uscita il nome
      * (o il testo libero stesso, per le righe non ancora ricondotte
      * ad un cliente censito)
       01 CLI-CERCA-ID            PIC X(60) VALUE SPACES.
       01 CLI-NOME                PIC X(60) VALUE SPACES.
       01 CLI-TROVATO             PIC X VALUE "N".
          88 CLI-TROVATO-SI       VALUE "Y".

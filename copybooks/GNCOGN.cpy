      *================================================================*
      * GNCOGN.cpy  VERSION 1.0                                       *
      * Cognome con le particelle, secondo le regole di schedatura    *
      * dell'indice onomastico della societa' storica: "Luca della    *
      * Robbia" si scheda sotto DELLA ROBBIA, "Cosimo de' Medici"     *
      * sotto DE' MEDICI, "Ubaldo d'Elci" sotto D'ELCI; la particella *
      * fa parte del cognome e si ordina con lui, spazi e apostrofi   *
      * esclusi (DELLAROBBIA, DEMEDICI, DELCI). Aree del modulo       *
      * condiviso da indici, dossier, frequenze, FONETICA.DAT e       *
      * stampe ordinate; i paragrafi sono in GNCOGNP.cpy. Il          *
      * chiamante COPIA anche GENFKEY.CPY e GENFKEYP.CPY: la chiave   *
      * fonetica si calcola sulla radice senza particelle, cosi' DE'  *
      * MEDICI, DE MEDICI e MEDICI suonano uguali.                    *
      *================================================================*
      * ingresso: il nome intero, cognome in fondo (convenzione di
      * PERS-NAME)
       01 COGN-IN                 PIC X(80).
      * uscita: cognome con le particelle nella forma di stampa
      * (maiuscolo, un solo apostrofo, particella elisa attaccata),
      * nome di battesimo (le parole prima del cognome), radice (il
      * cognome senza particelle), ultima parola del nome com'e'
      * scritta (la vecchia convenzione, per i confronti), particelle
      * riconosciute e chiave fonetica della radice
       01 COGN-SURNAME            PIC X(40).
       01 COGN-GIVEN              PIC X(40).
       01 COGN-STEM               PIC X(30).
       01 COGN-LAST-WORD          PIC X(30).
       01 COGN-PART-CT            PIC 9(1).
       01 COGN-PHON-KEY           PIC X(8).
      * chiave di ordinamento: cognome di schedatura (solo lettere e
      * cifre) e nome di battesimo senza apostrofi ne' segni
       01 COGN-SORT-KEY.
          05 COGN-FILE-KEY        PIC X(30).
          05 COGN-FILE-GIVEN      PIC X(30).
      * particelle riconosciute (tipo P = staccata dalla parola
      * seguente, E = elisa, si attacca alla parola seguente) con la
      * lunghezza del testo
       01 COGN-WORDS.
          05 FILLER PIC X(8) VALUE "DI    P2".
          05 FILLER PIC X(8) VALUE "DE    P2".
          05 FILLER PIC X(8) VALUE "DE'   P3".
          05 FILLER PIC X(8) VALUE "DEI   P3".
          05 FILLER PIC X(8) VALUE "DEL   P3".
          05 FILLER PIC X(8) VALUE "DELLA P5".
          05 FILLER PIC X(8) VALUE "DELLO P5".
          05 FILLER PIC X(8) VALUE "DELLE P5".
          05 FILLER PIC X(8) VALUE "DEGLI P5".
          05 FILLER PIC X(8) VALUE "DA    P2".
          05 FILLER PIC X(8) VALUE "DAL   P3".
          05 FILLER PIC X(8) VALUE "DALLA P5".
          05 FILLER PIC X(8) VALUE "LO    P2".
          05 FILLER PIC X(8) VALUE "LA    P2".
          05 FILLER PIC X(8) VALUE "D'    E2".
          05 FILLER PIC X(8) VALUE "DELL' E5".
          05 FILLER PIC X(8) VALUE "DALL' E5".
       01 COGN-WORD-TABLE REDEFINES COGN-WORDS.
          05 COGN-W-ENTRY OCCURS 17 TIMES.
             10 COGN-W-TEXT       PIC X(6).
             10 COGN-W-KIND       PIC X(1).
             10 COGN-W-LEN        PIC 9(1).
       01 COGN-W-COUNT            PIC 9(2) VALUE 17.
      * al massimo due particelle in fila (DE LA, DI DEL)
       01 COGN-PART-MAX           PIC 9(1) VALUE 2.
      * aree di lavoro della scomposizione
       01 COGN-TOK-TABLE.
          05 COGN-TOK OCCURS 16 TIMES PIC X(30).
       01 COGN-TOK-CT             PIC 9(2).
       01 COGN-TX                 PIC 9(2).
       01 COGN-WX                 PIC 9(2).
       01 COGN-FIRST-SURN         PIC 9(2).
       01 COGN-PTR                PIC 9(3).
       01 COGN-OPTR               PIC 9(3).
       01 COGN-WORK               PIC X(80).
       01 COGN-T                  PIC X(30).
       01 COGN-T2                 PIC X(30).
       01 COGN-L                  PIC 9(2).
       01 COGN-KIND               PIC X(1).
       01 COGN-PREV-KIND          PIC X(1).
       01 COGN-LEN                PIC 9(1).
      * forma di schedatura di un testo (9870)
       01 COGN-FF-IN              PIC X(40).
       01 COGN-FF-OUT             PIC X(40).
       01 COGN-FF-SPACE           PIC X(1).
          88 COGN-FF-SPACE-YES    VALUE "Y".
       01 COGN-FF-I               PIC 9(2).
       01 COGN-FF-O               PIC 9(2).
       01 COGN-FF-C               PIC X(1).

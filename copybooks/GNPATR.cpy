      *================================================================*
      * GNPATR.cpy  VERSION 1.0                                       *
      * Catena patronimica dei registri fiorentini: "Giovanni di      *
      * Piero di Antonio Bencivenni" porta dentro il nome il padre e  *
      * il nonno. Aree della scomposizione condivisa fra la proposta  *
      * dei legami (GN3PATR0, su PERS-NAME) e la normalizzazione di   *
      * import (GN3S3NRM, sul NAME GEDCOM); i paragrafi sono in       *
      * GNPATRP.cpy. Connettivi: DI, DEL, D' e le forme del "fu"      *
      * (QUONDAM, Q., QM., FU), che dicono il padre gia' morto. Le    *
      * particelle di cognome (DE', DELLA, DA, ...) e DETTO chiudono  *
      * la catena.                                                    *
      *================================================================*
      * ingresso: il nome intero; PATR-SURNAME-LAST = "Y" quando
      * l'ultima parola e' il cognome (convenzione di PERS-NAME)
       01 PATR-IN                 PIC X(80).
       01 PATR-SURNAME-LAST       PIC X(1) VALUE "Y".
          88 PATR-SURNAME-LAST-YES VALUE "Y".
      * uscita: nome proprio, livelli della catena (1 = padre,
      * 2 = nonno, 3 = bisnonno) con il "fu" del livello, cognome
       01 PATR-GIVEN              PIC X(30).
       01 PATR-LEVEL-TABLE.
          05 PATR-LEVEL OCCURS 3 TIMES.
             10 PATR-L-NAME       PIC X(30).
             10 PATR-L-QUONDAM    PIC X(1).
       01 PATR-LEVELS             PIC 9(1).
       01 PATR-SURNAME            PIC X(40).
      * connettivi e chiusure riconosciuti (tipo C = connettivo,
      * Q = connettivo del "fu", S = chiusura della catena)
       01 PATR-WORDS.
          05 FILLER PIC X(9) VALUE "DI      C".
          05 FILLER PIC X(9) VALUE "DEL     C".
          05 FILLER PIC X(9) VALUE "D       C".
          05 FILLER PIC X(9) VALUE "D'      C".
          05 FILLER PIC X(9) VALUE "QUONDAM Q".
          05 FILLER PIC X(9) VALUE "QUOND.  Q".
          05 FILLER PIC X(9) VALUE "QUOND   Q".
          05 FILLER PIC X(9) VALUE "Q.      Q".
          05 FILLER PIC X(9) VALUE "Q       Q".
          05 FILLER PIC X(9) VALUE "QM.     Q".
          05 FILLER PIC X(9) VALUE "QM      Q".
          05 FILLER PIC X(9) VALUE "Q.M.    Q".
          05 FILLER PIC X(9) VALUE "Q.M     Q".
          05 FILLER PIC X(9) VALUE "FU      Q".
          05 FILLER PIC X(9) VALUE "DE'     S".
          05 FILLER PIC X(9) VALUE "DE      S".
          05 FILLER PIC X(9) VALUE "DELLA   S".
          05 FILLER PIC X(9) VALUE "DELLO   S".
          05 FILLER PIC X(9) VALUE "DELLE   S".
          05 FILLER PIC X(9) VALUE "DEGLI   S".
          05 FILLER PIC X(9) VALUE "DEI     S".
          05 FILLER PIC X(9) VALUE "DA      S".
          05 FILLER PIC X(9) VALUE "DAL     S".
          05 FILLER PIC X(9) VALUE "DALLA   S".
          05 FILLER PIC X(9) VALUE "DETTO   S".
          05 FILLER PIC X(9) VALUE "ALIAS   S".
       01 PATR-WORD-TABLE REDEFINES PATR-WORDS.
          05 PATR-W-ENTRY OCCURS 26 TIMES.
             10 PATR-W-TEXT       PIC X(8).
             10 PATR-W-KIND       PIC X(1).
       01 PATR-W-COUNT            PIC 9(2) VALUE 26.
      * aree di lavoro della scomposizione
       01 PATR-TOK-TABLE.
          05 PATR-TOK OCCURS 16 TIMES PIC X(20).
       01 PATR-TOK-CT             PIC 9(2).
       01 PATR-TOK-LAST           PIC 9(2).
       01 PATR-TX                 PIC 9(2).
       01 PATR-WX                 PIC 9(2).
       01 PATR-PTR                PIC 9(3).
       01 PATR-CUR                PIC 9(1).
       01 PATR-WORK               PIC X(80).
       01 PATR-T                  PIC X(20).
       01 PATR-KIND               PIC X(1).
       01 PATR-OPEN               PIC X(1).
          88 PATR-OPEN-YES        VALUE "Y".
       01 PATR-STOP               PIC X(1).
          88 PATR-STOP-YES        VALUE "Y".

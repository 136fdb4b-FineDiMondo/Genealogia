      *================================================================*
      * GNOPRIO.cpy  VERSION 1.0                                      *
      * Commarea del modulo GNOPRS0 (operatore di sessione), chiamato *
      * come CALL "GNOPRS0" USING GNOPR-IO <PCB del database>.        *
      * Funzione R: risolve l'operatore collegato al terminale        *
      * OPR-IN-LTERM (segmento SIGNON, tracciati in GNOPER) e ne      *
      * rinfresca l'ora dell'ultima transazione; una sessione ferma   *
      * da piu' di 30 minuti viene chiusa. Funzione H:                *
      * impronta del PIN OPR-IN-PIN per l'operatore OPR-IN-OPID,      *
      * nessun accesso alla base dati (sign-on IGONL08, GN3OPER0).    *
      *================================================================*
       01 GNOPR-IO.
      * funzione richiesta: R = risolvi la sessione, H = impronta PIN
          05 OPR-IN-FUNC           PIC X(1).
      * terminale (LTERM-ID dello IOPCB) per la funzione R
          05 OPR-IN-LTERM          PIC X(8).
      * operatore e PIN per la funzione H
          05 OPR-IN-OPID           PIC X(8).
          05 OPR-IN-PIN            PIC X(8).
      * esito della funzione R:
      *   spazio = sessione valida, N = nessun operatore collegato,
      *   T = sessione scaduta per inattivita' (ora chiusa),
      *   S = operatore non piu' attivo (bloccato o ritirato)
          05 OPR-OUT-FLAG          PIC X(1).
             88 OPR-SIGNED-ON      VALUE SPACE.
             88 OPR-NO-SESSION     VALUE "N".
             88 OPR-TIMED-OUT      VALUE "T".
             88 OPR-SUSPENDED      VALUE "S".
      * operatore collegato, suo nome e ruolo (spazi se non valido)
          05 OPR-OUT-OPID          PIC X(8).
          05 OPR-OUT-NAME          PIC X(40).
          05 OPR-OUT-ROLE          PIC X(8).
             88 OPR-ROLE-READ      VALUE "READ".
             88 OPR-ROLE-MAINTAIN  VALUE "MAINTAIN".
             88 OPR-ROLE-ADMIN     VALUE "ADMIN".
      * inizio della sessione e sign-on precedente dell'operatore
          05 OPR-OUT-START-TS      PIC X(14).
          05 OPR-OUT-PREV-SIGNON   PIC X(14).
      * impronta calcolata dalla funzione H
          05 OPR-OUT-HASH          PIC 9(9).

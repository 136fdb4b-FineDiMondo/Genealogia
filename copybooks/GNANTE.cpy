      *================================================================*
      * GNANTE.cpy  VERSION 1.0                                       *
      * Chiusura degli antenati (antenati.ext, scritto ogni notte da  *
      * GN3XTR00 dopo relate.ext): una riga per coppia discendente/   *
      * antenato sui legami RELATE PADRE/MADRE, con la distanza in    *
      * generazioni, il lato (P paterno, M materno, E entrambi:       *
      * l'antenato si raggiunge sia dal padre sia dalla madre) e il   *
      * legame piu' debole della catena piu' corta (blank provato,    *
      * B probabile, H ipotesi di lavoro). Il file e' ordinato su     *
      * discendente + antenato; i cicli sono gia' stati scartati e    *
      * segnalati da GN3XTR00.                                        *
      * Il tracciato ANTE-REC serve a chi scrive e a chi legge. Chi   *
      * legge dichiara anche                                          *
      *     SELECT ANTE-FILE ASSIGN TO DYNAMIC ANTE-FILE-NAME         *
      *         ORGANIZATION IS LINE SEQUENTIAL                       *
      *         FILE STATUS IS ANTE-FS.                               *
      *     FD  ANTE-FILE.                                            *
      *     01  ANTE-FILE-REC          PIC X(40).                     *
      * e usa i paragrafi di GNANTEP.cpy: 9770 carica la tavola,      *
      * 9780 trova gli antenati di un discendente, 9790 dice se X e'  *
      * antenato di Y e a quante generazioni.                         *
      *================================================================*
       01 ANTE-REC.
          05 ANTE-KEY.
             10 ANTE-DESC         PIC X(12).
             10 ANTE-ANC          PIC X(12).
          05 ANTE-GEN             PIC 9(3).
          05 ANTE-SIDE            PIC X(1).
             88 ANTE-PATERNAL     VALUE "P".
             88 ANTE-MATERNAL     VALUE "M".
             88 ANTE-BOTH-SIDES   VALUE "E".
          05 ANTE-PROOF           PIC X(1).
          05 FILLER               PIC X(11).
      * file da caricare (<dir-estratti>/antenati.ext) e stato
       01 ANTE-FILE-NAME          PIC X(200) VALUE SPACES.
       01 ANTE-FS                 PIC X(2) VALUE "00".
       01 ANTE-EOF                PIC X(1) VALUE "N".
          88 ANTE-EOF-YES         VALUE "Y".
      * generazioni da tenere in tavola (0 = tutte) e righe scartate
      * per tavola piena
       01 ANTE-MAX-GEN            PIC 9(3) VALUE 0.
       01 ANTE-OVERFLOW           PIC 9(7) VALUE 0.
       01 ANTE-LOADED-SW          PIC X(1) VALUE "N".
          88 ANTE-LOADED          VALUE "Y".
      * tavola in memoria nell'ordine del file, per SEARCH ALL
       01 ANTE-COUNT              PIC 9(5) VALUE 0.
       01 ANTE-TABLE.
          05 ANTE-ENTRY OCCURS 1 TO 30000 TIMES
                DEPENDING ON ANTE-COUNT
                ASCENDING KEY IS ANTE-T-DESC ANTE-T-ANC
                INDEXED BY ANTE-TX.
             10 ANTE-T-DESC       PIC X(12).
             10 ANTE-T-ANC        PIC X(12).
             10 ANTE-T-GEN        PIC 9(3).
             10 ANTE-T-SIDE       PIC X(1).
             10 ANTE-T-PROOF      PIC X(1).
      * ingresso delle ricerche
       01 ANTE-FIND-DESC          PIC X(12) VALUE SPACES.
       01 ANTE-FIND-ANC           PIC X(12) VALUE SPACES.
      * uscita di 9780: righe ANTE-FIRST..ANTE-LAST (0 = nessuna)
       01 ANTE-FIRST              PIC 9(5) VALUE 0.
       01 ANTE-LAST               PIC 9(5) VALUE 0.
      * uscita di 9790
       01 ANTE-FOUND-SW           PIC X(1) VALUE "N".
          88 ANTE-FOUND           VALUE "Y".
       01 ANTE-FOUND-GEN          PIC 9(3) VALUE 0.
       01 ANTE-FOUND-SIDE         PIC X(1) VALUE SPACE.
       01 ANTE-FOUND-PROOF        PIC X(1) VALUE SPACE.
       01 ANTE-IX                 PIC 9(5) VALUE 0.

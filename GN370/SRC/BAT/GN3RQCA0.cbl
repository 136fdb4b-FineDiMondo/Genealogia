       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3RQCA0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Candidati notturni per le richieste di ricerca. Ogni
                riga di data/RICHIESTE.DAT (GENREQ00) porta soggetto,
                anno e luogo; invece delle FIND, FIND SOUNDS e
                ricerche per distanza fatte a mano dal ricercatore,
                questo passo del giro notturno confronta ogni
                richiesta aperta, e ogni richiesta chiusa senza
                persona trovata, con tutte le PERSON a database:
                  cognome   chiave fonetica uguale 40, a distanza
                            1 20 (oltre: nessun candidato); e' la
                            chiave di data/FONETICA.DAT, calcolata
                            qui dal nome della PERSON
                  nome      uguale dopo il dizionario di
                            equivalenza (GNGNEQV + data/NOMIEQV.DAT)
                            30, stessa iniziale 10
                  nascita   anno entro 1 da ANNO 20, entro la
                            finestra 10 (fuori finestra: nessun
                            candidato)
                  luogo     luogo di nascita uguale al luogo
                            chiesto 20, entro il raggio 10 (oltre il
                            raggio: nessun candidato); distanza sulle
                            coordinate PLAC-LAT/PLAC-LON con la
                            formula di GN3GEOD0
                provando il soggetto nei due ordini (nome cognome /
                cognome nome). I primi cinque candidati sopra soglia
                di ogni richiesta che non le erano gia' stati proposti
                si accodano alla worklist della richiesta,
                data/CANDIDATI.DAT:
                  RICH-ID|PERS-ID|PUNTI|PROPOSTO-IL|CANDIDATO
                (RICHIESTE CANDIDATI <ID> la mostra). Cosi' una
                persona entrata a database con una nuova trascrizione
                diventa candidata la notte stessa; se la richiesta
                era stata chiusa senza esito, torna APERTA con la
                nota nell'ESITO e una riga di giornale, sotto il lock
                esclusivo del CLI (data/ARCHIVIO.LCK). Con il lock
                occupato la riapertura si rimanda alla notte dopo e
                il passo torna 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RICHIESTE-FILE ASSIGN TO "data/RICHIESTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FS.
           SELECT RICHIESTE-OUT-FILE
               ASSIGN TO "data/RICHIESTE.DAT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.
           SELECT CANDIDATI-FILE ASSIGN TO "data/CANDIDATI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAN-FS.
           SELECT NOMIEQV-FILE ASSIGN TO "data/NOMIEQV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEQ-FS.
           SELECT LOCK-FILE ASSIGN TO "data/ARCHIVIO.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-FS.
           SELECT GIORNALE-FILE ASSIGN TO "data/GIORNALE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FS.
           SELECT SORT-WORK ASSIGN TO DYNAMIC WS-SORT-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  RICHIESTE-FILE.
       01  RICHIESTE-REC         PIC X(512).

       FD  RICHIESTE-OUT-FILE.
       01  RICHIESTE-OUT-REC     PIC X(512).

       FD  CANDIDATI-FILE.
       01  CANDIDATI-REC         PIC X(200).

       FD  NOMIEQV-FILE.
       01  NOMIEQV-REC           PIC X(40).

       FD  LOCK-FILE.
       01  LOCK-REC              PIC X(14).

       FD  GIORNALE-FILE.
       01  GIORNALE-REC.
           05 GIO-TS             PIC X(14).
           05 FILLER             PIC X(1).
           05 GIO-OP             PIC X(12).
           05 FILLER             PIC X(1).
           05 GIO-ID             PIC X(20).
           05 FILLER             PIC X(1).
           05 GIO-BEFORE         PIC X(240).
           05 GIO-AFTER          PIC X(240).

       SD  SORT-WORK.
       01  SORT-REC.
           05 SORT-Q-IX          PIC 9(4).
           05 SORT-SCORE-INV     PIC 9(3).
           05 SORT-P-IX          PIC 9(5).
           05 SORT-SCORE         PIC 9(3).

       WORKING-STORAGE SECTION.
       77  WS-SORT-FILE          PIC X(64)
           VALUE "work/gn3rqca-sort.tmp".
       77  WS-REQ-FS             PIC X(2) VALUE "00".
       77  WS-OUT-FS             PIC X(2) VALUE "00".
       77  WS-CAN-FS             PIC X(2) VALUE "00".
       77  WS-LCK-FS             PIC X(2) VALUE "00".
       77  WS-JRN-FS             PIC X(2) VALUE "00".
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-WINDOW             PIC 9(2) VALUE 5.
       77  WS-WINDOW-ARG         PIC X(2) VALUE SPACES.
       77  WS-RADIUS-KM          PIC 9(5) VALUE 25.
       77  WS-RADIUS-ARG         PIC X(5) VALUE SPACES.
       77  WS-THRESHOLD          PIC 9(3) VALUE 50.
       77  WS-THRESH-ARG         PIC X(3) VALUE SPACES.
       77  WS-OPEN-CT            PIC 9(5) VALUE 0.
       77  WS-CLOSED-CT          PIC 9(5) VALUE 0.
       77  WS-NOCAND-CT          PIC 9(5) VALUE 0.
       77  WS-CAND-CT            PIC 9(7) VALUE 0.
       77  WS-KNOWN-CT           PIC 9(7) VALUE 0.
       77  WS-REOPEN-CT          PIC 9(5) VALUE 0.
       77  WS-NOPLACE-CT         PIC 9(5) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".

      * CAMPI DELLA RIGA RICHIESTA (TRACCIATO DI GENREQ00)
       01  WS-R1                 PIC X(20) VALUE SPACES.
       01  WS-R2                 PIC X(60) VALUE SPACES.
       01  WS-R3                 PIC X(60) VALUE SPACES.
       01  WS-R4                 PIC X(10) VALUE SPACES.
       01  WS-R5                 PIC X(40) VALUE SPACES.
       01  WS-R6                 PIC X(20) VALUE SPACES.
       01  WS-R7                 PIC X(100) VALUE SPACES.
       01  WS-R8                 PIC X(10) VALUE SPACES.
       01  WS-R9                 PIC X(60) VALUE SPACES.
       01  WS-R10                PIC X(14) VALUE SPACES.

      * RICHIESTE DA ABBINARE: APERTE (A) O CHIUSE SENZA PERSONA (C)
       01  WS-Q-TABLE.
           05 WS-Q-ENTRY OCCURS 1000 TIMES.
              10 WS-Q-ID         PIC X(20).
              10 WS-Q-SUBJ       PIC X(60).
              10 WS-Q-YEAR       PIC 9(4).
              10 WS-Q-PL-IX      PIC 9(4).
              10 WS-Q-STATE      PIC X(1).
              10 WS-Q-NEW        PIC X(1).
       01  WS-Q-COUNT            PIC 9(4) VALUE 0.
       01  WS-Q-IX               PIC 9(4) VALUE 0.

      * PERSONE NON CANCELLATE, CON NOME DI BATTESIMO CANONICO,
      * CHIAVE FONETICA DEL COGNOME E LUOGO DI NASCITA NEL GAZETTEER
       01  WS-P-TABLE.
           05 WS-P-ENTRY OCCURS 5000 TIMES.
              10 WS-P-ID         PIC X(12).
              10 WS-P-NAME       PIC X(40).
              10 WS-P-GIVEN      PIC X(15).
              10 WS-P-SKEY       PIC X(8).
              10 WS-P-BDATE      PIC X(10).
              10 WS-P-BPLACE     PIC X(12).
              10 WS-P-PL-IX      PIC 9(4).
       01  WS-P-COUNT            PIC 9(5) VALUE 0.
       01  WS-P-IX               PIC 9(5) VALUE 0.

      * GAZETTEER CON COORDINATE (COME GN3GEOD0) E STORIA DEI NOMI
       01  WS-PL-TABLE.
           05 WS-PL-ENTRY OCCURS 2000 TIMES.
              10 WS-PL-ID        PIC X(12).
              10 WS-PL-NAME      PIC X(60).
              10 WS-PL-GEO       PIC X(1).
              10 WS-PL-LAT       PIC S9(3)V9(6) COMP-3.
              10 WS-PL-LON       PIC S9(3)V9(6) COMP-3.
       01  WS-PL-COUNT           PIC 9(4) VALUE 0.
       01  WS-PL-IX              PIC 9(4) VALUE 0.
       01  WS-PN-TABLE.
           05 WS-PN-ENTRY OCCURS 2000 TIMES.
              10 WS-PN-PLAC      PIC X(12).
              10 WS-PN-NAME      PIC X(60).
              10 WS-PN-FROM      PIC X(10).
              10 WS-PN-TO        PIC X(10).
       01  WS-PN-COUNT           PIC 9(4) VALUE 0.
       01  WS-PN-IX              PIC 9(4) VALUE 0.
       01  WS-TOWN-U             PIC X(60) VALUE SPACES.
       01  WS-TOWN-PLACE         PIC X(12) VALUE SPACES.
       01  WS-LOOKUP-ID          PIC X(12) VALUE SPACES.
       01  WS-FOUND-IX           PIC 9(4) VALUE 0.

      * COPPIE RICHIESTA/PERSONA GIA' PROPOSTE NELLE NOTTI PRECEDENTI
       01  WS-K-TABLE.
           05 WS-K-ENTRY OCCURS 8000 TIMES.
              10 WS-K-REQ        PIC X(20).
              10 WS-K-PERS       PIC X(12).
       01  WS-K-COUNT            PIC 9(4) VALUE 0.
       01  WS-K-IX               PIC 9(4) VALUE 0.
       01  WS-K-REQ-IN           PIC X(20) VALUE SPACES.
       01  WS-K-PERS-IN          PIC X(12) VALUE SPACES.

      * PUNTEGGIO DI UNA COPPIA RICHIESTA/PERSONA
       01  WS-SCORE              PIC 9(3) VALUE 0.
       01  WS-SCORE-A            PIC 9(3) VALUE 0.
       01  WS-SCORE-B            PIC 9(3) VALUE 0.
       01  WS-NAME-SCORE         PIC 9(3) VALUE 0.
       01  WS-ONE-WORD           PIC X VALUE "N".
           88 ONE-WORD-YES       VALUE "Y".
       01  WS-FIRST-WORD         PIC X(40) VALUE SPACES.
       01  WS-LAST-WORD          PIC X(40) VALUE SPACES.
       01  WS-FIRST-GIVEN        PIC X(15) VALUE SPACES.
       01  WS-LAST-GIVEN         PIC X(15) VALUE SPACES.
       01  WS-FIRST-KEY          PIC X(8) VALUE SPACES.
       01  WS-LAST-KEY           PIC X(8) VALUE SPACES.
       01  WS-TRY-GIVEN          PIC X(15) VALUE SPACES.
       01  WS-TRY-KEY            PIC X(8) VALUE SPACES.
       01  WS-BIRTH-YEAR         PIC 9(4) VALUE 0.
       01  WS-YEAR-DIFF          PIC 9(4) VALUE 0.
       01  WS-WORD-IX            PIC 9(4) VALUE 0.
       01  WS-WORD-LEN           PIC 9(4) VALUE 0.
       01  WS-SPLIT-IN           PIC X(60) VALUE SPACES.
       01  WS-SPLIT-FIRST        PIC X(40) VALUE SPACES.
       01  WS-SPLIT-LAST         PIC X(40) VALUE SPACES.
       01  WS-PREV-Q-IX          PIC 9(4) VALUE 0.
       01  WS-ROW-CAND           PIC 9(3) VALUE 0.
       01  WS-SCORE-ED           PIC ZZ9.
       01  WS-TODAY              PIC X(8) VALUE SPACES.

      * CALCOLO DELLA DISTANZA (GRADI -> KM, FORMULA DI GN3GEOD0)
       01  WS-CENTER-IX          PIC 9(4) VALUE 0.
       01  WS-D-LAT              PIC S9(3)V9(6) COMP-3 VALUE 0.
       01  WS-D-LON              PIC S9(3)V9(6) COMP-3 VALUE 0.
       01  WS-COS-LAT            PIC S9(1)V9(8) COMP-3 VALUE 0.
       01  WS-RAD-LAT            PIC S9(3)V9(8) COMP-3 VALUE 0.
       01  WS-DIST-KM            PIC 9(5)V9(2) COMP-3 VALUE 0.

      * RIAPERTURA DELLE RICHIESTE CHIUSE SENZA ESITO
       01  WS-NEW-REC            PIC X(512) VALUE SPACES.
       01  WS-LOCK-HELD          PIC X VALUE "N".
           88 LOCK-HELD          VALUE "Y".
       01  WS-JRN-OP             PIC X(12) VALUE SPACES.
       01  WS-JRN-ID             PIC X(20) VALUE SPACES.
       01  WS-JRN-BEFORE         PIC X(240) VALUE SPACES.
       01  WS-JRN-AFTER          PIC X(240) VALUE SPACES.

      * DIZIONARIO DI EQUIVALENZA DEI NOMI DI BATTESIMO (COME
      * GN3DUP00: DEFAULT COMPILATI PIU' data/NOMIEQV.DAT)
       01  WS-NEQ-FS             PIC X(2) VALUE "00".
       01  WS-NEQ-EOF            PIC X VALUE "N".
           88 NEQ-EOF-YES        VALUE "Y".
       COPY "GNGNEQV.cpy".

      * CHIAVE FONETICA DEI COGNOMI (LA STESSA DI data/FONETICA.DAT)
       COPY "GENFKEY.CPY".

       01  WS-SW.
           10 WS-EOF             PIC X VALUE "N".
              88 EOF-YES         VALUE "Y".
           10 WS-SORT-EOF        PIC X VALUE "N".
              88 SORT-EOF-YES    VALUE "Y".
           10 WS-KNOWN           PIC X VALUE "N".
              88 KNOWN-YES       VALUE "Y".

       COPY GN1PRSN.
       COPY GN1PLAC.
       COPY GN1PNAM.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC >= 1
             ACCEPT WS-WINDOW-ARG FROM ARGUMENT-VALUE
             IF FUNCTION TRIM(WS-WINDOW-ARG) IS NUMERIC
               MOVE FUNCTION TRIM(WS-WINDOW-ARG) TO WS-WINDOW
             END-IF
           END-IF
           IF WS-ARGC >= 2
             ACCEPT WS-RADIUS-ARG FROM ARGUMENT-VALUE
             IF FUNCTION TRIM(WS-RADIUS-ARG) IS NUMERIC
               MOVE FUNCTION TRIM(WS-RADIUS-ARG) TO WS-RADIUS-KM
             END-IF
           END-IF
           IF WS-ARGC >= 3
             ACCEPT WS-THRESH-ARG FROM ARGUMENT-VALUE
             IF FUNCTION TRIM(WS-THRESH-ARG) IS NUMERIC
               MOVE FUNCTION TRIM(WS-THRESH-ARG) TO WS-THRESHOLD
             END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM 0500-LOAD-NAME-EQUIV
           PERFORM 1100-LOAD-PLACES
           PERFORM 1150-LOAD-PLACE-NAMES
           PERFORM 1000-LOAD-PERSONS
           PERFORM 1200-LOAD-REQUESTS
           IF WS-Q-COUNT = 0
             DISPLAY "GN3RQCA0: NESSUNA RICHIESTA DA ABBINARE"
             MOVE 0 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 1300-LOAD-KNOWN-CANDIDATES

           SORT SORT-WORK
               ON ASCENDING KEY SORT-Q-IX SORT-SCORE-INV
               INPUT PROCEDURE 3000-PROPOSE-CANDIDATES
               OUTPUT PROCEDURE 4000-APPEND-CANDIDATES

           MOVE 0 TO RETURN-CODE
           PERFORM 5000-REOPEN-REQUESTS

           DISPLAY "GN3RQCA0: RICHIESTE APERTE      = " WS-OPEN-CT
           DISPLAY "GN3RQCA0: CHIUSE SENZA ESITO    = " WS-CLOSED-CT
           DISPLAY "GN3RQCA0: LUOGO NON RISOLTO     = " WS-NOPLACE-CT
           DISPLAY "GN3RQCA0: SENZA CANDIDATI       = " WS-NOCAND-CT
           DISPLAY "GN3RQCA0: CANDIDATI NUOVI       = " WS-CAND-CT
           DISPLAY "GN3RQCA0: GIA' PROPOSTI         = " WS-KNOWN-CT
           DISPLAY "GN3RQCA0: RICHIESTE RIAPERTE    = " WS-REOPEN-CT
           GOBACK.

       0500-LOAD-NAME-EQUIV.
           MOVE 0 TO GNEQ-EXT-COUNT
           MOVE "N" TO WS-NEQ-EOF
           OPEN INPUT NOMIEQV-FILE
           IF WS-NEQ-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL NEQ-EOF-YES OR GNEQ-EXT-COUNT >= 80
             READ NOMIEQV-FILE
               AT END
                 MOVE "Y" TO WS-NEQ-EOF
               NOT AT END
                 IF NOMIEQV-REC NOT = SPACES
                    AND NOMIEQV-REC(1:1) NOT = "#"
                   ADD 1 TO GNEQ-EXT-COUNT
                   UNSTRING NOMIEQV-REC DELIMITED BY "|"
                     INTO GNEQ-EXT-FORM(GNEQ-EXT-COUNT)
                          GNEQ-EXT-CANON(GNEQ-EXT-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE NOMIEQV-FILE
           .

       1000-LOAD-PERSONS.
           MOVE 0 TO WS-P-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-P-COUNT >= 5000
             IF PERS-IS-DELETED NOT = "Y" AND PERS-NAME NOT = SPACES
               ADD 1 TO WS-P-COUNT
               MOVE PERS-ID TO WS-P-ID(WS-P-COUNT)
               MOVE PERS-NAME TO WS-P-NAME(WS-P-COUNT)
               MOVE PERS-BDATE TO WS-P-BDATE(WS-P-COUNT)
               MOVE PERS-BPLACE TO WS-P-BPLACE(WS-P-COUNT)
               MOVE PERS-BPLACE TO WS-LOOKUP-ID
               PERFORM 8100-FIND-PLACE-INDEX
               MOVE WS-FOUND-IX TO WS-P-PL-IX(WS-P-COUNT)
               MOVE FUNCTION UPPER-CASE(PERS-NAME) TO WS-SPLIT-IN
               PERFORM 8500-SPLIT-NAME
               MOVE WS-SPLIT-FIRST TO GNEQ-LOOKUP
               PERFORM 8600-RESOLVE-GIVEN-NAME
               IF GNEQ-RESULT NOT = SPACES
                 MOVE GNEQ-RESULT TO WS-P-GIVEN(WS-P-COUNT)
               ELSE
                 MOVE WS-SPLIT-FIRST TO WS-P-GIVEN(WS-P-COUNT)
               END-IF
               MOVE WS-SPLIT-LAST TO FKEY-IN
               PERFORM 9100-BUILD-PHONETIC-KEY
               MOVE FKEY-OUT TO WS-P-SKEY(WS-P-COUNT)
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PRSN-SEG
           END-PERFORM
           .

       1100-LOAD-PLACES.
           MOVE 0 TO WS-PL-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PLAC-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-PL-COUNT >= 2000
             ADD 1 TO WS-PL-COUNT
             MOVE PLAC-ID TO WS-PL-ID(WS-PL-COUNT)
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PLAC-NAME))
               TO WS-PL-NAME(WS-PL-COUNT)
             IF PLAC-LAT NOT = SPACES AND PLAC-LON NOT = SPACES
               MOVE "Y" TO WS-PL-GEO(WS-PL-COUNT)
               COMPUTE WS-PL-LAT(WS-PL-COUNT) =
                 FUNCTION NUMVAL(PLAC-LAT)
               COMPUTE WS-PL-LON(WS-PL-COUNT) =
                 FUNCTION NUMVAL(PLAC-LON)
             ELSE
               MOVE "N" TO WS-PL-GEO(WS-PL-COUNT)
               MOVE 0 TO WS-PL-LAT(WS-PL-COUNT)
               MOVE 0 TO WS-PL-LON(WS-PL-COUNT)
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PLAC-SEG
           END-PERFORM
           .

       1150-LOAD-PLACE-NAMES.
           MOVE 0 TO WS-PN-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PNAM-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-PN-COUNT >= 2000
             ADD 1 TO WS-PN-COUNT
             MOVE PNAM-PLAC TO WS-PN-PLAC(WS-PN-COUNT)
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PNAM-NAME))
               TO WS-PN-NAME(WS-PN-COUNT)
             MOVE PNAM-FROM TO WS-PN-FROM(WS-PN-COUNT)
             MOVE PNAM-TO TO WS-PN-TO(WS-PN-COUNT)
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PNAM-SEG
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Richieste da abbinare: le aperte e le chiuse senza PERS-ID     *
      * (chiuse "non trovato"); quelle chiuse con una persona sono     *
      * risolte e non si toccano.                                      *
      *----------------------------------------------------------------*
       1200-LOAD-REQUESTS.
           MOVE 0 TO WS-Q-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT RICHIESTE-FILE
           IF WS-REQ-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-YES
             READ RICHIESTE-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF RICHIESTE-REC NOT = SPACES
                    AND RICHIESTE-REC(1:1) NOT = "#"
                   PERFORM 8000-SPLIT-REQUEST-ROW
                   PERFORM 1210-STORE-REQUEST
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RICHIESTE-FILE
           .

       1210-STORE-REQUEST.
           IF FUNCTION TRIM(WS-R3) = SPACES
             EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-R8) = "CHIUSA"
              AND WS-R6 NOT = SPACES
             EXIT PARAGRAPH
           END-IF
           IF WS-Q-COUNT >= 1000
             DISPLAY "GN3RQCA0: TAVOLA RICHIESTE PIENA, SALTATA "
                     FUNCTION TRIM(WS-R1)
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Q-COUNT
           MOVE WS-R1 TO WS-Q-ID(WS-Q-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-R3))
             TO WS-Q-SUBJ(WS-Q-COUNT)
           MOVE 0 TO WS-Q-YEAR(WS-Q-COUNT)
           IF WS-R4(1:4) IS NUMERIC
             MOVE WS-R4(1:4) TO WS-Q-YEAR(WS-Q-COUNT)
           END-IF
           MOVE "N" TO WS-Q-NEW(WS-Q-COUNT)
           IF FUNCTION TRIM(WS-R8) = "CHIUSA"
             MOVE "C" TO WS-Q-STATE(WS-Q-COUNT)
             ADD 1 TO WS-CLOSED-CT
           ELSE
             MOVE "A" TO WS-Q-STATE(WS-Q-COUNT)
             ADD 1 TO WS-OPEN-CT
           END-IF
           MOVE 0 TO WS-Q-PL-IX(WS-Q-COUNT)
           IF WS-R5 NOT = SPACES
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-R5))
               TO WS-TOWN-U
             PERFORM 2200-RESOLVE-PLACE
             IF WS-TOWN-PLACE NOT = SPACES
               MOVE WS-TOWN-PLACE TO WS-LOOKUP-ID
               PERFORM 8100-FIND-PLACE-INDEX
               MOVE WS-FOUND-IX TO WS-Q-PL-IX(WS-Q-COUNT)
             ELSE
               ADD 1 TO WS-NOPLACE-CT
             END-IF
           END-IF
           .

       1300-LOAD-KNOWN-CANDIDATES.
           MOVE 0 TO WS-K-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT CANDIDATI-FILE
           IF WS-CAN-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-YES OR WS-K-COUNT >= 8000
             READ CANDIDATI-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF CANDIDATI-REC NOT = SPACES
                    AND CANDIDATI-REC(1:1) NOT = "#"
                   ADD 1 TO WS-K-COUNT
                   UNSTRING CANDIDATI-REC DELIMITED BY "|"
                     INTO WS-K-REQ(WS-K-COUNT)
                          WS-K-PERS(WS-K-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CANDIDATI-FILE
           .

      *----------------------------------------------------------------*
      * Luogo della richiesta nel gazetteer: il nome corrente, poi una *
      * forma storica PLACNAM valida nell'anno chiesto, poi qualunque  *
      * forma storica (come il paese d'origine di GN3EMIL0).           *
      *----------------------------------------------------------------*
       2200-RESOLVE-PLACE.
           MOVE SPACES TO WS-TOWN-PLACE
           PERFORM VARYING WS-PL-IX FROM 1 BY 1
               UNTIL WS-PL-IX > WS-PL-COUNT
                  OR WS-TOWN-PLACE NOT = SPACES
             IF WS-PL-NAME(WS-PL-IX) = WS-TOWN-U
               MOVE WS-PL-ID(WS-PL-IX) TO WS-TOWN-PLACE
             END-IF
           END-PERFORM
           IF WS-Q-YEAR(WS-Q-COUNT) > 0
             PERFORM VARYING WS-PN-IX FROM 1 BY 1
                 UNTIL WS-PN-IX > WS-PN-COUNT
                    OR WS-TOWN-PLACE NOT = SPACES
               IF WS-PN-NAME(WS-PN-IX) = WS-TOWN-U
                  AND (WS-PN-FROM(WS-PN-IX) = SPACES
                       OR WS-PN-FROM(WS-PN-IX)(1:4)
                          <= WS-Q-YEAR(WS-Q-COUNT))
                  AND (WS-PN-TO(WS-PN-IX) = SPACES
                       OR WS-PN-TO(WS-PN-IX)(1:4)
                          >= WS-Q-YEAR(WS-Q-COUNT))
                 MOVE WS-PN-PLAC(WS-PN-IX) TO WS-TOWN-PLACE
               END-IF
             END-PERFORM
           END-IF
           PERFORM VARYING WS-PN-IX FROM 1 BY 1
               UNTIL WS-PN-IX > WS-PN-COUNT
                  OR WS-TOWN-PLACE NOT = SPACES
             IF WS-PN-NAME(WS-PN-IX) = WS-TOWN-U
               MOVE WS-PN-PLAC(WS-PN-IX) TO WS-TOWN-PLACE
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Proposta: per ogni richiesta il soggetto si spezza in prima e  *
      * ultima parola (nome canonico e chiave fonetica di ciascuna),   *
      * poi ogni persona prende il punteggio migliore fra i due ordini.*
      *----------------------------------------------------------------*
       3000-PROPOSE-CANDIDATES.
           PERFORM VARYING WS-Q-IX FROM 1 BY 1
               UNTIL WS-Q-IX > WS-Q-COUNT
             PERFORM 3100-PREPARE-REQUEST
             MOVE 0 TO WS-ROW-CAND
             PERFORM VARYING WS-P-IX FROM 1 BY 1
                 UNTIL WS-P-IX > WS-P-COUNT
               PERFORM 3200-SCORE-PERSON
               IF WS-SCORE >= WS-THRESHOLD
                 ADD 1 TO WS-ROW-CAND
                 MOVE SPACES TO SORT-REC
                 MOVE WS-Q-IX TO SORT-Q-IX
                 COMPUTE SORT-SCORE-INV = 999 - WS-SCORE
                 MOVE WS-P-IX TO SORT-P-IX
                 MOVE WS-SCORE TO SORT-SCORE
                 RELEASE SORT-REC
               END-IF
             END-PERFORM
             IF WS-ROW-CAND = 0
               ADD 1 TO WS-NOCAND-CT
             END-IF
           END-PERFORM
           .

       3100-PREPARE-REQUEST.
           MOVE WS-Q-SUBJ(WS-Q-IX) TO WS-SPLIT-IN
           PERFORM 8500-SPLIT-NAME
           MOVE WS-SPLIT-FIRST TO WS-FIRST-WORD
           MOVE WS-SPLIT-LAST TO WS-LAST-WORD
           MOVE "N" TO WS-ONE-WORD
           IF FUNCTION TRIM(WS-SPLIT-IN) = WS-SPLIT-FIRST
             MOVE "Y" TO WS-ONE-WORD
           END-IF
           MOVE WS-FIRST-WORD TO GNEQ-LOOKUP
           PERFORM 8600-RESOLVE-GIVEN-NAME
           IF GNEQ-RESULT NOT = SPACES
             MOVE GNEQ-RESULT TO WS-FIRST-GIVEN
           ELSE
             MOVE WS-FIRST-WORD TO WS-FIRST-GIVEN
           END-IF
           MOVE WS-LAST-WORD TO GNEQ-LOOKUP
           PERFORM 8600-RESOLVE-GIVEN-NAME
           IF GNEQ-RESULT NOT = SPACES
             MOVE GNEQ-RESULT TO WS-LAST-GIVEN
           ELSE
             MOVE WS-LAST-WORD TO WS-LAST-GIVEN
           END-IF
           MOVE WS-FIRST-WORD TO FKEY-IN
           PERFORM 9100-BUILD-PHONETIC-KEY
           MOVE FKEY-OUT TO WS-FIRST-KEY
           MOVE WS-LAST-WORD TO FKEY-IN
           PERFORM 9100-BUILD-PHONETIC-KEY
           MOVE FKEY-OUT TO WS-LAST-KEY
      *    IL CENTRO DEL RAGGIO E' IL LUOGO CHIESTO, SE GEOREFERENZIATO
           MOVE 0 TO WS-CENTER-IX
           IF WS-Q-PL-IX(WS-Q-IX) > 0
             MOVE WS-Q-PL-IX(WS-Q-IX) TO WS-CENTER-IX
             IF WS-PL-GEO(WS-CENTER-IX) = "Y"
               COMPUTE WS-RAD-LAT =
                 WS-PL-LAT(WS-CENTER-IX) * 3.14159265 / 180
               COMPUTE WS-COS-LAT = FUNCTION COS(WS-RAD-LAT)
             END-IF
           END-IF
           .

       3200-SCORE-PERSON.
           MOVE 0 TO WS-SCORE
      *    ORDINE NOME COGNOME (UNA SOLA PAROLA: E' IL COGNOME)
           MOVE WS-FIRST-GIVEN TO WS-TRY-GIVEN
           MOVE WS-LAST-KEY TO WS-TRY-KEY
           PERFORM 3210-SCORE-NAME
           MOVE WS-NAME-SCORE TO WS-SCORE-A
      *    ORDINE COGNOME NOME
           MOVE 0 TO WS-SCORE-B
           IF NOT ONE-WORD-YES
             MOVE WS-LAST-GIVEN TO WS-TRY-GIVEN
             MOVE WS-FIRST-KEY TO WS-TRY-KEY
             PERFORM 3210-SCORE-NAME
             MOVE WS-NAME-SCORE TO WS-SCORE-B
           END-IF
           IF WS-SCORE-A >= WS-SCORE-B
             MOVE WS-SCORE-A TO WS-SCORE
           ELSE
             MOVE WS-SCORE-B TO WS-SCORE
           END-IF
           IF WS-SCORE = 0
             EXIT PARAGRAPH
           END-IF
      *    FINESTRA DELL'ANNO: FUORI FINESTRA NON E' LUI
           IF WS-Q-YEAR(WS-Q-IX) > 0
              AND WS-P-BDATE(WS-P-IX)(1:4) IS NUMERIC
             MOVE WS-P-BDATE(WS-P-IX)(1:4) TO WS-BIRTH-YEAR
             IF WS-BIRTH-YEAR > WS-Q-YEAR(WS-Q-IX)
               COMPUTE WS-YEAR-DIFF =
                 WS-BIRTH-YEAR - WS-Q-YEAR(WS-Q-IX)
             ELSE
               COMPUTE WS-YEAR-DIFF =
                 WS-Q-YEAR(WS-Q-IX) - WS-BIRTH-YEAR
             END-IF
             IF WS-YEAR-DIFF > WS-WINDOW
               MOVE 0 TO WS-SCORE
               EXIT PARAGRAPH
             END-IF
             IF WS-YEAR-DIFF <= 1
               ADD 20 TO WS-SCORE
             ELSE
               ADD 10 TO WS-SCORE
             END-IF
           END-IF
      *    LUOGO CHIESTO CONTRO LUOGO DI NASCITA: STESSO LUOGO O
      *    ENTRO IL RAGGIO; OLTRE IL RAGGIO NON E' LUI
           IF WS-CENTER-IX > 0 AND WS-P-PL-IX(WS-P-IX) > 0
             IF WS-P-PL-IX(WS-P-IX) = WS-CENTER-IX
               ADD 20 TO WS-SCORE
             ELSE
               IF WS-PL-GEO(WS-CENTER-IX) = "Y"
                  AND WS-PL-GEO(WS-P-PL-IX(WS-P-IX)) = "Y"
                 PERFORM 3250-COMPUTE-DISTANCE
                 IF WS-DIST-KM > WS-RADIUS-KM
                   MOVE 0 TO WS-SCORE
                   EXIT PARAGRAPH
                 END-IF
                 ADD 10 TO WS-SCORE
               END-IF
             END-IF
           END-IF
           IF WS-SCORE > 100
             MOVE 100 TO WS-SCORE
           END-IF
           .

      *----------------------------------------------------------------*
      * Punteggio del nome in un ordine: la chiave fonetica del        *
      * cognome e' la condizione (uguale 40, distanza 1 20, altrimenti *
      * zero e nessun candidato), il nome di battesimo aggiunge.       *
      *----------------------------------------------------------------*
       3210-SCORE-NAME.
           MOVE 0 TO WS-NAME-SCORE
           IF WS-TRY-KEY = SPACES
             EXIT PARAGRAPH
           END-IF
           IF WS-TRY-KEY = WS-P-SKEY(WS-P-IX)
             MOVE 40 TO WS-NAME-SCORE
           ELSE
             MOVE WS-TRY-KEY TO FK-KEY-A
             MOVE WS-P-SKEY(WS-P-IX) TO FK-KEY-B
             PERFORM 9200-KEY-DISTANCE
             IF FK-DIST > 1
               EXIT PARAGRAPH
             END-IF
             MOVE 20 TO WS-NAME-SCORE
           END-IF
           IF ONE-WORD-YES
             EXIT PARAGRAPH
           END-IF
           IF WS-TRY-GIVEN = WS-P-GIVEN(WS-P-IX)
             ADD 30 TO WS-NAME-SCORE
           ELSE
             IF WS-TRY-GIVEN(1:1) = WS-P-GIVEN(WS-P-IX)(1:1)
               ADD 10 TO WS-NAME-SCORE
             END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Distanza dal luogo chiesto al luogo di nascita, con la terra   *
      * piatta corretta per la latitudine del centro di GN3GEOD0:      *
      *   km = 111.045 * sqrt(dlat**2 + (dlon*cos(lat))**2)            *
      *----------------------------------------------------------------*
       3250-COMPUTE-DISTANCE.
           MOVE WS-P-PL-IX(WS-P-IX) TO WS-PL-IX
           COMPUTE WS-D-LAT =
             WS-PL-LAT(WS-PL-IX) - WS-PL-LAT(WS-CENTER-IX)
           COMPUTE WS-D-LON =
             (WS-PL-LON(WS-PL-IX) - WS-PL-LON(WS-CENTER-IX))
             * WS-COS-LAT
           COMPUTE WS-DIST-KM = 111.045 * FUNCTION SQRT(
             WS-D-LAT * WS-D-LAT + WS-D-LON * WS-D-LON)
           .

      *----------------------------------------------------------------*
      * Worklist delle richieste: per richiesta i candidati in ordine  *
      * di punteggio, al massimo cinque; quelli gia' proposti in una   *
      * notte precedente contano nei cinque ma non si riscrivono.      *
      *----------------------------------------------------------------*
       4000-APPEND-CANDIDATES.
           OPEN EXTEND CANDIDATI-FILE
           IF WS-CAN-FS NOT = "00"
             OPEN OUTPUT CANDIDATI-FILE
             MOVE SPACES TO CANDIDATI-REC
             STRING "#RICH-ID|PERS-ID|PUNTI|PROPOSTO-IL|CANDIDATO"
               DELIMITED BY SIZE INTO CANDIDATI-REC
             WRITE CANDIDATI-REC
           END-IF
           MOVE 0 TO WS-PREV-Q-IX
           MOVE "N" TO WS-SORT-EOF
           PERFORM UNTIL SORT-EOF-YES
             RETURN SORT-WORK
               AT END
                 MOVE "Y" TO WS-SORT-EOF
               NOT AT END
                 IF SORT-Q-IX NOT = WS-PREV-Q-IX
                   MOVE SORT-Q-IX TO WS-PREV-Q-IX
                   MOVE 0 TO WS-ROW-CAND
                 END-IF
                 ADD 1 TO WS-ROW-CAND
                 IF WS-ROW-CAND <= 5
                   PERFORM 4100-APPEND-CANDIDATE
                 END-IF
             END-RETURN
           END-PERFORM
           CLOSE CANDIDATI-FILE
           .

       4100-APPEND-CANDIDATE.
           MOVE SORT-Q-IX TO WS-Q-IX
           MOVE SORT-P-IX TO WS-P-IX
           MOVE "N" TO WS-KNOWN
           PERFORM VARYING WS-K-IX FROM 1 BY 1
               UNTIL WS-K-IX > WS-K-COUNT OR KNOWN-YES
             IF WS-K-REQ(WS-K-IX) = WS-Q-ID(WS-Q-IX)
                AND WS-K-PERS(WS-K-IX) = WS-P-ID(WS-P-IX)
               MOVE "Y" TO WS-KNOWN
             END-IF
           END-PERFORM
           IF KNOWN-YES
             ADD 1 TO WS-KNOWN-CT
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAND-CT
           MOVE "Y" TO WS-Q-NEW(WS-Q-IX)
           MOVE SORT-SCORE TO WS-SCORE-ED
           MOVE SPACES TO CANDIDATI-REC
           STRING FUNCTION TRIM(WS-Q-ID(WS-Q-IX)) "|"
                  FUNCTION TRIM(WS-P-ID(WS-P-IX)) "|"
                  FUNCTION TRIM(WS-SCORE-ED) "|"
                  WS-TODAY "|"
                  FUNCTION TRIM(WS-P-NAME(WS-P-IX))
                  " N. " WS-P-BDATE(WS-P-IX)
             DELIMITED BY SIZE INTO CANDIDATI-REC
           WRITE CANDIDATI-REC
           .

      *----------------------------------------------------------------*
      * Le richieste chiuse senza persona che stanotte hanno un        *
      * candidato nuovo tornano APERTE: riscrittura TMP + mv come      *
      * GENREQ00, sotto il suo lock e con il suo giornale.             *
      *----------------------------------------------------------------*
       5000-REOPEN-REQUESTS.
           MOVE 0 TO WS-K-IX
           PERFORM VARYING WS-Q-IX FROM 1 BY 1
               UNTIL WS-Q-IX > WS-Q-COUNT
             IF WS-Q-STATE(WS-Q-IX) = "C" AND WS-Q-NEW(WS-Q-IX) = "Y"
               ADD 1 TO WS-K-IX
             END-IF
           END-PERFORM
           IF WS-K-IX = 0
             EXIT PARAGRAPH
           END-IF
           PERFORM 6300-ACQUIRE-LOCK
           IF NOT LOCK-HELD
             DISPLAY "GN3RQCA0: ARCHIVIO OCCUPATO, RIAPERTURA DI "
                     WS-K-IX " RICHIESTE RIMANDATA"
             MOVE 4 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT RICHIESTE-FILE
           IF WS-REQ-FS NOT = "00"
             PERFORM 6350-RELEASE-LOCK
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RICHIESTE-OUT-FILE
           IF WS-OUT-FS NOT = "00"
             DISPLAY "GN3RQCA0: ERRORE CREAZIONE FILE DI LAVORO"
             CLOSE RICHIESTE-FILE
             PERFORM 6350-RELEASE-LOCK
             MOVE 12 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-YES
             READ RICHIESTE-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 PERFORM 5100-COPY-OR-REOPEN-LINE
             END-READ
           END-PERFORM
           CLOSE RICHIESTE-FILE
           CLOSE RICHIESTE-OUT-FILE
           IF WS-REOPEN-CT > 0
             CALL "SYSTEM" USING
               "mv data/RICHIESTE.DAT.TMP data/RICHIESTE.DAT"
           ELSE
             CALL "SYSTEM" USING "rm -f data/RICHIESTE.DAT.TMP"
           END-IF
           PERFORM 6350-RELEASE-LOCK
           .

       5100-COPY-OR-REOPEN-LINE.
           MOVE RICHIESTE-REC TO RICHIESTE-OUT-REC
           IF RICHIESTE-REC = SPACES OR RICHIESTE-REC(1:1) = "#"
             WRITE RICHIESTE-OUT-REC
             EXIT PARAGRAPH
           END-IF
           PERFORM 8000-SPLIT-REQUEST-ROW
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-Q-IX FROM 1 BY 1
               UNTIL WS-Q-IX > WS-Q-COUNT OR WS-FOUND-IX > 0
             IF WS-Q-ID(WS-Q-IX) = WS-R1
               MOVE WS-Q-IX TO WS-FOUND-IX
             END-IF
           END-PERFORM
      *    RIAPRE SOLO SE LA RIGA E' ANCORA CHIUSA SENZA PERSONA
           IF WS-FOUND-IX = 0
              OR FUNCTION TRIM(WS-R8) NOT = "CHIUSA"
              OR WS-R6 NOT = SPACES
             WRITE RICHIESTE-OUT-REC
             EXIT PARAGRAPH
           END-IF
           IF WS-Q-STATE(WS-FOUND-IX) NOT = "C"
              OR WS-Q-NEW(WS-FOUND-IX) NOT = "Y"
             WRITE RICHIESTE-OUT-REC
             EXIT PARAGRAPH
           END-IF
           MOVE RICHIESTE-REC(1:240) TO WS-JRN-BEFORE
           MOVE "APERTA" TO WS-R8
           MOVE SPACES TO WS-R9
           STRING "RIAPERTA " WS-TODAY ": NUOVI CANDIDATI"
             DELIMITED BY SIZE INTO WS-R9
           MOVE SPACES TO WS-NEW-REC
           STRING FUNCTION TRIM(WS-R1) "|"
                  FUNCTION TRIM(WS-R2) "|"
                  FUNCTION TRIM(WS-R3) "|"
                  FUNCTION TRIM(WS-R4) "|"
                  FUNCTION TRIM(WS-R5) "|"
                  FUNCTION TRIM(WS-R6) "|"
                  FUNCTION TRIM(WS-R7) "|"
                  FUNCTION TRIM(WS-R8) "|"
                  FUNCTION TRIM(WS-R9) "|"
                  FUNCTION TRIM(WS-R10)
             DELIMITED BY SIZE INTO WS-NEW-REC
           MOVE WS-NEW-REC TO RICHIESTE-OUT-REC
           WRITE RICHIESTE-OUT-REC
           ADD 1 TO WS-REOPEN-CT
           DISPLAY "GN3RQCA0: RICHIESTA " FUNCTION TRIM(WS-R1)
                   " RIAPERTA (NUOVI CANDIDATI)"
           MOVE "REQRIAPRE" TO WS-JRN-OP
           MOVE FUNCTION TRIM(WS-R1) TO WS-JRN-ID
           MOVE WS-NEW-REC(1:240) TO WS-JRN-AFTER
           PERFORM 9900-WRITE-GIORNALE
           .

       6300-ACQUIRE-LOCK.
           MOVE "N" TO WS-LOCK-HELD
           OPEN INPUT LOCK-FILE
           IF WS-LCK-FS = "00"
             CLOSE LOCK-FILE
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LOCK-FILE
           IF WS-LCK-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO LOCK-REC
           WRITE LOCK-REC
           CLOSE LOCK-FILE
           SET LOCK-HELD TO TRUE
           .

       6350-RELEASE-LOCK.
           IF LOCK-HELD
             CALL "SYSTEM" USING "rm -f data/ARCHIVIO.LCK"
             MOVE "N" TO WS-LOCK-HELD
           END-IF
           .

       8000-SPLIT-REQUEST-ROW.
           MOVE SPACES TO WS-R1 WS-R2 WS-R3 WS-R4 WS-R5
                          WS-R6 WS-R7 WS-R8 WS-R9 WS-R10
           UNSTRING RICHIESTE-REC DELIMITED BY "|"
             INTO WS-R1 WS-R2 WS-R3 WS-R4 WS-R5
                  WS-R6 WS-R7 WS-R8 WS-R9 WS-R10
           .

       8100-FIND-PLACE-INDEX.
           MOVE 0 TO WS-FOUND-IX
           IF WS-LOOKUP-ID = SPACES
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PL-IX FROM 1 BY 1
               UNTIL WS-PL-IX > WS-PL-COUNT OR WS-FOUND-IX > 0
             IF WS-PL-ID(WS-PL-IX) = WS-LOOKUP-ID
               MOVE WS-PL-IX TO WS-FOUND-IX
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Prima e ultima parola di WS-SPLIT-IN (maiuscolo): per un nome  *
      * di una sola parola coincidono.                                 *
      *----------------------------------------------------------------*
       8500-SPLIT-NAME.
           MOVE SPACES TO WS-SPLIT-FIRST WS-SPLIT-LAST
           MOVE FUNCTION TRIM(WS-SPLIT-IN) TO WS-SPLIT-IN
           IF WS-SPLIT-IN = SPACES
             EXIT PARAGRAPH
           END-IF
           UNSTRING WS-SPLIT-IN DELIMITED BY SPACE
             INTO WS-SPLIT-FIRST
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SPLIT-IN))
             TO WS-WORD-LEN
           MOVE WS-WORD-LEN TO WS-WORD-IX
           PERFORM UNTIL WS-WORD-IX <= 1
                      OR WS-SPLIT-IN(WS-WORD-IX:1) = SPACE
             SUBTRACT 1 FROM WS-WORD-IX
           END-PERFORM
           IF WS-SPLIT-IN(WS-WORD-IX:1) = SPACE
             MOVE WS-SPLIT-IN(WS-WORD-IX + 1:
                              WS-WORD-LEN - WS-WORD-IX)
               TO WS-SPLIT-LAST
           ELSE
             MOVE WS-SPLIT-FIRST TO WS-SPLIT-LAST
           END-IF
           .

       8600-RESOLVE-GIVEN-NAME.
           MOVE SPACES TO GNEQ-RESULT
           PERFORM VARYING GNEQ-IX FROM 1 BY 1
               UNTIL GNEQ-IX > GNEQ-COUNT
             IF GNEQ-FORM(GNEQ-IX) = GNEQ-LOOKUP
               MOVE GNEQ-CANON(GNEQ-IX) TO GNEQ-RESULT
             END-IF
           END-PERFORM
           PERFORM VARYING GNEQ-IX FROM 1 BY 1
               UNTIL GNEQ-IX > GNEQ-EXT-COUNT
             IF GNEQ-EXT-FORM(GNEQ-IX) = GNEQ-LOOKUP
               MOVE GNEQ-EXT-CANON(GNEQ-IX) TO GNEQ-RESULT
             END-IF
           END-PERFORM
           .

       9900-WRITE-GIORNALE.
           OPEN EXTEND GIORNALE-FILE
           IF WS-JRN-FS NOT = "00"
             OPEN OUTPUT GIORNALE-FILE
             IF WS-JRN-FS NOT = "00"
               EXIT PARAGRAPH
             END-IF
           END-IF
           MOVE SPACES TO GIORNALE-REC
           MOVE FUNCTION CURRENT-DATE(1:14) TO GIO-TS
           MOVE WS-JRN-OP TO GIO-OP
           MOVE WS-JRN-ID TO GIO-ID
           MOVE WS-JRN-BEFORE TO GIO-BEFORE
           MOVE WS-JRN-AFTER TO GIO-AFTER
           WRITE GIORNALE-REC
           CLOSE GIORNALE-FILE
           MOVE SPACES TO WS-JRN-BEFORE
           .

       COPY "GENFKEYP.CPY".

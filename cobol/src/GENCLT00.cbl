       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENCLT00.

      * Anagrafe dei clienti condivisa fra RICHIESTE.DAT (GENREQ00) e
      * COMMESSE.DAT (GENCOM00): la stessa famiglia finiva scritta
      * come "Rossi G.", "Giovanni Rossi" e "ROSSI - Buenos Aires" e
      * nessuno sapeva dire che cosa un cliente avesse chiesto e
      * comprato negli anni. Righe di data/CLIENTI.DAT:
      *   ID|NOME|INDIRIZZO|PAESE|LINGUA|CONSENSO|CREATO-IL|EMBARGO
      * (tracciato e ricerca per ID in GENCLIE/GENCLIEP.CPY).
      * EMBARGO S = cliente autorizzato a ricevere le persone sotto
      * embargo (lo controlla la consegna delle commesse, GN3FULF0).
      * Verbi (stile MAINT di GENMNT00):
      * CLIENTE ADD <NOME>|<INDIRIZZO>|<PAESE>|<LINGUA>|<CONSENSO>
      *             [|<EMBARGO S/N>]
      * CLIENTE EDIT <ID>|<NOME>|<INDIRIZZO>|<PAESE>|<LINGUA>|
      *              <CONSENSO>|<EMBARGO>
      *              (i campi vuoti restano com'erano)
      * CLIENTE LISTA
      * CLIENTE STORIA <ID>  (richieste ed esiti, commesse, consegne
      *                       dal registro corse e incassi del cliente)
      * CLIENTE RAGGRUPPA    (passata una tantum: raccoglie i nomi a
      *                       testo libero ancora presenti in
      *                       RICHIESTE/COMMESSE, li raggruppa per
      *                       chiave fonetica del cognome (GENFKEY) e
      *                       scrive le proposte in
      *                       work/CLIENTI-PROPOSTE.DAT)
      * CLIENTE APPLICA      (rilegge le proposte: nell'ultima colonna
      *                       SI accetta il cliente proposto, un ID lo
      *                       sostituisce, NUOVO crea un cliente per il
      *                       gruppo, vuoto salta la riga; i campi
      *                       cliente di RICHIESTE e COMMESSE passano
      *                       dal testo all'ID)
      * Le mutazioni passano dal lock esclusivo data/ARCHIVIO.LCK e
      * vengono giornalate in data/GIORNALE.DAT come in GENMNT00.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTI-FILE ASSIGN TO "data/CLIENTI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLI-FS.
           SELECT CLIENTI-OUT-FILE
               ASSIGN TO "data/CLIENTI.DAT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.
           SELECT RICHIESTE-FILE ASSIGN TO "data/RICHIESTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FS.
           SELECT RICHIESTE-OUT-FILE
               ASSIGN TO "data/RICHIESTE.DAT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.
           SELECT COMMESSE-FILE ASSIGN TO "data/COMMESSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COM-FS.
           SELECT COMMESSE-OUT-FILE
               ASSIGN TO "data/COMMESSE.DAT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.
           SELECT PROPOSTE-FILE
               ASSIGN TO "work/CLIENTI-PROPOSTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRO-FS.
           SELECT RUNLOG-FILE ASSIGN TO "work/RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-FS.
           SELECT LOCK-FILE ASSIGN TO "data/ARCHIVIO.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-FS.
           SELECT GIORNALE-FILE ASSIGN TO "data/GIORNALE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FS.
           SELECT SORT-WORK ASSIGN TO "work/genclt-sort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTI-FILE.
       01 CLIENTI-REC             PIC X(512).

       FD CLIENTI-OUT-FILE.
       01 CLIENTI-OUT-REC         PIC X(512).

       FD RICHIESTE-FILE.
       01 RICHIESTE-REC           PIC X(512).

       FD RICHIESTE-OUT-FILE.
       01 RICHIESTE-OUT-REC       PIC X(512).

       FD COMMESSE-FILE.
       01 COMMESSE-REC            PIC X(512).

       FD COMMESSE-OUT-FILE.
       01 COMMESSE-OUT-REC        PIC X(512).

       FD PROPOSTE-FILE.
       01 PROPOSTE-REC            PIC X(256).

       FD RUNLOG-FILE.
       01 RUNLOG-REC              PIC X(200).

       FD LOCK-FILE.
       01 LOCK-REC                PIC X(14).

       FD GIORNALE-FILE.
       01 GIORNALE-REC.
          05 GIO-TS               PIC X(14).
          05 FILLER               PIC X(1).
          05 GIO-OP               PIC X(12).
          05 FILLER               PIC X(1).
          05 GIO-ID               PIC X(20).
          05 FILLER               PIC X(1).
          05 GIO-BEFORE           PIC X(240).
          05 GIO-AFTER            PIC X(240).

       SD SORT-WORK.
       01 SORT-REC.
          05 SORT-KEY             PIC X(8).
          05 SORT-TEXT            PIC X(60).
          05 SORT-RIC-CT          PIC 9(5).
          05 SORT-COM-CT          PIC 9(5).

       WORKING-STORAGE SECTION.
       COPY "GENCLIE.CPY".
       COPY "GENFKEY.CPY".

       01 WS-OUT-FS               PIC X(2) VALUE "00".
       01 WS-REQ-FS               PIC X(2) VALUE "00".
       01 WS-COM-FS               PIC X(2) VALUE "00".
       01 WS-PRO-FS               PIC X(2) VALUE "00".
       01 WS-RUN-FS               PIC X(2) VALUE "00".
       01 WS-LCK-FS               PIC X(2) VALUE "00".
       01 WS-JRN-FS               PIC X(2) VALUE "00".
       01 WS-EOF                  PIC X VALUE "N".
          88 EOF-YES              VALUE "Y".
       01 WS-RUN-EOF              PIC X VALUE "N".
          88 RUN-EOF-YES          VALUE "Y".
       01 WS-SORT-EOF             PIC X VALUE "N".
          88 SORT-EOF-YES         VALUE "Y".
       01 WS-LOCK-HELD            PIC X VALUE "N".
          88 LOCK-HELD            VALUE "Y".

       01 WS-PARAM                PIC X(120) VALUE SPACES.
       01 WS-VERB                 PIC X(12) VALUE SPACES.
       01 WS-VERB-U               PIC X(12) VALUE SPACES.
       01 WS-REST                 PIC X(120) VALUE SPACES.
       01 WS-SP-POS               PIC 9(4) VALUE 0.

      * campi del verbo corrente
       01 WS-F-ID                 PIC X(20) VALUE SPACES.
       01 WS-G1                   PIC X(60) VALUE SPACES.
       01 WS-G2                   PIC X(100) VALUE SPACES.
       01 WS-G3                   PIC X(30) VALUE SPACES.
       01 WS-G4                   PIC X(10) VALUE SPACES.
       01 WS-G5                   PIC X(10) VALUE SPACES.
       01 WS-G6                   PIC X(10) VALUE SPACES.

      * campi della riga richiesta (tracciato di GENREQ00)
       01 WS-Q1                   PIC X(20) VALUE SPACES.
       01 WS-Q2                   PIC X(60) VALUE SPACES.
       01 WS-Q3                   PIC X(60) VALUE SPACES.
       01 WS-Q4                   PIC X(10) VALUE SPACES.
       01 WS-Q5                   PIC X(40) VALUE SPACES.
       01 WS-Q6                   PIC X(20) VALUE SPACES.
       01 WS-Q7                   PIC X(100) VALUE SPACES.
       01 WS-Q8                   PIC X(10) VALUE SPACES.
       01 WS-Q9                   PIC X(60) VALUE SPACES.
       01 WS-Q10                  PIC X(14) VALUE SPACES.

      * campi della riga commessa (tracciato di GENCOM00)
       01 WS-C1                   PIC X(20) VALUE SPACES.
       01 WS-C2                   PIC X(60) VALUE SPACES.
       01 WS-C3                   PIC X(20) VALUE SPACES.
       01 WS-C4                   PIC X(20) VALUE SPACES.
       01 WS-C5                   PIC X(12) VALUE SPACES.
       01 WS-C6                   PIC X(12) VALUE SPACES.
       01 WS-C7                   PIC X(10) VALUE SPACES.
       01 WS-C8                   PIC X(12) VALUE SPACES.
       01 WS-C9                   PIC X(100) VALUE SPACES.

      * riga del registro corse (PROGRAMMA|ARG|INIZIO|FINE|...)
       01 WS-RL-PROG              PIC X(20) VALUE SPACES.
       01 WS-RL-ARG               PIC X(64) VALUE SPACES.
       01 WS-RL-START             PIC X(14) VALUE SPACES.
       01 WS-PROD-TS              PIC X(14) VALUE SPACES.

       01 WS-MAX-ID               PIC 9(9) VALUE 0.
       01 WS-ID-NUM               PIC 9(9) VALUE 0.
       01 WS-NEXT-ID              PIC 9(9) VALUE 0.
       01 WS-NEXT-ID-ED           PIC Z(8)9.
       01 WS-NEW-REC              PIC X(512) VALUE SPACES.
       01 WS-FOUND                PIC X VALUE "N".
          88 FOUND-YES            VALUE "Y".
       01 WS-LIST-CT              PIC 9(5) VALUE 0.
       01 WS-I                    PIC 9(4) VALUE 0.
       01 WS-J                    PIC 9(4) VALUE 0.

      * storia del cliente: conteggi e importi (PREZZO e ACCONTO
      * sono testo libero, la virgola decimale vale come il punto)
       01 WS-REQ-CT               PIC 9(5) VALUE 0.
       01 WS-REQ-CLOSED-CT        PIC 9(5) VALUE 0.
       01 WS-COM-CT               PIC 9(5) VALUE 0.
       01 WS-DLV-CT               PIC 9(5) VALUE 0.
       01 WS-AMOUNT-TXT           PIC X(12) VALUE SPACES.
       01 WS-AMOUNT               PIC 9(9)V99 VALUE 0.
       01 WS-PRICE                PIC 9(9)V99 VALUE 0.
       01 WS-DEPOSIT              PIC 9(9)V99 VALUE 0.
       01 WS-TOT-ORDERED          PIC 9(9)V99 VALUE 0.
       01 WS-TOT-PAID             PIC 9(9)V99 VALUE 0.
       01 WS-TOT-DUE              PIC 9(9)V99 VALUE 0.
       01 WS-AMOUNT-ED            PIC Z(8)9.99.

      * raggruppamento: nomi a testo libero distinti
       01 WS-NM-MAX               PIC 9(4) VALUE 500.
       01 WS-NM-CT                PIC 9(4) VALUE 0.
       01 WS-NM-TABLE.
          05 WS-NM-ENTRY OCCURS 500 TIMES.
             10 WS-NM-TEXT        PIC X(60).
             10 WS-NM-RIC-CT      PIC 9(5).
             10 WS-NM-COM-CT      PIC 9(5).
       01 WS-NM-NEW               PIC X(60) VALUE SPACES.
       01 WS-NM-SOURCE            PIC X(3) VALUE SPACES.
      * clienti censiti con la chiave fonetica del cognome
       01 WS-CK-MAX               PIC 9(4) VALUE 2000.
       01 WS-CK-CT                PIC 9(4) VALUE 0.
       01 WS-CK-TABLE.
          05 WS-CK-ENTRY OCCURS 2000 TIMES.
             10 WS-CK-ID          PIC X(9).
             10 WS-CK-KEY         PIC X(8).
      * cognome di un nome a testo libero
       01 WS-SN-IN                PIC X(60) VALUE SPACES.
       01 WS-SN-PART              PIC X(60) VALUE SPACES.
       01 WS-SN-OUT               PIC X(30) VALUE SPACES.
       01 WS-SN-KEY               PIC X(8) VALUE SPACES.
       01 WS-SN-COMMA             PIC 9(4) VALUE 0.
       01 WS-SN-CT                PIC 9(2) VALUE 0.
       01 WS-SN-IX                PIC 9(2) VALUE 0.
       01 WS-SN-TOKENS.
          05 WS-SN-TK OCCURS 8 TIMES PIC X(30).
       01 WS-SN-LOWER             PIC 9(2) VALUE 0.
       01 WS-SN-LAST-LEN          PIC 9(4) VALUE 0.
      * scrittura delle proposte
       01 WS-GRP-NUM              PIC 9(5) VALUE 0.
       01 WS-GRP-ED               PIC Z(4)9.
       01 WS-GRP-KEY              PIC X(8) VALUE SPACES.
       01 WS-PROP-ID              PIC X(9) VALUE SPACES.
       01 WS-RIC-ED               PIC Z(4)9.
       01 WS-COM-ED               PIC Z(4)9.

      * applicazione: riga delle proposte e tabella testo -> ID
       01 WS-W1                   PIC X(10) VALUE SPACES.
       01 WS-W2                   PIC X(8) VALUE SPACES.
       01 WS-W3                   PIC X(60) VALUE SPACES.
       01 WS-W4                   PIC X(10) VALUE SPACES.
       01 WS-W5                   PIC X(10) VALUE SPACES.
       01 WS-W6                   PIC X(10) VALUE SPACES.
       01 WS-W7                   PIC X(10) VALUE SPACES.
       01 WS-W7-U                 PIC X(10) VALUE SPACES.
       01 WS-TARGET               PIC X(10) VALUE SPACES.
       01 WS-MAP-CT               PIC 9(4) VALUE 0.
       01 WS-MAP-TABLE.
          05 WS-MAP-ENTRY OCCURS 500 TIMES.
             10 WS-MAP-TEXT       PIC X(60).
             10 WS-MAP-ID         PIC X(9).
       01 WS-NEWG-CT              PIC 9(4) VALUE 0.
       01 WS-NEWG-TABLE.
          05 WS-NEWG-ENTRY OCCURS 500 TIMES.
             10 WS-NEWG-GRP       PIC X(10).
             10 WS-NEWG-ID        PIC X(9).
       01 WS-SKIP-CT              PIC 9(5) VALUE 0.
       01 WS-NEWCLI-CT            PIC 9(5) VALUE 0.
       01 WS-REMAP-REQ-CT         PIC 9(5) VALUE 0.
       01 WS-REMAP-COM-CT         PIC 9(5) VALUE 0.
      * riga da ricondurre: ID|CLIENTE|resto della riga
       01 WS-LINE                 PIC X(512) VALUE SPACES.
       01 WS-LINE-ID              PIC X(20) VALUE SPACES.
       01 WS-LINE-CLI             PIC X(60) VALUE SPACES.
       01 WS-LINE-PTR             PIC 9(4) VALUE 0.
       01 WS-LINE-CHANGED         PIC X VALUE "N".
          88 LINE-CHANGED         VALUE "Y".

       01 WS-JRN-OP               PIC X(12) VALUE SPACES.
       01 WS-JRN-ID               PIC X(20) VALUE SPACES.
       01 WS-JRN-BEFORE           PIC X(240) VALUE SPACES.
       01 WS-JRN-AFTER            PIC X(240) VALUE SPACES.

       LINKAGE SECTION.
       COPY "CLIARGS.CPY".

       PROCEDURE DIVISION USING LK-CLI-ARGS.
       MAIN-LOGIC.
           MOVE 0 TO LK-RETURN-CODE
           MOVE FUNCTION TRIM(LK-PARAM) TO WS-PARAM
           PERFORM 1000-SPLIT-VERB
           MOVE FUNCTION UPPER-CASE(WS-VERB) TO WS-VERB-U

           IF WS-VERB-U = "ADD" OR WS-VERB-U = "EDIT"
              OR WS-VERB-U = "APPLICA"
             PERFORM 6300-ACQUIRE-LOCK
             IF NOT LOCK-HELD
               GOBACK
             END-IF
           END-IF

           EVALUATE WS-VERB-U
             WHEN "ADD"
               PERFORM 2000-CLI-ADD
             WHEN "EDIT"
               PERFORM 2100-CLI-EDIT
             WHEN "LISTA"
               PERFORM 3000-LIST-CLIENTS
             WHEN "STORIA"
               PERFORM 3500-CLIENT-HISTORY
             WHEN "RAGGRUPPA"
               PERFORM 4000-PROPOSE-GROUPS
             WHEN "APPLICA"
               PERFORM 4500-APPLY-GROUPS
             WHEN OTHER
               DISPLAY "ERRORE: CLIENTE RICHIEDE ADD, EDIT, LISTA, "
                       "STORIA, RAGGRUPPA O APPLICA"
               MOVE 8 TO LK-RETURN-CODE
           END-EVALUATE

           PERFORM 6350-RELEASE-LOCK
           GOBACK.

       1000-SPLIT-VERB.
           MOVE SPACES TO WS-VERB WS-REST
           MOVE 0 TO WS-SP-POS
           INSPECT WS-PARAM TALLYING WS-SP-POS FOR CHARACTERS
             BEFORE INITIAL SPACE
           IF WS-SP-POS < FUNCTION LENGTH(FUNCTION TRIM(WS-PARAM))
             MOVE WS-PARAM(1:WS-SP-POS) TO WS-VERB
             MOVE WS-PARAM(WS-SP-POS + 2:) TO WS-REST
           ELSE
             MOVE FUNCTION TRIM(WS-PARAM) TO WS-VERB
             MOVE SPACES TO WS-REST
           END-IF
           .

       2000-CLI-ADD.
           MOVE SPACES TO WS-G1 WS-G2 WS-G3 WS-G4 WS-G5 WS-G6
           UNSTRING WS-REST DELIMITED BY "|"
             INTO WS-G1 WS-G2 WS-G3 WS-G4 WS-G5 WS-G6
           IF FUNCTION TRIM(WS-G1) = SPACES
             DISPLAY "ERRORE: ADD RICHIEDE NOME|INDIRIZZO|PAESE|"
                     "LINGUA|CONSENSO"
             MOVE 8 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-G5)) TO WS-G5
           IF WS-G5 NOT = "S" AND WS-G5 NOT = "N"
              AND WS-G5 NOT = SPACES
             DISPLAY "ERRORE: CONSENSO DEVE ESSERE S O N"
             MOVE 8 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           IF WS-G5 = SPACES
             MOVE "N" TO WS-G5
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-G6)) TO WS-G6
           IF WS-G6 NOT = "S" AND WS-G6 NOT = "N"
              AND WS-G6 NOT = SPACES
             DISPLAY "ERRORE: EMBARGO DEVE ESSERE S O N"
             MOVE 8 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           IF WS-G6 = SPACES
             MOVE "N" TO WS-G6
           END-IF
           PERFORM 5000-FIND-MAX-ID
           ADD 1 TO WS-MAX-ID GIVING WS-NEXT-ID
           PERFORM 2050-APPEND-CLIENT
           IF LK-RETURN-CODE = 0
             DISPLAY "CLIENTE CENSITO: ID "
                     FUNCTION TRIM(WS-NEXT-ID-ED)
           END-IF
           .

      *----------------------------------------------------------------*
      * Accodamento della riga cliente WS-NEXT-ID con i campi WS-G1..6 *
      * e giornale CLIADD (usato da ADD e dai NUOVO di APPLICA).       *
      *----------------------------------------------------------------*
       2050-APPEND-CLIENT.
           MOVE WS-NEXT-ID TO WS-NEXT-ID-ED
           MOVE SPACES TO WS-NEW-REC
           STRING FUNCTION TRIM(WS-NEXT-ID-ED) "|"
                  FUNCTION TRIM(WS-G1) "|"
                  FUNCTION TRIM(WS-G2) "|"
                  FUNCTION TRIM(WS-G3) "|"
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-G4)) "|"
                  FUNCTION TRIM(WS-G5) "|"
                  FUNCTION CURRENT-DATE(1:8) "|"
                  FUNCTION TRIM(WS-G6)
             DELIMITED BY SIZE INTO WS-NEW-REC
           OPEN EXTEND CLIENTI-FILE
           IF CLI-FS NOT = "00"
             OPEN OUTPUT CLIENTI-FILE
             IF CLI-FS NOT = "00"
               DISPLAY "ERRORE APERTURA data/CLIENTI.DAT"
               MOVE 12 TO LK-RETURN-CODE
               EXIT PARAGRAPH
             END-IF
           END-IF
           MOVE WS-NEW-REC TO CLIENTI-REC
           WRITE CLIENTI-REC
           CLOSE CLIENTI-FILE
           MOVE "CLIADD" TO WS-JRN-OP
           MOVE FUNCTION TRIM(WS-NEXT-ID-ED) TO WS-JRN-ID
           MOVE SPACES TO WS-JRN-BEFORE
           MOVE WS-NEW-REC(1:240) TO WS-JRN-AFTER
           PERFORM 9900-WRITE-GIORNALE
           .

       2100-CLI-EDIT.
           MOVE SPACES TO WS-F-ID WS-G1 WS-G2 WS-G3 WS-G4 WS-G5
                          WS-G6
           UNSTRING WS-REST DELIMITED BY "|"
             INTO WS-F-ID WS-G1 WS-G2 WS-G3 WS-G4 WS-G5 WS-G6
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-G5)) TO WS-G5
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-G6)) TO WS-G6
           IF FUNCTION TRIM(WS-F-ID) = SPACES
             DISPLAY "ERRORE: EDIT RICHIEDE ID|NOME|INDIRIZZO|"
                     "PAESE|LINGUA|CONSENSO|EMBARGO"
             MOVE 8 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           IF WS-G5 NOT = "S" AND WS-G5 NOT = "N"
              AND WS-G5 NOT = SPACES
             DISPLAY "ERRORE: CONSENSO DEVE ESSERE S O N"
             MOVE 8 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           IF WS-G6 NOT = "S" AND WS-G6 NOT = "N"
              AND WS-G6 NOT = SPACES
             DISPLAY "ERRORE: EMBARGO DEVE ESSERE S O N"
             MOVE 8 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FOUND
           MOVE "N" TO CLI-EOF
           OPEN INPUT CLIENTI-FILE
           IF CLI-FS NOT = "00"
             DISPLAY "ERRORE APERTURA data/CLIENTI.DAT"
             MOVE 12 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CLIENTI-OUT-FILE
           IF WS-OUT-FS NOT = "00"
             DISPLAY "ERRORE CREAZIONE FILE DI LAVORO"
             MOVE 12 TO LK-RETURN-CODE
             CLOSE CLIENTI-FILE
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CLI-EOF-YES
             READ CLIENTI-FILE
               AT END
                 MOVE "Y" TO CLI-EOF
               NOT AT END
                 PERFORM 2110-COPY-OR-EDIT-LINE
             END-READ
           END-PERFORM
           CLOSE CLIENTI-FILE
           CLOSE CLIENTI-OUT-FILE
           IF FOUND-YES
             CALL "SYSTEM" USING
               "mv data/CLIENTI.DAT.TMP data/CLIENTI.DAT"
             DISPLAY "CLIENTE AGGIORNATO: ID "
                     FUNCTION TRIM(WS-F-ID)
             MOVE "CLIEDIT" TO WS-JRN-OP
             MOVE FUNCTION TRIM(WS-F-ID) TO WS-JRN-ID
             MOVE WS-NEW-REC(1:240) TO WS-JRN-AFTER
             PERFORM 9900-WRITE-GIORNALE
           ELSE
             CALL "SYSTEM" USING "rm -f data/CLIENTI.DAT.TMP"
             DISPLAY "ERRORE: ID NON TROVATO: "
                     FUNCTION TRIM(WS-F-ID)
             MOVE 4 TO LK-RETURN-CODE
           END-IF
           .

       2110-COPY-OR-EDIT-LINE.
           IF CLIENTI-REC = SPACES OR CLIENTI-REC(1:1) = "#"
             MOVE CLIENTI-REC TO CLIENTI-OUT-REC
             WRITE CLIENTI-OUT-REC
             EXIT PARAGRAPH
           END-IF
           PERFORM 9310-SPLIT-CLIENTE-ROW
           IF FUNCTION TRIM(CLI-R1) NOT = FUNCTION TRIM(WS-F-ID)
             MOVE CLIENTI-REC TO CLIENTI-OUT-REC
             WRITE CLIENTI-OUT-REC
             EXIT PARAGRAPH
           END-IF
           SET FOUND-YES TO TRUE
           MOVE CLIENTI-REC(1:240) TO WS-JRN-BEFORE
           IF WS-G1 NOT = SPACES
             MOVE WS-G1 TO CLI-R2
           END-IF
           IF WS-G2 NOT = SPACES
             MOVE WS-G2 TO CLI-R3
           END-IF
           IF WS-G3 NOT = SPACES
             MOVE WS-G3 TO CLI-R4
           END-IF
           IF WS-G4 NOT = SPACES
             MOVE FUNCTION UPPER-CASE(WS-G4) TO CLI-R5
           END-IF
           IF WS-G5 NOT = SPACES
             MOVE WS-G5 TO CLI-R6
           END-IF
           IF WS-G6 NOT = SPACES
             MOVE WS-G6 TO CLI-R8
           END-IF
           MOVE SPACES TO WS-NEW-REC
           STRING FUNCTION TRIM(CLI-R1) "|"
                  FUNCTION TRIM(CLI-R2) "|"
                  FUNCTION TRIM(CLI-R3) "|"
                  FUNCTION TRIM(CLI-R4) "|"
                  FUNCTION TRIM(CLI-R5) "|"
                  FUNCTION TRIM(CLI-R6) "|"
                  FUNCTION TRIM(CLI-R7) "|"
                  FUNCTION TRIM(CLI-R8)
             DELIMITED BY SIZE INTO WS-NEW-REC
           MOVE WS-NEW-REC TO CLIENTI-OUT-REC
           WRITE CLIENTI-OUT-REC
           .

       3000-LIST-CLIENTS.
           MOVE 0 TO WS-LIST-CT
           MOVE "N" TO CLI-EOF
           OPEN INPUT CLIENTI-FILE
           IF CLI-FS NOT = "00"
             DISPLAY "NESSUN CLIENTE IN ARCHIVIO"
             MOVE 4 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           DISPLAY "CLIENTI CENSITI (ID NOME - PAESE/LINGUA - "
                   "CONSENSO):"
           PERFORM UNTIL CLI-EOF-YES
             READ CLIENTI-FILE
               AT END
                 MOVE "Y" TO CLI-EOF
               NOT AT END
                 IF CLIENTI-REC NOT = SPACES
                    AND CLIENTI-REC(1:1) NOT = "#"
                   PERFORM 9310-SPLIT-CLIENTE-ROW
                   ADD 1 TO WS-LIST-CT
                   DISPLAY "  " FUNCTION TRIM(CLI-R1)
                           "  " FUNCTION TRIM(CLI-R2)
                           " - " FUNCTION TRIM(CLI-R4)
                           "/" FUNCTION TRIM(CLI-R5)
                           " - " CLI-R6
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CLIENTI-FILE
           DISPLAY "CLIENTI: " WS-LIST-CT
           IF WS-LIST-CT = 0
             MOVE 4 TO LK-RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * Storia del cliente: le richieste di ricerca con l'esito (la    *
      * persona trovata), le commesse con la consegna presa dal        *
      * registro corse come in GENCOM00 e gli incassi (acconto finche' *
      * la commessa non e' PAGATA, prezzo pieno dopo).                 *
      *----------------------------------------------------------------*
       3500-CLIENT-HISTORY.
           MOVE SPACES TO WS-F-ID
           MOVE FUNCTION TRIM(WS-REST) TO WS-F-ID
           MOVE WS-F-ID TO CLI-CERCA-ID
           PERFORM 9300-FIND-CLIENTE
           IF NOT CLI-TROVATO-SI
             DISPLAY "ERRORE: CLIENTE NON TROVATO: "
                     FUNCTION TRIM(WS-F-ID)
             MOVE 4 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           DISPLAY "CLIENTE " FUNCTION TRIM(CLI-R1)
                   "  " FUNCTION TRIM(CLI-R2)
           DISPLAY "  INDIRIZZO: " FUNCTION TRIM(CLI-R3)
           DISPLAY "  PAESE: " FUNCTION TRIM(CLI-R4)
                   "  LINGUA: " FUNCTION TRIM(CLI-R5)
                   "  CONSENSO: " CLI-R6
                   "  DAL: " CLI-R7
           IF CLI-R8 = "S"
             DISPLAY "  AUTORIZZATO A RICEVERE PERSONE SOTTO EMBARGO"
           END-IF
           MOVE 0 TO WS-REQ-CT WS-REQ-CLOSED-CT WS-COM-CT
                     WS-DLV-CT
           MOVE 0 TO WS-TOT-ORDERED WS-TOT-PAID WS-TOT-DUE
           PERFORM 3600-HISTORY-REQUESTS
           PERFORM 3700-HISTORY-ORDERS
           DISPLAY "RIEPILOGO: RICHIESTE " WS-REQ-CT
                   " (CHIUSE " WS-REQ-CLOSED-CT ")"
                   "  COMMESSE " WS-COM-CT
                   " (CONSEGNE " WS-DLV-CT ")"
           MOVE WS-TOT-ORDERED TO WS-AMOUNT-ED
           DISPLAY "  ORDINATO     " WS-AMOUNT-ED
           MOVE WS-TOT-PAID TO WS-AMOUNT-ED
           DISPLAY "  INCASSATO    " WS-AMOUNT-ED
           MOVE WS-TOT-DUE TO WS-AMOUNT-ED
           DISPLAY "  DA INCASSARE " WS-AMOUNT-ED
           .

       3600-HISTORY-REQUESTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT RICHIESTE-FILE
           IF WS-REQ-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           DISPLAY "RICHIESTE DI RICERCA:"
           PERFORM UNTIL EOF-YES
             READ RICHIESTE-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF RICHIESTE-REC NOT = SPACES
                    AND RICHIESTE-REC(1:1) NOT = "#"
                   PERFORM 8000-SPLIT-REQUEST-ROW
                   IF FUNCTION TRIM(WS-Q2) = FUNCTION TRIM(WS-F-ID)
                     PERFORM 3610-SHOW-REQUEST
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RICHIESTE-FILE
           .

       3610-SHOW-REQUEST.
           ADD 1 TO WS-REQ-CT
           DISPLAY "  " FUNCTION TRIM(WS-Q1)
                   "  APERTA IL " WS-Q10(1:8)
                   "  " FUNCTION TRIM(WS-Q3)
                   " (" FUNCTION TRIM(WS-Q4)
                   ", " FUNCTION TRIM(WS-Q5) ")"
                   "  " FUNCTION TRIM(WS-Q8)
           IF FUNCTION TRIM(WS-Q8) = "CHIUSA"
             ADD 1 TO WS-REQ-CLOSED-CT
             DISPLAY "    ESITO: " FUNCTION TRIM(WS-Q9)
                     "  PERSONA: " FUNCTION TRIM(WS-Q6)
           END-IF
           .

       3700-HISTORY-ORDERS.
           MOVE "N" TO WS-EOF
           OPEN INPUT COMMESSE-FILE
           IF WS-COM-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           DISPLAY "COMMESSE:"
           PERFORM UNTIL EOF-YES
             READ COMMESSE-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF COMMESSE-REC NOT = SPACES
                    AND COMMESSE-REC(1:1) NOT = "#"
                   PERFORM 8100-SPLIT-ORDER-ROW
                   IF FUNCTION TRIM(WS-C2) = FUNCTION TRIM(WS-F-ID)
                     PERFORM 3710-SHOW-ORDER
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE COMMESSE-FILE
           .

       3710-SHOW-ORDER.
           ADD 1 TO WS-COM-CT
           MOVE WS-C5 TO WS-AMOUNT-TXT
           PERFORM 3750-AMOUNT-VALUE
           MOVE WS-AMOUNT TO WS-PRICE
           MOVE WS-C6 TO WS-AMOUNT-TXT
           PERFORM 3750-AMOUNT-VALUE
           MOVE WS-AMOUNT TO WS-DEPOSIT
           ADD WS-PRICE TO WS-TOT-ORDERED
           IF FUNCTION TRIM(WS-C8) = "PAGATA"
             ADD WS-PRICE TO WS-TOT-PAID
           ELSE
             ADD WS-DEPOSIT TO WS-TOT-PAID
             IF WS-PRICE > WS-DEPOSIT
               COMPUTE WS-TOT-DUE = WS-TOT-DUE
                                  + WS-PRICE - WS-DEPOSIT
             END-IF
           END-IF
           IF FUNCTION TRIM(WS-C8) = "CONSEGNATA"
              OR FUNCTION TRIM(WS-C8) = "PAGATA"
             ADD 1 TO WS-DLV-CT
           END-IF
           DISPLAY "  " FUNCTION TRIM(WS-C1)
                   "  " FUNCTION TRIM(WS-C3)
                   " DI " FUNCTION TRIM(WS-C4)
                   "  CONSEGNA " FUNCTION TRIM(WS-C7)
                   "  " FUNCTION TRIM(WS-C8)
           DISPLAY "    PREZZO " FUNCTION TRIM(WS-C5)
                   "  ACCONTO " FUNCTION TRIM(WS-C6)
           PERFORM 3800-CHECK-RUNLOG
           IF WS-PROD-TS NOT = SPACES
             DISPLAY "    DELIVERABLE PRODOTTO IL " WS-PROD-TS
           END-IF
           IF WS-C9 NOT = SPACES
             DISPLAY "    CARTELLA DI CONSEGNA " FUNCTION TRIM(WS-C9)
           END-IF
           .

       3750-AMOUNT-VALUE.
           MOVE 0 TO WS-AMOUNT
           INSPECT WS-AMOUNT-TXT REPLACING ALL "," BY "."
           IF FUNCTION TRIM(WS-AMOUNT-TXT) NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-AMOUNT-TXT) = 0
             COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT-TXT)
           END-IF
           .

      *----------------------------------------------------------------*
      * Ultima corsa di GN3BOOK0/GN3CHRT0/GN3CERT0 sul soggetto della  *
      * commessa, dal registro corse work/RUNLOG.DAT (come la          *
      * 3300-CHECK-RUNLOG di GENCOM00).                                *
      *----------------------------------------------------------------*
       3800-CHECK-RUNLOG.
           MOVE SPACES TO WS-PROD-TS
           MOVE "N" TO WS-RUN-EOF
           OPEN INPUT RUNLOG-FILE
           IF WS-RUN-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RUN-EOF-YES
             READ RUNLOG-FILE
               AT END
                 MOVE "Y" TO WS-RUN-EOF
               NOT AT END
                 MOVE SPACES TO WS-RL-PROG WS-RL-ARG WS-RL-START
                 UNSTRING RUNLOG-REC DELIMITED BY "|"
                   INTO WS-RL-PROG WS-RL-ARG WS-RL-START
                 IF (FUNCTION TRIM(WS-RL-PROG) = "GN3BOOK0"
                     OR FUNCTION TRIM(WS-RL-PROG) = "GN3CHRT0"
                     OR FUNCTION TRIM(WS-RL-PROG) = "GN3CERT0")
                    AND FUNCTION TRIM(WS-RL-ARG) =
                        FUNCTION TRIM(WS-C4)
                   MOVE WS-RL-START TO WS-PROD-TS
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RUNLOG-FILE
           .

      *----------------------------------------------------------------*
      * Passata una tantum sui vecchi clienti a testo libero: i nomi   *
      * distinti di RICHIESTE e COMMESSE (quelli non ancora ridotti ad *
      * un ID) vengono ordinati per chiave fonetica del cognome; ogni  *
      * chiave e' un gruppo proposto, con il cliente censito che ha la *
      * stessa chiave o NUOVO. Righe di work/CLIENTI-PROPOSTE.DAT:     *
      *   GRUPPO|CHIAVE|TESTO|N-RICHIESTE|N-COMMESSE|PROPOSTO|CONFERMA *
      * La colonna CONFERMA si compila a mano prima di CLIENTE APPLICA.*
      *----------------------------------------------------------------*
       4000-PROPOSE-GROUPS.
           MOVE 0 TO WS-NM-CT WS-CK-CT WS-GRP-NUM
           MOVE "RIC" TO WS-NM-SOURCE
           PERFORM 4010-COLLECT-REQUEST-NAMES
           MOVE "COM" TO WS-NM-SOURCE
           PERFORM 4020-COLLECT-ORDER-NAMES
           IF WS-NM-CT = 0
             DISPLAY "NESSUN CLIENTE A TESTO LIBERO DA RAGGRUPPARE"
             MOVE 4 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM 4030-LOAD-CLIENT-KEYS
           OPEN OUTPUT PROPOSTE-FILE
           IF WS-PRO-FS NOT = "00"
             DISPLAY "ERRORE CREAZIONE work/CLIENTI-PROPOSTE.DAT"
             MOVE 12 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PROPOSTE-REC
           STRING "#GRUPPO|CHIAVE|TESTO|N-RICHIESTE|N-COMMESSE|"
                  "PROPOSTO|CONFERMA"
             DELIMITED BY SIZE INTO PROPOSTE-REC
           WRITE PROPOSTE-REC
           MOVE SPACES TO PROPOSTE-REC
           STRING "#CONFERMA: SI = PROPOSTO, <ID> = ALTRO CLIENTE, "
                  "NUOVO = CLIENTE NUOVO PER IL GRUPPO, VUOTO = SALTA"
             DELIMITED BY SIZE INTO PROPOSTE-REC
           WRITE PROPOSTE-REC
           MOVE HIGH-VALUES TO WS-GRP-KEY
           SORT SORT-WORK
               ON ASCENDING KEY SORT-KEY SORT-TEXT
               INPUT PROCEDURE 4100-RELEASE-NAMES
               OUTPUT PROCEDURE 4200-WRITE-PROPOSALS
           CLOSE PROPOSTE-FILE
           DISPLAY "NOMI A TESTO LIBERO: " WS-NM-CT
                   "  GRUPPI PROPOSTI: " WS-GRP-NUM
           DISPLAY "PROPOSTE IN work/CLIENTI-PROPOSTE.DAT: COMPILARE"
                   " LA COLONNA CONFERMA E LANCIARE CLIENTE APPLICA"
           .

       4010-COLLECT-REQUEST-NAMES.
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
                   MOVE WS-Q2 TO WS-NM-NEW
                   PERFORM 4050-ADD-NAME
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RICHIESTE-FILE
           .

       4020-COLLECT-ORDER-NAMES.
           MOVE "N" TO WS-EOF
           OPEN INPUT COMMESSE-FILE
           IF WS-COM-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-YES
             READ COMMESSE-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF COMMESSE-REC NOT = SPACES
                    AND COMMESSE-REC(1:1) NOT = "#"
                   PERFORM 8100-SPLIT-ORDER-ROW
                   MOVE WS-C2 TO WS-NM-NEW
                   PERFORM 4050-ADD-NAME
                 END-IF
             END-READ
           END-PERFORM
           CLOSE COMMESSE-FILE
           .

      * un ID numerico e' gia' un cliente censito: non entra
       4050-ADD-NAME.
           IF FUNCTION TRIM(WS-NM-NEW) = SPACES
              OR FUNCTION TRIM(WS-NM-NEW) IS NUMERIC
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-J
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NM-CT OR WS-J > 0
             IF WS-NM-TEXT(WS-I) = WS-NM-NEW
               MOVE WS-I TO WS-J
             END-IF
           END-PERFORM
           IF WS-J = 0
             IF WS-NM-CT >= WS-NM-MAX
               DISPLAY "ATTENZIONE: TABELLA NOMI PIENA, IGNORATO "
                       FUNCTION TRIM(WS-NM-NEW)
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-NM-CT
             MOVE WS-NM-CT TO WS-J
             MOVE WS-NM-NEW TO WS-NM-TEXT(WS-J)
             MOVE 0 TO WS-NM-RIC-CT(WS-J) WS-NM-COM-CT(WS-J)
           END-IF
           IF WS-NM-SOURCE = "RIC"
             ADD 1 TO WS-NM-RIC-CT(WS-J)
           ELSE
             ADD 1 TO WS-NM-COM-CT(WS-J)
           END-IF
           .

       4030-LOAD-CLIENT-KEYS.
           MOVE "N" TO CLI-EOF
           OPEN INPUT CLIENTI-FILE
           IF CLI-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CLI-EOF-YES
             READ CLIENTI-FILE
               AT END
                 MOVE "Y" TO CLI-EOF
               NOT AT END
                 IF CLIENTI-REC NOT = SPACES
                    AND CLIENTI-REC(1:1) NOT = "#"
                    AND WS-CK-CT < WS-CK-MAX
                   PERFORM 9310-SPLIT-CLIENTE-ROW
                   MOVE CLI-R2 TO WS-SN-IN
                   PERFORM 6100-SURNAME-KEY
                   ADD 1 TO WS-CK-CT
                   MOVE CLI-R1 TO WS-CK-ID(WS-CK-CT)
                   MOVE WS-SN-KEY TO WS-CK-KEY(WS-CK-CT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CLIENTI-FILE
           .

       4100-RELEASE-NAMES.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NM-CT
             MOVE WS-NM-TEXT(WS-I) TO WS-SN-IN
             PERFORM 6100-SURNAME-KEY
             MOVE WS-SN-KEY TO SORT-KEY
             MOVE WS-NM-TEXT(WS-I) TO SORT-TEXT
             MOVE WS-NM-RIC-CT(WS-I) TO SORT-RIC-CT
             MOVE WS-NM-COM-CT(WS-I) TO SORT-COM-CT
             RELEASE SORT-REC
           END-PERFORM
           .

       4200-WRITE-PROPOSALS.
           MOVE "N" TO WS-SORT-EOF
           PERFORM UNTIL SORT-EOF-YES
             RETURN SORT-WORK
               AT END
                 MOVE "Y" TO WS-SORT-EOF
               NOT AT END
                 PERFORM 4210-WRITE-ONE-PROPOSAL
             END-RETURN
           END-PERFORM
           .

       4210-WRITE-ONE-PROPOSAL.
           IF SORT-KEY NOT = WS-GRP-KEY
             ADD 1 TO WS-GRP-NUM
             MOVE SORT-KEY TO WS-GRP-KEY
             MOVE "NUOVO" TO WS-PROP-ID
             MOVE 0 TO WS-J
             PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-CK-CT OR WS-J > 0
               IF WS-CK-KEY(WS-I) = SORT-KEY
                  AND SORT-KEY NOT = SPACES
                 MOVE WS-I TO WS-J
                 MOVE WS-CK-ID(WS-I) TO WS-PROP-ID
               END-IF
             END-PERFORM
           END-IF
           MOVE WS-GRP-NUM TO WS-GRP-ED
           MOVE SORT-RIC-CT TO WS-RIC-ED
           MOVE SORT-COM-CT TO WS-COM-ED
           MOVE SPACES TO PROPOSTE-REC
           STRING FUNCTION TRIM(WS-GRP-ED) "|"
                  FUNCTION TRIM(SORT-KEY) "|"
                  FUNCTION TRIM(SORT-TEXT) "|"
                  FUNCTION TRIM(WS-RIC-ED) "|"
                  FUNCTION TRIM(WS-COM-ED) "|"
                  FUNCTION TRIM(WS-PROP-ID) "|"
             DELIMITED BY SIZE INTO PROPOSTE-REC
           WRITE PROPOSTE-REC
           .

      *----------------------------------------------------------------*
      * Applicazione delle proposte confermate: ogni testo libero      *
      * diventa l'ID del cliente scelto (i NUOVO dello stesso gruppo   *
      * finiscono sullo stesso cliente, creato col primo testo del     *
      * gruppo come nome), poi RICHIESTE e COMMESSE vengono riscritte  *
      * col giro TMP + mv, una riga di giornale per riga ricondotta.   *
      *----------------------------------------------------------------*
       4500-APPLY-GROUPS.
           MOVE 0 TO WS-MAP-CT WS-NEWG-CT WS-SKIP-CT WS-NEWCLI-CT
                     WS-REMAP-REQ-CT WS-REMAP-COM-CT
           MOVE "N" TO WS-EOF
           OPEN INPUT PROPOSTE-FILE
           IF WS-PRO-FS NOT = "00"
             DISPLAY "ERRORE: MANCA work/CLIENTI-PROPOSTE.DAT "
                     "(LANCIARE PRIMA CLIENTE RAGGRUPPA)"
             MOVE 8 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM 5000-FIND-MAX-ID
           MOVE WS-MAX-ID TO WS-NEXT-ID
           PERFORM UNTIL EOF-YES
             READ PROPOSTE-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 PERFORM 4510-APPLY-ONE-PROPOSAL
             END-READ
           END-PERFORM
           CLOSE PROPOSTE-FILE
           IF WS-MAP-CT = 0
             DISPLAY "NESSUNA PROPOSTA CONFERMATA"
             MOVE 4 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM 4600-REMAP-REQUESTS
           PERFORM 4700-REMAP-ORDERS
           DISPLAY "NOMI RICONDOTTI: " WS-MAP-CT
                   "  SALTATI: " WS-SKIP-CT
                   "  CLIENTI NUOVI: " WS-NEWCLI-CT
           DISPLAY "RICHIESTE AGGIORNATE: " WS-REMAP-REQ-CT
                   "  COMMESSE AGGIORNATE: " WS-REMAP-COM-CT
           .

       4510-APPLY-ONE-PROPOSAL.
           IF PROPOSTE-REC = SPACES OR PROPOSTE-REC(1:1) = "#"
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-W1 WS-W2 WS-W3 WS-W4 WS-W5 WS-W6 WS-W7
           UNSTRING PROPOSTE-REC DELIMITED BY "|"
             INTO WS-W1 WS-W2 WS-W3 WS-W4 WS-W5 WS-W6 WS-W7
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-W7)) TO WS-W7-U
           EVALUATE TRUE
             WHEN WS-W7-U = SPACES OR WS-W7-U = "NO"
               ADD 1 TO WS-SKIP-CT
               EXIT PARAGRAPH
             WHEN WS-W7-U = "SI"
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-W6))
                 TO WS-TARGET
             WHEN OTHER
               MOVE WS-W7-U TO WS-TARGET
           END-EVALUATE
           IF WS-TARGET = "NUOVO"
             PERFORM 4520-NEW-CLIENT-FOR-GROUP
             IF WS-TARGET = SPACES
               ADD 1 TO WS-SKIP-CT
               EXIT PARAGRAPH
             END-IF
           ELSE
             MOVE WS-TARGET TO CLI-CERCA-ID
             PERFORM 9300-FIND-CLIENTE
             IF NOT CLI-TROVATO-SI
               DISPLAY "ATTENZIONE: CLIENTE "
                       FUNCTION TRIM(WS-TARGET)
                       " NON CENSITO, SALTATO: "
                       FUNCTION TRIM(WS-W3)
               ADD 1 TO WS-SKIP-CT
               EXIT PARAGRAPH
             END-IF
           END-IF
           IF WS-MAP-CT >= WS-NM-MAX
             DISPLAY "ATTENZIONE: TROPPE PROPOSTE, SALTATO: "
                     FUNCTION TRIM(WS-W3)
             ADD 1 TO WS-SKIP-CT
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MAP-CT
           MOVE WS-W3 TO WS-MAP-TEXT(WS-MAP-CT)
           MOVE WS-TARGET TO WS-MAP-ID(WS-MAP-CT)
           .

       4520-NEW-CLIENT-FOR-GROUP.
           MOVE SPACES TO WS-TARGET
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NEWG-CT OR WS-TARGET NOT = SPACES
             IF WS-NEWG-GRP(WS-I) = WS-W1
               MOVE WS-NEWG-ID(WS-I) TO WS-TARGET
             END-IF
           END-PERFORM
           IF WS-TARGET NOT = SPACES
             EXIT PARAGRAPH
           END-IF
           IF WS-NEWG-CT >= WS-NM-MAX
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEXT-ID
           MOVE SPACES TO WS-G1 WS-G2 WS-G3 WS-G4 WS-G5
           MOVE WS-W3 TO WS-G1
           MOVE "N" TO WS-G5 WS-G6
           PERFORM 2050-APPEND-CLIENT
           IF LK-RETURN-CODE NOT = 0
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEWCLI-CT
           DISPLAY "CLIENTE CENSITO: ID " FUNCTION TRIM(WS-NEXT-ID-ED)
                   "  " FUNCTION TRIM(WS-G1)
           ADD 1 TO WS-NEWG-CT
           MOVE WS-W1 TO WS-NEWG-GRP(WS-NEWG-CT)
           MOVE FUNCTION TRIM(WS-NEXT-ID-ED) TO WS-NEWG-ID(WS-NEWG-CT)
           MOVE WS-NEWG-ID(WS-NEWG-CT) TO WS-TARGET
           .

       4600-REMAP-REQUESTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT RICHIESTE-FILE
           IF WS-REQ-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RICHIESTE-OUT-FILE
           IF WS-OUT-FS NOT = "00"
             DISPLAY "ERRORE CREAZIONE FILE DI LAVORO"
             MOVE 12 TO LK-RETURN-CODE
             CLOSE RICHIESTE-FILE
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-YES
             READ RICHIESTE-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 MOVE RICHIESTE-REC TO WS-LINE
                 PERFORM 4800-REMAP-LINE
                 IF LINE-CHANGED
                   ADD 1 TO WS-REMAP-REQ-CT
                   MOVE "REQCLI" TO WS-JRN-OP
                   MOVE RICHIESTE-REC(1:240) TO WS-JRN-BEFORE
                   MOVE WS-NEW-REC TO RICHIESTE-OUT-REC
                 ELSE
                   MOVE RICHIESTE-REC TO RICHIESTE-OUT-REC
                 END-IF
                 WRITE RICHIESTE-OUT-REC
                 IF LINE-CHANGED
                   PERFORM 4900-JOURNAL-REMAP
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RICHIESTE-FILE
           CLOSE RICHIESTE-OUT-FILE
           IF WS-REMAP-REQ-CT > 0
             CALL "SYSTEM" USING
               "mv data/RICHIESTE.DAT.TMP data/RICHIESTE.DAT"
           ELSE
             CALL "SYSTEM" USING "rm -f data/RICHIESTE.DAT.TMP"
           END-IF
           .

       4700-REMAP-ORDERS.
           MOVE "N" TO WS-EOF
           OPEN INPUT COMMESSE-FILE
           IF WS-COM-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT COMMESSE-OUT-FILE
           IF WS-OUT-FS NOT = "00"
             DISPLAY "ERRORE CREAZIONE FILE DI LAVORO"
             MOVE 12 TO LK-RETURN-CODE
             CLOSE COMMESSE-FILE
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-YES
             READ COMMESSE-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 MOVE COMMESSE-REC TO WS-LINE
                 PERFORM 4800-REMAP-LINE
                 IF LINE-CHANGED
                   ADD 1 TO WS-REMAP-COM-CT
                   MOVE "COMCLI" TO WS-JRN-OP
                   MOVE COMMESSE-REC(1:240) TO WS-JRN-BEFORE
                   MOVE WS-NEW-REC TO COMMESSE-OUT-REC
                 ELSE
                   MOVE COMMESSE-REC TO COMMESSE-OUT-REC
                 END-IF
                 WRITE COMMESSE-OUT-REC
                 IF LINE-CHANGED
                   PERFORM 4900-JOURNAL-REMAP
                 END-IF
             END-READ
           END-PERFORM
           CLOSE COMMESSE-FILE
           CLOSE COMMESSE-OUT-FILE
           IF WS-REMAP-COM-CT > 0
             CALL "SYSTEM" USING
               "mv data/COMMESSE.DAT.TMP data/COMMESSE.DAT"
           ELSE
             CALL "SYSTEM" USING "rm -f data/COMMESSE.DAT.TMP"
           END-IF
           .

      *----------------------------------------------------------------*
      * Riga ID|CLIENTE|... in WS-LINE: se il cliente e' un testo      *
      * confermato, WS-NEW-REC porta la stessa riga con l'ID al posto  *
      * del testo e LINE-CHANGED e' acceso.                            *
      *----------------------------------------------------------------*
       4800-REMAP-LINE.
           MOVE "N" TO WS-LINE-CHANGED
           IF WS-LINE = SPACES OR WS-LINE(1:1) = "#"
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINE-ID WS-LINE-CLI
           MOVE 1 TO WS-LINE-PTR
           UNSTRING WS-LINE DELIMITED BY "|"
             INTO WS-LINE-ID WS-LINE-CLI
             WITH POINTER WS-LINE-PTR
           IF FUNCTION TRIM(WS-LINE-CLI) = SPACES
              OR FUNCTION TRIM(WS-LINE-CLI) IS NUMERIC
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-MAP-CT OR LINE-CHANGED
             IF WS-MAP-TEXT(WS-J) = WS-LINE-CLI
               SET LINE-CHANGED TO TRUE
               MOVE SPACES TO WS-NEW-REC
               IF WS-LINE-PTR > 512
                 STRING FUNCTION TRIM(WS-LINE-ID) "|"
                        FUNCTION TRIM(WS-MAP-ID(WS-J))
                   DELIMITED BY SIZE INTO WS-NEW-REC
               ELSE
                 STRING FUNCTION TRIM(WS-LINE-ID) "|"
                        FUNCTION TRIM(WS-MAP-ID(WS-J)) "|"
                        WS-LINE(WS-LINE-PTR:)
                   DELIMITED BY SIZE INTO WS-NEW-REC
               END-IF
             END-IF
           END-PERFORM
           .

       4900-JOURNAL-REMAP.
           MOVE FUNCTION TRIM(WS-LINE-ID) TO WS-JRN-ID
           MOVE WS-NEW-REC(1:240) TO WS-JRN-AFTER
           PERFORM 9900-WRITE-GIORNALE
           .

       5000-FIND-MAX-ID.
           MOVE 0 TO WS-MAX-ID
           MOVE "N" TO CLI-EOF
           OPEN INPUT CLIENTI-FILE
           IF CLI-FS = "00"
             PERFORM UNTIL CLI-EOF-YES
               READ CLIENTI-FILE
                 AT END
                   MOVE "Y" TO CLI-EOF
                 NOT AT END
                   IF CLIENTI-REC NOT = SPACES
                      AND CLIENTI-REC(1:1) NOT = "#"
                     PERFORM 9310-SPLIT-CLIENTE-ROW
                     IF FUNCTION TRIM(CLI-R1) IS NUMERIC
                       MOVE FUNCTION TRIM(CLI-R1) TO WS-ID-NUM
                       IF WS-ID-NUM > WS-MAX-ID
                         MOVE WS-ID-NUM TO WS-MAX-ID
                       END-IF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CLIENTI-FILE
           END-IF
           .

      *----------------------------------------------------------------*
      * Cognome di un nome a testo libero (WS-SN-IN) e sua chiave      *
      * fonetica (WS-SN-KEY). Si guarda solo la parte prima di " - " o *
      * "(" (dopo c'e' di solito la citta'); il cognome e' la prima    *
      * parola se il nome ha la virgola ("Rossi, Giovanni"), se        *
      * finisce con un'iniziale ("Rossi G.") o se la prima parola e'   *
      * tutta maiuscola e le altre no ("ROSSI Giovanni"); altrimenti   *
      * e' l'ultima ("Giovanni Rossi").                                *
      *----------------------------------------------------------------*
       6100-SURNAME-KEY.
           MOVE SPACES TO WS-SN-PART WS-SN-OUT WS-SN-KEY
                          WS-SN-TOKENS
           MOVE 0 TO WS-SN-CT WS-SN-COMMA WS-SN-LOWER
           UNSTRING WS-SN-IN DELIMITED BY " - " OR "("
             INTO WS-SN-PART
           IF WS-SN-PART = SPACES
             MOVE WS-SN-IN TO WS-SN-PART
           END-IF
           INSPECT WS-SN-PART TALLYING WS-SN-COMMA FOR ALL ","
           INSPECT WS-SN-PART REPLACING ALL "," BY SPACE
                                        ALL "." BY SPACE
           MOVE FUNCTION TRIM(WS-SN-PART) TO WS-SN-PART
           UNSTRING WS-SN-PART DELIMITED BY ALL SPACE
             INTO WS-SN-TK(1) WS-SN-TK(2) WS-SN-TK(3) WS-SN-TK(4)
                  WS-SN-TK(5) WS-SN-TK(6) WS-SN-TK(7) WS-SN-TK(8)
           PERFORM VARYING WS-SN-IX FROM 1 BY 1 UNTIL WS-SN-IX > 8
             IF WS-SN-TK(WS-SN-IX) NOT = SPACES
               MOVE WS-SN-IX TO WS-SN-CT
               IF WS-SN-IX > 1
                  AND WS-SN-TK(WS-SN-IX) NOT =
                      FUNCTION UPPER-CASE(WS-SN-TK(WS-SN-IX))
                 ADD 1 TO WS-SN-LOWER
               END-IF
             END-IF
           END-PERFORM
           IF WS-SN-CT = 0
             EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SN-TK(WS-SN-CT)))
             TO WS-SN-LAST-LEN
           EVALUATE TRUE
             WHEN WS-SN-CT = 1
             WHEN WS-SN-COMMA > 0
             WHEN WS-SN-LAST-LEN = 1
               MOVE WS-SN-TK(1) TO WS-SN-OUT
             WHEN WS-SN-TK(1) = FUNCTION UPPER-CASE(WS-SN-TK(1))
                  AND WS-SN-LOWER > 0
               MOVE WS-SN-TK(1) TO WS-SN-OUT
             WHEN OTHER
               MOVE WS-SN-TK(WS-SN-CT) TO WS-SN-OUT
           END-EVALUATE
           MOVE WS-SN-OUT TO FKEY-IN
           PERFORM 9100-BUILD-PHONETIC-KEY
           MOVE FKEY-OUT TO WS-SN-KEY
           .

       6300-ACQUIRE-LOCK.
           MOVE "N" TO WS-LOCK-HELD
           OPEN INPUT LOCK-FILE
           IF WS-LCK-FS = "00"
             CLOSE LOCK-FILE
             DISPLAY "ERRORE: ARCHIVIO IN AGGIORNAMENTO DA UN"
                     " ALTRO OPERATORE (data/ARCHIVIO.LCK)"
             MOVE 8 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LOCK-FILE
           IF WS-LCK-FS NOT = "00"
             DISPLAY "ERRORE: IMPOSSIBILE CREARE IL FILE LOCK"
             MOVE 12 TO LK-RETURN-CODE
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
           MOVE SPACES TO WS-Q1 WS-Q2 WS-Q3 WS-Q4 WS-Q5
                          WS-Q6 WS-Q7 WS-Q8 WS-Q9 WS-Q10
           UNSTRING RICHIESTE-REC DELIMITED BY "|"
             INTO WS-Q1 WS-Q2 WS-Q3 WS-Q4 WS-Q5
                  WS-Q6 WS-Q7 WS-Q8 WS-Q9 WS-Q10
           .

       8100-SPLIT-ORDER-ROW.
           MOVE SPACES TO WS-C1 WS-C2 WS-C3 WS-C4
                          WS-C5 WS-C6 WS-C7 WS-C8 WS-C9
           UNSTRING COMMESSE-REC DELIMITED BY "|"
             INTO WS-C1 WS-C2 WS-C3 WS-C4
                  WS-C5 WS-C6 WS-C7 WS-C8 WS-C9
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

       COPY "GENCLIEP.CPY".
       COPY "GENFKEYP.CPY".

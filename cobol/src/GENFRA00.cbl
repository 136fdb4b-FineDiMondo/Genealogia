       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENFRA00.

      * Manutenzione del frasario delle edizioni (data/FRASI.DAT,
      * righe LINGUA|CHIAVE|TESTO): le voci qui censite correggono o
      * integrano i default compilati di GNFRASI nei programmi che le
      * caricano (GN3BOOK0, GN3CERT0, GN3ACKL0). Una voce vale per la
      * sua lingua e vince sul default; a parita' di chiave vince la
      * prima riga del file. Nei testi &1..&5 sono i segnaposti.
      * Verbi:
      * FRASI ADD <LINGUA>|<CHIAVE>|<TESTO>
      * FRASI LISTA [<LINGUA>]
      * Le mutazioni passano dal lock esclusivo come in GENMNT00.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRASI-FILE ASSIGN TO "data/FRASI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
           SELECT LOCK-FILE ASSIGN TO "data/ARCHIVIO.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FRASI-FILE.
       01 FRASI-REC               PIC X(100).

       FD LOCK-FILE.
       01 LOCK-REC                PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-FS                   PIC X(2) VALUE "00".
       01 WS-LCK-FS               PIC X(2) VALUE "00".
       01 WS-EOF                  PIC X VALUE "N".
          88 EOF-YES              VALUE "Y".
       01 WS-LOCK-HELD            PIC X VALUE "N".
          88 LOCK-HELD            VALUE "Y".

       01 WS-PARAM                PIC X(120) VALUE SPACES.
       01 WS-VERB                 PIC X(12) VALUE SPACES.
       01 WS-VERB-U               PIC X(12) VALUE SPACES.
       01 WS-REST                 PIC X(120) VALUE SPACES.
       01 WS-SP-POS               PIC 9(4) VALUE 0.
       01 WS-G1                   PIC X(20) VALUE SPACES.
       01 WS-G2                   PIC X(20) VALUE SPACES.
       01 WS-G3                   PIC X(80) VALUE SPACES.
       01 WS-LANG-U               PIC X(2) VALUE SPACES.
       01 WS-CT                   PIC 9(3) VALUE 0.

       LINKAGE SECTION.
       COPY "CLIARGS.CPY".

       PROCEDURE DIVISION USING LK-CLI-ARGS.
       MAIN-LOGIC.
           MOVE 0 TO LK-RETURN-CODE
           MOVE FUNCTION TRIM(LK-PARAM) TO WS-PARAM
           PERFORM 1000-SPLIT-VERB
           MOVE FUNCTION UPPER-CASE(WS-VERB) TO WS-VERB-U

           EVALUATE WS-VERB-U
             WHEN "ADD"
               PERFORM 6300-ACQUIRE-LOCK
               IF LOCK-HELD
                 PERFORM 2000-FRA-ADD
                 PERFORM 6350-RELEASE-LOCK
               END-IF
             WHEN "LISTA"
               PERFORM 3000-FRA-LIST
             WHEN OTHER
               DISPLAY "ERRORE: FRASI RICHIEDE ADD O LISTA"
               MOVE 8 TO LK-RETURN-CODE
           END-EVALUATE
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

       2000-FRA-ADD.
           MOVE SPACES TO WS-G1 WS-G2 WS-G3
           UNSTRING WS-REST DELIMITED BY "|" INTO WS-G1 WS-G2 WS-G3
           IF FUNCTION TRIM(WS-G1) = SPACES
              OR FUNCTION TRIM(WS-G2) = SPACES
              OR FUNCTION TRIM(WS-G3) = SPACES
             DISPLAY "ERRORE: ADD RICHIEDE LINGUA|CHIAVE|TESTO"
             MOVE 8 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-G1)) > 2
              OR FUNCTION LENGTH(FUNCTION TRIM(WS-G2)) > 16
              OR FUNCTION LENGTH(FUNCTION TRIM(WS-G3)) > 60
             DISPLAY "ERRORE: LINGUA DI 2 LETTERE (IT, EN, ES...),"
                     " CHIAVE FINO A 16, TESTO FINO A 60 CARATTERI"
             MOVE 8 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           OPEN EXTEND FRASI-FILE
           IF WS-FS NOT = "00"
             OPEN OUTPUT FRASI-FILE
             IF WS-FS NOT = "00"
               DISPLAY "ERRORE APERTURA data/FRASI.DAT"
               MOVE 12 TO LK-RETURN-CODE
               EXIT PARAGRAPH
             END-IF
           END-IF
           MOVE SPACES TO FRASI-REC
           STRING FUNCTION UPPER-CASE(FUNCTION TRIM(WS-G1)) "|"
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-G2)) "|"
                  FUNCTION TRIM(WS-G3)
             DELIMITED BY SIZE INTO FRASI-REC
           WRITE FRASI-REC
           CLOSE FRASI-FILE
           DISPLAY "FRASE CENSITA: "
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-G1)) " "
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-G2))
                   " = " FUNCTION TRIM(WS-G3)
           .

       3000-FRA-LIST.
           MOVE 0 TO WS-CT
           MOVE "N" TO WS-EOF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REST))
             TO WS-LANG-U
           OPEN INPUT FRASI-FILE
           IF WS-FS NOT = "00"
             DISPLAY "NESSUNA FRASE OLTRE AI DEFAULT COMPILATI"
             EXIT PARAGRAPH
           END-IF
           DISPLAY "FRASI CENSITE (OLTRE AI DEFAULT):"
           PERFORM UNTIL EOF-YES
             READ FRASI-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF FRASI-REC NOT = SPACES
                    AND FRASI-REC(1:1) NOT = "#"
                    AND (WS-LANG-U = SPACES
                         OR FUNCTION UPPER-CASE(FRASI-REC(1:2))
                            = WS-LANG-U)
                   ADD 1 TO WS-CT
                   DISPLAY "  " FUNCTION TRIM(FRASI-REC)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE FRASI-FILE
           DISPLAY "TOTALE: " WS-CT
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

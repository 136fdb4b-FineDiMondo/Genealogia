       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3PLRV0.

      *================================================================*
      * GEDCOM PIPELINE - STAGE 5 - PLACE REVIEW SCREEN                *
      * Rilegge il file dei luoghi (default work/places.dat) in cui    *
      * GN3S5CMT mette in coda i testi di luogo ambigui o ignoti e     *
      * lascia all'operatore scorrere ogni testo ancora PENDING        *
      * (INVIO=avanti, B=torna indietro, F=fine) per scegliere uno dei *
      * luoghi candidati, indicare un PLAC-ID a mano o chiedere un     *
      * luogo nuovo, riscrivendo il file con le decisioni. Il commit   *
      * successivo riprende gli xref sospesi e ricorda le decisioni    *
      * per le importazioni future.                                    *
      * Riga: TESTO|DECISIONE|PLAC-ID|NOME-NUOVO|PADRE|CANDIDATI       *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLACE-FILE ASSIGN TO DYNAMIC WS-IO-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLACE-FILE.
       01  PLACE-REC                 PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-ARGC                    PIC 9(4) VALUE 0.
       01 WS-IO-FILE                 PIC X(256) VALUE SPACES.
       01 WS-IO-FS                   PIC X(2) VALUE "00".
       01 WS-EOF                     PIC X VALUE "N".
          88 EOF-YES                 VALUE "Y".
       01 WS-TOTAL                   PIC 9(5) VALUE 0.
       01 WS-PENDING                 PIC 9(5) VALUE 0.
       01 WS-RESOLVED                PIC 9(5) VALUE 0.
       01 WS-I                       PIC 9(5) VALUE 0.
       01 WS-J                       PIC 9(5) VALUE 0.
       01 WS-ANSWER                  PIC X(1) VALUE SPACE.
       01 WS-GO-BACK                 PIC X(1) VALUE "N".
          88 WS-GO-BACK-YES          VALUE "Y".
       01 WS-STOP                    PIC X(1) VALUE "N".
          88 WS-STOP-YES             VALUE "Y".

       01 WS-LINE-TABLE.
          05 WS-LINE-ENTRY OCCURS 1000 TIMES PIC X(600).
      * "Y" SE LA RIGA E' L'ULTIMA DEL SUO TESTO ED E' PENDING
       01 WS-OPEN-TABLE.
          05 WS-LINE-OPEN OCCURS 1000 TIMES PIC X(1).

       01 WS-PDL.
          05 WS-PDL-TEXT             PIC X(80).
          05 WS-PDL-DECISION         PIC X(8).
          05 WS-PDL-PLAC             PIC X(12).
          05 WS-PDL-NEWNAME          PIC X(60).
          05 WS-PDL-PARENT           PIC X(12).
          05 WS-PDL-CANDS            PIC X(400).
       01 WS-OTHER-TEXT              PIC X(80) VALUE SPACES.

       01 WS-CAND-TABLE.
          05 WS-CAND-ENTRY OCCURS 5 TIMES.
             10 WS-CAND-RAW          PIC X(80).
             10 WS-CAND-ID           PIC X(12).
             10 WS-CAND-NAME         PIC X(60).
       01 WS-CAND-CT                 PIC 9(1) VALUE 0.
       01 WS-CAND-IX                 PIC 9(1) VALUE 0.
       01 WS-IN-ID                   PIC X(12) VALUE SPACES.
       01 WS-IN-NAME                 PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC >= 1
             ACCEPT WS-IO-FILE FROM ARGUMENT-VALUE
             MOVE FUNCTION TRIM(WS-IO-FILE) TO WS-IO-FILE
           ELSE
             MOVE "work/places.dat" TO WS-IO-FILE
           END-IF

           PERFORM 1000-LOAD-PLACES
           IF WS-PENDING = 0
             DISPLAY "GN3PLRV0: NESSUN LUOGO IN REVISIONE."
             MOVE 0 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM 2000-PAGE-THROUGH-PENDING
           PERFORM 3000-REWRITE-FILE

           DISPLAY "GN3PLRV0: LUOGHI IN REVISIONE = " WS-PENDING
           DISPLAY "GN3PLRV0: DECISI IN SESSIONE  = " WS-RESOLVED
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------*
      * Carica tutte le righe (commenti compresi, riscritti tali e     *
      * quali) e marca aperta ogni riga PENDING che sia l'ultima del   *
      * suo testo: una decisione successiva per lo stesso testo la     *
      * supera, come la legge GN3S5CMT.                                *
      *----------------------------------------------------------------*
       1000-LOAD-PLACES.
           MOVE 0 TO WS-TOTAL WS-PENDING
           OPEN INPUT PLACE-FILE
           IF WS-IO-FS NOT = "00"
             DISPLAY "GN3PLRV0: FILE LUOGHI " FUNCTION TRIM(WS-IO-FILE)
                     " ASSENTE"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-YES OR WS-TOTAL >= 1000
             READ PLACE-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 ADD 1 TO WS-TOTAL
                 MOVE PLACE-REC TO WS-LINE-ENTRY(WS-TOTAL)
                 MOVE "N" TO WS-LINE-OPEN(WS-TOTAL)
             END-READ
           END-PERFORM
           CLOSE PLACE-FILE

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TOTAL
             PERFORM 1100-SPLIT-LINE
             IF WS-LINE-ENTRY(WS-I) NOT = SPACES
                AND WS-LINE-ENTRY(WS-I)(1:1) NOT = "#"
                AND FUNCTION UPPER-CASE(WS-PDL-DECISION) = "PENDING"
               MOVE "Y" TO WS-LINE-OPEN(WS-I)
               MOVE WS-PDL-TEXT TO WS-OTHER-TEXT
               PERFORM VARYING WS-J FROM WS-I BY 1
                   UNTIL WS-J >= WS-TOTAL
                 MOVE SPACES TO WS-PDL
                 UNSTRING WS-LINE-ENTRY(WS-J + 1) DELIMITED BY "|"
                   INTO WS-PDL-TEXT
                 END-UNSTRING
                 IF WS-PDL-TEXT = WS-OTHER-TEXT
                   MOVE "N" TO WS-LINE-OPEN(WS-I)
                 END-IF
               END-PERFORM
               IF WS-LINE-OPEN(WS-I) = "Y"
                 ADD 1 TO WS-PENDING
               END-IF
             END-IF
           END-PERFORM
           .

       1100-SPLIT-LINE.
           MOVE SPACES TO WS-PDL
           UNSTRING WS-LINE-ENTRY(WS-I) DELIMITED BY "|"
             INTO WS-PDL-TEXT WS-PDL-DECISION WS-PDL-PLAC
                  WS-PDL-NEWNAME WS-PDL-PARENT WS-PDL-CANDS
           END-UNSTRING
           .

       2000-PAGE-THROUGH-PENDING.
           MOVE 0 TO WS-RESOLVED
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > WS-TOTAL OR WS-STOP-YES
             IF WS-LINE-OPEN(WS-I) = "Y"
               PERFORM 1100-SPLIT-LINE
               PERFORM 2100-SHOW-AND-DECIDE
               IF WS-GO-BACK-YES
                 PERFORM 2150-STEP-BACK-TO-PENDING
               ELSE
                 ADD 1 TO WS-I
               END-IF
             ELSE
               ADD 1 TO WS-I
             END-IF
           END-PERFORM
           .

       2150-STEP-BACK-TO-PENDING.
      * TORNA AL TESTO PENDING PRECEDENTE (TASTO B), SALTANDO QUELLI
      * GIA' DECISI. RESTA SUL PRIMO SE NON C'E' NULLA PRIMA.
           PERFORM UNTIL WS-I = 1
             SUBTRACT 1 FROM WS-I
             IF WS-LINE-OPEN(WS-I) = "Y"
               EXIT PERFORM
             END-IF
           END-PERFORM
           .

       2100-SHOW-AND-DECIDE.
           PERFORM 2200-SPLIT-CANDIDATES
           DISPLAY " "
           DISPLAY "--- LUOGO IN REVISIONE (RIGA " WS-I " DI "
                   WS-TOTAL ") ---"
           DISPLAY "TESTO GEDCOM   : " FUNCTION TRIM(WS-PDL-TEXT)
           IF WS-CAND-CT = 0
             DISPLAY "  NESSUN LUOGO SIMILE NEL GAZETTEER"
           END-IF
           PERFORM VARYING WS-CAND-IX FROM 1 BY 1
               UNTIL WS-CAND-IX > WS-CAND-CT
             DISPLAY "  (" WS-CAND-IX ") "
                     FUNCTION TRIM(WS-CAND-ID(WS-CAND-IX)) " "
                     FUNCTION TRIM(WS-CAND-NAME(WS-CAND-IX))
           END-PERFORM
           MOVE "N" TO WS-GO-BACK
           DISPLAY "DECISIONE: (1-5) candidato  (P)LAC-ID a mano  "
                   "(N)uovo luogo  (B)ack  (F)ine  "
                   "INVIO=avanti senza decidere: "
                   WITH NO ADVANCING
           MOVE SPACE TO WS-ANSWER
           ACCEPT WS-ANSWER
           EVALUATE FUNCTION UPPER-CASE(WS-ANSWER)
             WHEN "1" THRU "5"
               MOVE WS-ANSWER TO WS-CAND-IX
               IF WS-CAND-IX <= WS-CAND-CT
                 MOVE WS-CAND-ID(WS-CAND-IX) TO WS-IN-ID
                 PERFORM 2300-MARK-CHOSEN
               END-IF
             WHEN "P"
               DISPLAY "PLAC-ID: " WITH NO ADVANCING
               MOVE SPACES TO WS-IN-ID
               ACCEPT WS-IN-ID
               IF WS-IN-ID NOT = SPACES
                 MOVE FUNCTION UPPER-CASE(WS-IN-ID) TO WS-IN-ID
                 PERFORM 2300-MARK-CHOSEN
               END-IF
             WHEN "N"
               PERFORM 2400-MARK-NEW
             WHEN "B"
               SET WS-GO-BACK-YES TO TRUE
             WHEN "F"
               SET WS-STOP-YES TO TRUE
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Candidati della riga: PLAC-ID:NOME separati da ";".            *
      *----------------------------------------------------------------*
       2200-SPLIT-CANDIDATES.
           MOVE SPACES TO WS-CAND-TABLE
           MOVE 0 TO WS-CAND-CT
           UNSTRING WS-PDL-CANDS DELIMITED BY ";"
             INTO WS-CAND-RAW(1) WS-CAND-RAW(2) WS-CAND-RAW(3)
                  WS-CAND-RAW(4) WS-CAND-RAW(5)
           END-UNSTRING
           PERFORM VARYING WS-CAND-IX FROM 1 BY 1
               UNTIL WS-CAND-IX > 5
             IF WS-CAND-RAW(WS-CAND-IX) NOT = SPACES
               ADD 1 TO WS-CAND-CT
               UNSTRING WS-CAND-RAW(WS-CAND-IX) DELIMITED BY ":"
                 INTO WS-CAND-ID(WS-CAND-CT) WS-CAND-NAME(WS-CAND-CT)
               END-UNSTRING
             END-IF
           END-PERFORM
           .

       2300-MARK-CHOSEN.
           MOVE SPACES TO WS-LINE-ENTRY(WS-I)
           STRING FUNCTION TRIM(WS-PDL-TEXT) "|SCELTO|"
                  FUNCTION TRIM(WS-IN-ID) "|||"
             DELIMITED BY SIZE INTO WS-LINE-ENTRY(WS-I)
           MOVE "N" TO WS-LINE-OPEN(WS-I)
           ADD 1 TO WS-RESOLVED
           .

      *----------------------------------------------------------------*
      * Luogo nuovo: nome (INVIO = prima parte del testo) e padre nel  *
      * gazetteer (INVIO = nessuno); lo crea GN3S5CMT al commit.       *
      *----------------------------------------------------------------*
       2400-MARK-NEW.
           DISPLAY "NOME DEL NUOVO LUOGO (INVIO=DAL TESTO): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-IN-NAME
           ACCEPT WS-IN-NAME
           DISPLAY "PLAC-ID DEL PADRE (INVIO=NESSUNO): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-IN-ID
           ACCEPT WS-IN-ID
           MOVE FUNCTION UPPER-CASE(WS-IN-ID) TO WS-IN-ID
           INSPECT WS-IN-NAME REPLACING ALL "|" BY "/"
           MOVE SPACES TO WS-LINE-ENTRY(WS-I)
           STRING FUNCTION TRIM(WS-PDL-TEXT) "|NUOVO||"
                  FUNCTION TRIM(WS-IN-NAME) "|"
                  FUNCTION TRIM(WS-IN-ID) "|"
             DELIMITED BY SIZE INTO WS-LINE-ENTRY(WS-I)
           MOVE "N" TO WS-LINE-OPEN(WS-I)
           ADD 1 TO WS-RESOLVED
           .

       3000-REWRITE-FILE.
           OPEN OUTPUT PLACE-FILE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TOTAL
             MOVE WS-LINE-ENTRY(WS-I) TO PLACE-REC
             WRITE PLACE-REC
           END-PERFORM
           CLOSE PLACE-FILE
           .

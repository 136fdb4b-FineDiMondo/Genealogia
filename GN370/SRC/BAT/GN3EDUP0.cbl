       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3EDUP0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Spazzata dei duplicati di EVENTO: matrimoni e
                battesimi entrano spesso due volte - una sotto
                ciascun coniuge, o una a mano e una da un import -
                e ciascuna copia porta solo una parte dei testimoni
                PARTIC. Si confrontano fra loro tutti gli EVENT con
                lo stesso tipo canonico (GNEVTAB, come GN3EVRC0) le
                cui persone sono la stessa persona oppure i due
                coniugi di una FAMILY non cancellata; fra coniugi
                solo per i tipi che possono essere condivisi (non
                NASCITA, BATTESIMO, CRESIMA, MORTE, SEPOLTURA, che
                riguardano una persona sola). Punteggio: persone
                compatibili 30, data uguale 40 (stesso anno o una
                delle due vuota 20, altrimenti la coppia cade),
                luogo uguale 30 (uno dei due vuoto 10, altrimenti la
                coppia cade). Le coppie sopra soglia (default 80)
                escono in worklist nel tracciato di GN3DUP00
                (superstite 1-12, vittima 14-25, punteggio 27-29),
                superstite = EVNT-ID minore; il consumo spetta a
                GN3EMRG0.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKLIST-FILE ASSIGN TO DYNAMIC WS-OUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO DYNAMIC WS-SORT-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  WORKLIST-FILE.
       01  WORKLIST-REC          PIC X(80).

       SD  SORT-WORK.
       01  SORT-REC.
           05 SORT-SCORE-INV     PIC 9(3).
           05 SORT-SURVIVOR      PIC X(12).
           05 SORT-VICTIM        PIC X(12).
           05 SORT-SCORE         PIC 9(3).

       WORKING-STORAGE SECTION.
       77  WS-OUT-FILE           PIC X(256) VALUE SPACES.
       77  WS-SORT-FILE          PIC X(64)
           VALUE "work/gn3edup-sort.tmp".
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-THRESHOLD          PIC 9(3) VALUE 80.
       77  WS-THRESH-ARG         PIC X(3) VALUE SPACES.
       77  WS-PAIR-COUNT         PIC 9(9) VALUE 0.
       77  WS-HIT-COUNT          PIC 9(7) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".

      * TUTTI GLI EVENTI CON TIPO RICONDOTTO AL CODICE CANONICO
       01  WS-E-TABLE.
           05 WS-E-ENTRY OCCURS 5000 TIMES.
              10 WS-E-ID         PIC X(12).
              10 WS-E-TYPE       PIC X(12).
              10 WS-E-DATE       PIC X(10).
              10 WS-E-PERS       PIC X(12).
              10 WS-E-PLACE      PIC X(12).
       01  WS-E-COUNT            PIC 9(4) VALUE 0.

      * COPPIE DI CONIUGI DALLE FAMILY NON CANCELLATE
       01  WS-F-TABLE.
           05 WS-F-ENTRY OCCURS 2000 TIMES.
              10 WS-F-FATHER     PIC X(12).
              10 WS-F-MOTHER     PIC X(12).
       01  WS-F-COUNT            PIC 9(4) VALUE 0.
       01  WS-F-IX               PIC 9(4) VALUE 0.

       01  WS-I                  PIC 9(4) VALUE 0.
       01  WS-J                  PIC 9(4) VALUE 0.
       01  WS-SIM-SCORE          PIC 9(3) VALUE 0.
       01  WS-SPOUSES            PIC X VALUE "N".
           88 SPOUSES-YES        VALUE "Y".

       COPY GN1EVNT.
       COPY GNFAMIL.
       COPY GNEVTAB.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             DISPLAY "USO: GN3EDUP0 <worklist-out> [soglia]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           IF WS-ARGC >= 2
             ACCEPT WS-THRESH-ARG FROM ARGUMENT-VALUE
             IF FUNCTION TRIM(WS-THRESH-ARG) IS NUMERIC
               MOVE FUNCTION TRIM(WS-THRESH-ARG) TO WS-THRESHOLD
             END-IF
           END-IF

           PERFORM 1000-LOAD-EVENTS
           PERFORM 1100-LOAD-SPOUSES
           SORT SORT-WORK
               ON ASCENDING KEY SORT-SCORE-INV
               INPUT PROCEDURE 2000-SCORE-ALL-PAIRS
               OUTPUT PROCEDURE 3000-WRITE-WORKLIST

           DISPLAY "GN3EDUP0: EVENTI CARICATI   = " WS-E-COUNT
           DISPLAY "GN3EDUP0: COPPIE DI CONIUGI = " WS-F-COUNT
           DISPLAY "GN3EDUP0: COPPIE VALUTATE   = " WS-PAIR-COUNT
           DISPLAY "GN3EDUP0: SOPRA SOGLIA      = " WS-HIT-COUNT
           MOVE 0 TO RETURN-CODE
           GOBACK.

       1000-LOAD-EVENTS.
           MOVE 0 TO WS-E-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EVNT-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-E-COUNT >= 5000
             IF EVNT-TYPE NOT = SPACES
               ADD 1 TO WS-E-COUNT
               MOVE EVNT-ID TO WS-E-ID(WS-E-COUNT)
               MOVE EVNT-TYPE TO EVTAB-LOOKUP
               PERFORM 8600-RESOLVE-EVENT-TYPE
               IF EVTAB-RESULT NOT = SPACES
                 MOVE EVTAB-RESULT TO WS-E-TYPE(WS-E-COUNT)
               ELSE
                 MOVE FUNCTION UPPER-CASE(EVNT-TYPE)
                   TO WS-E-TYPE(WS-E-COUNT)
               END-IF
               MOVE EVNT-DATE TO WS-E-DATE(WS-E-COUNT)
               MOVE EVNT-PERS TO WS-E-PERS(WS-E-COUNT)
               MOVE EVNT-PLACE TO WS-E-PLACE(WS-E-COUNT)
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1EVNT-SEG
           END-PERFORM
           IF WS-E-COUNT >= 5000 AND DB-STATUS = SPACES
             DISPLAY "GN3EDUP0: OLTRE 5000 EVENTI, CONFRONTATI "
                     "SOLO I PRIMI"
           END-IF
           .

       1100-LOAD-SPOUSES.
           MOVE 0 TO WS-F-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                FAMILY-REC
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-F-COUNT >= 2000
             IF FAMILY-IS-DELETED NOT = "Y"
                AND FAMILY-FATHER-ID NOT = SPACES
                AND FAMILY-MOTHER-ID NOT = SPACES
               ADD 1 TO WS-F-COUNT
               MOVE FAMILY-FATHER-ID TO WS-F-FATHER(WS-F-COUNT)
               MOVE FAMILY-MOTHER-ID TO WS-F-MOTHER(WS-F-COUNT)
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  FAMILY-REC
           END-PERFORM
           .

       2000-SCORE-ALL-PAIRS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-E-COUNT
             COMPUTE WS-J = WS-I + 1
             PERFORM UNTIL WS-J > WS-E-COUNT
               IF WS-E-TYPE(WS-I) = WS-E-TYPE(WS-J)
                 ADD 1 TO WS-PAIR-COUNT
                 PERFORM 2100-SCORE-PAIR
                 IF WS-SIM-SCORE >= WS-THRESHOLD
                   ADD 1 TO WS-HIT-COUNT
                   MOVE SPACES TO SORT-REC
                   COMPUTE SORT-SCORE-INV = 999 - WS-SIM-SCORE
                   IF WS-E-ID(WS-I) < WS-E-ID(WS-J)
                     MOVE WS-E-ID(WS-I) TO SORT-SURVIVOR
                     MOVE WS-E-ID(WS-J) TO SORT-VICTIM
                   ELSE
                     MOVE WS-E-ID(WS-J) TO SORT-SURVIVOR
                     MOVE WS-E-ID(WS-I) TO SORT-VICTIM
                   END-IF
                   MOVE WS-SIM-SCORE TO SORT-SCORE
                   RELEASE SORT-REC
                 END-IF
               END-IF
               ADD 1 TO WS-J
             END-PERFORM
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Punteggio di una coppia dello stesso tipo canonico: persone,   *
      * data e luogo devono essere tutti compatibili, altrimenti zero. *
      *----------------------------------------------------------------*
       2100-SCORE-PAIR.
           MOVE 0 TO WS-SIM-SCORE
           IF WS-E-PERS(WS-I) = WS-E-PERS(WS-J)
             ADD 30 TO WS-SIM-SCORE
           ELSE
             EVALUATE WS-E-TYPE(WS-I)
               WHEN "NASCITA"
               WHEN "BATTESIMO"
               WHEN "CRESIMA"
               WHEN "MORTE"
               WHEN "SEPOLTURA"
                 EXIT PARAGRAPH
             END-EVALUATE
             PERFORM 2200-CHECK-SPOUSES
             IF NOT SPOUSES-YES
               EXIT PARAGRAPH
             END-IF
             ADD 30 TO WS-SIM-SCORE
           END-IF
      *    DATE COMPATIBILI: UGUALI, STESSO ANNO, O UNA IGNOTA
           EVALUATE TRUE
             WHEN WS-E-DATE(WS-I) = WS-E-DATE(WS-J)
               ADD 40 TO WS-SIM-SCORE
             WHEN WS-E-DATE(WS-I) = SPACES
               OR WS-E-DATE(WS-J) = SPACES
               OR WS-E-DATE(WS-I)(1:4) = WS-E-DATE(WS-J)(1:4)
               ADD 20 TO WS-SIM-SCORE
             WHEN OTHER
               MOVE 0 TO WS-SIM-SCORE
               EXIT PARAGRAPH
           END-EVALUATE
           EVALUATE TRUE
             WHEN WS-E-PLACE(WS-I) = WS-E-PLACE(WS-J)
               ADD 30 TO WS-SIM-SCORE
             WHEN WS-E-PLACE(WS-I) = SPACES
               OR WS-E-PLACE(WS-J) = SPACES
               ADD 10 TO WS-SIM-SCORE
             WHEN OTHER
               MOVE 0 TO WS-SIM-SCORE
           END-EVALUATE
           IF WS-SIM-SCORE > 100
             MOVE 100 TO WS-SIM-SCORE
           END-IF
           .

       2200-CHECK-SPOUSES.
           MOVE "N" TO WS-SPOUSES
           PERFORM VARYING WS-F-IX FROM 1 BY 1
               UNTIL WS-F-IX > WS-F-COUNT OR SPOUSES-YES
             IF (WS-F-FATHER(WS-F-IX) = WS-E-PERS(WS-I)
                 AND WS-F-MOTHER(WS-F-IX) = WS-E-PERS(WS-J))
                OR (WS-F-FATHER(WS-F-IX) = WS-E-PERS(WS-J)
                 AND WS-F-MOTHER(WS-F-IX) = WS-E-PERS(WS-I))
               MOVE "Y" TO WS-SPOUSES
             END-IF
           END-PERFORM
           .

       3000-WRITE-WORKLIST.
           OPEN OUTPUT WORKLIST-FILE
           PERFORM WITH TEST AFTER UNTIL WS-I = 0
             MOVE 0 TO WS-I
             RETURN SORT-WORK
               AT END
                 CONTINUE
               NOT AT END
                 MOVE 1 TO WS-I
                 MOVE SPACES TO WORKLIST-REC
                 MOVE SORT-SURVIVOR TO WORKLIST-REC(1:12)
                 MOVE SORT-VICTIM TO WORKLIST-REC(14:12)
                 MOVE SORT-SCORE TO WORKLIST-REC(27:3)
                 WRITE WORKLIST-REC
             END-RETURN
           END-PERFORM
           CLOSE WORKLIST-FILE
           .

       8600-RESOLVE-EVENT-TYPE.
           MOVE SPACES TO EVTAB-RESULT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(EVTAB-LOOKUP))
             TO EVTAB-LOOKUP
           PERFORM VARYING EVTAB-IX FROM 1 BY 1
               UNTIL EVTAB-IX > EVTAB-COUNT
             IF EVTAB-SYN(EVTAB-IX) = EVTAB-LOOKUP
               MOVE EVTAB-CANON(EVTAB-IX) TO EVTAB-RESULT
             END-IF
           END-PERFORM
           .

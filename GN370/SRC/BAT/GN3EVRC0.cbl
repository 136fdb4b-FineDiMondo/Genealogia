                raggruppano per tipo smettono di frammentarsi. I
                tipi non riconosciuti restano come sono e vengono
                contati e mostrati, mai cambiati alla cieca.
                Uso:
                  GN3EVRC0 [CKPT=n]
                Con CKPT=n un checkpoint simbolico ogni n eventi
                letti (GNCKPTP) con l'ultimo EVNT-ID trattato: dopo
                la CHKP, e in ripartenza, la spazzata riprende con
                una GU sulla chiave maggiore.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-CT-READ            PIC 9(7) VALUE 0.
       77  WS-CT-CHANGED         PIC 9(7) VALUE 0.
       77  WS-CT-UNKNOWN         PIC 9(7) VALUE 0.
       77  WS-ARGC               PIC 9(4) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".
           05 DLI-REPL           PIC X(4) VALUE "REPL".

      * RIPOSIZIONAMENTO DELLA SPAZZATA DOPO UN CHECKPOINT
       01  WS-SSA-EVNT-GT.
           05 FILLER             PIC X(15) VALUE "EVENT   (EVNTID".
           05 FILLER             PIC X(2) VALUE "> ".
           05 WS-SSA-EVNT-GT-VAL PIC X(12) VALUE SPACES.
           05 FILLER             PIC X(1) VALUE ")".

       COPY GN1EVNT.
       COPY GNEVTAB.
       COPY "GNCKPT.cpy".

      * CONTATORI SALVATI A OGNI CHECKPOINT
       01  CKPT-USER-AREA.
           05 CKPT-U-READ        PIC 9(7).
           05 CKPT-U-CHANGED     PIC 9(7).
           05 CKPT-U-UNKNOWN     PIC 9(7).

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING IOPCB-MASK DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM 9700-CKPT-GET-ARG
           IF CKPT-ARG-GIVEN
             SUBTRACT 1 FROM WS-ARGC
           END-IF
           IF WS-ARGC > 0 OR CKPT-ARG-BAD
             DISPLAY "USO: GN3EVRC0 [CKPT=n]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE "GN3EVRC0" TO CKPT-PROGRAM
           PERFORM 9710-CKPT-RESTART
           IF CKPT-FAILED
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE DLI-GU TO WS-DLI-FUNC
           IF CKPT-RESTARTED
             MOVE CKPT-U-READ TO WS-CT-READ
             MOVE CKPT-U-CHANGED TO WS-CT-CHANGED
             MOVE CKPT-U-UNKNOWN TO WS-CT-UNKNOWN
             MOVE CKPT-KEY(1:12) TO WS-SSA-EVNT-GT-VAL
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1EVNT-SEG
                                  WS-SSA-EVNT-GT
           ELSE
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1EVNT-SEG
           END-IF
           PERFORM UNTIL DB-STATUS NOT = SPACES
             ADD 1 TO WS-CT-READ
             MOVE EVNT-TYPE TO EVTAB-LOOKUP
                 ADD 1 TO WS-CT-CHANGED
               END-IF
             END-IF
             ADD 1 TO CKPT-UNITS
             MOVE EVNT-ID TO CKPT-KEY
             PERFORM 9720-CKPT-COUNT
             IF CKPT-DUE
               PERFORM 8500-TAKE-CHECKPOINT
               IF CKPT-FAILED
                 EXIT PERFORM
               END-IF
      *        LA CHKP HA FATTO PERDERE LA POSIZIONE
               MOVE EVNT-ID TO WS-SSA-EVNT-GT-VAL
               MOVE DLI-GU TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1EVNT-SEG
                                    WS-SSA-EVNT-GT
             ELSE
               MOVE DLI-GN TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1EVNT-SEG
             END-IF
           END-PERFORM

           DISPLAY "GN3EVRC0: EVENTI LETTI        = " WS-CT-READ
           DISPLAY "GN3EVRC0: RICLASSIFICATI      = " WS-CT-CHANGED
           DISPLAY "GN3EVRC0: TIPI NON RICONOSC.  = " WS-CT-UNKNOWN
           IF CKPT-FAILED
             DISPLAY "GN3EVRC0: CORSA FERMATA DOPO L'EVENTO "
                     FUNCTION TRIM(CKPT-KEY)
                     ", RIPARTIRE DALL'ULTIMO CHECKPOINT"
             MOVE 12 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       2000-RESOLVE-EVENT-TYPE.
             END-IF
           END-PERFORM
           .

       8500-TAKE-CHECKPOINT.
           MOVE WS-CT-READ TO CKPT-U-READ
           MOVE WS-CT-CHANGED TO CKPT-U-CHANGED
           MOVE WS-CT-UNKNOWN TO CKPT-U-UNKNOWN
           PERFORM 9730-CKPT-TAKE
           .

       COPY "GNCKPTP.cpy".

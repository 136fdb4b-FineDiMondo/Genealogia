                avviene per GU qualificata + DLET + ISRT sotto la
                nuova famiglia, ripetuta finche' la vittima non ha
                piu' figli di quel tipo (stesso schema di GN3MRG00).
                Uso:
                  GN3FMRG0 <worklist-in> [CKPT=n]
                Con CKPT=n un checkpoint simbolico ogni n righe di
                worklist (GNCKPTP, come GN3MRG00): ripartita
                dall'ultimo checkpoint la corsa salta le righe gia'
                fuse e riprende contatori e sequenza journal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-CHILD-COUNT        PIC 9(7) VALUE 0.
       77  WS-DUPLNK-COUNT       PIC 9(7) VALUE 0.
       77  WS-JRNL-SEQ           PIC 9(7) VALUE 0.
       77  WS-REC-NO             PIC 9(7) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
       COPY GN1NOTE.
       COPY GN1PRSN.
       COPY GN1JRNL.
       COPY "GNCKPT.cpy".

      * CONTATORI E SEQUENZA JOURNAL SALVATI A OGNI CHECKPOINT
       01  CKPT-USER-AREA.
           05 CKPT-U-PAIR        PIC 9(7).
           05 CKPT-U-MERGED      PIC 9(7).
           05 CKPT-U-SKIP        PIC 9(7).
           05 CKPT-U-CHILD       PIC 9(7).
           05 CKPT-U-DUPLNK      PIC 9(7).
           05 CKPT-U-JRNL-SEQ    PIC 9(7).

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING IOPCB-MASK DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM 9700-CKPT-GET-ARG
           IF CKPT-ARG-GIVEN
             SUBTRACT 1 FROM WS-ARGC
           END-IF
           IF WS-ARGC < 1 OR CKPT-ARG-BAD
             DISPLAY "USO: GN3FMRG0 <worklist-in> [CKPT=n]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
             GOBACK
           END-IF

           MOVE "GN3FMRG0" TO CKPT-PROGRAM
           PERFORM 9710-CKPT-RESTART
           IF CKPT-FAILED
             CLOSE WORKLIST-FILE
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           IF CKPT-RESTARTED
             PERFORM 8510-RESTORE-COUNTERS
           END-IF

      *    IN RIPARTENZA LE RIGHE FINO A CKPT-UNITS SONO GIA' FUSE
           PERFORM UNTIL EOF-YES
             READ WORKLIST-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 ADD 1 TO WS-REC-NO
                 IF WS-REC-NO > CKPT-UNITS
                   IF WL-SURVIVOR NOT = SPACES
                      AND WL-VICTIM NOT = SPACES
                      AND WL-SURVIVOR NOT = WL-VICTIM
                     ADD 1 TO WS-PAIR-COUNT
                     MOVE WL-SURVIVOR TO WS-SURVIVOR-ID
                     MOVE WL-VICTIM TO WS-VICTIM-ID
                     PERFORM 2000-MERGE-PAIR
                   END-IF
                   MOVE WS-REC-NO TO CKPT-UNITS
                   PERFORM 8500-TAKE-CHECKPOINT
                 END-IF
             END-READ
           END-PERFORM
           DISPLAY "GN3FMRG0: COPPIE SALTATE   = " WS-SKIP-COUNT
           DISPLAY "GN3FMRG0: FIGLI RIPUNTATI  = " WS-CHILD-COUNT
           DISPLAY "GN3FMRG0: LEGAMI DOPPI VIA = " WS-DUPLNK-COUNT
           IF CKPT-FAILED
             DISPLAY "GN3FMRG0: CORSA FERMATA ALLA RIGA " CKPT-UNITS
                     ", RIPARTIRE DALL'ULTIMO CHECKPOINT"
             MOVE 12 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *----------------------------------------------------------------*
                                GN1JRNL-SEG
                                WS-SSA-JRNL
           .

      *----------------------------------------------------------------*
      * Checkpoint a intervallo pieno (come GN3MRG00): la riga appena  *
      * trattata e' in CKPT-UNITS, contatori e sequenza journal        *
      * nell'area utente. Una CHKP fallita ferma la worklist.          *
      *----------------------------------------------------------------*
       8500-TAKE-CHECKPOINT.
           PERFORM 9720-CKPT-COUNT
           IF NOT CKPT-DUE
             EXIT PARAGRAPH
           END-IF
           MOVE WS-PAIR-COUNT TO CKPT-U-PAIR
           MOVE WS-MERGED-COUNT TO CKPT-U-MERGED
           MOVE WS-SKIP-COUNT TO CKPT-U-SKIP
           MOVE WS-CHILD-COUNT TO CKPT-U-CHILD
           MOVE WS-DUPLNK-COUNT TO CKPT-U-DUPLNK
           MOVE WS-JRNL-SEQ TO CKPT-U-JRNL-SEQ
           PERFORM 9730-CKPT-TAKE
           IF CKPT-FAILED
             MOVE "Y" TO WS-EOF
           END-IF
           .

       8510-RESTORE-COUNTERS.
           MOVE CKPT-U-PAIR TO WS-PAIR-COUNT
           MOVE CKPT-U-MERGED TO WS-MERGED-COUNT
           MOVE CKPT-U-SKIP TO WS-SKIP-COUNT
           MOVE CKPT-U-CHILD TO WS-CHILD-COUNT
           MOVE CKPT-U-DUPLNK TO WS-DUPLNK-COUNT
           MOVE CKPT-U-JRNL-SEQ TO WS-JRNL-SEQ
           .

       COPY "GNCKPTP.cpy".

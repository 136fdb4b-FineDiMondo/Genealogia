                libro degli esiti con APPLICATA, SALTATA o FALLITA.
                Le righe senza disposizione restano semplicemente
                SALTATE: si applica solo cio' che e' stato deciso.
                Uso:
                  GN3INTA0 <worklist-in> <esiti-out> [CKPT=n]
                Con CKPT=n un checkpoint simbolico ogni n righe di
                worklist (GNCKPTP). Ripartita dall'ultimo checkpoint
                la corsa salta le righe gia' applicate, riprende
                contatori e sequenza journal e accoda al libro degli
                esiti una riga RIPRESA DAL CHECKPOINT: gli esiti
                scritti fra quel checkpoint e l'interruzione possono
                ripetersi, vale l'ultimo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-SKIP-CT            PIC 9(5) VALUE 0.
       77  WS-FAIL-CT            PIC 9(5) VALUE 0.
       77  WS-JRNL-SEQ           PIC 9(7) VALUE 0.
       77  WS-REC-NO             PIC 9(7) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
       COPY GN1RELT.
       COPY GN1TITL.
       COPY GN1JRNL.
       COPY "GNCKPT.cpy".

      * CONTATORI E SEQUENZA JOURNAL SALVATI A OGNI CHECKPOINT
       01  CKPT-USER-AREA.
           05 CKPT-U-APPL        PIC 9(5).
           05 CKPT-U-SKIP        PIC 9(5).
           05 CKPT-U-FAIL        PIC 9(5).
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
           IF WS-ARGC < 2 OR CKPT-ARG-BAD
             DISPLAY "USO: GN3INTA0 <worklist-in> <esiti-out>"
                     " [CKPT=n]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE "GN3INTA0" TO CKPT-PROGRAM
           PERFORM 9710-CKPT-RESTART
           IF CKPT-FAILED
             CLOSE WORKLIST-FILE
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           IF CKPT-RESTARTED
             PERFORM 8510-RESTORE-COUNTERS
             OPEN EXTEND ESITI-FILE
             MOVE SPACES TO ESITI-REC
             STRING "RIPRESA DAL CHECKPOINT " CKPT-ID
                    " DOPO LA RIGA " CKPT-UNITS
               DELIMITED BY SIZE INTO ESITI-REC
             WRITE ESITI-REC
           ELSE
             OPEN OUTPUT ESITI-FILE
           END-IF

      *    IN RIPARTENZA LE RIGHE FINO A CKPT-UNITS SONO GIA' FATTE
           PERFORM UNTIL EOF-YES
             READ WORKLIST-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 ADD 1 TO WS-REC-NO
                 IF WS-REC-NO > CKPT-UNITS
                   IF WORKLIST-REC NOT = SPACES
                     PERFORM 2000-APPLY-ONE-ROW
                   END-IF
                   MOVE WS-REC-NO TO CKPT-UNITS
                   PERFORM 8500-TAKE-CHECKPOINT
                 END-IF
             END-READ
           END-PERFORM
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           IF CKPT-FAILED
             DISPLAY "GN3INTA0: CORSA FERMATA ALLA RIGA " CKPT-UNITS
                     ", RIPARTIRE DALL'ULTIMO CHECKPOINT"
             MOVE 12 TO RETURN-CODE
           END-IF
           GOBACK.

       2000-APPLY-ONE-ROW.
             DELIMITED BY SIZE INTO ESITI-REC
           WRITE ESITI-REC
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
           MOVE WS-APPL-CT TO CKPT-U-APPL
           MOVE WS-SKIP-CT TO CKPT-U-SKIP
           MOVE WS-FAIL-CT TO CKPT-U-FAIL
           MOVE WS-JRNL-SEQ TO CKPT-U-JRNL-SEQ
           PERFORM 9730-CKPT-TAKE
           IF CKPT-FAILED
             MOVE "Y" TO WS-EOF
           END-IF
           .

       8510-RESTORE-COUNTERS.
           MOVE CKPT-U-APPL TO WS-APPL-CT
           MOVE CKPT-U-SKIP TO WS-SKIP-CT
           MOVE CKPT-U-FAIL TO WS-FAIL-CT
           MOVE CKPT-U-JRNL-SEQ TO WS-JRNL-SEQ
           .

       COPY "GNCKPTP.cpy".

                journal con operazione DEL - vengono scritte con
                l'intero albero dei segmenti figli (EVENT con i loro
                PARTIC, RELATE, TITLE, ASSET, MEDIA, PERSHOU,
                CITATN, ASSERT, DNAKIT, EXTID di persona, FOUNDLG,
                JOURNAL) su un
                file di archivio e poi eliminate fisicamente con
                DLET, liberando finalmente la base dati dai casi
                speciali che ogni estrazione si porta dietro.
                manifesto come trattenuta.
                Tracciato archivio: tipo segmento (8), PERS-ID di
                appartenenza, immagine del segmento.
                Uso:
                  GN3PURG0 <giorni-ritenzione> <archivio-out>
                           <manifesto-out> [CKPT=n]
                Con CKPT=n un checkpoint simbolico ogni n candidate
                trattate (GNCKPTP) con l'ultimo PERS-ID chiuso. In
                ripartenza la raccolta si rifa' (le purgate non ci
                sono piu') saltando le candidate fino a quella chiave,
                e archivio e manifesto sono aperti in EXTEND: le righe
                d'archivio scritte dopo l'ultimo checkpoint possono
                comparire due volte.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-PURGED-CT          PIC 9(5) VALUE 0.
       77  WS-HELD-CT            PIC 9(5) VALUE 0.
       77  WS-SEG-CT             PIC 9(7) VALUE 0.
       77  WS-SKIP-CT            PIC 9(5) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
       COPY GN1CITA.
       COPY GN1PEVT.
       COPY GN1JRNL.
       COPY "GNCKPT.cpy".

      * CONTATORI SALVATI A OGNI CHECKPOINT
       01  CKPT-USER-AREA.
           05 CKPT-U-PURGED      PIC 9(5).
           05 CKPT-U-HELD        PIC 9(5).
           05 CKPT-U-SEG         PIC 9(7).

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING IOPCB-MASK DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM 9700-CKPT-GET-ARG
           IF CKPT-ARG-GIVEN
             SUBTRACT 1 FROM WS-ARGC
           END-IF
           IF WS-ARGC < 3 OR CKPT-ARG-BAD
             DISPLAY "USO: GN3PURG0 <giorni-ritenzione> "
                     "<archivio-out> <manifesto-out> [CKPT=n]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           COMPUTE WS-CUTOFF-DATE =
             FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)

           MOVE "GN3PURG0" TO CKPT-PROGRAM
           PERFORM 9710-CKPT-RESTART
           IF CKPT-FAILED
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

           IF CKPT-RESTARTED
             MOVE CKPT-U-PURGED TO WS-PURGED-CT
             MOVE CKPT-U-HELD TO WS-HELD-CT
             MOVE CKPT-U-SEG TO WS-SEG-CT
             OPEN EXTEND ARCHIVE-FILE
             OPEN EXTEND MANIFEST-FILE
             MOVE SPACES TO MANIFEST-REC
             STRING "RIPRESA DAL CHECKPOINT " CKPT-ID
                    " DOPO LA PERSONA " FUNCTION TRIM(CKPT-KEY)
               DELIMITED BY SIZE INTO MANIFEST-REC
             WRITE MANIFEST-REC
           ELSE
             OPEN OUTPUT ARCHIVE-FILE
             OPEN OUTPUT MANIFEST-FILE
             MOVE SPACES TO MANIFEST-REC
             STRING "MANIFESTO DI PURGA - CANCELLATE PRIMA DEL "
                    WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO MANIFEST-REC
             WRITE MANIFEST-REC
           END-IF

           PERFORM 1000-COLLECT-CANDIDATES
           PERFORM VARYING WS-CAND-IX FROM 1 BY 1
               UNTIL WS-CAND-IX > WS-CAND-COUNT
                  OR CKPT-FAILED
             MOVE WS-CAND-ID(WS-CAND-IX) TO WS-CUR-PERS-ID
             IF CKPT-RESTARTED
                AND WS-CUR-PERS-ID NOT > CKPT-KEY(1:12)
               ADD 1 TO WS-SKIP-CT
             ELSE
               PERFORM 2000-PURGE-ONE-PERSON
               ADD 1 TO CKPT-UNITS
               MOVE WS-CUR-PERS-ID TO CKPT-KEY
               PERFORM 8500-TAKE-CHECKPOINT
             END-IF
           END-PERFORM

           MOVE SPACES TO MANIFEST-REC

           DISPLAY "GN3PURG0: PERSONE PURGATE   = " WS-PURGED-CT
           DISPLAY "GN3PURG0: PERSONE TRATTENUTE= " WS-HELD-CT
           IF CKPT-RESTARTED
             DISPLAY "GN3PURG0: GIA' TRATTATE     = " WS-SKIP-CT
           END-IF
           IF CKPT-FAILED
             DISPLAY "GN3PURG0: CORSA FERMATA DOPO LA PERSONA "
                     FUNCTION TRIM(CKPT-KEY)
                     ", RIPARTIRE DALL'ULTIMO CHECKPOINT"
             MOVE 12 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-COLLECT-CANDIDATES.
           MOVE "CITATN" TO WS-SEG-TYPE
           MOVE "CITATN  (PERSID=            )" TO WS-SSA-CHILD
           PERFORM 3100-ARCHIVE-CHILD-TYPE
           MOVE "ASSERT" TO WS-SEG-TYPE
           MOVE "ASSERT  (PERSID=            )" TO WS-SSA-CHILD
           PERFORM 3100-ARCHIVE-CHILD-TYPE
           MOVE "DNAKIT" TO WS-SEG-TYPE
           MOVE "DNAKIT  (PERSID=            )" TO WS-SSA-CHILD
           PERFORM 3100-ARCHIVE-CHILD-TYPE
           MOVE "EXTID" TO WS-SEG-TYPE
           MOVE "EXTID   (PERSID=            )" TO WS-SSA-CHILD
           PERFORM 3100-ARCHIVE-CHILD-TYPE
           MOVE "FOUNDLG" TO WS-SEG-TYPE
           MOVE "FOUNDLG (PERSID=            )" TO WS-SSA-CHILD
           PERFORM 3100-ARCHIVE-CHILD-TYPE
           MOVE "JOURNAL" TO WS-SEG-TYPE
           MOVE "JOURNAL (PERSID=            )" TO WS-SSA-CHILD
           PERFORM 3100-ARCHIVE-CHILD-TYPE
                                  WS-SSA-PEVT
           END-PERFORM
           .

       8500-TAKE-CHECKPOINT.
           PERFORM 9720-CKPT-COUNT
           IF CKPT-DUE
             MOVE WS-PURGED-CT TO CKPT-U-PURGED
             MOVE WS-HELD-CT TO CKPT-U-HELD
             MOVE WS-SEG-CT TO CKPT-U-SEG
             PERFORM 9730-CKPT-TAKE
           END-IF
           .

       COPY "GNCKPTP.cpy".

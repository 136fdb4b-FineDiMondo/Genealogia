                superstite tutti i segmenti figli della vittima (EVENT,
                RELATE sia come REL-PERS che come REL-TARG, TITLE,
                ASSET, MEDIA, PERSHOU, CITATN, ALIAS, OCCUPA,
                NOTESEG, ASSERT - queste ultime senza la marca di
                conclusione scelta, che resta del superstite -,
                EXTID di persona, DNAKIT, FOUNDLG e le
                partecipazioni PARTIC che la riferiscono come
                PEVT-PERS, oltre alle righe HHMEMB, EMIGRAT, DEEDPTY
                e BRKWALL che la nominano), riporta
                sul superstite i campi anagrafici che
                gli mancano e che la vittima possiede, cancella
                logicamente la vittima (PERS-IS-DELETED, mai una DLET
                re-inseriti sotto lo stesso evento dopo l'ISRT. Il
                lato REL-TARG, che non ha una via d'accesso
                qualificata, e' una spazzata non qualificata con REPL
                (stesso schema di lettura di GN3EXP00), come i membri
                dei fuochi, i passeggeri, le parti degli atti e i
                muri di mattoni. A fusione
                fatta l'indice dei nomi (NAMEIX) e' riallineato su
                entrambe: il superstite con nome, data e alias
                ereditati, la vittima senza piu' righe.
                Uso:
                  GN3MRG00 <worklist-in> [CKPT=n]
                Con CKPT=n la corsa prende un checkpoint simbolico
                ogni n righe di worklist (GNCKPTP) e puo' girare come
                BMP; ripartita dall'ultimo checkpoint salta le righe
                gia' fuse e riprende contatori e sequenza journal.
                Le righe del registro dei rinvii scritte dopo
                l'ultimo checkpoint possono ripetersi (GN3RDIR0 le
                tollera).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-SKIP-COUNT         PIC 9(7) VALUE 0.
       77  WS-CHILD-COUNT        PIC 9(7) VALUE 0.
       77  WS-JRNL-SEQ           PIC 9(7) VALUE 0.
       77  WS-NIX-ERR-COUNT      PIC 9(7) VALUE 0.
       77  WS-REC-NO             PIC 9(7) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
              VALUE "OCCUPA  (PERSID=            )".
           05 WS-SSA-NOTE        PIC X(30)
              VALUE "NOTESEG (PERSID=            )".
           05 WS-SSA-ASRT        PIC X(30)
              VALUE "ASSERT  (PERSID=            )".
           05 WS-SSA-EXID        PIC X(30)
              VALUE "EXTID   (PERSID=            )".
           05 WS-SSA-DNAK        PIC X(30)
              VALUE "DNAKIT  (PERSID=            )".
           05 WS-SSA-FNDL        PIC X(30)
              VALUE "FOUNDLG (PERSID=            )".

       01  WS-SURVIVOR-ID        PIC X(12) VALUE SPACES.
       01  WS-VICTIM-ID          PIC X(12) VALUE SPACES.
       COPY GN1ALIA.
       COPY GN1OCCU.
       COPY GN1NOTE.
       COPY GN1ASRT.
       COPY GN1EXID.
       COPY GN1DNAK.
       COPY GN1FNDL.
       COPY GN1HMEM.
       COPY GN1EMIG.
       COPY GN1DPTY.
       COPY GN1BWAL.
       COPY GN1JRNL.
       COPY GN1NIDX.
       COPY GNGNEQV.
       COPY "GNNIX.cpy".
       COPY "GNCOGN.cpy".
       COPY "GENFKEY.CPY".
       COPY "GNCKPT.cpy".

      * CONTATORI E SEQUENZA JOURNAL SALVATI A OGNI CHECKPOINT: UNA
      * RIPARTENZA LI RIPRENDE, COSI' I TOTALI SONO DELL'INTERA CORSA
      * E GLI ID JOURNAL NON SI RIPETONO
       01  CKPT-USER-AREA.
           05 CKPT-U-PAIR        PIC 9(7).
           05 CKPT-U-MERGED      PIC 9(7).
           05 CKPT-U-SKIP        PIC 9(7).
           05 CKPT-U-CHILD       PIC 9(7).
           05 CKPT-U-JRNL-SEQ    PIC 9(7).
           05 CKPT-U-NIX-ERR     PIC 9(7).

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
             DISPLAY "USO: GN3MRG00 <worklist-in> [CKPT=n]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
             GOBACK
           END-IF

           MOVE "GN3MRG00" TO CKPT-PROGRAM
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
           DISPLAY "GN3MRG00: FUSIONI ESEGUITE = " WS-MERGED-COUNT
           DISPLAY "GN3MRG00: COPPIE SALTATE   = " WS-SKIP-COUNT
           DISPLAY "GN3MRG00: FIGLI RIPUNTATI  = " WS-CHILD-COUNT
           IF WS-NIX-ERR-COUNT > 0
             DISPLAY "GN3MRG00: INDICE NOMI NON RIALLINEATO = "
                     WS-NIX-ERR-COUNT " (ESEGUIRE GN3NIXR0)"
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           IF CKPT-FAILED
             DISPLAY "GN3MRG00: CORSA FERMATA ALLA RIGA " CKPT-UNITS
                     ", RIPARTIRE DALL'ULTIMO CHECKPOINT"
             MOVE 12 TO RETURN-CODE
           END-IF
           GOBACK.

      *----------------------------------------------------------------*
           PERFORM 4750-REPOINT-ALIASES
           PERFORM 4760-REPOINT-OCCUPATIONS
           PERFORM 4770-REPOINT-NOTES
           PERFORM 4780-REPOINT-ASSERTS
           PERFORM 4790-REPOINT-EXTIDS
           PERFORM 4792-REPOINT-DNAKITS
           PERFORM 4794-REPOINT-FOUNDLINGS
           PERFORM 4796-REPOINT-HH-MEMBERS
           PERFORM 4797-REPOINT-EMIGRANTS
           PERFORM 4798-REPOINT-DEED-PARTIES
           PERFORM 4799-REPOINT-BRICK-WALLS
           PERFORM 4800-REPOINT-PARTICIPANTS
           PERFORM 5000-SOFT-DELETE-VICTIM
           PERFORM 5500-REINDEX-PAIR
           PERFORM 6000-WRITE-JOURNAL-PAIR
           PERFORM 7000-WRITE-REDIRECT-ROW
           ADD 1 TO WS-MERGED-COUNT
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Le asserzioni della vittima passano al superstite come prova   *
      * concorrente: la conclusione scelta e' quella gia' in anagrafe  *
      * sul superstite, quindi la marca ASRT-CHOSEN si perde.          *
      *----------------------------------------------------------------*
       4780-REPOINT-ASSERTS.
           MOVE "Y" TO WS-MORE-CHILD
           PERFORM UNTIL NOT MORE-CHILD-YES
             MOVE WS-VICTIM-ID TO WS-SSA-ASRT(17:12)
             MOVE DLI-GU TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1ASRT-SEG
                                  WS-SSA-ASRT
             IF DB-STATUS NOT = SPACES
               MOVE "N" TO WS-MORE-CHILD
             ELSE
               MOVE DLI-DLET TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1ASRT-SEG
               MOVE WS-SURVIVOR-ID TO ASRT-PERS
               MOVE SPACE TO ASRT-CHOSEN
               MOVE WS-SURVIVOR-ID TO WS-SSA-ASRT(17:12)
               MOVE DLI-ISRT TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1ASRT-SEG
                                    WS-SSA-ASRT
               ADD 1 TO WS-CHILD-COUNT
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Gli identificativi esterni della vittima (solo quelli di       *
      * persona: la SSA PERSID non vede gli EXTID di SOURCE) passano   *
      * al superstite, cosi' l'import la riconosce ancora.             *
      *----------------------------------------------------------------*
       4790-REPOINT-EXTIDS.
           MOVE "Y" TO WS-MORE-CHILD
           PERFORM UNTIL NOT MORE-CHILD-YES
             MOVE WS-VICTIM-ID TO WS-SSA-EXID(17:12)
             MOVE DLI-GU TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1EXID-SEG
                                  WS-SSA-EXID
             IF DB-STATUS NOT = SPACES
               MOVE "N" TO WS-MORE-CHILD
             ELSE
               MOVE DLI-DLET TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1EXID-SEG
               MOVE WS-SURVIVOR-ID TO EXID-ENTID
               MOVE WS-SURVIVOR-ID TO WS-SSA-EXID(17:12)
               MOVE DLI-ISRT TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1EXID-SEG
                                    WS-SSA-EXID
               ADD 1 TO WS-CHILD-COUNT
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Kit DNA e legami di trovatello seguono la persona: restano     *
      * prove sue, non della vittima cancellata.                       *
      *----------------------------------------------------------------*
       4792-REPOINT-DNAKITS.
           MOVE "Y" TO WS-MORE-CHILD
           PERFORM UNTIL NOT MORE-CHILD-YES
             MOVE WS-VICTIM-ID TO WS-SSA-DNAK(17:12)
             MOVE DLI-GU TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1DNAK-SEG
                                  WS-SSA-DNAK
             IF DB-STATUS NOT = SPACES
               MOVE "N" TO WS-MORE-CHILD
             ELSE
               MOVE DLI-DLET TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1DNAK-SEG
               MOVE WS-SURVIVOR-ID TO DNAK-PERS
               MOVE WS-SURVIVOR-ID TO WS-SSA-DNAK(17:12)
               MOVE DLI-ISRT TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1DNAK-SEG
                                    WS-SSA-DNAK
               ADD 1 TO WS-CHILD-COUNT
             END-IF
           END-PERFORM
           .

       4794-REPOINT-FOUNDLINGS.
           MOVE "Y" TO WS-MORE-CHILD
           PERFORM UNTIL NOT MORE-CHILD-YES
             MOVE WS-VICTIM-ID TO WS-SSA-FNDL(17:12)
             MOVE DLI-GU TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1FNDL-SEG
                                  WS-SSA-FNDL
             IF DB-STATUS NOT = SPACES
               MOVE "N" TO WS-MORE-CHILD
             ELSE
               MOVE DLI-DLET TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1FNDL-SEG
               MOVE WS-SURVIVOR-ID TO FNDL-PERS
               MOVE WS-SURVIVOR-ID TO WS-SSA-FNDL(17:12)
               MOVE DLI-ISRT TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1FNDL-SEG
                                    WS-SSA-FNDL
               ADD 1 TO WS-CHILD-COUNT
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Membri di fuoco, passeggeri confermati, parti di atti e muri   *
      * di mattoni nominano la persona in un campo che non e' una via  *
      * d'accesso qualificata: spazzata non qualificata con REPL, come *
      * per i PARTIC (4800).                                           *
      *----------------------------------------------------------------*
       4796-REPOINT-HH-MEMBERS.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1HMEM-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF HMEM-PERS = WS-VICTIM-ID
               MOVE WS-SURVIVOR-ID TO HMEM-PERS
               MOVE DLI-REPL TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1HMEM-SEG
               ADD 1 TO WS-CHILD-COUNT
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1HMEM-SEG
           END-PERFORM
           .

       4797-REPOINT-EMIGRANTS.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EMIG-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF EMIG-PERS = WS-VICTIM-ID
               MOVE WS-SURVIVOR-ID TO EMIG-PERS
               MOVE DLI-REPL TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1EMIG-SEG
               ADD 1 TO WS-CHILD-COUNT
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1EMIG-SEG
           END-PERFORM
           .

       4798-REPOINT-DEED-PARTIES.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1DPTY-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF DPTY-PERS = WS-VICTIM-ID
               MOVE WS-SURVIVOR-ID TO DPTY-PERS
               MOVE DLI-REPL TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1DPTY-SEG
               ADD 1 TO WS-CHILD-COUNT
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1DPTY-SEG
           END-PERFORM
           .

       4799-REPOINT-BRICK-WALLS.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1BWAL-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF BWAL-PERS = WS-VICTIM-ID
               MOVE WS-SURVIVOR-ID TO BWAL-PERS
               MOVE DLI-REPL TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1BWAL-SEG
               ADD 1 TO WS-CHILD-COUNT
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1BWAL-SEG
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Le partecipazioni a eventi puntano alla persona via PEVT-PERS, *
      * che non e' una via d'accesso qualificata: spazzata non         *
           END-IF
           .

      *----------------------------------------------------------------*
      * Indice dei nomi: il superstite con l'immagine rimasta dopo il  *
      * riporto campi (e gli alias ripuntati), la vittima cancellata   *
      * perde le sue righe.                                            *
      *----------------------------------------------------------------*
       5500-REINDEX-PAIR.
           MOVE WS-SURVIVOR-ID TO NIXM-IN-PERS
           MOVE WS-SURV-AFTER(13:40) TO NIXM-IN-NAME
           MOVE WS-SURV-AFTER(54:10) TO NIXM-IN-BDATE
           MOVE SPACE TO NIXM-IN-DELETED
           PERFORM 9600-REINDEX-PERSON
           ADD NIXM-ERR-CT TO WS-NIX-ERR-COUNT
           MOVE WS-VICTIM-ID TO NIXM-IN-PERS
           MOVE "Y" TO NIXM-IN-DELETED
           PERFORM 9600-REINDEX-PERSON
           ADD NIXM-ERR-CT TO WS-NIX-ERR-COUNT
           .

      *----------------------------------------------------------------*
      * Traccia di audit: una riga journal sotto il superstite e una   *
      * sotto la vittima, cosi' la fusione e' visibile da entrambe le  *
           WRITE REDIR-REC
           CLOSE REDIR-FILE
           .

      *----------------------------------------------------------------*
      * Checkpoint a intervallo pieno: la riga appena trattata e' in   *
      * CKPT-UNITS, contatori e sequenza journal nell'area utente.     *
      * Una CHKP fallita ferma la lettura della worklist.              *
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
           MOVE WS-JRNL-SEQ TO CKPT-U-JRNL-SEQ
           MOVE WS-NIX-ERR-COUNT TO CKPT-U-NIX-ERR
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
           MOVE CKPT-U-JRNL-SEQ TO WS-JRNL-SEQ
           MOVE CKPT-U-NIX-ERR TO WS-NIX-ERR-COUNT
           .

       COPY "GNCKPTP.cpy".
       COPY "GNNIXP.cpy".
       COPY "GNCOGNP.cpy".
       COPY "GENFKEYP.CPY".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3EMRG0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Consolidamento di eventi duplicati confermati in un
                evento condiviso. Legge la worklist di coppie
                superstite/vittima prodotta da GN3EDUP0 (colonne
                1-12 e 14-25, lo stesso tracciato di GN3DUP00/
                GN3MRG00) e per ogni coppia: riporta sul superstite
                data, luogo, parrocchia e fossa (EVNT-PLOT) che gli
                mancano e la vittima possiede; se la vittima sta
                sotto un'altra persona (l'altro coniuge) quella
                persona entra come PARTIC del superstite con ruolo
                CONIUGE; i PARTIC della vittima (testimoni, padrini)
                passano sotto il superstite saltando le persone gia'
                presenti; le annotazioni NOTESEG dell'evento e i
                MEDIA della persona della vittima che la puntano
                via MEDI-EVNT sono ripuntati al superstite. Poi la
                vittima e' tolta con DLET (l'EVENT non ha marca di
                cancellazione logica: la traccia resta nel journal)
                e si scrive una riga journal sotto la persona del
                superstite e, se diversa, una sotto quella della
                vittima, con le immagini PERSON coincidenti come
                GN3FMRG0. Cosi' il certificato di GN3CERT0 esce con
                tutti i testimoni dell'atto. Le citazioni CITATN
                vivono sotto le persone e non sotto l'evento: restano
                dove sono. Il ripuntamento avviene per GU qualificata
                + DLET + ISRT sotto il nuovo evento, ripetuta finche'
                la vittima non ha piu' figli di quel tipo (stesso
                schema di GN3MRG00/GN3FMRG0).
                Uso:
                  GN3EMRG0 <worklist-in> [CKPT=n]
                Con CKPT=n un checkpoint simbolico ogni n righe di
                worklist (GNCKPTP, come GN3FMRG0): ripartita
                dall'ultimo checkpoint la corsa salta le righe gia'
                consolidate e riprende contatori e sequenza journal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKLIST-FILE ASSIGN TO DYNAMIC WS-WORK-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORKLIST-FILE.
       01  WORKLIST-REC.
           05 WL-SURVIVOR        PIC X(12).
           05 FILLER             PIC X(1).
           05 WL-VICTIM          PIC X(12).
           05 FILLER             PIC X(55).

       WORKING-STORAGE SECTION.
       77  WS-WORK-FILE          PIC X(256) VALUE SPACES.
       77  WS-WORK-FS            PIC X(2) VALUE "00".
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-PAIR-COUNT         PIC 9(7) VALUE 0.
       77  WS-MERGED-COUNT       PIC 9(7) VALUE 0.
       77  WS-SKIP-COUNT         PIC 9(7) VALUE 0.
       77  WS-SPOUSE-COUNT       PIC 9(7) VALUE 0.
       77  WS-PART-COUNT         PIC 9(7) VALUE 0.
       77  WS-DUPPART-COUNT      PIC 9(7) VALUE 0.
       77  WS-CHILD-COUNT        PIC 9(7) VALUE 0.
       77  WS-JRNL-SEQ           PIC 9(7) VALUE 0.
       77  WS-REC-NO             PIC 9(7) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".
           05 DLI-ISRT           PIC X(4) VALUE "ISRT".
           05 DLI-REPL           PIC X(4) VALUE "REPL".
           05 DLI-DLET           PIC X(4) VALUE "DLET".

       01  WS-SSA.
           05 WS-SSA-EVNT-ID     PIC X(30)
              VALUE "EVENT   (EVNTID=            )".
           05 WS-SSA-PART        PIC X(30)
              VALUE "PARTIC  (EVNTID=            )".
           05 WS-SSA-NOTE-E      PIC X(30)
              VALUE "NOTESEG (EVNTID=            )".
           05 WS-SSA-MEDI        PIC X(30)
              VALUE "MEDIA   (PERSID=            )".
           05 WS-SSA-JRNL        PIC X(30)
              VALUE "JOURNAL (PERSID=            )".
           05 WS-SSA-PERS        PIC X(30)
              VALUE "PERSON  (PERSID=            )".

       01  WS-SURVIVOR-ID        PIC X(12) VALUE SPACES.
       01  WS-VICTIM-ID          PIC X(12) VALUE SPACES.
       01  WS-SURV-PERS          PIC X(12) VALUE SPACES.
       01  WS-JRNL-PERS          PIC X(12) VALUE SPACES.

      * CAMPI DELL'EVENTO VITTIMA, PER IL RIPORTO SUL SUPERSTITE
       01  WS-VICT-PERS          PIC X(12) VALUE SPACES.
       01  WS-VICT-DATE          PIC X(10) VALUE SPACES.
       01  WS-VICT-DQUAL         PIC X(1) VALUE SPACE.
       01  WS-VICT-PLACE         PIC X(12) VALUE SPACES.
       01  WS-VICT-PARISH        PIC X(8) VALUE SPACES.
       01  WS-VICT-PLOT          PIC X(12) VALUE SPACES.

      * PERSONE GIA' SUL SUPERSTITE (LA SUA PERSONA E I SUOI PARTIC):
      * I PARTIC DELLA VITTIMA CHE NE NOMINANO UNA SONO IL DOPPIONE
      * DA ELIMINARE, NON DA RI-INSERIRE
       01  WS-SP-TABLE.
           05 WS-SP-PERS         PIC X(12) OCCURS 50 TIMES.
       01  WS-SP-CT              PIC 9(2) VALUE 0.
       01  WS-SP-IX              PIC 9(2) VALUE 0.
       01  WS-CHECK-PERS         PIC X(12) VALUE SPACES.

       01  WS-SW.
           10 WS-EOF             PIC X VALUE "N".
              88 EOF-YES         VALUE "Y".
           10 WS-MORE-CHILD      PIC X VALUE "N".
              88 MORE-CHILD-YES  VALUE "Y".
           10 WS-PART-DUP        PIC X VALUE "N".
              88 PART-DUP-YES    VALUE "Y".

       COPY GN1EVNT.
       COPY GN1PEVT.
       COPY GN1NOTE.
       COPY GN1MEDI.
       COPY GN1PRSN.
       COPY GN1JRNL.
       COPY "GNCKPT.cpy".

      * CONTATORI E SEQUENZA JOURNAL SALVATI A OGNI CHECKPOINT
       01  CKPT-USER-AREA.
           05 CKPT-U-PAIR        PIC 9(7).
           05 CKPT-U-MERGED      PIC 9(7).
           05 CKPT-U-SKIP        PIC 9(7).
           05 CKPT-U-SPOUSE      PIC 9(7).
           05 CKPT-U-PART        PIC 9(7).
           05 CKPT-U-DUPPART     PIC 9(7).
           05 CKPT-U-CHILD       PIC 9(7).
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
             DISPLAY "USO: GN3EMRG0 <worklist-in> [CKPT=n]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-WORK-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-WORK-FILE) TO WS-WORK-FILE

           OPEN INPUT WORKLIST-FILE
           IF WS-WORK-FS NOT = "00"
             DISPLAY "ERRORE OPEN INPUT SU "
                     FUNCTION TRIM(WS-WORK-FILE)
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE "GN3EMRG0" TO CKPT-PROGRAM
           PERFORM 9710-CKPT-RESTART
           IF CKPT-FAILED
             CLOSE WORKLIST-FILE
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           IF CKPT-RESTARTED
             PERFORM 8510-RESTORE-COUNTERS
           END-IF

      *    IN RIPARTENZA LE RIGHE FINO A CKPT-UNITS SONO GIA' FATTE
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

           CLOSE WORKLIST-FILE
           DISPLAY "GN3EMRG0: COPPIE LETTE       = " WS-PAIR-COUNT
           DISPLAY "GN3EMRG0: EVENTI CONSOLIDATI = " WS-MERGED-COUNT
           DISPLAY "GN3EMRG0: COPPIE SALTATE     = " WS-SKIP-COUNT
           DISPLAY "GN3EMRG0: CONIUGI AGGIUNTI   = " WS-SPOUSE-COUNT
           DISPLAY "GN3EMRG0: PARTIC RIPUNTATI   = " WS-PART-COUNT
           DISPLAY "GN3EMRG0: PARTIC DOPPI VIA   = " WS-DUPPART-COUNT
           DISPLAY "GN3EMRG0: NOTE/MEDIA RIPUNT. = " WS-CHILD-COUNT
           IF CKPT-FAILED
             DISPLAY "GN3EMRG0: CORSA FERMATA ALLA RIGA " CKPT-UNITS
                     ", RIPARTIRE DALL'ULTIMO CHECKPOINT"
             MOVE 12 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *----------------------------------------------------------------*
      * Consolidamento di una coppia: entrambi gli eventi devono       *
      * esistere; altrimenti la coppia e' saltata e segnalata, senza   *
      * fermare il resto della worklist (una vittima gia' consolidata  *
      * da una riga precedente non c'e' piu').                         *
      *----------------------------------------------------------------*
       2000-MERGE-PAIR.
           MOVE WS-VICTIM-ID TO WS-SSA-EVNT-ID(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EVNT-SEG
                                WS-SSA-EVNT-ID
           IF DB-STATUS NOT = SPACES
             ADD 1 TO WS-SKIP-COUNT
             DISPLAY "GN3EMRG0: VITTIMA NON TROVATA: "
                     FUNCTION TRIM(WS-VICTIM-ID)
             EXIT PARAGRAPH
           END-IF
           MOVE EVNT-PERS TO WS-VICT-PERS
           MOVE EVNT-DATE TO WS-VICT-DATE
           MOVE EVNT-DATE-QUAL TO WS-VICT-DQUAL
           MOVE EVNT-PLACE TO WS-VICT-PLACE
           MOVE EVNT-PARISH TO WS-VICT-PARISH
           MOVE EVNT-PLOT TO WS-VICT-PLOT

           MOVE WS-SURVIVOR-ID TO WS-SSA-EVNT-ID(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EVNT-SEG
                                WS-SSA-EVNT-ID
           IF DB-STATUS NOT = SPACES
             ADD 1 TO WS-SKIP-COUNT
             DISPLAY "GN3EMRG0: SUPERSTITE NON TROVATO: "
                     FUNCTION TRIM(WS-SURVIVOR-ID)
             EXIT PARAGRAPH
           END-IF
           MOVE EVNT-PERS TO WS-SURV-PERS

           PERFORM 3000-CARRY-OVER-FIELDS
           PERFORM 3500-LOAD-SURVIVOR-PARTS
           PERFORM 4000-ADD-SPOUSE
           PERFORM 4100-REPOINT-PARTICIPANTS
           PERFORM 4200-REPOINT-NOTES
           PERFORM 4300-REPOINT-MEDIA
           PERFORM 5000-DELETE-VICTIM
           MOVE WS-SURV-PERS TO WS-JRNL-PERS
           PERFORM 6000-WRITE-JOURNAL-ROW
           IF WS-VICT-PERS NOT = WS-SURV-PERS
             MOVE WS-VICT-PERS TO WS-JRNL-PERS
             PERFORM 6000-WRITE-JOURNAL-ROW
           END-IF
           ADD 1 TO WS-MERGED-COUNT
           .

      *----------------------------------------------------------------*
      * Riporta sul superstite (gia' posizionato da 2000) i campi non  *
      * blank della vittima che al superstite mancano, poi REPL.       *
      *----------------------------------------------------------------*
       3000-CARRY-OVER-FIELDS.
           IF EVNT-DATE = SPACES
              AND WS-VICT-DATE NOT = SPACES
             MOVE WS-VICT-DATE TO EVNT-DATE
             MOVE WS-VICT-DQUAL TO EVNT-DATE-QUAL
           END-IF
           IF EVNT-PLACE = SPACES
              AND WS-VICT-PLACE NOT = SPACES
             MOVE WS-VICT-PLACE TO EVNT-PLACE
           END-IF
           IF EVNT-PARISH = SPACES
              AND WS-VICT-PARISH NOT = SPACES
             MOVE WS-VICT-PARISH TO EVNT-PARISH
           END-IF
           IF EVNT-PLOT = SPACES
              AND WS-VICT-PLOT NOT = SPACES
             MOVE WS-VICT-PLOT TO EVNT-PLOT
           END-IF
           MOVE DLI-REPL TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EVNT-SEG
           .

      *----------------------------------------------------------------*
      * Tavola delle persone gia' sul superstite: la sua persona e i   *
      * suoi partecipanti.                                             *
      *----------------------------------------------------------------*
       3500-LOAD-SURVIVOR-PARTS.
           MOVE 1 TO WS-SP-CT
           MOVE WS-SURV-PERS TO WS-SP-PERS(1)
           MOVE WS-SURVIVOR-ID TO WS-SSA-PART(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PEVT-SEG
                                WS-SSA-PART
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-SP-CT >= 50
             ADD 1 TO WS-SP-CT
             MOVE PEVT-PERS TO WS-SP-PERS(WS-SP-CT)
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PEVT-SEG
                                  WS-SSA-PART
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * L'evento doppio registrato sotto l'altro coniuge: quella       *
      * persona diventa partecipante dell'evento condiviso.            *
      *----------------------------------------------------------------*
       4000-ADD-SPOUSE.
           IF WS-VICT-PERS = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE WS-VICT-PERS TO WS-CHECK-PERS
           PERFORM 8000-CHECK-PRESENT
           IF PART-DUP-YES
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GN1PEVT-SEG
           STRING WS-SURVIVOR-ID(1:9) "-C1"
             DELIMITED BY SIZE INTO PEVT-ID
           MOVE WS-SURVIVOR-ID TO PEVT-EVNT
           MOVE WS-VICT-PERS TO PEVT-PERS
           MOVE "CONIUGE" TO PEVT-ROLE
           MOVE WS-SURVIVOR-ID TO WS-SSA-PART(17:12)
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PEVT-SEG
                                WS-SSA-PART
           IF WS-SP-CT < 50
             ADD 1 TO WS-SP-CT
             MOVE WS-VICT-PERS TO WS-SP-PERS(WS-SP-CT)
           END-IF
           ADD 1 TO WS-SPOUSE-COUNT
           .

      *----------------------------------------------------------------*
      * Ripuntamento PARTIC: GU qualificata sul primo partecipante     *
      * residuo della vittima, DLET, poi ISRT sotto il superstite solo *
      * se la persona non vi e' gia'; ripetuto finche' la GU torna GE. *
      *----------------------------------------------------------------*
       4100-REPOINT-PARTICIPANTS.
           MOVE "Y" TO WS-MORE-CHILD
           PERFORM UNTIL NOT MORE-CHILD-YES
             MOVE WS-VICTIM-ID TO WS-SSA-PART(17:12)
             MOVE DLI-GU TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PEVT-SEG
                                  WS-SSA-PART
             IF DB-STATUS NOT = SPACES
               MOVE "N" TO WS-MORE-CHILD
             ELSE
               MOVE DLI-DLET TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1PEVT-SEG
               MOVE PEVT-PERS TO WS-CHECK-PERS
               PERFORM 8000-CHECK-PRESENT
               IF PART-DUP-YES
                 ADD 1 TO WS-DUPPART-COUNT
               ELSE
                 MOVE WS-SURVIVOR-ID TO PEVT-EVNT
                 MOVE WS-SURVIVOR-ID TO WS-SSA-PART(17:12)
                 MOVE DLI-ISRT TO WS-DLI-FUNC
                 CALL "CBLTDLI" USING WS-DLI-FUNC
                                      DBPCB-MASK
                                      GN1PEVT-SEG
                                      WS-SSA-PART
                 IF WS-SP-CT < 50
                   ADD 1 TO WS-SP-CT
                   MOVE PEVT-PERS TO WS-SP-PERS(WS-SP-CT)
                 END-IF
                 ADD 1 TO WS-PART-COUNT
               END-IF
             END-IF
           END-PERFORM
           .

       4200-REPOINT-NOTES.
           MOVE "Y" TO WS-MORE-CHILD
           PERFORM UNTIL NOT MORE-CHILD-YES
             MOVE WS-VICTIM-ID TO WS-SSA-NOTE-E(17:12)
             MOVE DLI-GU TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1NOTE-SEG
                                  WS-SSA-NOTE-E
             IF DB-STATUS NOT = SPACES
               MOVE "N" TO WS-MORE-CHILD
             ELSE
               MOVE DLI-DLET TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1NOTE-SEG
               MOVE WS-SURVIVOR-ID TO NOTE-ENTID
               MOVE WS-SURVIVOR-ID TO WS-SSA-NOTE-E(17:12)
               MOVE DLI-ISRT TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1NOTE-SEG
                                    WS-SSA-NOTE-E
               ADD 1 TO WS-CHILD-COUNT
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * MEDIA della persona della vittima legati all'evento vittima:   *
      * restano sotto la loro persona, cambia solo MEDI-EVNT.          *
      *----------------------------------------------------------------*
       4300-REPOINT-MEDIA.
           IF WS-VICT-PERS = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE WS-VICT-PERS TO WS-SSA-MEDI(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1MEDI-SEG
                                WS-SSA-MEDI
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF MEDI-EVNT = WS-VICTIM-ID
               MOVE WS-SURVIVOR-ID TO MEDI-EVNT
               MOVE DLI-REPL TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1MEDI-SEG
               ADD 1 TO WS-CHILD-COUNT
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1MEDI-SEG
                                  WS-SSA-MEDI
           END-PERFORM
           .

       5000-DELETE-VICTIM.
           MOVE WS-VICTIM-ID TO WS-SSA-EVNT-ID(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EVNT-SEG
                                WS-SSA-EVNT-ID
           IF DB-STATUS = SPACES
             MOVE DLI-DLET TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1EVNT-SEG
           END-IF
           .

      *----------------------------------------------------------------*
      * Traccia di audit sotto WS-JRNL-PERS: una riga che dice quale   *
      * evento e' confluito in quale. Le immagini sono quelle della    *
      * PERSON, immutata (immagini coincidenti, come GN3FMRG0).        *
      *----------------------------------------------------------------*
       6000-WRITE-JOURNAL-ROW.
           IF WS-JRNL-PERS = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE WS-JRNL-PERS TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           IF DB-STATUS NOT = SPACES
             MOVE SPACES TO GN1PRSN-SEG
           END-IF
           MOVE SPACES TO GN1JRNL-SEG
           MOVE WS-JRNL-PERS TO JRNL-ENTID
           STRING "EVT " WS-VICTIM-ID " IN " WS-SURVIVOR-ID
             DELIMITED BY SIZE INTO JRNL-DESC
           ADD 1 TO WS-JRNL-SEQ
           STRING "JV" WS-JRNL-SEQ DELIMITED BY SIZE INTO JRNL-ID
           MOVE "EVTMERGE" TO JRNL-OP
           MOVE "GN3EMRG0" TO JRNL-OPER
           MOVE FUNCTION CURRENT-DATE(1:8) TO JRNL-SESS
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TS
           MOVE GN1PRSN-SEG TO JRNL-BEF-IMG
           MOVE GN1PRSN-SEG TO JRNL-AFT-IMG
           MOVE WS-JRNL-PERS TO WS-SSA-JRNL(17:12)
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1JRNL-SEG
                                WS-SSA-JRNL
           .

      *----------------------------------------------------------------*
      * WS-PART-DUP = "Y" se WS-CHECK-PERS e' gia' sul superstite.     *
      *----------------------------------------------------------------*
       8000-CHECK-PRESENT.
           MOVE "N" TO WS-PART-DUP
           PERFORM VARYING WS-SP-IX FROM 1 BY 1
               UNTIL WS-SP-IX > WS-SP-CT OR PART-DUP-YES
             IF WS-SP-PERS(WS-SP-IX) = WS-CHECK-PERS
               MOVE "Y" TO WS-PART-DUP
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Checkpoint a intervallo pieno (come GN3FMRG0): la riga appena  *
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
           MOVE WS-SPOUSE-COUNT TO CKPT-U-SPOUSE
           MOVE WS-PART-COUNT TO CKPT-U-PART
           MOVE WS-DUPPART-COUNT TO CKPT-U-DUPPART
           MOVE WS-CHILD-COUNT TO CKPT-U-CHILD
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
           MOVE CKPT-U-SPOUSE TO WS-SPOUSE-COUNT
           MOVE CKPT-U-PART TO WS-PART-COUNT
           MOVE CKPT-U-DUPPART TO WS-DUPPART-COUNT
           MOVE CKPT-U-CHILD TO WS-CHILD-COUNT
           MOVE CKPT-U-JRNL-SEQ TO WS-JRNL-SEQ
           .

       COPY "GNCKPTP.cpy".

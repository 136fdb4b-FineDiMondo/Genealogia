                colonne 1-12, vittima 14-25) e per ogni coppia
                ripunta dalla vittima al superstite ogni riferimento
                PERS-BPLACE, PERS-DPLACE, EVNT-PLACE e ogni
                PLAC-PARENT e PLAC-ECCL-PARENT di altri luoghi
                (spazzate non qualificate con REPL, come il lato
                REL-TARG di GN3MRG00), riporta sul superstite i
                campi che gli mancano e che la vittima possiede
                (padri civile ed ecclesiastico, coordinate, tipo)
                e ritira la vittima con
                PLAC-RETIRED = "Y" - mai una DLET fisica, cosi' il
                PLAC-ID storico resta consultabile.
                Uso:
                  GN3PMRG0 <worklist-in> [CKPT=n]
                Ogni coppia spazza tre volte la base, quindi con
                CKPT=n il checkpoint simbolico (GNCKPTP) cade anche
                dentro le spazzate, ogni n segmenti letti: salva la
                riga di worklist, la spazzata in corso (1 PERSON,
                2 EVENT, 3 PLACE) e l'ultima chiave trattata. Dopo
                la CHKP e in ripartenza la spazzata si riposiziona
                con una GU sulla chiave maggiore dell'ultima salvata;
                la coppia interrotta ripete solo controlli e riporto
                campi, che sono idempotenti.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-MERGED-COUNT       PIC 9(7) VALUE 0.
       77  WS-SKIP-COUNT         PIC 9(7) VALUE 0.
       77  WS-REF-COUNT          PIC 9(7) VALUE 0.
       77  WS-REC-NO             PIC 9(7) VALUE 0.
      * SPAZZATA IN CORSO (1-3) E QUELLA DA CUI RIPRENDE LA COPPIA
      * INTERROTTA (0 = COPPIA DA INIZIARE)
       77  WS-PHASE              PIC 9(2) VALUE 0.
       77  WS-RESUME-PHASE       PIC 9(2) VALUE 0.
       77  WS-SWEEP-KEY          PIC X(12) VALUE SPACES.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".

       01  WS-SSA-PLAC           PIC X(30)
           VALUE "PLACE   (PLACID=            )".
      * RIPOSIZIONAMENTO DI UNA SPAZZATA: CHIAVE MAGGIORE DELL'ULTIMA
      * TRATTATA
       01  WS-SSA-GT.
           05 WS-SSA-GT-SEG      PIC X(8).
           05 FILLER             PIC X(1) VALUE "(".
           05 WS-SSA-GT-FLD      PIC X(6).
           05 FILLER             PIC X(2) VALUE "> ".
           05 WS-SSA-GT-VAL      PIC X(12).
           05 FILLER             PIC X(1) VALUE ")".

       01  WS-SURVIVOR-ID        PIC X(12) VALUE SPACES.
       01  WS-VICTIM-ID          PIC X(12) VALUE SPACES.
              88 EOF-YES         VALUE "Y".
           10 WS-PAIR-OK         PIC X VALUE "N".
              88 PAIR-OK-YES     VALUE "Y".
           10 WS-REPOS           PIC X VALUE "N".
              88 REPOS-YES       VALUE "Y".

       COPY GN1PRSN.
       COPY GN1EVNT.
       COPY GN1PLAC.
       COPY "GNCKPT.cpy".

      * CONTATORI SALVATI A OGNI CHECKPOINT (A META' COPPIA IL
      * CONTEGGIO COPPIE COMPRENDE GIA' QUELLA IN CORSO)
       01  CKPT-USER-AREA.
           05 CKPT-U-PAIR        PIC 9(7).
           05 CKPT-U-MERGED      PIC 9(7).
           05 CKPT-U-SKIP        PIC 9(7).
           05 CKPT-U-REF         PIC 9(7).

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
             DISPLAY "USO: GN3PMRG0 <worklist-in> [CKPT=n]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
             GOBACK
           END-IF

           MOVE "GN3PMRG0" TO CKPT-PROGRAM
           PERFORM 9710-CKPT-RESTART
           IF CKPT-FAILED
             CLOSE WORKLIST-FILE
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           IF CKPT-RESTARTED
             PERFORM 8510-RESTORE-COUNTERS
             MOVE CKPT-PHASE TO WS-RESUME-PHASE
           END-IF

      *    IN RIPARTENZA LE RIGHE FINO A CKPT-UNITS SONO GIA' FUSE E
      *    LA SUCCESSIVA RIPRENDE DALLA SPAZZATA WS-RESUME-PHASE
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
                     IF WS-RESUME-PHASE = 0
                       ADD 1 TO WS-PAIR-COUNT
                     END-IF
                     MOVE WL-SURVIVOR TO WS-SURVIVOR-ID
                     MOVE WL-VICTIM TO WS-VICTIM-ID
                     PERFORM 2000-MERGE-PAIR
                   END-IF
                   IF NOT CKPT-FAILED
                     MOVE 0 TO WS-RESUME-PHASE CKPT-PHASE
                     MOVE SPACES TO CKPT-KEY
                     MOVE WS-REC-NO TO CKPT-UNITS
                     PERFORM 8500-TAKE-CHECKPOINT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           DISPLAY "GN3PMRG0: FUSIONI ESEGUITE   = " WS-MERGED-COUNT
           DISPLAY "GN3PMRG0: COPPIE SALTATE     = " WS-SKIP-COUNT
           DISPLAY "GN3PMRG0: RIFERIMENTI MOSSI  = " WS-REF-COUNT
           IF CKPT-FAILED
             DISPLAY "GN3PMRG0: CORSA FERMATA DOPO LA RIGA "
                     CKPT-UNITS ", RIPARTIRE DALL'ULTIMO CHECKPOINT"
             MOVE 12 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *----------------------------------------------------------------*
           PERFORM 4000-REPOINT-PERSON-PLACES
           PERFORM 4100-REPOINT-EVENT-PLACES
           PERFORM 4200-REPOINT-PLACE-PARENTS
      *    UNA CHKP FALLITA A META' SPAZZATA LASCIA LA VITTIMA ATTIVA:
      *    LA RIPARTENZA FINIRA' LA COPPIA
           IF CKPT-FAILED
             EXIT PARAGRAPH
           END-IF
           PERFORM 5000-RETIRE-VICTIM
           ADD 1 TO WS-MERGED-COUNT
           .

      *----------------------------------------------------------------*
      * Riporta sul superstite (appena letto da 2000) i padri, le     *
      * coordinate e il tipo che gli mancano e che la vittima ha, poi  *
      * REPL. Gli spiazzamenti sono quelli del tracciato GN1PLAC:      *
      * PARENT 73:12, LAT 86:10, LON 96:10, TIPO 106:10,               *
      * ECCL-PARENT 136:12.                                            *
      *----------------------------------------------------------------*
       3000-CARRY-OVER-FIELDS.
           IF PLAC-PARENT = SPACES
              AND WS-VICTIM-SEG(106:10) NOT = SPACES
             MOVE WS-VICTIM-SEG(106:10) TO PLAC-TYPE
           END-IF
           IF PLAC-ECCL-PARENT = SPACES
              AND WS-VICTIM-SEG(136:12) NOT = SPACES
              AND WS-VICTIM-SEG(136:12) NOT = WS-SURVIVOR-ID
             MOVE WS-VICTIM-SEG(136:12) TO PLAC-ECCL-PARENT
           END-IF
           MOVE DLI-REPL TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
           .

       4000-REPOINT-PERSON-PLACES.
           IF CKPT-FAILED OR WS-RESUME-PHASE > 1
             EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-PHASE
           MOVE "PERSON" TO WS-SSA-GT-SEG
           MOVE "PERSID" TO WS-SSA-GT-FLD
           MOVE DLI-GU TO WS-DLI-FUNC
           IF WS-RESUME-PHASE = 1
             MOVE CKPT-KEY(1:12) TO WS-SSA-GT-VAL
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PRSN-SEG
                                  WS-SSA-GT
           ELSE
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PRSN-SEG
           END-IF
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF PERS-BPLACE = WS-VICTIM-ID
                OR PERS-DPLACE = WS-VICTIM-ID
                                    GN1PRSN-SEG
               ADD 1 TO WS-REF-COUNT
             END-IF
             MOVE PERS-ID TO WS-SWEEP-KEY
             PERFORM 8520-SWEEP-CHECKPOINT
             IF CKPT-FAILED
               EXIT PERFORM
             END-IF
             IF REPOS-YES
               MOVE DLI-GU TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1PRSN-SEG
                                    WS-SSA-GT
             ELSE
               MOVE DLI-GN TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1PRSN-SEG
             END-IF
           END-PERFORM
           .

       4100-REPOINT-EVENT-PLACES.
           IF CKPT-FAILED OR WS-RESUME-PHASE > 2
             EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-PHASE
           MOVE "EVENT" TO WS-SSA-GT-SEG
           MOVE "EVNTID" TO WS-SSA-GT-FLD
           MOVE DLI-GU TO WS-DLI-FUNC
           IF WS-RESUME-PHASE = 2
             MOVE CKPT-KEY(1:12) TO WS-SSA-GT-VAL
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1EVNT-SEG
                                  WS-SSA-GT
           ELSE
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1EVNT-SEG
           END-IF
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF EVNT-PLACE = WS-VICTIM-ID
               MOVE WS-SURVIVOR-ID TO EVNT-PLACE
                                    GN1EVNT-SEG
               ADD 1 TO WS-REF-COUNT
             END-IF
             MOVE EVNT-ID TO WS-SWEEP-KEY
             PERFORM 8520-SWEEP-CHECKPOINT
             IF CKPT-FAILED
               EXIT PERFORM
             END-IF
             IF REPOS-YES
               MOVE DLI-GU TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1EVNT-SEG
                                    WS-SSA-GT
             ELSE
               MOVE DLI-GN TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1EVNT-SEG
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Altri luoghi che avevano la vittima come padre gerarchico      *
      * (civile o ecclesiastico) passano al superstite, cosi' ne'      *
      * PLAC-PARENT ne' PLAC-ECCL-PARENT restano appese a un luogo     *
      * ritirato.                                                      *
      *----------------------------------------------------------------*
       4200-REPOINT-PLACE-PARENTS.
           IF CKPT-FAILED
             EXIT PARAGRAPH
           END-IF
           MOVE 3 TO WS-PHASE
           MOVE "PLACE" TO WS-SSA-GT-SEG
           MOVE "PLACID" TO WS-SSA-GT-FLD
           MOVE DLI-GU TO WS-DLI-FUNC
           IF WS-RESUME-PHASE = 3
             MOVE CKPT-KEY(1:12) TO WS-SSA-GT-VAL
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PLAC-SEG
                                  WS-SSA-GT
           ELSE
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PLAC-SEG
           END-IF
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF (PLAC-PARENT = WS-VICTIM-ID
                 OR PLAC-ECCL-PARENT = WS-VICTIM-ID)
                AND PLAC-ID NOT = WS-SURVIVOR-ID
               IF PLAC-PARENT = WS-VICTIM-ID
                 MOVE WS-SURVIVOR-ID TO PLAC-PARENT
               END-IF
               IF PLAC-ECCL-PARENT = WS-VICTIM-ID
                 MOVE WS-SURVIVOR-ID TO PLAC-ECCL-PARENT
               END-IF
               MOVE DLI-REPL TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1PLAC-SEG
               ADD 1 TO WS-REF-COUNT
             END-IF
             MOVE PLAC-ID TO WS-SWEEP-KEY
             PERFORM 8520-SWEEP-CHECKPOINT
             IF CKPT-FAILED
               EXIT PERFORM
             END-IF
             IF REPOS-YES
               MOVE DLI-GU TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1PLAC-SEG
                                    WS-SSA-GT
             ELSE
               MOVE DLI-GN TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1PLAC-SEG
             END-IF
           END-PERFORM
           .

                                  GN1PLAC-SEG
           END-IF
           .

      *----------------------------------------------------------------*
      * Checkpoint fra una coppia e l'altra: la riga appena chiusa e'  *
      * in CKPT-UNITS, nessuna spazzata in corso.                      *
      *----------------------------------------------------------------*
       8500-TAKE-CHECKPOINT.
           PERFORM 9720-CKPT-COUNT
           IF NOT CKPT-DUE
             EXIT PARAGRAPH
           END-IF
           PERFORM 8530-SAVE-COUNTERS
           PERFORM 9730-CKPT-TAKE
           IF CKPT-FAILED
             MOVE "Y" TO WS-EOF
           END-IF
           .

       8510-RESTORE-COUNTERS.
           MOVE CKPT-U-PAIR TO WS-PAIR-COUNT
           MOVE CKPT-U-MERGED TO WS-MERGED-COUNT
           MOVE CKPT-U-SKIP TO WS-SKIP-COUNT
           MOVE CKPT-U-REF TO WS-REF-COUNT
           .

      *----------------------------------------------------------------*
      * Checkpoint dentro una spazzata, contando i segmenti letti: il  *
      * segmento appena trattato (WS-SWEEP-KEY) e' l'ultimo completo.  *
      * La CHKP fa perdere la posizione: REPOS-YES dice al chiamante   *
      * di riprendere con una GU sulla chiave maggiore (WS-SSA-GT).    *
      *----------------------------------------------------------------*
       8520-SWEEP-CHECKPOINT.
           MOVE "N" TO WS-REPOS
           PERFORM 9720-CKPT-COUNT
           IF NOT CKPT-DUE
             EXIT PARAGRAPH
           END-IF
           MOVE WS-PHASE TO CKPT-PHASE
           MOVE WS-SWEEP-KEY TO CKPT-KEY
           PERFORM 8530-SAVE-COUNTERS
           PERFORM 9730-CKPT-TAKE
           IF CKPT-FAILED
             MOVE "Y" TO WS-EOF
             EXIT PARAGRAPH
           END-IF
           MOVE WS-SWEEP-KEY TO WS-SSA-GT-VAL
           SET REPOS-YES TO TRUE
           .

       8530-SAVE-COUNTERS.
           MOVE WS-PAIR-COUNT TO CKPT-U-PAIR
           MOVE WS-MERGED-COUNT TO CKPT-U-MERGED
           MOVE WS-SKIP-COUNT TO CKPT-U-SKIP
           MOVE WS-REF-COUNT TO CKPT-U-REF
           .

       COPY "GNCKPTP.cpy".

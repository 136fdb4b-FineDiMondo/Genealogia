       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3OSTA0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Pannello di stato della home GN37HOME: ogni mattina
                gli operatori guardavano in cinque posti per sapere
                cosa c'e' da fare. Questo passo della notte conta,
                per ogni operatore attivo (OPERATR), le stesse cose
                una volta sola e le riscrive nei segmenti OPSTAT
                (GN1OSTA) che GN37P001 legge al sign-on, senza
                spazzate in linea:
                  - persone con PERS-VERIF = "N" che l'operatore puo'
                    verificare (l'immissione, riga journal piu'
                    antica, e' di un altro: regola di IGONL01 4193);
                  - media a suo nome (MEDI-OPER) per MEDI-STATUS,
                    lo stato vuoto vale RICEVUTO come in GN3MQUE0;
                  - fogli a lui assegnati (FOLI-OPER) non FATTO;
                  - mutazioni del journal fatte da altri sulle
                    persone della sua lista d'osservazione dopo il
                    suo ultimo sign-on (GN3WDIG0 fa lo stesso
                    incrocio per un giorno);
                  - conflitti S4 ancora PENDING nei suoi import
                    GEDCOM da terminale (mastro work/tx2ged/jobs.dat
                    di TX2GEDRN, file conflicts.dat del lavoro).
                La riga "*NOTTE*" porta l'esito della catena: il
                passo la lascia IN CORSO, e GN3NIGHT a fine giro
                richiama il programma in modo NOTTE con l'esito
                (C completata, I interrotta al passo indicato).
                Uso: GN3OSTA0 <report-out>
                     GN3OSTA0 NOTTE <C|I> [passo]

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-OUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBS-FILE ASSIGN TO "work/tx2ged/jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-FS.
           SELECT CONFLICT-FILE ASSIGN TO DYNAMIC WS-CFL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-REC            PIC X(132).

       FD  JOBS-FILE.
       01  JOBS-REC              PIC X(400).

       FD  CONFLICT-FILE.
       COPY "GN370-CONFLICT-REPORT.cpy".

       WORKING-STORAGE SECTION.
       77  WS-OUT-FILE           PIC X(256) VALUE SPACES.
       77  WS-CFL-FILE           PIC X(256) VALUE SPACES.
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-MODE-ARG           PIC X(8) VALUE SPACES.
       77  WS-ESITO-ARG          PIC X(1) VALUE SPACE.
       77  WS-STEP-ARG           PIC X(8) VALUE SPACES.
       77  WS-RUN-TS             PIC X(14) VALUE SPACES.
       77  WS-JOB-FS             PIC X(2) VALUE "00".
       77  WS-CFL-FS             PIC X(2) VALUE "00".
       77  WS-OLD-CT             PIC 9(5) VALUE 0.
       77  WS-UNVER-CT           PIC 9(5) VALUE 0.
       77  WS-JRNL-CT            PIC 9(7) VALUE 0.
       77  WS-S4-TOT             PIC 9(5) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".
           05 DLI-ISRT           PIC X(4) VALUE "ISRT".
           05 DLI-REPL           PIC X(4) VALUE "REPL".
           05 DLI-DLET           PIC X(4) VALUE "DLET".

       01  WS-SSA-OSTA           PIC X(30)
           VALUE "OPSTAT  (OPERID=        )".

      * OPERATORI ATTIVI CON I LORO CONTEGGI
       01  WS-OP-TABLE.
           05 WS-OP-ENTRY OCCURS 200 TIMES.
              10 WS-OP-ID        PIC X(8).
              10 WS-OP-SIGNON    PIC X(14).
      *       PERSONE DA VERIFICARE IMMESSE DA LUI (NON LE PUO' FARE)
              10 WS-OP-OWN-UNV   PIC 9(5).
              10 WS-OP-MED-RIC   PIC 9(5).
              10 WS-OP-MED-ASS   PIC 9(5).
              10 WS-OP-MED-TRA   PIC 9(5).
              10 WS-OP-MED-CTL   PIC 9(5).
              10 WS-OP-FOLI      PIC 9(5).
              10 WS-OP-WTCH      PIC 9(5).
              10 WS-OP-S4        PIC 9(5).
       01  WS-OP-COUNT           PIC 9(3) VALUE 0.
       01  WS-OP-IX              PIC 9(3) VALUE 0.
       01  WS-LOOKUP-OPER        PIC X(8) VALUE SPACES.

      * PERSONE IN ATTESA DI VERIFICA E LORO OPERATORE D'IMMISSIONE
      * (RIGA JOURNAL PIU' ANTICA; VUOTO = NATA DA IMPORT BATCH)
       01  WS-UV-TABLE.
           05 WS-UV-ENTRY OCCURS 3000 TIMES.
              10 WS-UV-PERS      PIC X(12).
              10 WS-UV-OPER      PIC X(8).
              10 WS-UV-TS        PIC X(14).
       01  WS-UV-COUNT           PIC 9(4) VALUE 0.
       01  WS-UV-IX              PIC 9(4) VALUE 0.

      * LISTE D'OSSERVAZIONE (COME GN3WDIG0)
       01  WS-WT-TABLE.
           05 WS-WT-ENTRY OCCURS 500 TIMES.
              10 WS-WT-OPER      PIC X(8).
              10 WS-WT-PERS      PIC X(12).
       01  WS-WT-COUNT           PIC 9(3) VALUE 0.
       01  WS-WT-IX              PIC 9(3) VALUE 0.

      * LAVORI GEDCOM DA TERMINALE (L'ULTIMA RIGA DEL MASTRO VINCE)
       01  WS-JB-TABLE.
           05 WS-JB-ENTRY OCCURS 200 TIMES.
              10 WS-JB-ID        PIC X(20).
              10 WS-JB-AZIONE    PIC X(16).
              10 WS-JB-STATO     PIC X(20).
              10 WS-JB-OPER      PIC X(8).
       01  WS-JB-COUNT           PIC 9(3) VALUE 0.
       01  WS-JB-IX              PIC 9(3) VALUE 0.
       01  WS-JB-FOUND           PIC 9(3) VALUE 0.
       01  WS-J-F1               PIC X(30) VALUE SPACES.
       01  WS-J-F2               PIC X(16) VALUE SPACES.
       01  WS-J-F3               PIC X(256) VALUE SPACES.
       01  WS-J-F4               PIC X(16) VALUE SPACES.
       01  WS-J-F5               PIC X(64) VALUE SPACES.
       01  WS-J-F6               PIC X(64) VALUE SPACES.
       01  WS-J-F7               PIC X(20) VALUE SPACES.
       01  WS-J-F8               PIC X(10) VALUE SPACES.
       01  WS-J-F9               PIC X(8) VALUE SPACES.

       01  WS-EOF-SW.
           05 WS-JOB-EOF         PIC X VALUE "N".
              88 JOB-EOF-YES     VALUE "Y".
           05 WS-CFL-EOF         PIC X VALUE "N".
              88 CFL-EOF-YES     VALUE "Y".

       01  WS-NUM-ED             PIC Z(4)9.

       COPY GNOPER.
       COPY GN1PRSN.
       COPY GN1JRNL.
       COPY GN1WTCH.
       COPY GN1MEDI.
       COPY GN1FOLI.
       COPY GN1OSTA.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             DISPLAY "USO: GN3OSTA0 <report-out>"
             DISPLAY "     GN3OSTA0 NOTTE <C|I> [passo]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE WS-OUT-FILE TO WS-MODE-ARG
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TS

           IF FUNCTION UPPER-CASE(WS-MODE-ARG) = "NOTTE"
             IF WS-ARGC < 2
               DISPLAY "USO: GN3OSTA0 NOTTE <C|I> [passo]"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ACCEPT WS-ESITO-ARG FROM ARGUMENT-VALUE
             MOVE FUNCTION UPPER-CASE(WS-ESITO-ARG) TO WS-ESITO-ARG
             IF WS-ARGC >= 3
               ACCEPT WS-STEP-ARG FROM ARGUMENT-VALUE
             END-IF
             PERFORM 6000-RECORD-NIGHT-OUTCOME
             GOBACK
           END-IF

           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE

           PERFORM 1000-LOAD-OPERATORS
           PERFORM 1100-LOAD-UNVERIFIED
           PERFORM 1200-LOAD-WATCHLISTS
           PERFORM 2000-SWEEP-JOURNAL
           PERFORM 2100-COUNT-MEDIA
           PERFORM 2200-COUNT-FOLIOS
           PERFORM 2300-COUNT-S4-CONFLICTS
           PERFORM 3000-CLEAR-OLD-PANELS
           PERFORM 4000-STORE-PANELS

           OPEN OUTPUT REPORT-FILE
           PERFORM 5000-WRITE-REPORT
           CLOSE REPORT-FILE

           DISPLAY "GN3OSTA0: OPERATORI ATTIVI     = " WS-OP-COUNT
           DISPLAY "GN3OSTA0: PERSONE DA VERIFICARE = " WS-UV-COUNT
           DISPLAY "GN3OSTA0: RIGHE JOURNAL LETTE  = " WS-JRNL-CT
           DISPLAY "GN3OSTA0: CONFLITTI S4 PENDING = " WS-S4-TOT
           MOVE 0 TO RETURN-CODE
           GOBACK.

       1000-LOAD-OPERATORS.
           MOVE 0 TO WS-OP-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                OPERATOR-SEGMENT
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-OP-COUNT >= 200
             IF OPRS-ACTIVE
               ADD 1 TO WS-OP-COUNT
               INITIALIZE WS-OP-ENTRY(WS-OP-COUNT)
               MOVE OPRS-ID TO WS-OP-ID(WS-OP-COUNT)
               MOVE OPRS-LAST-SIGNON TO WS-OP-SIGNON(WS-OP-COUNT)
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  OPERATOR-SEGMENT
           END-PERFORM
           .

       1100-LOAD-UNVERIFIED.
           MOVE 0 TO WS-UV-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-UV-COUNT >= 3000
             IF PERS-IS-DELETED NOT = "Y" AND PERS-VERIF = "N"
               ADD 1 TO WS-UV-COUNT
               MOVE PERS-ID TO WS-UV-PERS(WS-UV-COUNT)
               MOVE SPACES TO WS-UV-OPER(WS-UV-COUNT)
                              WS-UV-TS(WS-UV-COUNT)
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PRSN-SEG
           END-PERFORM
           .

       1200-LOAD-WATCHLISTS.
           MOVE 0 TO WS-WT-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1WTCH-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-WT-COUNT >= 500
             ADD 1 TO WS-WT-COUNT
             MOVE WTCH-OPER TO WS-WT-OPER(WS-WT-COUNT)
             MOVE WTCH-PERS TO WS-WT-PERS(WS-WT-COUNT)
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1WTCH-SEG
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Una spazzata del journal per due conti: l'operatore            *
      * d'immissione delle persone da verificare (la riga piu' antica) *
      * e le mutazioni altrui sulle persone osservate dopo il sign-on  *
      * dell'osservatore.                                              *
      *----------------------------------------------------------------*
       2000-SWEEP-JOURNAL.
           MOVE 0 TO WS-JRNL-CT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1JRNL-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             ADD 1 TO WS-JRNL-CT
             PERFORM 2010-TRACK-CREATOR
             PERFORM 2020-MATCH-WATCHERS
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1JRNL-SEG
           END-PERFORM

           PERFORM VARYING WS-UV-IX FROM 1 BY 1
               UNTIL WS-UV-IX > WS-UV-COUNT
             IF WS-UV-OPER(WS-UV-IX) NOT = SPACES
               MOVE WS-UV-OPER(WS-UV-IX) TO WS-LOOKUP-OPER
               PERFORM 8000-FIND-OPERATOR
               IF WS-OP-IX > 0
                 ADD 1 TO WS-OP-OWN-UNV(WS-OP-IX)
               END-IF
             END-IF
           END-PERFORM
           .

       2010-TRACK-CREATOR.
           PERFORM VARYING WS-UV-IX FROM 1 BY 1
               UNTIL WS-UV-IX > WS-UV-COUNT
             IF WS-UV-PERS(WS-UV-IX) = JRNL-ENTID
               IF WS-UV-TS(WS-UV-IX) = SPACES
                  OR JRNL-TS < WS-UV-TS(WS-UV-IX)
                 MOVE JRNL-TS TO WS-UV-TS(WS-UV-IX)
                 MOVE JRNL-OPER TO WS-UV-OPER(WS-UV-IX)
               END-IF
               EXIT PERFORM
             END-IF
           END-PERFORM
           .

       2020-MATCH-WATCHERS.
           PERFORM VARYING WS-WT-IX FROM 1 BY 1
               UNTIL WS-WT-IX > WS-WT-COUNT
             IF WS-WT-PERS(WS-WT-IX) = JRNL-ENTID
                AND WS-WT-OPER(WS-WT-IX) NOT = JRNL-OPER
               MOVE WS-WT-OPER(WS-WT-IX) TO WS-LOOKUP-OPER
               PERFORM 8000-FIND-OPERATOR
               IF WS-OP-IX > 0
                 IF JRNL-TS > WS-OP-SIGNON(WS-OP-IX)
                   ADD 1 TO WS-OP-WTCH(WS-OP-IX)
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

       2100-COUNT-MEDIA.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1MEDI-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF MEDI-OPER NOT = SPACES
               MOVE MEDI-OPER TO WS-LOOKUP-OPER
               PERFORM 8000-FIND-OPERATOR
               IF WS-OP-IX > 0
                 EVALUATE TRUE
                   WHEN MEDI-ASSEGNATO
                     ADD 1 TO WS-OP-MED-ASS(WS-OP-IX)
                   WHEN MEDI-TRASCRITTO
                     ADD 1 TO WS-OP-MED-TRA(WS-OP-IX)
                   WHEN MEDI-CONTROLLATO
                     ADD 1 TO WS-OP-MED-CTL(WS-OP-IX)
                   WHEN OTHER
                     ADD 1 TO WS-OP-MED-RIC(WS-OP-IX)
                 END-EVALUATE
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1MEDI-SEG
           END-PERFORM
           .

       2200-COUNT-FOLIOS.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1FOLI-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF FOLI-OPER NOT = SPACES AND NOT FOLI-FATTO
               MOVE FOLI-OPER TO WS-LOOKUP-OPER
               PERFORM 8000-FIND-OPERATOR
               IF WS-OP-IX > 0
                 ADD 1 TO WS-OP-FOLI(WS-OP-IX)
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1FOLI-SEG
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Conflitti S4 in attesa: per ogni import da terminale gia'      *
      * eseguito (stato finale nel mastro di TX2GEDRN) si contano le   *
      * righe PENDING del suo conflicts.dat, a carico di chi l'ha      *
      * accodato. Senza mastro non c'e' niente da contare.             *
      *----------------------------------------------------------------*
       2300-COUNT-S4-CONFLICTS.
           MOVE 0 TO WS-JB-COUNT WS-S4-TOT
           OPEN INPUT JOBS-FILE
           IF WS-JOB-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JOB-EOF-YES
             READ JOBS-FILE
               AT END
                 MOVE "Y" TO WS-JOB-EOF
               NOT AT END
                 PERFORM 2310-STORE-JOB-STATE
             END-READ
           END-PERFORM
           CLOSE JOBS-FILE

           PERFORM VARYING WS-JB-IX FROM 1 BY 1
               UNTIL WS-JB-IX > WS-JB-COUNT
             IF FUNCTION TRIM(WS-JB-AZIONE(WS-JB-IX)) = "IMPORT"
                AND FUNCTION TRIM(WS-JB-STATO(WS-JB-IX))
                    NOT = "PENDING"
                AND FUNCTION TRIM(WS-JB-STATO(WS-JB-IX))
                    NOT = "RUNNING"
               PERFORM 2320-COUNT-JOB-CONFLICTS
             END-IF
           END-PERFORM
           .

       2310-STORE-JOB-STATE.
           MOVE SPACES TO WS-J-F1 WS-J-F2 WS-J-F3 WS-J-F4 WS-J-F5
                          WS-J-F6 WS-J-F7 WS-J-F8 WS-J-F9
           UNSTRING JOBS-REC DELIMITED BY "|"
             INTO WS-J-F1 WS-J-F2 WS-J-F3 WS-J-F4 WS-J-F5
                  WS-J-F6 WS-J-F7 WS-J-F8 WS-J-F9
           MOVE 0 TO WS-JB-FOUND
           PERFORM VARYING WS-JB-IX FROM 1 BY 1
               UNTIL WS-JB-IX > WS-JB-COUNT
             IF WS-JB-ID(WS-JB-IX) = WS-J-F1(1:20)
               MOVE WS-JB-IX TO WS-JB-FOUND
             END-IF
           END-PERFORM
           IF WS-JB-FOUND > 0
             MOVE WS-J-F7 TO WS-JB-STATO(WS-JB-FOUND)
           ELSE
             IF WS-JB-COUNT < 200
               ADD 1 TO WS-JB-COUNT
               MOVE WS-J-F1(1:20) TO WS-JB-ID(WS-JB-COUNT)
               MOVE WS-J-F2 TO WS-JB-AZIONE(WS-JB-COUNT)
               MOVE WS-J-F7 TO WS-JB-STATO(WS-JB-COUNT)
               MOVE WS-J-F9 TO WS-JB-OPER(WS-JB-COUNT)
             END-IF
           END-IF
           .

       2320-COUNT-JOB-CONFLICTS.
           MOVE WS-JB-OPER(WS-JB-IX) TO WS-LOOKUP-OPER
           PERFORM 8000-FIND-OPERATOR
           MOVE SPACES TO WS-CFL-FILE
           STRING "work/tx2ged/" FUNCTION TRIM(WS-JB-ID(WS-JB-IX))
                  "/conflicts.dat"
             DELIMITED BY SIZE INTO WS-CFL-FILE
           OPEN INPUT CONFLICT-FILE
           IF WS-CFL-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CFL-EOF
           PERFORM UNTIL CFL-EOF-YES
             READ CONFLICT-FILE
               AT END
                 MOVE "Y" TO WS-CFL-EOF
               NOT AT END
                 IF GCR-PENDING-USER
                   ADD 1 TO WS-S4-TOT
                   IF WS-OP-IX > 0
                     ADD 1 TO WS-OP-S4(WS-OP-IX)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CONFLICT-FILE
           .

      *----------------------------------------------------------------*
      * Gli OPSTAT della notte precedente si cancellano tutti (GU      *
      * sulla prima radice + DLET, come GN3BWAL0 per i BRKWALL),       *
      * compresa la riga della catena che si riscrive IN CORSO.        *
      *----------------------------------------------------------------*
       3000-CLEAR-OLD-PANELS.
           MOVE 0 TO WS-OLD-CT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1OSTA-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             ADD 1 TO WS-OLD-CT
             MOVE DLI-DLET TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1OSTA-SEG
             IF DB-STATUS NOT = SPACES
               DISPLAY "GN3OSTA0: DLET OPSTAT FALLITA (" DB-STATUS
                       ") SU " OSTA-OPER
               MOVE 12 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE DLI-GU TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1OSTA-SEG
           END-PERFORM
           .

       4000-STORE-PANELS.
           MOVE SPACES TO GN1OSTA-SEG
           MOVE "*NOTTE*" TO OSTA-OPER
           MOVE WS-RUN-TS TO OSTA-RUN-TS
           MOVE 0 TO OSTA-VERIF-CT OSTA-MED-RIC OSTA-MED-ASS
                     OSTA-MED-TRA OSTA-MED-CTL OSTA-FOLI-CT
                     OSTA-WTCH-CT OSTA-S4-CT
           MOVE WS-S4-TOT TO OSTA-S4-CT
           MOVE "R" TO OSTA-NIGHT-STAT
           MOVE WS-RUN-TS(1:8) TO OSTA-NIGHT-DATE
           PERFORM 4100-INSERT-PANEL

           PERFORM VARYING WS-OP-IX FROM 1 BY 1
               UNTIL WS-OP-IX > WS-OP-COUNT
             MOVE SPACES TO GN1OSTA-SEG
             MOVE WS-OP-ID(WS-OP-IX) TO OSTA-OPER
             MOVE WS-RUN-TS TO OSTA-RUN-TS
             COMPUTE OSTA-VERIF-CT =
               WS-UV-COUNT - WS-OP-OWN-UNV(WS-OP-IX)
             MOVE WS-OP-MED-RIC(WS-OP-IX) TO OSTA-MED-RIC
             MOVE WS-OP-MED-ASS(WS-OP-IX) TO OSTA-MED-ASS
             MOVE WS-OP-MED-TRA(WS-OP-IX) TO OSTA-MED-TRA
             MOVE WS-OP-MED-CTL(WS-OP-IX) TO OSTA-MED-CTL
             MOVE WS-OP-FOLI(WS-OP-IX) TO OSTA-FOLI-CT
             MOVE WS-OP-WTCH(WS-OP-IX) TO OSTA-WTCH-CT
             MOVE WS-OP-SIGNON(WS-OP-IX) TO OSTA-SINCE-TS
             MOVE WS-OP-S4(WS-OP-IX) TO OSTA-S4-CT
             PERFORM 4100-INSERT-PANEL
           END-PERFORM
           .

       4100-INSERT-PANEL.
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1OSTA-SEG
           IF DB-STATUS NOT = SPACES
             DISPLAY "GN3OSTA0: ISRT OPSTAT FALLITA (" DB-STATUS
                     ") SU " OSTA-OPER
           END-IF
           .

       5000-WRITE-REPORT.
           MOVE SPACES TO REPORT-REC
           STRING "PANNELLO DI STATO DEGLI OPERATORI AL "
                  WS-RUN-TS(1:4) "-" WS-RUN-TS(5:2) "-"
                  WS-RUN-TS(7:2)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "OPERAT.  VERIF  M.RIC  M.ASS  M.TRA  M.CTL  FOGLI"
                  "  OSSERV CFL.S4"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-OP-IX FROM 1 BY 1
               UNTIL WS-OP-IX > WS-OP-COUNT
             MOVE SPACES TO REPORT-REC
             MOVE WS-OP-ID(WS-OP-IX) TO REPORT-REC(1:8)
             COMPUTE WS-NUM-ED =
               WS-UV-COUNT - WS-OP-OWN-UNV(WS-OP-IX)
             MOVE WS-NUM-ED TO REPORT-REC(10:5)
             MOVE WS-OP-MED-RIC(WS-OP-IX) TO WS-NUM-ED
             MOVE WS-NUM-ED TO REPORT-REC(17:5)
             MOVE WS-OP-MED-ASS(WS-OP-IX) TO WS-NUM-ED
             MOVE WS-NUM-ED TO REPORT-REC(24:5)
             MOVE WS-OP-MED-TRA(WS-OP-IX) TO WS-NUM-ED
             MOVE WS-NUM-ED TO REPORT-REC(31:5)
             MOVE WS-OP-MED-CTL(WS-OP-IX) TO WS-NUM-ED
             MOVE WS-NUM-ED TO REPORT-REC(38:5)
             MOVE WS-OP-FOLI(WS-OP-IX) TO WS-NUM-ED
             MOVE WS-NUM-ED TO REPORT-REC(45:5)
             MOVE WS-OP-WTCH(WS-OP-IX) TO WS-NUM-ED
             MOVE WS-NUM-ED TO REPORT-REC(52:5)
             MOVE WS-OP-S4(WS-OP-IX) TO WS-NUM-ED
             MOVE WS-NUM-ED TO REPORT-REC(60:5)
             WRITE REPORT-REC
           END-PERFORM
           IF WS-OP-COUNT = 0
             MOVE "  (NESSUN OPERATORE ATTIVO)" TO REPORT-REC
             WRITE REPORT-REC
           END-IF
           .

      *----------------------------------------------------------------*
      * Modo NOTTE: GN3NIGHT a fine catena scrive l'esito nella riga   *
      * "*NOTTE*" (REPL se il passo OSTA l'ha gia' creata, ISRT se la  *
      * catena si e' fermata prima e la riga non c'e' ancora).         *
      *----------------------------------------------------------------*
       6000-RECORD-NIGHT-OUTCOME.
           IF WS-ESITO-ARG NOT = "C" AND WS-ESITO-ARG NOT = "I"
             DISPLAY "GN3OSTA0: ESITO NON VALIDO " WS-ESITO-ARG
             MOVE 16 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           MOVE "*NOTTE*" TO WS-SSA-OSTA(17:8)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1OSTA-SEG
                                WS-SSA-OSTA
           IF DB-STATUS = SPACES
             MOVE WS-ESITO-ARG TO OSTA-NIGHT-STAT
             MOVE WS-RUN-TS(1:8) TO OSTA-NIGHT-DATE
             MOVE WS-STEP-ARG TO OSTA-NIGHT-STEP
             MOVE DLI-REPL TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1OSTA-SEG
           ELSE
             MOVE SPACES TO GN1OSTA-SEG
             MOVE "*NOTTE*" TO OSTA-OPER
             MOVE 0 TO OSTA-VERIF-CT OSTA-MED-RIC OSTA-MED-ASS
                       OSTA-MED-TRA OSTA-MED-CTL OSTA-FOLI-CT
                       OSTA-WTCH-CT OSTA-S4-CT
             MOVE WS-ESITO-ARG TO OSTA-NIGHT-STAT
             MOVE WS-RUN-TS(1:8) TO OSTA-NIGHT-DATE
             MOVE WS-STEP-ARG TO OSTA-NIGHT-STEP
             MOVE DLI-ISRT TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1OSTA-SEG
           END-IF
           IF DB-STATUS NOT = SPACES
             DISPLAY "GN3OSTA0: ESITO DELLA NOTTE NON REGISTRATO ("
                     DB-STATUS ")"
             MOVE 8 TO RETURN-CODE
           ELSE
             DISPLAY "GN3OSTA0: ESITO DELLA NOTTE = " WS-ESITO-ARG
                     " " WS-STEP-ARG
             MOVE 0 TO RETURN-CODE
           END-IF
           .

       8000-FIND-OPERATOR.
           MOVE 0 TO WS-OP-IX
           PERFORM VARYING WS-OP-IX FROM 1 BY 1
               UNTIL WS-OP-IX > WS-OP-COUNT
             IF WS-OP-ID(WS-OP-IX) = WS-LOOKUP-OPER
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF WS-OP-IX > WS-OP-COUNT
             MOVE 0 TO WS-OP-IX
           END-IF
           .

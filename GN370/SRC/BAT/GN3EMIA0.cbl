       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3EMIA0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Applicatore della worklist dei candidati emigranti
                di GN3EMIL0, sullo schema worklist->applicatore di
                GN3DUP00/GN3MRG00. Legge le righe
                EMIG-ID|PERS-ID|PUNTI|PASSEGGERO|CANDIDATO|ESITO,
                dove ESITO e' la colonna compilata a mano:
                  CONFERMA  il passeggero e' questa persona: si
                            inserisce sotto la persona un evento
                            EMIGRAZIONE (ID "EE" + progressivo della
                            riga, data di partenza, paese d'origine
                            risolto) e la riga EMIGRAT passa a
                            confermata con persona ed evento
                  ESCLUDI   il passeggero non e' dei nostri: la riga
                            passa a scartata e non si ripropone
                Una riga EMIGRAT gia' chiusa non si tocca piu' (due
                CONFERMA sulla stessa riga: la seconda FALLITA). Ogni
                conferma lascia una riga journal sotto la persona
                (operatore GN3EMIA0) e ogni riga della worklist
                finisce nel libro degli esiti con APPLICATA, SALTATA
                o FALLITA. Le righe senza esito restano SALTATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKLIST-FILE ASSIGN TO DYNAMIC WS-WRK-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-FS.
           SELECT ESITI-FILE ASSIGN TO DYNAMIC WS-ESI-FILE
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WORKLIST-FILE.
       01  WORKLIST-REC          PIC X(200).

       FD  ESITI-FILE.
       01  ESITI-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-WRK-FILE           PIC X(256) VALUE SPACES.
       77  WS-ESI-FILE           PIC X(256) VALUE SPACES.
       77  WS-WRK-FS             PIC X(2) VALUE "00".
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-APPL-CT            PIC 9(5) VALUE 0.
       77  WS-SKIP-CT            PIC 9(5) VALUE 0.
       77  WS-FAIL-CT            PIC 9(5) VALUE 0.
       77  WS-JRNL-SEQ           PIC 9(7) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-ISRT           PIC X(4) VALUE "ISRT".
           05 DLI-REPL           PIC X(4) VALUE "REPL".

       01  WS-SSA.
           05 WS-SSA-PERS        PIC X(30)
              VALUE "PERSON  (PERSID=            )".
           05 WS-SSA-EMIG        PIC X(30)
              VALUE "EMIGRAT (EMIGID=            )".
           05 WS-SSA-EVNT        PIC X(30)
              VALUE "EVENT   (PERSID=            )".
           05 WS-SSA-EVNT-ID     PIC X(30)
              VALUE "EVENT   (EVNTID=            )".
           05 WS-SSA-JRNL        PIC X(30)
              VALUE "JOURNAL (PERSID=            )".

      * CAMPI DELLA RIGA WORKLIST
       01  WS-W-EMIG             PIC X(12) VALUE SPACES.
       01  WS-W-PERS             PIC X(12) VALUE SPACES.
       01  WS-W-PUNTI            PIC X(3) VALUE SPACES.
       01  WS-W-PASSEG           PIC X(80) VALUE SPACES.
       01  WS-W-CAND             PIC X(60) VALUE SPACES.
       01  WS-W-ESITO            PIC X(12) VALUE SPACES.
       01  WS-W-ESITO-U          PIC X(12) VALUE SPACES.
       01  WS-EVNT-ID            PIC X(12) VALUE SPACES.
       01  WS-ESITO              PIC X(10) VALUE SPACES.
       01  WS-MOTIVO             PIC X(40) VALUE SPACES.

       01  WS-SW.
           10 WS-EOF             PIC X VALUE "N".
              88 EOF-YES         VALUE "Y".

       COPY GN1PRSN.
       COPY GN1EVNT.
       COPY GN1EMIG.
       COPY GN1JRNL.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 2
             DISPLAY "USO: GN3EMIA0 <worklist-in> <esiti-out>"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-WRK-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-WRK-FILE) TO WS-WRK-FILE
           ACCEPT WS-ESI-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ESI-FILE) TO WS-ESI-FILE

           OPEN INPUT WORKLIST-FILE
           IF WS-WRK-FS NOT = "00"
             DISPLAY "ERRORE OPEN INPUT SU "
                     FUNCTION TRIM(WS-WRK-FILE)
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT ESITI-FILE

           PERFORM UNTIL EOF-YES
             READ WORKLIST-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF WORKLIST-REC NOT = SPACES
                    AND WORKLIST-REC(1:1) NOT = "#"
                   PERFORM 2000-APPLY-ONE-ROW
                 END-IF
             END-READ
           END-PERFORM

           CLOSE ESITI-FILE
           CLOSE WORKLIST-FILE
           DISPLAY "GN3EMIA0: RIGHE APPLICATE      = " WS-APPL-CT
           DISPLAY "GN3EMIA0: RIGHE SALTATE        = " WS-SKIP-CT
           DISPLAY "GN3EMIA0: RIGHE FALLITE        = " WS-FAIL-CT
           IF WS-FAIL-CT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       2000-APPLY-ONE-ROW.
           MOVE SPACES TO WS-W-EMIG WS-W-PERS WS-W-PUNTI
                          WS-W-PASSEG WS-W-CAND WS-W-ESITO
           UNSTRING WORKLIST-REC DELIMITED BY "|"
             INTO WS-W-EMIG WS-W-PERS WS-W-PUNTI
                  WS-W-PASSEG WS-W-CAND WS-W-ESITO
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-W-ESITO))
             TO WS-W-ESITO-U
           MOVE "SALTATA" TO WS-ESITO
           MOVE SPACES TO WS-MOTIVO

           EVALUATE WS-W-ESITO-U
             WHEN "CONFERMA"
               PERFORM 3000-CONFIRM
             WHEN "ESCLUDI"
               PERFORM 4000-EXCLUDE
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           EVALUATE WS-ESITO
             WHEN "APPLICATA"
               ADD 1 TO WS-APPL-CT
             WHEN "FALLITA"
               ADD 1 TO WS-FAIL-CT
             WHEN OTHER
               ADD 1 TO WS-SKIP-CT
           END-EVALUATE
           PERFORM 9000-WRITE-ESITO
           .

      *----------------------------------------------------------------*
      * Riga EMIGRAT per ID: deve esistere ed essere ancora aperta.    *
      *----------------------------------------------------------------*
       2100-GET-OPEN-ROW.
           MOVE "EMIGRAT (EMIGID=            )" TO WS-SSA-EMIG
           MOVE WS-W-EMIG TO WS-SSA-EMIG(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EMIG-SEG
                                WS-SSA-EMIG
           IF DB-STATUS NOT = SPACES
             MOVE "FALLITA" TO WS-ESITO
             MOVE "RIGA DI MANIFESTO INESISTENTE" TO WS-MOTIVO
             EXIT PARAGRAPH
           END-IF
           IF NOT EMIG-NUOVA
             MOVE "FALLITA" TO WS-ESITO
             MOVE "RIGA DI MANIFESTO GIA' CHIUSA" TO WS-MOTIVO
           END-IF
           .

      *----------------------------------------------------------------*
      * Conferma: evento EMIGRAZIONE sotto la persona, poi la riga     *
      * EMIGRAT chiusa con i riferimenti (ri-GU prima della REPL,      *
      * l'ISRT ha spostato la posizione).                              *
      *----------------------------------------------------------------*
       3000-CONFIRM.
           PERFORM 2100-GET-OPEN-ROW
           IF WS-ESITO = "FALLITA"
             EXIT PARAGRAPH
           END-IF
           MOVE "PERSON  (PERSID=            )" TO WS-SSA-PERS
           MOVE WS-W-PERS TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           IF DB-STATUS NOT = SPACES OR PERS-IS-DELETED = "Y"
             MOVE "FALLITA" TO WS-ESITO
             MOVE "PERSONA INESISTENTE" TO WS-MOTIVO
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-EVNT-ID
           STRING "EE" EMIG-ID(3:7) DELIMITED BY SIZE INTO WS-EVNT-ID
           MOVE "EVENT   (EVNTID=            )" TO WS-SSA-EVNT-ID
           MOVE WS-EVNT-ID TO WS-SSA-EVNT-ID(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EVNT-SEG
                                WS-SSA-EVNT-ID
           IF DB-STATUS = SPACES
             MOVE "FALLITA" TO WS-ESITO
             MOVE "EVENTO EMIGRAZIONE GIA' PRESENTE" TO WS-MOTIVO
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO GN1EVNT-SEG
           MOVE WS-EVNT-ID TO EVNT-ID
           MOVE "EMIGRAZIONE" TO EVNT-TYPE
           MOVE EMIG-DATE TO EVNT-DATE
           MOVE PERS-ID TO EVNT-PERS
           MOVE EMIG-PLACE TO EVNT-PLACE
           MOVE PERS-PARISH TO EVNT-PARISH
           MOVE "EVENT   (PERSID=            )" TO WS-SSA-EVNT
           MOVE PERS-ID TO WS-SSA-EVNT(17:12)
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EVNT-SEG
                                WS-SSA-EVNT
           IF DB-STATUS NOT = SPACES
             MOVE "FALLITA" TO WS-ESITO
             MOVE "ISRT EVENTO FALLITA" TO WS-MOTIVO
             EXIT PARAGRAPH
           END-IF

           PERFORM 2100-GET-OPEN-ROW
           IF WS-ESITO = "FALLITA"
             EXIT PARAGRAPH
           END-IF
           MOVE "C" TO EMIG-STATUS
           MOVE WS-W-PERS TO EMIG-PERS
           MOVE WS-EVNT-ID TO EMIG-EVNT
           MOVE DLI-REPL TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EMIG-SEG
           IF DB-STATUS NOT = SPACES
             MOVE "FALLITA" TO WS-ESITO
             MOVE "REPL EMIGRAT FALLITA" TO WS-MOTIVO
             EXIT PARAGRAPH
           END-IF
           MOVE "APPLICATA" TO WS-ESITO
           PERFORM 8000-WRITE-JOURNAL-ROW
           .

       4000-EXCLUDE.
           PERFORM 2100-GET-OPEN-ROW
           IF WS-ESITO = "FALLITA"
             EXIT PARAGRAPH
           END-IF
           MOVE "S" TO EMIG-STATUS
           MOVE DLI-REPL TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EMIG-SEG
           IF DB-STATUS NOT = SPACES
             MOVE "FALLITA" TO WS-ESITO
             MOVE "REPL EMIGRAT FALLITA" TO WS-MOTIVO
             EXIT PARAGRAPH
           END-IF
           MOVE "APPLICATA" TO WS-ESITO
           .

      *----------------------------------------------------------------*
      * Riga journal per ogni conferma, sotto la persona confermata.   *
      *----------------------------------------------------------------*
       8000-WRITE-JOURNAL-ROW.
           MOVE SPACES TO GN1JRNL-SEG
           ADD 1 TO WS-JRNL-SEQ
           STRING "JE" WS-JRNL-SEQ DELIMITED BY SIZE INTO JRNL-ID
           MOVE "EMIGCONF" TO JRNL-OP
           MOVE WS-W-PERS TO JRNL-ENTID
           STRING "EMIGRAZIONE " FUNCTION TRIM(WS-W-EMIG)
                  " EVENTO " FUNCTION TRIM(WS-EVNT-ID)
             DELIMITED BY SIZE INTO JRNL-DESC
           MOVE "GN3EMIA0" TO JRNL-OPER
           MOVE FUNCTION CURRENT-DATE(1:8) TO JRNL-SESS
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TS
           MOVE "JOURNAL (PERSID=            )" TO WS-SSA-JRNL
           MOVE WS-W-PERS TO WS-SSA-JRNL(17:12)
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1JRNL-SEG
                                WS-SSA-JRNL
           .

       9000-WRITE-ESITO.
           MOVE SPACES TO ESITI-REC
           STRING FUNCTION TRIM(WS-W-EMIG) "|"
                  FUNCTION TRIM(WS-W-PERS) "|"
                  FUNCTION TRIM(WS-W-ESITO) "|"
                  FUNCTION TRIM(WS-ESITO) "|"
                  FUNCTION TRIM(WS-MOTIVO)
             DELIMITED BY SIZE INTO ESITI-REC
           WRITE ESITI-REC
           .

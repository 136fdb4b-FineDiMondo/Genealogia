                tipo di unione (PF6, vuoto = invariato e "*" =
                azzerato come in IGONL02), aggancio e sgancio dei
                figli FAMLNK (ENTER con CHLDID pieno, CHLDOP "T" per
                togliere), con lo stato di prova della filiazione
                (CHLDPR P provato, B probabile, H ipotesi, e la
                motivazione in CHLDNT; CHLDOP "P" lo cambia su un
                legame gia' esistente). Ogni mutazione finisce nel
                journal sotto il padre dell'unione (o la madre, se
                il padre manca),
                come fa GN3FMRG0: il journal vive sotto le persone.
                Le mutazioni vogliono un operatore collegato (sign-on
                GNPG008) con ruolo MAINTAIN o ADMIN, e il journal
                registra lui, non il terminale.
                Stessa ossatura deterministica di IGONL02/IGONL03.

       ENVIRONMENT DIVISION.
       77  WS-JRNL-PERS          PIC X(12) VALUE SPACES.
       77  WS-JRNL-OPCODE        PIC X(8) VALUE SPACES.
       77  WS-CHLD-NAME          PIC X(40) VALUE SPACES.
       77  WS-CHL-PROOF          PIC X(1) VALUE SPACE.
      * OPERATORE COLLEGATO AL TERMINALE (SIGN-ON IGONL08)
       77  WS-OPER-ID            PIC X(8) VALUE SPACES.

       01  WS-SW.
           10 WS-ERR-FATAL       PIC X VALUE "N".
       COPY GN1EVNT.
       COPY GN1PLAC.
       COPY GN1JRNL.
       COPY "GNOPRIO.cpy".

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           END-IF
           EXIT.

       3400-RESOLVE-OPERATOR.
      * OPERATORE DI SESSIONE DEL TERMINALE (GNOPRS0, COME IN
      * IGONL01): E' LUI CHE FINISCE NEL JOURNAL. UNA MUTAZIONE VUOLE
      * UN OPERATORE COLLEGATO (E215) CON RUOLO MAINTAIN O ADMIN
      * (E209); LA CONSULTAZIONE RESTA LIBERA.
           MOVE "R" TO OPR-IN-FUNC
           MOVE IO-LTERM TO OPR-IN-LTERM
           CALL "GNOPRS0" USING GNOPR-IO DBPCB-MASK
           ADD 1 TO CT-DLI
           MOVE OPR-OUT-OPID TO WS-OPER-ID
           IF NOT (WS-ACTION = "SAVE" OR WS-ACTION = "ADD"
                   OR WS-ACTION = "CHILD")
              EXIT PARAGRAPH
           END-IF
           IF NOT OPR-SIGNED-ON
              MOVE GN1-E215 TO WS-MSG-ID
              IF OPR-TIMED-OUT
                 MOVE "SESSION TIMED OUT" TO WS-DETAIL
              ELSE
                 MOVE "SIGN-ON REQUIRED" TO WS-DETAIL
              END-IF
           ELSE
              IF OPR-ROLE-MAINTAIN OR OPR-ROLE-ADMIN
                 EXIT PARAGRAPH
              END-IF
              MOVE GN1-E209 TO WS-MSG-ID
              MOVE "NOT AUTHORIZED" TO WS-DETAIL
           END-IF
           MOVE GN1-SEV-E TO WS-SEV
           MOVE "DBPCB" TO WS-FILE
           IF WS-RC < 8
              MOVE 8 TO WS-RC
           END-IF
           PERFORM 8000-ERROR-HANDLING
           EXIT.

       4000-DLI-PATH.
           IF WS-RC = 12
              SET ERR-FATAL TO TRUE
           IF ERR-FATAL
              EXIT PARAGRAPH
           END-IF
           PERFORM 3400-RESOLVE-OPERATOR
           IF WS-RC >= 8
              EXIT PARAGRAPH
           END-IF
           EVALUATE WS-ACTION
              WHEN "ENTER"
                 PERFORM 4100-PATH-SHOW
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
      *    STATO DI PROVA: P PROVATO, B PROBABILE, H IPOTESI; VUOTO
      *    VALE PROVATO (COME I LEGAMI ANTERIORI ALLA GESTIONE)
           MOVE FUNCTION UPPER-CASE(M4I-CHLDPR) TO WS-CHL-PROOF
           IF WS-CHL-PROOF = SPACE
              MOVE "P" TO WS-CHL-PROOF
           END-IF
           IF WS-CHL-PROOF NOT = "P" AND WS-CHL-PROOF NOT = "B"
              AND WS-CHL-PROOF NOT = "H"
              MOVE GN1-E201 TO WS-MSG-ID
              MOVE GN1-SEV-W TO WS-SEV
              MOVE "MAP" TO WS-FILE
              MOVE "PROOF P/B/H REQUIRED" TO WS-DETAIL
              IF WS-RC < 4
                 MOVE 4 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           PERFORM 4185-FIND-CHILD-LINK
           EVALUATE FUNCTION UPPER-CASE(M4I-CHLDOP)
              WHEN "T"
                 PERFORM 4186-DETACH-CHILD
              WHEN "P"
                 PERFORM 4188-SET-CHILD-PROOF
              WHEN OTHER
                 PERFORM 4187-ATTACH-CHILD
           END-EVALUATE
           EXIT.

       4185-FIND-CHILD-LINK.
           MOVE M4I-FAMID TO FLNK-FAM
           MOVE M4I-CHLDID TO FLNK-PERS
           MOVE "CHIL" TO FLNK-ROLE
           MOVE WS-CHL-PROOF TO FLNK-PROOF
           MOVE M4I-CHLDNT TO FLNK-PROOF-NOTE
           MOVE M4I-FAMID TO WS-SSA-FLNK(17:12)
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
           END-IF
           EXIT.

       4188-SET-CHILD-PROOF.
      * NUOVO STATO DI PROVA (E MOTIVAZIONE, SE DIGITATA) SUL LEGAME
      * TROVATO DA 4185, CHE HA LASCIATO LI' LA POSIZIONE DL/I
           IF NOT CHL-LINKED
              MOVE GN1-E201 TO WS-MSG-ID
              MOVE GN1-SEV-W TO WS-SEV
              MOVE "DBPCB" TO WS-FILE
              MOVE "CHILD NOT LINKED" TO WS-DETAIL
              IF WS-RC < 4
                 MOVE 4 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           MOVE "|PATH| GU FAMLNK -> REPL FAMLNK" TO M4O-PATHTX
           MOVE WS-CHL-PROOF TO FLNK-PROOF
           IF M4I-CHLDNT NOT = SPACES
              MOVE M4I-CHLDNT TO FLNK-PROOF-NOTE
           END-IF
           MOVE DLI-REPL TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1FLNK-SEG
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           IF WS-DLI-STAT = SPACES
              ADD 1 TO CT-SAVE
              MOVE "FAMPRF" TO WS-JRNL-OPCODE
              PERFORM 4161-GU-FAMILY-BY-ID
              PERFORM 4900-WRITE-FAMILY-JOURNAL
              PERFORM 4161-GU-FAMILY-BY-ID
              PERFORM 4200-FILL-FAMILY-OUTPUT
              MOVE "CHILD PROOF SET" TO WS-DETAIL
           ELSE
              PERFORM 8050-CLASSIFY-DLI-STATUS
              PERFORM 8000-ERROR-HANDLING
           END-IF
           EXIT.

       4161-GU-FAMILY-BY-ID.
           MOVE "FAMILY  (FAMID =            )" TO WS-SSA-FAM
           MOVE M4I-FAMID TO WS-SSA-FAM(17:12)
           EXIT.

       4230-FILL-ONE-CHILD-LINE.
      *    IL SEGNO DI PROVA VIENE DAL FAMLNK: LA GU SULLA PERSONA
      *    HA TOCCATO SOLO GN1PRSN-SEG, GN1FLNK-SEG E' ANCORA QUELLO
           EVALUATE FLNK-PROOF
              WHEN "B"
                 MOVE "~" TO WS-CHL-PROOF
              WHEN "H"
                 MOVE "?" TO WS-CHL-PROOF
              WHEN OTHER
                 MOVE SPACE TO WS-CHL-PROOF
           END-EVALUATE
           EVALUATE WS-CHL-CT
              WHEN 1
                 MOVE FLNK-PERS TO M4O-CHL1(1:12)
                 MOVE WS-CHL-PROOF TO M4O-CHL1(13:1)
                 MOVE WS-CHLD-NAME TO M4O-CHL1(14:40)
              WHEN 2
                 MOVE FLNK-PERS TO M4O-CHL2(1:12)
                 MOVE WS-CHL-PROOF TO M4O-CHL2(13:1)
                 MOVE WS-CHLD-NAME TO M4O-CHL2(14:40)
              WHEN 3
                 MOVE FLNK-PERS TO M4O-CHL3(1:12)
                 MOVE WS-CHL-PROOF TO M4O-CHL3(13:1)
                 MOVE WS-CHLD-NAME TO M4O-CHL3(14:32)
           END-EVALUATE
           EXIT.
           MOVE SPACES TO JRNL-DESC
           STRING "FAM " FAMILY-ID " " WS-JRNL-OPCODE
              DELIMITED BY SIZE INTO JRNL-DESC
           MOVE WS-OPER-ID TO JRNL-OPER
           STRING IO-DATE IO-TIME DELIMITED BY SIZE INTO JRNL-SESS
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TS
           MOVE GN1PRSN-SEG TO JRNL-BEF-IMG

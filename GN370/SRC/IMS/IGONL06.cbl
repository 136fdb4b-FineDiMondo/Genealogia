       IDENTIFICATION DIVISION.
       PROGRAM-ID. IGONL06.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. IMS/DC transaction GNPG006 - manutenzione dei casati
                (HOUSE) e delle appartenenze (PERSHOU). Nessun
                programma inseriva un HOUSE: il mondo 1 li conta,
                GN37P003 ci appende uno stemma, ma un ramo cadetto
                nuovo o un periodo PHOU-FROM/PHOU-TO sbagliato
                volevano una correzione batch. Consultazione (ENTER),
                navigazione (PF5), creazione del casato (PF9, con il
                capostipite in PERSID che riceve la prima
                appartenenza dalla data di fondazione), correzione di
                nome, sede, fondazione e casato padre (PF6, vuoto =
                invariato e "*" = azzerato come in IGONL02; il padre
                e' validato contro i cicli, E207). Con PERSID pieno
                ENTER mostra le appartenenze della persona e, con
                MOP "A", ne aggiunge una al casato corrente o, con
                MOP "C", corregge/chiude la riga PHOUID. Ogni
                finestra e' validata contro nascita e morte della
                persona (E213). Ogni mutazione scrive una riga
                GN1JRNL sotto la persona interessata (per i casati:
                il capostipite o la persona indicata, altrimenti il
                primo membro), come IGONL04: il journal vive sotto
                le persone. GN3HROS0, GN3HEAD0 e GN3ALLM0 valgono
                quanto questi dati. Le mutazioni vogliono un
                operatore collegato (sign-on GNPG008) con ruolo
                MAINTAIN o ADMIN, come in IGONL04. Stessa ossatura
                deterministica di IGONL02/IGONL04.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-RC                 PIC S9(4) COMP VALUE 0.
       77  WS-PROGRAM            PIC X(8) VALUE "IGONL06".
       77  WS-TRANS              PIC X(8) VALUE "GNPG006".
       77  WS-MSG-ID             PIC X(4) VALUE "E000".
       77  WS-SEV                PIC X VALUE "I".
       77  WS-FILE               PIC X(8) VALUE "MAP".
       77  WS-REC-KEY            PIC X(12) VALUE SPACES.
       77  WS-DETAIL             PIC X(24) VALUE "INIT".
       77  WS-ACTION             PIC X(8) VALUE "ENTER".
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-DLI-STAT           PIC X(2) VALUE SPACES.
       77  WS-ID-SEQ-DISPLAY     PIC 9(7) VALUE 0.
       77  WS-ID-SEQ-MAX         PIC 9(7) VALUE 0.
       77  WS-JRNL-PERS          PIC X(12) VALUE SPACES.
       77  WS-JRNL-OPCODE        PIC X(8) VALUE SPACES.
       77  WS-JRNL-DESC          PIC X(40) VALUE SPACES.
       77  WS-MEMB-CT            PIC 9(5) VALUE 0.
       77  WS-CADET-CT           PIC 9(3) VALUE 0.
       77  WS-MB-IX              PIC 9(2) VALUE 0.
       77  WS-WALK-ID            PIC X(12) VALUE SPACES.
       77  WS-WALK-DEPTH         PIC 9(2) VALUE 0.
       77  WS-EDIT-HOUS-ID       PIC X(12) VALUE SPACES.
       77  WS-FIRST-MEMBER       PIC X(12) VALUE SPACES.
      * OPERATORE COLLEGATO AL TERMINALE (SIGN-ON IGONL08)
       77  WS-OPER-ID            PIC X(8) VALUE SPACES.

      * PERSONA CORRENTE E LIMITI DELLA SUA VITA
       77  WS-CUR-PERS           PIC X(12) VALUE SPACES.
       77  WS-LIFE-BIRTH         PIC X(10) VALUE SPACES.
       77  WS-LIFE-BQUAL         PIC X(1) VALUE SPACE.
       77  WS-LIFE-DEATH         PIC X(10) VALUE SPACES.

      * FINESTRA DI APPARTENENZA IN ESAME E CONFRONTO DI DATE
       77  WS-WIN-FROM           PIC X(10) VALUE SPACES.
       77  WS-WIN-TO             PIC X(10) VALUE SPACES.
       77  WS-CMP-A              PIC X(10) VALUE SPACES.
       77  WS-CMP-B              PIC X(10) VALUE SPACES.
       77  WS-CMP-RESULT         PIC X(1) VALUE SPACE.

       01  WS-SW.
           10 WS-ERR-FATAL       PIC X VALUE "N".
              88 ERR-FATAL       VALUE "Y".
           10 WS-CYCLE-FOUND     PIC X VALUE "N".
              88 CYCLE-FOUND     VALUE "Y".
           10 WS-PERS-OK         PIC X VALUE "N".
              88 PERS-OK         VALUE "Y".
           10 WS-WIN-BAD         PIC X VALUE "N".
              88 WIN-BAD         VALUE "Y".
           10 WS-CMP-YEARS       PIC X VALUE "N".
              88 CMP-YEARS       VALUE "Y".

       COPY GN1ERR.
       COPY GN1CTR.
       COPY GN6MIN.
       COPY GN6MOUT.
       COPY HOUSEG.
       COPY GN1PHOU.
       COPY GN1PRSN.
       COPY GN1EVNT.
       COPY GN1JRNL.
       COPY "GNOPRIO.cpy".

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".
           05 DLI-ISRT           PIC X(4) VALUE "ISRT".
           05 DLI-REPL           PIC X(4) VALUE "REPL".

       01  WS-SSA.
           05 WS-SSA-HOUS        PIC X(30)
              VALUE "HOUSE   (HOUSEID=            )".
           05 WS-SSA-PHOU        PIC X(30)
              VALUE "PERSHOU (PERSID=            )".
           05 WS-SSA-PERS        PIC X(30)
              VALUE "PERSON  (PERSID=            )".
           05 WS-SSA-EVNT        PIC X(30)
              VALUE "EVENT   (PERSID=            )".
           05 WS-SSA-JRNL        PIC X(30)
              VALUE "JOURNAL (PERSID=            )".

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING IOPCB-MASK DBPCB-MASK.
       MAINLINE.
           PERFORM 1000-INIT
           PERFORM 2000-RECEIVE-MSG
           IF NOT ERR-FATAL
              PERFORM 3000-EDIT-INPUT
           END-IF
           IF NOT ERR-FATAL
              PERFORM 4000-DLI-PATH
              PERFORM 5000-BUILD-OUTPUT
              PERFORM 6000-SEND-MSG
           END-IF
           PERFORM 9999-EOJ
           GOBACK.

       1000-INIT.
           MOVE SPACES TO GN6MAPOUT
           MOVE "PF3EXI 5NXT 6SAV 9ADD ENTER=SHOW/MEMBRO(MOP A/C)"
             TO M6O-PFINFO
           MOVE "E000" TO WS-MSG-ID
           MOVE GN1-SEV-I TO WS-SEV
           MOVE "MAP" TO WS-FILE
           MOVE "INIT OK" TO WS-DETAIL
           PERFORM 8100-BUILD-MSG
           EXIT.

       2000-RECEIVE-MSG.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                IOPCB-MASK
                                GN6MAPIN
           ADD 1 TO CT-RECV
           MOVE IO-STATUS TO WS-DLI-STAT
           IF WS-DLI-STAT NOT = SPACES
              MOVE GN1-E901 TO WS-MSG-ID
              MOVE GN1-SEV-F TO WS-SEV
              MOVE "IOPCB" TO WS-FILE
              MOVE "GU MESSAGE FAIL" TO WS-DETAIL
              MOVE 12 TO WS-RC
              PERFORM 8000-ERROR-HANDLING
           END-IF
           EXIT.

       3000-EDIT-INPUT.
           MOVE M6I-HOUSID TO WS-REC-KEY
           MOVE FUNCTION UPPER-CASE(M6I-MOP) TO M6I-MOP
           EVALUATE M6I-PFKEY
              WHEN "03"
                 MOVE "EXIT" TO WS-ACTION
              WHEN "05"
                 MOVE "NEXT" TO WS-ACTION
              WHEN "06"
                 MOVE "SAVE" TO WS-ACTION
              WHEN "09"
                 MOVE "ADD" TO WS-ACTION
              WHEN SPACES
                 IF M6I-PERSID NOT = SPACES
                    MOVE "MEMBER" TO WS-ACTION
                 ELSE
                    MOVE "ENTER" TO WS-ACTION
                 END-IF
              WHEN OTHER
                 MOVE "NOOP" TO WS-ACTION
           END-EVALUATE
           IF (WS-ACTION = "SAVE" OR WS-ACTION = "ENTER" OR
               (WS-ACTION = "MEMBER" AND M6I-MOP = "A"))
              AND M6I-HOUSID = SPACES
              MOVE GN1-E201 TO WS-MSG-ID
              MOVE GN1-SEV-W TO WS-SEV
              MOVE "MAP" TO WS-FILE
              MOVE "HOUSE-ID REQUIRED" TO WS-DETAIL
              ADD 1 TO CT-SKIP
              IF WS-RC < 4
                 MOVE 4 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
           END-IF
           IF WS-ACTION = "ADD"
              AND (M6I-HNAME = SPACES OR M6I-PERSID = SPACES)
              MOVE GN1-E201 TO WS-MSG-ID
              MOVE GN1-SEV-W TO WS-SEV
              MOVE "MAP" TO WS-FILE
              MOVE "NAME AND FOUNDER REQUIRED" TO WS-DETAIL
              ADD 1 TO CT-SKIP
              IF WS-RC < 4
                 MOVE 4 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
           END-IF
           IF WS-ACTION = "MEMBER" AND M6I-MOP = "C"
              AND M6I-PHOUID = SPACES
              MOVE GN1-E201 TO WS-MSG-ID
              MOVE GN1-SEV-W TO WS-SEV
              MOVE "MAP" TO WS-FILE
              MOVE "PERSHOU-ID REQUIRED" TO WS-DETAIL
              ADD 1 TO CT-SKIP
              IF WS-RC < 4
                 MOVE 4 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
           END-IF
           IF WS-ACTION = "MEMBER"
              AND M6I-MOP NOT = SPACE AND M6I-MOP NOT = "A"
              AND M6I-MOP NOT = "C"
              MOVE "NOOP" TO WS-ACTION
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
                   OR (WS-ACTION = "MEMBER" AND M6I-MOP NOT = SPACE))
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
           END-IF
           IF ERR-FATAL OR WS-RC >= 4
              EXIT PARAGRAPH
           END-IF
           PERFORM 3400-RESOLVE-OPERATOR
           IF WS-RC >= 8
              EXIT PARAGRAPH
           END-IF
           EVALUATE WS-ACTION
              WHEN "ENTER"
                 PERFORM 4100-PATH-SHOW
              WHEN "NEXT"
                 PERFORM 4120-PATH-NEXT
              WHEN "SAVE"
                 PERFORM 4160-PATH-SAVE
              WHEN "ADD"
                 PERFORM 4170-PATH-ADD
              WHEN "MEMBER"
                 PERFORM 4180-PATH-MEMBER
              WHEN "EXIT"
                 MOVE "|PATH| NO-OP EXIT" TO M6O-PATHTX
                 MOVE "TX EXIT REQUESTED" TO WS-DETAIL
              WHEN OTHER
                 MOVE "|PATH| NO-OP UNKNOWN PF" TO M6O-PATHTX
                 MOVE GN1-E301 TO WS-MSG-ID
                 MOVE GN1-SEV-E TO WS-SEV
                 MOVE "MAP" TO WS-FILE
                 MOVE "PF NOT DEFINED" TO WS-DETAIL
                 IF WS-RC < 8
                    MOVE 8 TO WS-RC
                 END-IF
                 PERFORM 8000-ERROR-HANDLING
           END-EVALUATE
           EXIT.

       4100-PATH-SHOW.
           MOVE "|PATH| GU HOUSE" TO M6O-PATHTX
           PERFORM 4161-GU-HOUSE-BY-ID
           IF WS-DLI-STAT = SPACES
              PERFORM 4200-FILL-HOUSE-OUTPUT
              MOVE "HOUSE SHOWN" TO WS-DETAIL
           ELSE
              PERFORM 8050-CLASSIFY-DLI-STATUS
              PERFORM 8000-ERROR-HANDLING
           END-IF
           EXIT.

       4120-PATH-NEXT.
      * NAVIGAZIONE DEI CASATI: DAL CORRENTE (SE INDICATO) AL
      * SUCCESSIVO, ALTRIMENTI DAL PRIMO.
           MOVE "|PATH| GU HOUSE -> GN HOUSE" TO M6O-PATHTX
           IF M6I-HOUSID NOT = SPACES
              PERFORM 4161-GU-HOUSE-BY-ID
              IF WS-DLI-STAT = SPACES
                 MOVE DLI-GN TO WS-DLI-FUNC
                 CALL "CBLTDLI" USING WS-DLI-FUNC
                                      DBPCB-MASK
                                      HOUSE-SEGMENT
                 ADD 1 TO CT-DLI
                 MOVE DB-STATUS TO WS-DLI-STAT
              END-IF
           ELSE
              MOVE DLI-GU TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   HOUSE-SEGMENT
              ADD 1 TO CT-DLI
              MOVE DB-STATUS TO WS-DLI-STAT
           END-IF
           IF WS-DLI-STAT = SPACES
              PERFORM 4200-FILL-HOUSE-OUTPUT
              MOVE "NEXT HOUSE" TO WS-DETAIL
           ELSE
              PERFORM 8050-CLASSIFY-DLI-STATUS
              PERFORM 8000-ERROR-HANDLING
           END-IF
           EXIT.

       4160-PATH-SAVE.
      * CORREZIONE DEL CASATO CORRENTE. UN NUOVO CASATO PADRE DEVE
      * ESISTERE E NON CREARE UN CICLO (4162); LA RIGA DI JOURNAL VA
      * SOTTO LA PERSONA INDICATA O, IN MANCANZA, SOTTO IL PRIMO
      * MEMBRO: SENZA NESSUNA DELLE DUE LA CORREZIONE E' RESPINTA.
           MOVE "|PATH| GU HOUSE -> REPL HOUSE" TO M6O-PATHTX
           MOVE M6I-HOUSID TO WS-EDIT-HOUS-ID
           IF M6I-PARENT NOT = SPACES
              AND FUNCTION TRIM(M6I-PARENT) NOT = "*"
              PERFORM 4162-CHECK-PARENT-HOUSE
              IF WS-DLI-STAT NOT = SPACES OR CYCLE-FOUND
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF M6I-PERSID NOT = SPACES
              MOVE M6I-PERSID TO WS-CUR-PERS
              PERFORM 4300-LOAD-PERSON
              IF NOT PERS-OK
                 EXIT PARAGRAPH
              END-IF
              MOVE M6I-PERSID TO WS-JRNL-PERS
           ELSE
              PERFORM 4215-COUNT-MEMBERS
              MOVE WS-FIRST-MEMBER TO WS-JRNL-PERS
           END-IF
           IF WS-JRNL-PERS = SPACES
              MOVE GN1-E201 TO WS-MSG-ID
              MOVE GN1-SEV-W TO WS-SEV
              MOVE "MAP" TO WS-FILE
              MOVE "PERSON FOR JOURNAL REQ." TO WS-DETAIL
              IF WS-RC < 4
                 MOVE 4 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           PERFORM 4161-GU-HOUSE-BY-ID
           IF WS-DLI-STAT NOT = SPACES
              PERFORM 8050-CLASSIFY-DLI-STATUS
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           IF M6I-HNAME NOT = SPACES
              MOVE M6I-HNAME TO HOUS-NAME
           END-IF
           PERFORM 4165-APPLY-HOUSE-FIELDS
           MOVE DLI-REPL TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                HOUSE-SEGMENT
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           IF WS-DLI-STAT = SPACES
              ADD 1 TO CT-SAVE
              MOVE "HOUSSAVE" TO WS-JRNL-OPCODE
              MOVE SPACES TO WS-JRNL-DESC
              STRING "CASATO " HOUS-ID " " WS-JRNL-OPCODE
                 DELIMITED BY SIZE INTO WS-JRNL-DESC
              PERFORM 4900-WRITE-JOURNAL
              PERFORM 4161-GU-HOUSE-BY-ID
              PERFORM 4200-FILL-HOUSE-OUTPUT
              MOVE "HOUSE SAVED" TO WS-DETAIL
           ELSE
              PERFORM 8050-CLASSIFY-DLI-STATUS
              PERFORM 8000-ERROR-HANDLING
           END-IF
           EXIT.

       4165-APPLY-HOUSE-FIELDS.
           IF FUNCTION TRIM(M6I-SEAT) = "*"
              MOVE SPACES TO HOUS-SEAT
           ELSE
              IF M6I-SEAT NOT = SPACES
                 MOVE M6I-SEAT TO HOUS-SEAT
              END-IF
           END-IF
           IF FUNCTION TRIM(M6I-FOUND) = "*"
              MOVE SPACES TO HOUS-FOUND-DATE
           ELSE
              IF M6I-FOUND NOT = SPACES
                 MOVE M6I-FOUND TO HOUS-FOUND-DATE
              END-IF
           END-IF
           IF FUNCTION TRIM(M6I-PARENT) = "*"
              MOVE SPACES TO HOUS-PARENT
           ELSE
              IF M6I-PARENT NOT = SPACES
                 MOVE M6I-PARENT TO HOUS-PARENT
              END-IF
           END-IF
           EXIT.

       4170-PATH-ADD.
      * NUOVO CASATO (O RAMO CADETTO CON M6I-PARENT): IL CAPOSTIPITE
      * IN PERSID RICEVE LA PRIMA APPARTENENZA, DA M6I-FROM O, IN
      * MANCANZA, DALLA DATA DI FONDAZIONE; LA FINESTRA PASSA DALLA
      * STESSA VALIDAZIONE DI OGNI ALTRA (4400) PRIMA DI OGNI ISRT.
           MOVE "|PATH| ISRT HOUSE -> ISRT PERSHOU" TO M6O-PATHTX
           MOVE SPACES TO WS-EDIT-HOUS-ID
           IF M6I-PARENT NOT = SPACES
              AND FUNCTION TRIM(M6I-PARENT) NOT = "*"
              PERFORM 4162-CHECK-PARENT-HOUSE
              IF WS-DLI-STAT NOT = SPACES OR CYCLE-FOUND
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE M6I-PERSID TO WS-CUR-PERS
           PERFORM 4300-LOAD-PERSON
           IF NOT PERS-OK
              EXIT PARAGRAPH
           END-IF
           IF M6I-FROM NOT = SPACES
              MOVE M6I-FROM TO WS-WIN-FROM
           ELSE
              MOVE M6I-FOUND TO WS-WIN-FROM
           END-IF
           MOVE M6I-TO TO WS-WIN-TO
           PERFORM 4400-CHECK-WINDOW
           IF WIN-BAD
              EXIT PARAGRAPH
           END-IF
           PERFORM 4175-NEXT-HOUSE-SEQ
           ADD 1 TO CT-ADD
           MOVE SPACES TO HOUSE-SEGMENT
           STRING "HS" WS-ID-SEQ-DISPLAY
              DELIMITED BY SIZE INTO HOUS-ID
           MOVE M6I-HNAME TO HOUS-NAME
           PERFORM 4165-APPLY-HOUSE-FIELDS
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                HOUSE-SEGMENT
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           IF WS-DLI-STAT NOT = SPACES
              PERFORM 8050-CLASSIFY-DLI-STATUS
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           MOVE HOUS-ID TO M6I-HOUSID
           MOVE HOUS-ID TO WS-REC-KEY
           MOVE M6I-PERSID TO WS-JRNL-PERS
           MOVE "HOUSADD" TO WS-JRNL-OPCODE
           MOVE SPACES TO WS-JRNL-DESC
           STRING "CASATO " HOUS-ID " " WS-JRNL-OPCODE
              DELIMITED BY SIZE INTO WS-JRNL-DESC
           PERFORM 4900-WRITE-JOURNAL
           PERFORM 4185-INSERT-MEMBERSHIP
           IF WS-DLI-STAT = SPACES
              MOVE "HOUSE ADDED" TO WS-DETAIL
           END-IF
           PERFORM 4161-GU-HOUSE-BY-ID
           PERFORM 4200-FILL-HOUSE-OUTPUT
           PERFORM 4250-FILL-PERSON-OUTPUT
           EXIT.

       4175-NEXT-HOUSE-SEQ.
      * PROGRESSIVO "HS" OLTRE IL PIU' ALTO GIA' ASSEGNATO.
           MOVE 0 TO WS-ID-SEQ-MAX
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                HOUSE-SEGMENT
           ADD 1 TO CT-DLI
           PERFORM UNTIL DB-STATUS NOT = SPACES
              IF HOUS-ID(1:2) = "HS" AND HOUS-ID(3:7) IS NUMERIC
                 MOVE HOUS-ID(3:7) TO WS-ID-SEQ-DISPLAY
                 IF WS-ID-SEQ-DISPLAY > WS-ID-SEQ-MAX
                    MOVE WS-ID-SEQ-DISPLAY TO WS-ID-SEQ-MAX
                 END-IF
              END-IF
              MOVE DLI-GN TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   HOUSE-SEGMENT
              ADD 1 TO CT-DLI
           END-PERFORM
           COMPUTE WS-ID-SEQ-DISPLAY = WS-ID-SEQ-MAX + 1
           EXIT.

       4176-NEXT-PHOU-SEQ.
      * PROGRESSIVO "PH" OLTRE IL PIU' ALTO GIA' ASSEGNATO.
           MOVE 0 TO WS-ID-SEQ-MAX
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PHOU-SEG
           ADD 1 TO CT-DLI
           PERFORM UNTIL DB-STATUS NOT = SPACES
              IF PHOU-ID(1:2) = "PH" AND PHOU-ID(3:7) IS NUMERIC
                 MOVE PHOU-ID(3:7) TO WS-ID-SEQ-DISPLAY
                 IF WS-ID-SEQ-DISPLAY > WS-ID-SEQ-MAX
                    MOVE WS-ID-SEQ-DISPLAY TO WS-ID-SEQ-MAX
                 END-IF
              END-IF
              MOVE DLI-GN TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   GN1PHOU-SEG
              ADD 1 TO CT-DLI
           END-PERFORM
           COMPUTE WS-ID-SEQ-DISPLAY = WS-ID-SEQ-MAX + 1
           EXIT.

       4180-PATH-MEMBER.
      * APPARTENENZE DELLA PERSONA: MOP "A" AGGIUNGE AL CASATO
      * CORRENTE, "C" CORREGGE O CHIUDE LA RIGA PHOUID, VUOTO MOSTRA.
           MOVE M6I-PERSID TO WS-CUR-PERS
           PERFORM 4300-LOAD-PERSON
           IF NOT PERS-OK
              EXIT PARAGRAPH
           END-IF
           EVALUATE M6I-MOP
              WHEN "A"
                 PERFORM 4181-MEMBER-ADD
              WHEN "C"
                 PERFORM 4182-MEMBER-CORRECT
              WHEN OTHER
                 MOVE "|PATH| GU PERSON -> GN PERSHOU" TO M6O-PATHTX
                 MOVE "MEMBERSHIPS SHOWN" TO WS-DETAIL
           END-EVALUATE
           IF M6I-HOUSID NOT = SPACES
              PERFORM 4161-GU-HOUSE-BY-ID
              IF WS-DLI-STAT = SPACES
                 PERFORM 4200-FILL-HOUSE-OUTPUT
              END-IF
           END-IF
           PERFORM 4250-FILL-PERSON-OUTPUT
           EXIT.

       4181-MEMBER-ADD.
           MOVE "|PATH| GU HOUSE -> ISRT PERSHOU" TO M6O-PATHTX
           PERFORM 4161-GU-HOUSE-BY-ID
           IF WS-DLI-STAT NOT = SPACES
              PERFORM 8050-CLASSIFY-DLI-STATUS
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           MOVE M6I-FROM TO WS-WIN-FROM
           MOVE M6I-TO TO WS-WIN-TO
           PERFORM 4400-CHECK-WINDOW
           IF WIN-BAD
              EXIT PARAGRAPH
           END-IF
           MOVE M6I-PERSID TO WS-JRNL-PERS
           PERFORM 4185-INSERT-MEMBERSHIP
           IF WS-DLI-STAT = SPACES
              MOVE "MEMBERSHIP ADDED" TO WS-DETAIL
           END-IF
           EXIT.

       4182-MEMBER-CORRECT.
      * LA RIGA SI CERCA SOTTO LA PERSONA (GU PERSON + GN PERSHOU
      * QUALIFICATE) E SI RIMPIAZZA SULLA POSIZIONE APPENA LETTA.
           MOVE "|PATH| GU PERSON -> GN PERSHOU -> REPL" TO M6O-PATHTX
           MOVE M6I-PERSID TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           ADD 1 TO CT-DLI
           MOVE "GE" TO WS-DLI-STAT
           IF DB-STATUS = SPACES
              MOVE M6I-PERSID TO WS-SSA-PHOU(17:12)
              MOVE DLI-GN TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   GN1PHOU-SEG
                                   WS-SSA-PHOU
              ADD 1 TO CT-DLI
              PERFORM UNTIL DB-STATUS NOT = SPACES
                         OR WS-DLI-STAT = SPACES
                 IF PHOU-ID = M6I-PHOUID
                    MOVE SPACES TO WS-DLI-STAT
                 ELSE
                    MOVE DLI-GN TO WS-DLI-FUNC
                    CALL "CBLTDLI" USING WS-DLI-FUNC
                                         DBPCB-MASK
                                         GN1PHOU-SEG
                                         WS-SSA-PHOU
                    ADD 1 TO CT-DLI
                 END-IF
              END-PERFORM
           END-IF
           IF WS-DLI-STAT NOT = SPACES
              PERFORM 8050-CLASSIFY-DLI-STATUS
              MOVE "MEMBERSHIP NOT FOUND" TO WS-DETAIL
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           MOVE PHOU-FROM TO WS-WIN-FROM
           MOVE PHOU-TO TO WS-WIN-TO
           IF FUNCTION TRIM(M6I-FROM) = "*"
              MOVE SPACES TO WS-WIN-FROM
           ELSE
              IF M6I-FROM NOT = SPACES
                 MOVE M6I-FROM TO WS-WIN-FROM
              END-IF
           END-IF
           IF FUNCTION TRIM(M6I-TO) = "*"
              MOVE SPACES TO WS-WIN-TO
           ELSE
              IF M6I-TO NOT = SPACES
                 MOVE M6I-TO TO WS-WIN-TO
              END-IF
           END-IF
           PERFORM 4400-CHECK-WINDOW
           IF WIN-BAD
              EXIT PARAGRAPH
           END-IF
           MOVE WS-WIN-FROM TO PHOU-FROM
           MOVE WS-WIN-TO TO PHOU-TO
           MOVE DLI-REPL TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PHOU-SEG
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           IF WS-DLI-STAT = SPACES
              ADD 1 TO CT-SAVE
              IF M6I-HOUSID = SPACES
                 MOVE PHOU-HOUS TO M6I-HOUSID
              END-IF
              MOVE M6I-PERSID TO WS-JRNL-PERS
              MOVE "PHOUCORR" TO WS-JRNL-OPCODE
              MOVE SPACES TO WS-JRNL-DESC
              STRING "PHOU " PHOU-ID " " PHOU-HOUS " "
                     PHOU-FROM(1:4) "-" PHOU-TO(1:4)
                 DELIMITED BY SIZE INTO WS-JRNL-DESC
              PERFORM 4900-WRITE-JOURNAL
              MOVE "MEMBERSHIP SAVED" TO WS-DETAIL
           ELSE
              PERFORM 8050-CLASSIFY-DLI-STATUS
              PERFORM 8000-ERROR-HANDLING
           END-IF
           EXIT.

       4185-INSERT-MEMBERSHIP.
      * ISRT DI UNA RIGA PERSHOU SOTTO WS-CUR-PERS PER IL CASATO
      * M6I-HOUSID CON LA FINESTRA GIA' VALIDATA, PIU' IL JOURNAL.
           PERFORM 4176-NEXT-PHOU-SEQ
           MOVE SPACES TO GN1PHOU-SEG
           STRING "PH" WS-ID-SEQ-DISPLAY
              DELIMITED BY SIZE INTO PHOU-ID
           MOVE WS-CUR-PERS TO PHOU-PERS
           MOVE M6I-HOUSID TO PHOU-HOUS
           MOVE WS-WIN-FROM TO PHOU-FROM
           MOVE WS-WIN-TO TO PHOU-TO
           MOVE WS-CUR-PERS TO WS-SSA-PHOU(17:12)
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PHOU-SEG
                                WS-SSA-PHOU
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           IF WS-DLI-STAT = SPACES
              ADD 1 TO CT-ADD
              MOVE WS-CUR-PERS TO WS-JRNL-PERS
              MOVE "PHOUADD" TO WS-JRNL-OPCODE
              MOVE SPACES TO WS-JRNL-DESC
              STRING "PHOU " PHOU-ID " " PHOU-HOUS " "
                     PHOU-FROM(1:4) "-" PHOU-TO(1:4)
                 DELIMITED BY SIZE INTO WS-JRNL-DESC
              PERFORM 4900-WRITE-JOURNAL
           ELSE
              PERFORM 8050-CLASSIFY-DLI-STATUS
              PERFORM 8000-ERROR-HANDLING
           END-IF
           EXIT.

       4161-GU-HOUSE-BY-ID.
           MOVE "HOUSE   (HOUSEID=            )" TO WS-SSA-HOUS
           MOVE M6I-HOUSID TO WS-SSA-HOUS(18:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                HOUSE-SEGMENT
                                WS-SSA-HOUS
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           EXIT.

       4162-CHECK-PARENT-HOUSE.
      * IL CASATO PADRE DEVE ESISTERE; RISALENDO LA SUA CATENA
      * HOUS-PARENT NON SI DEVE INCONTRARE IL CASATO IN MODIFICA
      * (STESSO GIRO DI 4300 IN IGONL02, LIMITE DI 20 LIVELLI).
           MOVE "N" TO WS-CYCLE-FOUND
           MOVE "HOUSE   (HOUSEID=            )" TO WS-SSA-HOUS
           MOVE M6I-PARENT TO WS-SSA-HOUS(18:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                HOUSE-SEGMENT
                                WS-SSA-HOUS
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           IF WS-DLI-STAT NOT = SPACES
              PERFORM 8050-CLASSIFY-DLI-STATUS
              MOVE "PARENT HOUSE NOT FOUND" TO WS-DETAIL
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           IF WS-EDIT-HOUS-ID = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE M6I-PARENT TO WS-WALK-ID
           MOVE 0 TO WS-WALK-DEPTH
           PERFORM UNTIL WS-WALK-ID = SPACES
                      OR CYCLE-FOUND
                      OR WS-WALK-DEPTH >= 20
              ADD 1 TO WS-WALK-DEPTH
              IF WS-WALK-ID = WS-EDIT-HOUS-ID
                 SET CYCLE-FOUND TO TRUE
              ELSE
                 MOVE WS-WALK-ID TO WS-SSA-HOUS(18:12)
                 MOVE DLI-GU TO WS-DLI-FUNC
                 CALL "CBLTDLI" USING WS-DLI-FUNC
                                      DBPCB-MASK
                                      HOUSE-SEGMENT
                                      WS-SSA-HOUS
                 ADD 1 TO CT-DLI
                 IF DB-STATUS NOT = SPACES
                    MOVE SPACES TO WS-WALK-ID
                 ELSE
                    MOVE HOUS-PARENT TO WS-WALK-ID
                 END-IF
              END-IF
           END-PERFORM
           IF WS-WALK-DEPTH >= 20
              SET CYCLE-FOUND TO TRUE
           END-IF
           MOVE SPACES TO WS-DLI-STAT
           IF CYCLE-FOUND
              MOVE GN1-E207 TO WS-MSG-ID
              MOVE GN1-SEV-E TO WS-SEV
              MOVE "DBPCB" TO WS-FILE
              MOVE "PARENT CYCLE REFUSED" TO WS-DETAIL
              IF WS-RC < 8
                 MOVE 8 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
           END-IF
           EXIT.

       4200-FILL-HOUSE-OUTPUT.
           MOVE HOUS-ID TO M6O-HOUSID
           MOVE HOUS-NAME TO M6O-HNAME
           MOVE HOUS-SEAT TO M6O-SEAT
           MOVE HOUS-FOUND-DATE TO M6O-FOUND
           MOVE HOUS-PARENT TO M6O-PARENT
           MOVE HOUS-ID TO WS-EDIT-HOUS-ID
           MOVE SPACES TO M6O-PARNAME
           IF HOUS-PARENT NOT = SPACES
              MOVE HOUS-PARENT TO WS-SSA-HOUS(18:12)
              MOVE DLI-GU TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   HOUSE-SEGMENT
                                   WS-SSA-HOUS
              ADD 1 TO CT-DLI
              IF DB-STATUS = SPACES
                 MOVE HOUS-NAME TO M6O-PARNAME
              END-IF
           END-IF
           PERFORM 4215-COUNT-MEMBERS
           MOVE WS-MEMB-CT TO M6O-MEMBCT
           MOVE WS-CADET-CT TO M6O-CADETCT
           EXIT.

       4215-COUNT-MEMBERS.
      * SPAZZATE DI SOLA LETTURA: RIGHE PERSHOU DEL CASATO (CON IL
      * PRIMO MEMBRO, CHE FA DA APPOGGIO AL JOURNAL) E RAMI CADETTI
      * DIRETTI.
           MOVE 0 TO WS-MEMB-CT
           MOVE 0 TO WS-CADET-CT
           MOVE SPACES TO WS-FIRST-MEMBER
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PHOU-SEG
           ADD 1 TO CT-DLI
           PERFORM UNTIL DB-STATUS NOT = SPACES
              IF PHOU-HOUS = WS-EDIT-HOUS-ID
                 ADD 1 TO WS-MEMB-CT
                 IF WS-FIRST-MEMBER = SPACES
                    MOVE PHOU-PERS TO WS-FIRST-MEMBER
                 END-IF
              END-IF
              MOVE DLI-GN TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   GN1PHOU-SEG
              ADD 1 TO CT-DLI
           END-PERFORM
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                HOUSE-SEGMENT
           ADD 1 TO CT-DLI
           PERFORM UNTIL DB-STATUS NOT = SPACES
              IF HOUS-PARENT = WS-EDIT-HOUS-ID
                 AND WS-CADET-CT < 999
                 ADD 1 TO WS-CADET-CT
              END-IF
              MOVE DLI-GN TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   HOUSE-SEGMENT
              ADD 1 TO CT-DLI
           END-PERFORM
           EXIT.

       4250-FILL-PERSON-OUTPUT.
      * PERSONA CORRENTE CON I SUOI LIMITI DI VITA E LE PRIME CINQUE
      * APPARTENENZE (GU PERSON + GN PERSHOU QUALIFICATE).
           MOVE WS-CUR-PERS TO M6O-PERSID
           MOVE WS-LIFE-BIRTH TO M6O-PBIRTH
           MOVE WS-LIFE-DEATH TO M6O-PDEATH
           MOVE WS-CUR-PERS TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           ADD 1 TO CT-DLI
           IF DB-STATUS NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE PERS-NAME TO M6O-PERSNAME
           MOVE 0 TO WS-MB-IX
           MOVE WS-CUR-PERS TO WS-SSA-PHOU(17:12)
           MOVE DLI-GN TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PHOU-SEG
                                WS-SSA-PHOU
           ADD 1 TO CT-DLI
           PERFORM UNTIL DB-STATUS NOT = SPACES OR WS-MB-IX >= 5
              ADD 1 TO WS-MB-IX
              MOVE PHOU-ID TO M6O-MB-PHOUID(WS-MB-IX)
              MOVE PHOU-HOUS TO M6O-MB-HOUSID(WS-MB-IX)
              MOVE PHOU-FROM TO M6O-MB-FROM(WS-MB-IX)
              MOVE PHOU-TO TO M6O-MB-TO(WS-MB-IX)
              MOVE DLI-GN TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   GN1PHOU-SEG
                                   WS-SSA-PHOU
              ADD 1 TO CT-DLI
           END-PERFORM
           EXIT.

       4300-LOAD-PERSON.
      * LA PERSONA DEVE ESISTERE E NON ESSERE CANCELLATA (E206);
      * NASCITA (CON IL SUO QUALIFICATORE) E MORTE (EVENTO MORTE)
      * SONO I LIMITI DI OGNI FINESTRA DI APPARTENENZA.
           MOVE "N" TO WS-PERS-OK
           MOVE SPACES TO WS-LIFE-BIRTH WS-LIFE-DEATH
           MOVE SPACE TO WS-LIFE-BQUAL
           MOVE WS-CUR-PERS TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           IF WS-DLI-STAT NOT = SPACES
              PERFORM 8050-CLASSIFY-DLI-STATUS
              MOVE "PERSON NOT FOUND" TO WS-DETAIL
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           IF PERS-IS-DELETED = "Y"
              MOVE GN1-E206 TO WS-MSG-ID
              MOVE GN1-SEV-E TO WS-SEV
              MOVE "DBPCB" TO WS-FILE
              MOVE "PERSON IS DELETED" TO WS-DETAIL
              IF WS-RC < 8
                 MOVE 8 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           MOVE PERS-BDATE TO WS-LIFE-BIRTH
           MOVE PERS-BDATE-QUAL TO WS-LIFE-BQUAL
           MOVE WS-CUR-PERS TO WS-SSA-EVNT(17:12)
           MOVE DLI-GN TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EVNT-SEG
                                WS-SSA-EVNT
           ADD 1 TO CT-DLI
           PERFORM UNTIL DB-STATUS NOT = SPACES
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(EVNT-TYPE))
                    = "MORTE"
                 AND EVNT-DATE(1:4) IS NUMERIC
                 MOVE EVNT-DATE TO WS-LIFE-DEATH
              END-IF
              MOVE DLI-GN TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   GN1EVNT-SEG
                                   WS-SSA-EVNT
              ADD 1 TO CT-DLI
           END-PERFORM
           MOVE SPACES TO WS-DLI-STAT
           MOVE "Y" TO WS-PERS-OK
           EXIT.

       4400-CHECK-WINDOW.
      * FINESTRA WS-WIN-FROM/WS-WIN-TO: DATE CON ANNO NUMERICO, FINE
      * NON ANTERIORE ALL'INIZIO, NESSUN ESTREMO PRIMA DELLA NASCITA
      * NE' DOPO LA MORTE. CON DATE PARZIALI O NASCITA QUALIFICATA
      * (CIRCA/PRIMA/DOPO) IL CONFRONTO SCENDE ALL'ANNO.
           MOVE "N" TO WS-WIN-BAD
           IF WS-WIN-FROM NOT = SPACES
              AND WS-WIN-FROM(1:4) IS NOT NUMERIC
              SET WIN-BAD TO TRUE
           END-IF
           IF WS-WIN-TO NOT = SPACES
              AND WS-WIN-TO(1:4) IS NOT NUMERIC
              SET WIN-BAD TO TRUE
           END-IF
           IF NOT WIN-BAD AND WS-WIN-FROM NOT = SPACES
              AND WS-WIN-TO NOT = SPACES
              MOVE WS-WIN-TO TO WS-CMP-A
              MOVE WS-WIN-FROM TO WS-CMP-B
              MOVE "N" TO WS-CMP-YEARS
              PERFORM 4410-COMPARE-DATES
              IF WS-CMP-RESULT = "<"
                 SET WIN-BAD TO TRUE
              END-IF
           END-IF
           IF NOT WIN-BAD AND WS-LIFE-BIRTH(1:4) IS NUMERIC
              MOVE "N" TO WS-CMP-YEARS
              IF WS-LIFE-BQUAL NOT = SPACE
                 SET CMP-YEARS TO TRUE
              END-IF
              MOVE WS-LIFE-BIRTH TO WS-CMP-B
              IF WS-WIN-FROM NOT = SPACES
                 MOVE WS-WIN-FROM TO WS-CMP-A
                 PERFORM 4410-COMPARE-DATES
                 IF WS-CMP-RESULT = "<"
                    SET WIN-BAD TO TRUE
                 END-IF
              END-IF
              IF WS-WIN-TO NOT = SPACES
                 MOVE WS-WIN-TO TO WS-CMP-A
                 PERFORM 4410-COMPARE-DATES
                 IF WS-CMP-RESULT = "<"
                    SET WIN-BAD TO TRUE
                 END-IF
              END-IF
           END-IF
           IF NOT WIN-BAD AND WS-LIFE-DEATH NOT = SPACES
              MOVE "N" TO WS-CMP-YEARS
              MOVE WS-LIFE-DEATH TO WS-CMP-B
              IF WS-WIN-FROM NOT = SPACES
                 MOVE WS-WIN-FROM TO WS-CMP-A
                 PERFORM 4410-COMPARE-DATES
                 IF WS-CMP-RESULT = ">"
                    SET WIN-BAD TO TRUE
                 END-IF
              END-IF
              IF WS-WIN-TO NOT = SPACES
                 MOVE WS-WIN-TO TO WS-CMP-A
                 PERFORM 4410-COMPARE-DATES
                 IF WS-CMP-RESULT = ">"
                    SET WIN-BAD TO TRUE
                 END-IF
              END-IF
           END-IF
           IF WIN-BAD
              MOVE GN1-E213 TO WS-MSG-ID
              MOVE GN1-SEV-E TO WS-SEV
              MOVE "MAP" TO WS-FILE
              MOVE "WINDOW OUTSIDE LIFESPAN" TO WS-DETAIL
              IF WS-RC < 8
                 MOVE 8 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
           END-IF
           EXIT.

       4410-COMPARE-DATES.
      * WS-CMP-A RISPETTO A WS-CMP-B ("<", "=", ">"): DATA PIENA
      * AAAA-MM-GG CONTRO DATA PIENA SI CONFRONTA COME TESTO,
      * ALTRIMENTI (O CON CMP-YEARS) SOLO L'ANNO.
           IF CMP-YEARS
              OR WS-CMP-A(6:5) = SPACES OR WS-CMP-B(6:5) = SPACES
              IF WS-CMP-A(1:4) < WS-CMP-B(1:4)
                 MOVE "<" TO WS-CMP-RESULT
              ELSE
                 IF WS-CMP-A(1:4) > WS-CMP-B(1:4)
                    MOVE ">" TO WS-CMP-RESULT
                 ELSE
                    MOVE "=" TO WS-CMP-RESULT
                 END-IF
              END-IF
           ELSE
              IF WS-CMP-A < WS-CMP-B
                 MOVE "<" TO WS-CMP-RESULT
              ELSE
                 IF WS-CMP-A > WS-CMP-B
                    MOVE ">" TO WS-CMP-RESULT
                 ELSE
                    MOVE "=" TO WS-CMP-RESULT
                 END-IF
              END-IF
           END-IF
           EXIT.

       4900-WRITE-JOURNAL.
      * TRACCIA DI AUDIT SOTTO WS-JRNL-PERS, COME IGONL04: LE
      * IMMAGINI SONO QUELLE DELLA PERSON, IMMUTATA DA QUESTI PATH.
           IF WS-JRNL-PERS = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-JRNL-PERS TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           ADD 1 TO CT-DLI
           IF DB-STATUS NOT = SPACES
              MOVE SPACES TO GN1PRSN-SEG
           END-IF
           MOVE SPACES TO GN1JRNL-SEG
           MOVE CT-DLI TO WS-ID-SEQ-DISPLAY
           STRING "J6" WS-ID-SEQ-DISPLAY
              DELIMITED BY SIZE INTO JRNL-ID
           MOVE WS-JRNL-OPCODE TO JRNL-OP
           MOVE WS-JRNL-PERS TO JRNL-ENTID
           MOVE WS-JRNL-DESC TO JRNL-DESC
           MOVE WS-OPER-ID TO JRNL-OPER
           STRING IO-DATE IO-TIME DELIMITED BY SIZE INTO JRNL-SESS
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TS
           MOVE GN1PRSN-SEG TO JRNL-BEF-IMG
           MOVE GN1PRSN-SEG TO JRNL-AFT-IMG
           MOVE WS-JRNL-PERS TO WS-SSA-JRNL(17:12)
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1JRNL-SEG
                                WS-SSA-JRNL
           ADD 1 TO CT-DLI
           EXIT.

       8050-CLASSIFY-DLI-STATUS.
      * STESSO CLASSIFICATORE DI IGONL01/IGONL02: STATUS DL/I GREZZO
      * TRADOTTO NEL CATALOGO GN1ERR.
           MOVE "DBPCB" TO WS-FILE
           EVALUATE WS-DLI-STAT
              WHEN "GE"
                 MOVE GN1-E201 TO WS-MSG-ID
                 MOVE GN1-SEV-W TO WS-SEV
                 MOVE "SEGMENT NOT FOUND" TO WS-DETAIL
                 IF WS-RC < 4
                    MOVE 4 TO WS-RC
                 END-IF
              WHEN "GB"
                 MOVE GN1-E202 TO WS-MSG-ID
                 MOVE GN1-SEV-W TO WS-SEV
                 MOVE "END OF DATABASE" TO WS-DETAIL
                 IF WS-RC < 4
                    MOVE 4 TO WS-RC
                 END-IF
              WHEN "GK"
                 MOVE GN1-E203 TO WS-MSG-ID
                 MOVE GN1-SEV-W TO WS-SEV
                 MOVE "SSA QUALIFICATION FAILED" TO WS-DETAIL
                 IF WS-RC < 4
                    MOVE 4 TO WS-RC
                 END-IF
              WHEN "II"
                 MOVE GN1-E204 TO WS-MSG-ID
                 MOVE GN1-SEV-E TO WS-SEV
                 MOVE "DUPLICATE SEGMENT ON INSERT" TO WS-DETAIL
                 IF WS-RC < 8
                    MOVE 8 TO WS-RC
                 END-IF
              WHEN OTHER
                 MOVE GN1-E901 TO WS-MSG-ID
                 MOVE GN1-SEV-F TO WS-SEV
                 MOVE "DL/I STATUS FAIL" TO WS-DETAIL
                 MOVE 12 TO WS-RC
           END-EVALUATE
           EXIT.

       5000-BUILD-OUTPUT.
           IF M6O-HOUSID = SPACES
              MOVE M6I-HOUSID TO M6O-HOUSID
           END-IF
           IF M6O-PERSID = SPACES
              MOVE M6I-PERSID TO M6O-PERSID
           END-IF
           PERFORM 8100-BUILD-MSG
           EXIT.

       6000-SEND-MSG.
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                IOPCB-MASK
                                GN6MAPOUT
           ADD 1 TO CT-SEND
           MOVE IO-STATUS TO WS-DLI-STAT
           IF WS-DLI-STAT NOT = SPACES
              MOVE GN1-E901 TO WS-MSG-ID
              MOVE GN1-SEV-F TO WS-SEV
              MOVE "IOPCB" TO WS-FILE
              MOVE "ISRT MESSAGE FAIL" TO WS-DETAIL
              MOVE 12 TO WS-RC
              PERFORM 8000-ERROR-HANDLING
           END-IF
           EXIT.

       8000-ERROR-HANDLING.
           ADD 1 TO CT-ERR
           IF WS-SEV = GN1-SEV-F
              SET ERR-FATAL TO TRUE
           END-IF
           PERFORM 8100-BUILD-MSG
           EXIT.

       8100-BUILD-MSG.
           IF WS-REC-KEY = SPACES
              MOVE M6I-HOUSID TO WS-REC-KEY
           END-IF
           MOVE SPACES TO M6O-MSGTXT
           STRING "GN370 "
                  WS-PROGRAM
                  " "
                  WS-MSG-ID
                  " "
                  WS-SEV
                  " "
                  WS-FILE
                  " "
                  WS-REC-KEY
                  " "
                  WS-DETAIL
             DELIMITED BY SIZE
             INTO M6O-MSGTXT
           END-STRING
           EXIT.

       9999-EOJ.
           IF WS-RC = 0 AND CT-ERR > 0
              MOVE 4 TO WS-RC
           END-IF
           MOVE WS-RC TO RETURN-CODE
           EXIT.

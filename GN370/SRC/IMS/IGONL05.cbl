       IDENTIFICATION DIVISION.
       PROGRAM-ID. IGONL05.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. IMS/DC transaction GNPG005 - manutenzione del
                catalogo delle fonti (GN1SRCE-SEG). Finora una fonte
                nasceva solo dall'import GEDCOM (GN3S5CMT) e IGONL03
                sapeva soltanto agganciarla a un archivio: per un
                protocollo notarile appena fotografato bisognava
                inventarsi un GEDCOM. Aggiunta (PF9), modifica di
                titolo, autore, archivio e tipo (PF6, vuoto =
                invariato e "*" = azzerato come in IGONL02),
                navigazione (PF5), consultazione (ENTER) e ritiro/
                ripristino (PF11, interruttore come in IGONL02). Il
                tipo segue la tassonomia REGISTRO, NOTARILE, CATASTO,
                STAMPA (E212). Ogni consultazione mostra quante righe
                CITATN puntano alla fonte; il ritiro di una fonte
                citata e' riservato agli operatori ADMIN (E209). Ogni
                mutazione vuole un operatore collegato (sign-on
                GNPG008, E215) con ruolo MAINTAIN o ADMIN. Stessa
                ossatura deterministica di IGONL02/IGONL03.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-RC                 PIC S9(4) COMP VALUE 0.
       77  WS-PROGRAM            PIC X(8) VALUE "IGONL05".
       77  WS-TRANS              PIC X(8) VALUE "GNPG005".
       77  WS-MSG-ID             PIC X(4) VALUE "E000".
       77  WS-SEV                PIC X VALUE "I".
       77  WS-FILE               PIC X(8) VALUE "MAP".
       77  WS-REC-KEY            PIC X(12) VALUE SPACES.
       77  WS-DETAIL             PIC X(24) VALUE "INIT".
       77  WS-ACTION             PIC X(8) VALUE "ENTER".
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-DLI-STAT           PIC X(2) VALUE SPACES.

       01  WS-SW.
           10 WS-ERR-FATAL       PIC X VALUE "N".
              88 ERR-FATAL       VALUE "Y".
           10 WS-OPER-ADMIN      PIC X VALUE "N".
              88 OPER-ADMIN      VALUE "Y".
           10 WS-TYPE-OK         PIC X VALUE "Y".
              88 TYPE-OK         VALUE "Y".

       COPY GN1ERR.
       COPY GN1CTR.
       COPY GN5MIN.
       COPY GN5MOUT.
       COPY GN1SRCE.
       COPY GN1REPO.
       COPY GN1CITA.
       COPY "GNOPRIO.cpy".

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".
           05 DLI-ISRT           PIC X(4) VALUE "ISRT".
           05 DLI-REPL           PIC X(4) VALUE "REPL".

       01  WS-SSA.
           05 WS-SSA-SRCE        PIC X(30)
              VALUE "SOURCE  (SOURID=            )".
           05 WS-SSA-REPO        PIC X(30)
              VALUE "REPOSIT (REPOID=            )".

       77  WS-ID-SEQ-DISPLAY     PIC 9(7) VALUE 0.
       77  WS-ID-SEQ-MAX         PIC 9(7) VALUE 0.
       77  WS-CITE-CT            PIC 9(5) VALUE 0.
       77  WS-EDIT-SRCE-ID       PIC X(12) VALUE SPACES.

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
           MOVE SPACES TO GN5MAPOUT
           MOVE "PF3EXI 5NXT 6SAV 9ADD 11RET ENTER=SHOW"
             TO M5O-PFINFO
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
                                GN5MAPIN
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
           MOVE M5I-SRCEID TO WS-REC-KEY
           EVALUATE M5I-PFKEY
              WHEN "03"
                 MOVE "EXIT" TO WS-ACTION
              WHEN "05"
                 MOVE "NEXT" TO WS-ACTION
              WHEN "06"
                 MOVE "SAVE" TO WS-ACTION
              WHEN "09"
                 MOVE "ADD" TO WS-ACTION
              WHEN "11"
                 MOVE "RET" TO WS-ACTION
              WHEN SPACES
                 MOVE "ENTER" TO WS-ACTION
              WHEN OTHER
                 MOVE "NOOP" TO WS-ACTION
           END-EVALUATE
           IF (WS-ACTION = "SAVE" OR WS-ACTION = "RET" OR
               WS-ACTION = "ENTER")
              AND M5I-SRCEID = SPACES
              MOVE GN1-E201 TO WS-MSG-ID
              MOVE GN1-SEV-W TO WS-SEV
              MOVE "MAP" TO WS-FILE
              MOVE "SOURCE-ID REQUIRED" TO WS-DETAIL
              ADD 1 TO CT-SKIP
              IF WS-RC < 4
                 MOVE 4 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
           END-IF
           IF WS-ACTION = "ADD" AND M5I-TITLE = SPACES
              MOVE GN1-E201 TO WS-MSG-ID
              MOVE GN1-SEV-W TO WS-SEV
              MOVE "MAP" TO WS-FILE
              MOVE "SOURCE TITLE REQUIRED" TO WS-DETAIL
              ADD 1 TO CT-SKIP
              IF WS-RC < 4
                 MOVE 4 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
           END-IF
      * IL TIPO, SE INDICATO, DEVE STARE NELLA TASSONOMIA ("*" IN
      * SAVE AZZERA): UN TIPO SCONOSCIUTO NON ARRIVA AL DATABASE
           IF (WS-ACTION = "ADD" OR WS-ACTION = "SAVE")
              AND M5I-STYPE NOT = SPACES
              AND FUNCTION TRIM(M5I-STYPE) NOT = "*"
              MOVE FUNCTION UPPER-CASE(M5I-STYPE) TO SRCE-TYPE
              IF NOT (SRCE-REGISTRO OR SRCE-NOTARILE OR
                      SRCE-CATASTO OR SRCE-STAMPA)
                 MOVE GN1-E212 TO WS-MSG-ID
                 MOVE GN1-SEV-E TO WS-SEV
                 MOVE "MAP" TO WS-FILE
                 MOVE "SOURCE TYPE INVALID" TO WS-DETAIL
                 ADD 1 TO CT-SKIP
                 IF WS-RC < 8
                    MOVE 8 TO WS-RC
                 END-IF
                 MOVE "N" TO WS-TYPE-OK
                 PERFORM 8000-ERROR-HANDLING
              END-IF
           END-IF
           EXIT.

       3400-RESOLVE-OPERATOR.
      * OPERATORE DI SESSIONE DEL TERMINALE (GNOPRS0, COME IN
      * IGONL01), DI CUI CONTA IL RUOLO. UNA MUTAZIONE VUOLE
      * UN OPERATORE COLLEGATO (E215) CON RUOLO MAINTAIN O ADMIN
      * (E209); LA CONSULTAZIONE RESTA LIBERA.
           MOVE "R" TO OPR-IN-FUNC
           MOVE IO-LTERM TO OPR-IN-LTERM
           CALL "GNOPRS0" USING GNOPR-IO DBPCB-MASK
           ADD 1 TO CT-DLI
           IF NOT (WS-ACTION = "SAVE" OR WS-ACTION = "ADD"
                   OR WS-ACTION = "RET")
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
           IF ERR-FATAL
              EXIT PARAGRAPH
           END-IF
           IF NOT TYPE-OK
              MOVE "|PATH| NO-OP TYPE REFUSED" TO M5O-PATHTX
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
              WHEN "RET"
                 PERFORM 4180-PATH-RETIRE
              WHEN "EXIT"
                 MOVE "|PATH| NO-OP EXIT" TO M5O-PATHTX
                 MOVE "TX EXIT REQUESTED" TO WS-DETAIL
              WHEN OTHER
                 MOVE "|PATH| NO-OP UNKNOWN PF" TO M5O-PATHTX
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
           MOVE "|PATH| GU SOURCE" TO M5O-PATHTX
           PERFORM 4161-GU-SOURCE-BY-ID
           IF WS-DLI-STAT = SPACES
              PERFORM 4200-FILL-SOURCE-OUTPUT
              MOVE "SOURCE SHOWN" TO WS-DETAIL
           ELSE
              PERFORM 8050-CLASSIFY-DLI-STATUS
              PERFORM 8000-ERROR-HANDLING
           END-IF
           EXIT.

       4120-PATH-NEXT.
      * NAVIGAZIONE DEL CATALOGO: DALLA FONTE CORRENTE (SE INDICATA)
      * ALLA SUCCESSIVA, ALTRIMENTI DALLA PRIMA.
           MOVE "|PATH| GU SOURCE -> GN SOURCE" TO M5O-PATHTX
           IF M5I-SRCEID NOT = SPACES
              PERFORM 4161-GU-SOURCE-BY-ID
              IF WS-DLI-STAT = SPACES
                 MOVE DLI-GN TO WS-DLI-FUNC
                 CALL "CBLTDLI" USING WS-DLI-FUNC
                                      DBPCB-MASK
                                      GN1SRCE-SEG
                 ADD 1 TO CT-DLI
                 MOVE DB-STATUS TO WS-DLI-STAT
              END-IF
           ELSE
              MOVE DLI-GU TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   GN1SRCE-SEG
              ADD 1 TO CT-DLI
              MOVE DB-STATUS TO WS-DLI-STAT
           END-IF
           IF WS-DLI-STAT = SPACES
              PERFORM 4200-FILL-SOURCE-OUTPUT
              MOVE "NEXT SOURCE" TO WS-DETAIL
           ELSE
              PERFORM 8050-CLASSIFY-DLI-STATUS
              PERFORM 8000-ERROR-HANDLING
           END-IF
           EXIT.

       4160-PATH-SAVE.
      * CORREZIONE DELLA FONTE CORRENTE. UN NUOVO ARCHIVIO DEVE
      * ESISTERE (GU DI VERIFICA PRIMA DELLA RILETTURA DELLA FONTE).
           MOVE "|PATH| GU SOURCE -> REPL SOURCE" TO M5O-PATHTX
           PERFORM 4300-CHECK-REPOSITORY
           IF WS-DLI-STAT NOT = SPACES OR ERR-FATAL
              EXIT PARAGRAPH
           END-IF
           PERFORM 4161-GU-SOURCE-BY-ID
           IF WS-DLI-STAT = SPACES
              IF M5I-TITLE NOT = SPACES
                 MOVE M5I-TITLE TO SRCE-TITLE
              END-IF
              PERFORM 4165-APPLY-OPTIONAL-FIELDS
              MOVE DLI-REPL TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   GN1SRCE-SEG
              ADD 1 TO CT-DLI
              MOVE DB-STATUS TO WS-DLI-STAT
              IF WS-DLI-STAT = SPACES
                 ADD 1 TO CT-SAVE
                 PERFORM 4200-FILL-SOURCE-OUTPUT
                 MOVE "SOURCE SAVED" TO WS-DETAIL
              ELSE
                 PERFORM 8050-CLASSIFY-DLI-STATUS
                 PERFORM 8000-ERROR-HANDLING
              END-IF
           ELSE
              PERFORM 8050-CLASSIFY-DLI-STATUS
              PERFORM 8000-ERROR-HANDLING
           END-IF
           EXIT.

       4165-APPLY-OPTIONAL-FIELDS.
           IF FUNCTION TRIM(M5I-AUTH) = "*"
              MOVE SPACES TO SRCE-AUTH
           ELSE
              IF M5I-AUTH NOT = SPACES
                 MOVE M5I-AUTH TO SRCE-AUTH
              END-IF
           END-IF
           IF FUNCTION TRIM(M5I-REPOID) = "*"
              MOVE SPACES TO SRCE-REPO
           ELSE
              IF M5I-REPOID NOT = SPACES
                 MOVE M5I-REPOID TO SRCE-REPO
              END-IF
           END-IF
           IF FUNCTION TRIM(M5I-STYPE) = "*"
              MOVE SPACES TO SRCE-TYPE
           ELSE
              IF M5I-STYPE NOT = SPACES
                 MOVE FUNCTION UPPER-CASE(M5I-STYPE) TO SRCE-TYPE
              END-IF
           END-IF
           EXIT.

       4170-PATH-ADD.
      * NUOVA FONTE: ID "SR" + PROGRESSIVO OLTRE IL PIU' ALTO GIA'
      * USATO (4175), TITOLO OBBLIGATORIO, IL RESTO FACOLTATIVO.
           MOVE "|PATH| ISRT SOURCE" TO M5O-PATHTX
           PERFORM 4300-CHECK-REPOSITORY
           IF WS-DLI-STAT NOT = SPACES OR ERR-FATAL
              EXIT PARAGRAPH
           END-IF
           PERFORM 4175-NEXT-SOURCE-SEQ
           ADD 1 TO CT-ADD
           MOVE SPACES TO GN1SRCE-SEG
           STRING "SR" WS-ID-SEQ-DISPLAY
              DELIMITED BY SIZE INTO SRCE-ID
           MOVE M5I-TITLE TO SRCE-TITLE
           PERFORM 4165-APPLY-OPTIONAL-FIELDS
           MOVE SPACE TO SRCE-RETIRED
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1SRCE-SEG
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           IF WS-DLI-STAT = SPACES
              PERFORM 4200-FILL-SOURCE-OUTPUT
              MOVE SRCE-ID TO WS-REC-KEY
              MOVE "SOURCE ADDED" TO WS-DETAIL
           ELSE
              PERFORM 8050-CLASSIFY-DLI-STATUS
              PERFORM 8000-ERROR-HANDLING
           END-IF
           EXIT.

       4175-NEXT-SOURCE-SEQ.
      * LE FONTI NASCONO ANCHE DALL'IMPORT ("GES"+N): CONTA SOLO IL
      * PROGRESSIVO DELLE CHIAVI "SR" GIA' ASSEGNATE IN LINEA.
           MOVE 0 TO WS-ID-SEQ-MAX
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1SRCE-SEG
           ADD 1 TO CT-DLI
           PERFORM UNTIL DB-STATUS NOT = SPACES
              IF SRCE-ID(1:2) = "SR" AND SRCE-ID(3:7) IS NUMERIC
                 MOVE SRCE-ID(3:7) TO WS-ID-SEQ-DISPLAY
                 IF WS-ID-SEQ-DISPLAY > WS-ID-SEQ-MAX
                    MOVE WS-ID-SEQ-DISPLAY TO WS-ID-SEQ-MAX
                 END-IF
              END-IF
              MOVE DLI-GN TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   GN1SRCE-SEG
              ADD 1 TO CT-DLI
           END-PERFORM
           COMPUTE WS-ID-SEQ-DISPLAY = WS-ID-SEQ-MAX + 1
           EXIT.

       4180-PATH-RETIRE.
      * PF11 FA DA INTERRUTTORE RITIRA/RIPRISTINA, COME IN IGONL02.
      * UNA FONTE ANCORA CITATA SI RITIRA SOLO DA UN TERMINALE ADMIN
      * (E209): LE CITAZIONI RESTANO, MA LA FONTE ESCE DAL CATALOGO.
           MOVE "|PATH| GU SOURCE -> REPL SOURCE (RET)" TO M5O-PATHTX
           PERFORM 4161-GU-SOURCE-BY-ID
           IF WS-DLI-STAT NOT = SPACES
              PERFORM 8050-CLASSIFY-DLI-STATUS
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           IF SRCE-RETIRED = "Y"
              MOVE SPACE TO SRCE-RETIRED
              MOVE "SOURCE RESTORED" TO WS-DETAIL
           ELSE
              PERFORM 4400-COUNT-CITATIONS
              IF WS-CITE-CT > 0
                 PERFORM 4500-LOOKUP-OPER-ROLE
                 IF NOT OPER-ADMIN
                    MOVE GN1-E209 TO WS-MSG-ID
                    MOVE GN1-SEV-E TO WS-SEV
                    MOVE "DBPCB" TO WS-FILE
                    MOVE "CITED SOURCE: ADMIN ONLY" TO WS-DETAIL
                    IF WS-RC < 8
                       MOVE 8 TO WS-RC
                    END-IF
                    PERFORM 8000-ERROR-HANDLING
                    EXIT PARAGRAPH
                 END-IF
              END-IF
      *       LA SPAZZATA 4400 HA SPOSTATO LA POSIZIONE: RILETTURA
              PERFORM 4161-GU-SOURCE-BY-ID
              IF WS-DLI-STAT NOT = SPACES
                 PERFORM 8050-CLASSIFY-DLI-STATUS
                 PERFORM 8000-ERROR-HANDLING
                 EXIT PARAGRAPH
              END-IF
              MOVE "Y" TO SRCE-RETIRED
              MOVE "SOURCE RETIRED" TO WS-DETAIL
           END-IF
           MOVE DLI-REPL TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1SRCE-SEG
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           IF WS-DLI-STAT = SPACES
              ADD 1 TO CT-DEL
              PERFORM 4200-FILL-SOURCE-OUTPUT
           ELSE
              PERFORM 8050-CLASSIFY-DLI-STATUS
              PERFORM 8000-ERROR-HANDLING
           END-IF
           EXIT.

       4161-GU-SOURCE-BY-ID.
           MOVE "SOURCE  (SOURID=            )" TO WS-SSA-SRCE
           MOVE M5I-SRCEID TO WS-SSA-SRCE(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1SRCE-SEG
                                WS-SSA-SRCE
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           EXIT.

       4200-FILL-SOURCE-OUTPUT.
      * LA FONTE VA COPIATA SULLA MAPPA PRIMA DELLE LETTURE DI
      * ARCHIVIO E CITAZIONI, CHE SPOSTANO LA POSIZIONE.
           MOVE SRCE-ID TO M5O-SRCEID
           MOVE SRCE-ID TO WS-EDIT-SRCE-ID
           MOVE SRCE-TITLE TO M5O-TITLE
           MOVE SRCE-AUTH TO M5O-AUTH
           MOVE SRCE-REPO TO M5O-REPOID
           MOVE SRCE-TYPE TO M5O-STYPE
           MOVE SRCE-RETIRED TO M5O-RETIRED
           MOVE SPACES TO M5O-REPONAME
           IF SRCE-REPO NOT = SPACES
              MOVE SRCE-REPO TO WS-SSA-REPO(17:12)
              MOVE DLI-GU TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   GN1REPO-SEG
                                   WS-SSA-REPO
              ADD 1 TO CT-DLI
              IF DB-STATUS = SPACES
                 MOVE REPO-NAME TO M5O-REPONAME
              END-IF
           END-IF
           PERFORM 4400-COUNT-CITATIONS
           MOVE WS-CITE-CT TO M5O-CITECT
           EXIT.

       4300-CHECK-REPOSITORY.
      * UN ARCHIVIO INDICATO (NON "*") DEVE ESISTERE IN REPOSIT.
           MOVE SPACES TO WS-DLI-STAT
           IF M5I-REPOID = SPACES
              OR FUNCTION TRIM(M5I-REPOID) = "*"
              EXIT PARAGRAPH
           END-IF
           MOVE "REPOSIT (REPOID=            )" TO WS-SSA-REPO
           MOVE M5I-REPOID TO WS-SSA-REPO(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1REPO-SEG
                                WS-SSA-REPO
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           IF WS-DLI-STAT NOT = SPACES
              PERFORM 8050-CLASSIFY-DLI-STATUS
              MOVE "REPOSITORY NOT FOUND" TO WS-DETAIL
              PERFORM 8000-ERROR-HANDLING
           END-IF
           EXIT.

       4400-COUNT-CITATIONS.
      * SPAZZATA DI SOLA LETTURA SU CITATN (GU+GN NON QUALIFICATE,
      * COME IN 4400 DI IGONL02): QUANTE CITAZIONI PUNTANO QUI.
           MOVE 0 TO WS-CITE-CT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1CITA-SEG
           ADD 1 TO CT-DLI
           PERFORM UNTIL DB-STATUS NOT = SPACES
              IF CITA-SRCE = WS-EDIT-SRCE-ID
                 ADD 1 TO WS-CITE-CT
              END-IF
              MOVE DLI-GN TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   GN1CITA-SEG
              ADD 1 TO CT-DLI
           END-PERFORM
           EXIT.

       4500-LOOKUP-OPER-ROLE.
      * RUOLO DELL'OPERATORE COLLEGATO, GIA' RISOLTO DA 3400 (COME
      * 3600 IN IGONL01): SOLO ADMIN SBLOCCA IL RITIRO DI UNA FONTE
      * CITATA.
           MOVE "N" TO WS-OPER-ADMIN
           IF OPR-SIGNED-ON AND OPR-ROLE-ADMIN
              MOVE "Y" TO WS-OPER-ADMIN
           END-IF
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
           IF M5O-SRCEID = SPACES
              MOVE M5I-SRCEID TO M5O-SRCEID
           END-IF
           PERFORM 8100-BUILD-MSG
           EXIT.

       6000-SEND-MSG.
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                IOPCB-MASK
                                GN5MAPOUT
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
              MOVE M5I-SRCEID TO WS-REC-KEY
           END-IF
           MOVE SPACES TO M5O-MSGTXT
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
             INTO M5O-MSGTXT
           END-STRING
           EXIT.

       9999-EOJ.
           IF WS-RC = 0 AND CT-ERR > 0
              MOVE 4 TO WS-RC
           END-IF
           MOVE WS-RC TO RETURN-CODE
           EXIT.

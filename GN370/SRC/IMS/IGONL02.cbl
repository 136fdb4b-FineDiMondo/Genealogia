                (PF9), rinomina e ri-parentela (PF6), ritiro e
                ripristino (PF11, interruttore come il DEL/UNDEL di
                IGONL01), navigazione (PF5) e consultazione (ENTER).
                Ogni luogo ha due padri: quello civile (PLAC-PARENT,
                comune e provincia) e quello ecclesiastico
                (PLAC-ECCL-PARENT, pieve, vicariato e diocesi), i
                cui confini non coincidono. La ri-parentela, su
                ciascuna delle due catene, e' validata contro i
                cicli di quella catena (E207) e il ritiro e' rifiutato
                finche' il luogo e' ancora riferito da
                PERS-BPLACE/PERS-DPLACE o EVNT-PLACE (E208).
                Stessa ossatura deterministica di IGONL01.
              88 CYCLE-FOUND     VALUE "Y".
           10 WS-REF-FOUND       PIC X VALUE "N".
              88 REF-FOUND       VALUE "Y".
           10 WS-PARENT-BAD      PIC X VALUE "N".
              88 PARENT-BAD      VALUE "Y".
      * CATENA SU CUI LAVORA 4300: C = CIVILE, E = ECCLESIASTICA
           10 WS-WALK-KIND       PIC X VALUE "C".
              88 WALK-CIVIL      VALUE "C".
              88 WALK-ECCL       VALUE "E".

       COPY GN1ERR.
       COPY GN1CTR.
       77  WS-EDIT-PLACE-ID      PIC X(12) VALUE SPACES.
       77  WS-WALK-ID            PIC X(12) VALUE SPACES.
       77  WS-WALK-DEPTH         PIC 9(2) VALUE 0.
       77  WS-NEW-PARENT         PIC X(12) VALUE SPACES.

       LINKAGE SECTION.
       COPY GN1PCBS.
           EXIT.

       4160-PATH-SAVE.
      * RINOMINA E/O RI-PARENTELA DEL LUOGO CORRENTE, SULL'UNA O
      * SULL'ALTRA GERARCHIA. LA RI-PARENTELA E' ACCETTATA SOLO SE
      * IL NUOVO PADRE ESISTE, NON E' RITIRATO E NON CREA UN CICLO
      * NELLA SUA CATENA (4310). "*" COME PADRE SCOLLEGA IL LUOGO
      * DA QUELLA GERARCHIA.
           MOVE "|PATH| GU PLACE -> REPL PLACE" TO M2O-PATHTX
           MOVE M2I-PLACID TO WS-EDIT-PLACE-ID
           IF M2I-PARENT NOT = SPACES
              AND FUNCTION TRIM(M2I-PARENT) NOT = "*"
              MOVE M2I-PARENT TO WS-NEW-PARENT
              SET WALK-CIVIL TO TRUE
              PERFORM 4310-VALIDATE-NEW-PARENT
              IF PARENT-BAD
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF M2I-EPARENT NOT = SPACES
              AND FUNCTION TRIM(M2I-EPARENT) NOT = "*"
              MOVE M2I-EPARENT TO WS-NEW-PARENT
              SET WALK-ECCL TO TRUE
              PERFORM 4310-VALIDATE-NEW-PARENT
              IF PARENT-BAD
                 EXIT PARAGRAPH
              END-IF
           END-IF
                    MOVE M2I-PARENT TO PLAC-PARENT
                 END-IF
              END-IF
              IF FUNCTION TRIM(M2I-EPARENT) = "*"
                 MOVE SPACES TO PLAC-ECCL-PARENT
              ELSE
                 IF M2I-EPARENT NOT = SPACES
                    MOVE M2I-EPARENT TO PLAC-ECCL-PARENT
                 END-IF
              END-IF
              PERFORM 4165-APPLY-GEO-FIELDS
              MOVE DLI-REPL TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
           EXIT.

       4170-PATH-ADD.
      * NUOVO LUOGO: ID "PL"+CONTATORE, NOME DA M2I-NAME, PADRI
      * CIVILE ED ECCLESIASTICO FACOLTATIVI DA M2I-PARENT E
      * M2I-EPARENT (VERIFICATI CON UNA GU).
           MOVE "|PATH| ISRT PLACE" TO M2O-PATHTX
           IF M2I-PARENT NOT = SPACES
              AND FUNCTION TRIM(M2I-PARENT) NOT = "*"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF M2I-EPARENT NOT = SPACES
              AND FUNCTION TRIM(M2I-EPARENT) NOT = "*"
              MOVE M2I-EPARENT TO WS-SSA-PLAC(17:12)
              MOVE DLI-GU TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   GN1PLAC-SEG
                                   WS-SSA-PLAC
              ADD 1 TO CT-DLI
              MOVE DB-STATUS TO WS-DLI-STAT
              IF WS-DLI-STAT NOT = SPACES
                 PERFORM 8050-CLASSIFY-DLI-STATUS
                 PERFORM 8000-ERROR-HANDLING
                 EXIT PARAGRAPH
              END-IF
           END-IF
           ADD 1 TO CT-ADD
           MOVE CT-ADD TO WS-ID-SEQ-DISPLAY
           MOVE SPACES TO GN1PLAC-SEG
           IF FUNCTION TRIM(M2I-PARENT) NOT = "*"
              MOVE M2I-PARENT TO PLAC-PARENT
           END-IF
           IF FUNCTION TRIM(M2I-EPARENT) NOT = "*"
              MOVE M2I-EPARENT TO PLAC-ECCL-PARENT
           END-IF
           MOVE SPACE TO PLAC-RETIRED
           PERFORM 4165-APPLY-GEO-FIELDS
           MOVE DLI-ISRT TO WS-DLI-FUNC
           MOVE PLAC-TYPE TO M2O-PLTYPE
           MOVE PLAC-FOUND TO M2O-FOUND
           MOVE PLAC-SUPPR TO M2O-SUPPR
           MOVE PLAC-ECCL-PARENT TO M2O-EPARENT
           MOVE SPACES TO M2O-PARNAME M2O-EPARNAME
           IF PLAC-PARENT NOT = SPACES
              MOVE PLAC-PARENT TO WS-SSA-PLAC(17:12)
              MOVE DLI-GU TO WS-DLI-FUNC
                 MOVE PLAC-NAME TO M2O-PARNAME
              END-IF
           END-IF
      *    LA GU DEL PADRE CIVILE HA SOSTITUITO IL SEGMENTO: IL PADRE
      *    ECCLESIASTICO SI PRENDE DALLA MAPPA GIA' RIEMPITA
           IF M2O-EPARENT NOT = SPACES
              MOVE M2O-EPARENT TO WS-SSA-PLAC(17:12)
              MOVE DLI-GU TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   GN1PLAC-SEG
                                   WS-SSA-PLAC
              ADD 1 TO CT-DLI
              IF DB-STATUS = SPACES
                 MOVE PLAC-NAME TO M2O-EPARNAME
              END-IF
           END-IF
           EXIT.

       4300-CHECK-PARENT-CYCLE.
      * RISALE LA CATENA SCELTA DA WS-WALK-KIND (PLAC-PARENT O
      * PLAC-ECCL-PARENT) DAL NUOVO PADRE PROPOSTO: SE INCONTRA IL
      * LUOGO IN MODIFICA LA RI-PARENTELA CREEREBBE UN CICLO; LA
      * PROFONDITA' E' COMUNQUE LIMITATA A 20 LIVELLI PER NON
      * GIRARE IN ETERNO SU UNA GERARCHIA GIA' CORROTTA. LE DUE
      * CATENE SONO INDIPENDENTI: UNA PIEVE PUO' STARE SOTTO UN
      * COMUNE CHE, CIVILMENTE, STA SOTTO DI ESSA.
           MOVE "N" TO WS-CYCLE-FOUND
           MOVE WS-NEW-PARENT TO WS-WALK-ID
           MOVE 0 TO WS-WALK-DEPTH
           IF FUNCTION TRIM(WS-NEW-PARENT) =
              FUNCTION TRIM(WS-EDIT-PLACE-ID)
              SET CYCLE-FOUND TO TRUE
              EXIT PARAGRAPH
      *          IL CHIAMANTE CON LA GU DI VERIFICA, QUI SI ESCE
                 MOVE SPACES TO WS-WALK-ID
              ELSE
                 IF WALK-ECCL
                    MOVE PLAC-ECCL-PARENT TO WS-WALK-ID
                 ELSE
                    MOVE PLAC-PARENT TO WS-WALK-ID
                 END-IF
                 IF WS-WALK-ID NOT = SPACES
                    AND FUNCTION TRIM(WS-WALK-ID) =
                        FUNCTION TRIM(WS-EDIT-PLACE-ID)
                    SET CYCLE-FOUND TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           IF WS-WALK-DEPTH >= 20
           END-IF
           EXIT.

       4310-VALIDATE-NEW-PARENT.
      * IL NUOVO PADRE WS-NEW-PARENT SULLA CATENA WS-WALK-KIND DEVE
      * ESISTERE, NON ESSERE RITIRATO (COME NELLA ADD) E NON CREARE
      * UN CICLO (4300); ALTRIMENTI ERRORE GIA' SEGNALATO E
      * PARENT-BAD ACCESO PER IL CHIAMANTE.
           MOVE "N" TO WS-PARENT-BAD
           MOVE "PLACE   (PLACID=            )" TO WS-SSA-PLAC
           MOVE WS-NEW-PARENT TO WS-SSA-PLAC(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PLAC-SEG
                                WS-SSA-PLAC
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           IF WS-DLI-STAT NOT = SPACES
              SET PARENT-BAD TO TRUE
              PERFORM 8050-CLASSIFY-DLI-STATUS
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           IF PLAC-RETIRED = "Y"
              SET PARENT-BAD TO TRUE
              MOVE GN1-E208 TO WS-MSG-ID
              MOVE GN1-SEV-E TO WS-SEV
              MOVE "DBPCB" TO WS-FILE
              MOVE "PARENT PLACE RETIRED" TO WS-DETAIL
              IF WS-RC < 8
                 MOVE 8 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           PERFORM 4300-CHECK-PARENT-CYCLE
           IF CYCLE-FOUND
              SET PARENT-BAD TO TRUE
              MOVE GN1-E207 TO WS-MSG-ID
              MOVE GN1-SEV-E TO WS-SEV
              MOVE "DBPCB" TO WS-FILE
              IF WALK-ECCL
                 MOVE "ECCL PARENT CYCLE" TO WS-DETAIL
              ELSE
                 MOVE "PARENT CYCLE REFUSED" TO WS-DETAIL
              END-IF
              IF WS-RC < 8
                 MOVE 8 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           IF ERR-FATAL
              SET PARENT-BAD TO TRUE
           END-IF
           EXIT.

       4400-CHECK-PLACE-REFERENCES.
      * SPAZZATA DI SOLA LETTURA SU PERSON (BPLACE/DPLACE) E SU EVENT
      * (EVNT-PLACE) PER VERIFICARE CHE NESSUNO RIFERISCA ANCORA IL

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3SANM0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Manutenzione dello stato delle anime: l'anno censito
                (CENSUS, figlio del registro che fa da libro), i
                fuochi di quell'anno (HOUSHLD) e i loro membri
                (HHMEMB) con eta' dichiarata, comunione e cresima.
                Finora questi libri finivano ricopiati nel testo
                delle note. Verbi in riga di comando, nello stile di
                GN3REGM0/GN3DNAM0:
                  GN3SANM0 ANNO <regb-id> <anno> [carta]
                  GN3SANM0 FUOCO <cens-id> <numero> <localita|*>
                  GN3SANM0 MEMBRO <hhld-id> <ruolo> <nome>
                           <eta|*> <comunione S|N|*>
                           <cresima S|N|*> [pers-id]
                    (ruolo: CAPO, MOGLIE, FIGLIO, FIGLIA, SERVO,
                     ALTRO; senza pers-id il membro resta non
                     identificato)
                  GN3SANM0 LEGA <hmem-id> <pers-id|*>
                    (identifica il membro o ne toglie il legame)
                Le traiettorie di fuoco anno per anno sono di
                GN3SANR0.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-VERB               PIC X(8) VALUE SPACES.
       77  WS-ARG                PIC X(40) VALUE SPACES.
       77  WS-PARENT-ARG         PIC X(12) VALUE SPACES.
       77  WS-PERS-ARG           PIC X(12) VALUE SPACES.
       77  WS-HMEM-ARG           PIC X(12) VALUE SPACES.
       77  WS-NUM-ARG            PIC X(4) JUSTIFIED RIGHT
                                 VALUE SPACES.
       77  WS-AGE-ARG            PIC X(3) JUSTIFIED RIGHT
                                 VALUE SPACES.
       77  WS-FLAG-ARG           PIC X(1) VALUE SPACES.
       77  WS-SEQ                PIC 9(7) VALUE 0.
       77  WS-MAX-SEQ            PIC 9(7) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".
           05 DLI-ISRT           PIC X(4) VALUE "ISRT".
           05 DLI-REPL           PIC X(4) VALUE "REPL".

       01  WS-SSA-REGB           PIC X(30)
           VALUE "REGISTR (REGBID=            )".
       01  WS-SSA-CENS           PIC X(30)
           VALUE "CENSUS  (CENSID=            )".
       01  WS-SSA-HHLD           PIC X(30)
           VALUE "HOUSHLD (HHLDID=            )".
       01  WS-SSA-HMEM           PIC X(30)
           VALUE "HHMEMB  (HMEMID=            )".
       01  WS-SSA-PERS           PIC X(30)
           VALUE "PERSON  (PERSID=            )".

       COPY GN1REGB.
       COPY GN1CENS.
       COPY GN1HHLD.
       COPY GN1HMEM.
       COPY GN1PRSN.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-VERB FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VERB))
             TO WS-VERB

           EVALUATE WS-VERB
             WHEN "ANNO"
               PERFORM 2000-CENSUS-ADD
             WHEN "FUOCO"
               PERFORM 3000-HOUSEHOLD-ADD
             WHEN "MEMBRO"
               PERFORM 4000-MEMBER-ADD
             WHEN "LEGA"
               PERFORM 5000-MEMBER-LINK
             WHEN OTHER
               PERFORM 9000-SHOW-USAGE
               MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       9000-SHOW-USAGE.
           DISPLAY "USO: GN3SANM0 ANNO <regb-id> <anno> [carta]"
           DISPLAY "     GN3SANM0 FUOCO <cens-id> <numero> "
                   "<localita|*>"
           DISPLAY "     GN3SANM0 MEMBRO <hhld-id> <ruolo> <nome> "
                   "<eta|*> <comunione S|N|*> <cresima S|N|*> "
                   "[pers-id]"
           DISPLAY "     GN3SANM0 LEGA <hmem-id> <pers-id|*>"
           .

      *----------------------------------------------------------------*
      * Nuovo anno censito sotto il registro che fa da libro: il       *
      * registro deve esistere e l'anno essere numerico.               *
      *----------------------------------------------------------------*
       2000-CENSUS-ADD.
           IF WS-ARGC < 3
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-PARENT-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARENT-ARG))
             TO WS-PARENT-ARG
           MOVE WS-PARENT-ARG TO WS-SSA-REGB(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1REGB-SEG
                                WS-SSA-REGB
           IF DB-STATUS NOT = SPACES
             DISPLAY "GN3SANM0: REGISTRO NON CENSITO: "
                     FUNCTION TRIM(WS-PARENT-ARG)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 2100-NEXT-CENSUS-SEQ
           MOVE SPACES TO GN1CENS-SEG
           STRING "SA" WS-SEQ DELIMITED BY SIZE INTO CENS-ID
           MOVE WS-PARENT-ARG TO CENS-REGB
           ACCEPT WS-NUM-ARG FROM ARGUMENT-VALUE
           INSPECT WS-NUM-ARG REPLACING LEADING SPACE BY ZERO
           IF WS-NUM-ARG IS NOT NUMERIC OR WS-NUM-ARG = "0000"
             DISPLAY "GN3SANM0: ANNO NON VALIDO"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-NUM-ARG TO CENS-YEAR
           MOVE 0 TO CENS-FOLIO
           IF WS-ARGC >= 4
             MOVE SPACES TO WS-NUM-ARG
             ACCEPT WS-NUM-ARG FROM ARGUMENT-VALUE
             INSPECT WS-NUM-ARG REPLACING LEADING SPACE BY ZERO
             IF WS-NUM-ARG IS NUMERIC
               MOVE WS-NUM-ARG TO CENS-FOLIO
             END-IF
           END-IF
           MOVE "CENSUS  (REGBID=            )" TO WS-SSA-CENS
           MOVE WS-PARENT-ARG TO WS-SSA-CENS(17:12)
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1CENS-SEG
                                WS-SSA-CENS
           IF DB-STATUS = SPACES
             DISPLAY "GN3SANM0: ANNO " CENS-YEAR " CREATO COME "
                     FUNCTION TRIM(CENS-ID)
             MOVE 0 TO RETURN-CODE
           ELSE
             DISPLAY "GN3SANM0: ISRT ANNO FALLITA (" DB-STATUS ")"
             MOVE 12 TO RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * Progressivi: il piu' alto gia' usato + 1, prima di comporre il *
      * segmento (la spazzata usa la stessa area di I/O).              *
      *----------------------------------------------------------------*
       2100-NEXT-CENSUS-SEQ.
           MOVE 0 TO WS-MAX-SEQ
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1CENS-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF CENS-ID(3:7) IS NUMERIC
               MOVE CENS-ID(3:7) TO WS-SEQ
               IF WS-SEQ > WS-MAX-SEQ
                 MOVE WS-SEQ TO WS-MAX-SEQ
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1CENS-SEG
           END-PERFORM
           COMPUTE WS-SEQ = WS-MAX-SEQ + 1
           .

       3100-NEXT-HOUSEHOLD-SEQ.
           MOVE 0 TO WS-MAX-SEQ
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1HHLD-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF HHLD-ID(3:7) IS NUMERIC
               MOVE HHLD-ID(3:7) TO WS-SEQ
               IF WS-SEQ > WS-MAX-SEQ
                 MOVE WS-SEQ TO WS-MAX-SEQ
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1HHLD-SEG
           END-PERFORM
           COMPUTE WS-SEQ = WS-MAX-SEQ + 1
           .

       4100-NEXT-MEMBER-SEQ.
           MOVE 0 TO WS-MAX-SEQ
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1HMEM-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF HMEM-ID(3:7) IS NUMERIC
               MOVE HMEM-ID(3:7) TO WS-SEQ
               IF WS-SEQ > WS-MAX-SEQ
                 MOVE WS-SEQ TO WS-MAX-SEQ
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1HMEM-SEG
           END-PERFORM
           COMPUTE WS-SEQ = WS-MAX-SEQ + 1
           .

      *----------------------------------------------------------------*
      * Nuovo fuoco sotto l'anno censito, con il numero d'ordine del   *
      * libro e la localita' come scritta.                             *
      *----------------------------------------------------------------*
       3000-HOUSEHOLD-ADD.
           IF WS-ARGC < 4
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-PARENT-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARENT-ARG))
             TO WS-PARENT-ARG
           MOVE "CENSUS  (CENSID=            )" TO WS-SSA-CENS
           MOVE WS-PARENT-ARG TO WS-SSA-CENS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1CENS-SEG
                                WS-SSA-CENS
           IF DB-STATUS NOT = SPACES
             DISPLAY "GN3SANM0: ANNO CENSITO NON TROVATO: "
                     FUNCTION TRIM(WS-PARENT-ARG)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-NUM-ARG FROM ARGUMENT-VALUE
           INSPECT WS-NUM-ARG REPLACING LEADING SPACE BY ZERO
           IF WS-NUM-ARG IS NOT NUMERIC
             DISPLAY "GN3SANM0: NUMERO DI FUOCO NON VALIDO"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
           PERFORM 3100-NEXT-HOUSEHOLD-SEQ
           MOVE SPACES TO GN1HHLD-SEG
           STRING "FU" WS-SEQ DELIMITED BY SIZE INTO HHLD-ID
           MOVE WS-PARENT-ARG TO HHLD-CENS
           MOVE WS-NUM-ARG TO HHLD-NUM
           IF FUNCTION TRIM(WS-ARG) NOT = "*"
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG))
               TO HHLD-LOCAL
           END-IF
           MOVE "HOUSHLD (CENSID=            )" TO WS-SSA-HHLD
           MOVE WS-PARENT-ARG TO WS-SSA-HHLD(17:12)
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1HHLD-SEG
                                WS-SSA-HHLD
           IF DB-STATUS = SPACES
             DISPLAY "GN3SANM0: FUOCO " FUNCTION TRIM(HHLD-ID)
                     " CREATO NELL'ANNO " FUNCTION TRIM(WS-PARENT-ARG)
             MOVE 0 TO RETURN-CODE
           ELSE
             DISPLAY "GN3SANM0: ISRT FUOCO FALLITA (" DB-STATUS ")"
             MOVE 12 TO RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * Nuovo membro del fuoco. Il ruolo passa dalla sua tassonomia;   *
      * eta' e stato sacramentale sono quelli scritti dal parroco. Il  *
      * pers-id facoltativo, se dato, deve esistere e non essere       *
      * cancellato.                                                    *
      *----------------------------------------------------------------*
       4000-MEMBER-ADD.
           IF WS-ARGC < 7
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-PARENT-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARENT-ARG))
             TO WS-PARENT-ARG
           MOVE "HOUSHLD (HHLDID=            )" TO WS-SSA-HHLD
           MOVE WS-PARENT-ARG TO WS-SSA-HHLD(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1HHLD-SEG
                                WS-SSA-HHLD
           IF DB-STATUS NOT = SPACES
             DISPLAY "GN3SANM0: FUOCO NON TROVATO: "
                     FUNCTION TRIM(WS-PARENT-ARG)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 4100-NEXT-MEMBER-SEQ
           MOVE SPACES TO GN1HMEM-SEG
           STRING "MB" WS-SEQ DELIMITED BY SIZE INTO HMEM-ID
           MOVE WS-PARENT-ARG TO HMEM-HHLD
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG))
             TO HMEM-ROLE
           IF NOT HMEM-CAPO AND NOT HMEM-MOGLIE AND NOT HMEM-FIGLIO
              AND NOT HMEM-FIGLIA AND NOT HMEM-SERVO
              AND NOT HMEM-ALTRO
             DISPLAY "GN3SANM0: RUOLO NON VALIDO (CAPO/MOGLIE/"
                     "FIGLIO/FIGLIA/SERVO/ALTRO)"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG))
             TO HMEM-NAME
           ACCEPT WS-AGE-ARG FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(WS-AGE-ARG) NOT = "*"
             INSPECT WS-AGE-ARG REPLACING LEADING SPACE BY ZERO
             IF WS-AGE-ARG IS NOT NUMERIC
               DISPLAY "GN3SANM0: ETA' NON VALIDA"
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE WS-AGE-ARG TO HMEM-AGE
           END-IF
           ACCEPT WS-FLAG-ARG FROM ARGUMENT-VALUE
           PERFORM 4200-EDIT-FLAG
           MOVE WS-FLAG-ARG TO HMEM-COMMUN
           ACCEPT WS-FLAG-ARG FROM ARGUMENT-VALUE
           PERFORM 4200-EDIT-FLAG
           MOVE WS-FLAG-ARG TO HMEM-CRESIMA
           IF WS-ARGC >= 8
             ACCEPT WS-PERS-ARG FROM ARGUMENT-VALUE
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PERS-ARG))
               TO WS-PERS-ARG
             IF WS-PERS-ARG NOT = "*"
               PERFORM 5100-CHECK-PERSON
               MOVE WS-PERS-ARG TO HMEM-PERS
             END-IF
           END-IF
           MOVE "HHMEMB  (HHLDID=            )" TO WS-SSA-HMEM
           MOVE WS-PARENT-ARG TO WS-SSA-HMEM(17:12)
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1HMEM-SEG
                                WS-SSA-HMEM
           IF DB-STATUS = SPACES
             DISPLAY "GN3SANM0: MEMBRO " FUNCTION TRIM(HMEM-ID)
                     " CREATO NEL FUOCO " FUNCTION TRIM(WS-PARENT-ARG)
             MOVE 0 TO RETURN-CODE
           ELSE
             DISPLAY "GN3SANM0: ISRT MEMBRO FALLITA (" DB-STATUS ")"
             MOVE 12 TO RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * S/N del libro nel codice del segmento: S = "Y", N = "N",       *
      * "*" = non annotato; altro e' un errore.                        *
      *----------------------------------------------------------------*
       4200-EDIT-FLAG.
           MOVE FUNCTION UPPER-CASE(WS-FLAG-ARG) TO WS-FLAG-ARG
           EVALUATE WS-FLAG-ARG
             WHEN "S"
               MOVE "Y" TO WS-FLAG-ARG
             WHEN "N"
               CONTINUE
             WHEN "*"
               MOVE SPACE TO WS-FLAG-ARG
             WHEN OTHER
               DISPLAY "GN3SANM0: COMUNIONE/CRESIMA: S, N O *"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Identificazione di un membro gia' registrato: GU qualificata   *
      * per HMEMID, poi REPL sulla stessa posizione. "*" toglie il     *
      * legame (identificazione sbagliata).                            *
      *----------------------------------------------------------------*
       5000-MEMBER-LINK.
           IF WS-ARGC < 3
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-HMEM-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HMEM-ARG))
             TO WS-HMEM-ARG
           ACCEPT WS-PERS-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PERS-ARG))
             TO WS-PERS-ARG
           IF WS-PERS-ARG = "*"
             MOVE SPACES TO WS-PERS-ARG
           ELSE
             PERFORM 5100-CHECK-PERSON
           END-IF
           MOVE "HHMEMB  (HMEMID=            )" TO WS-SSA-HMEM
           MOVE WS-HMEM-ARG TO WS-SSA-HMEM(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1HMEM-SEG
                                WS-SSA-HMEM
           IF DB-STATUS NOT = SPACES
             DISPLAY "GN3SANM0: MEMBRO NON TROVATO: "
                     FUNCTION TRIM(WS-HMEM-ARG)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-PERS-ARG TO HMEM-PERS
           MOVE DLI-REPL TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1HMEM-SEG
           IF DB-STATUS = SPACES
             IF WS-PERS-ARG = SPACES
               DISPLAY "GN3SANM0: MEMBRO " FUNCTION TRIM(WS-HMEM-ARG)
                       " ORA NON IDENTIFICATO"
             ELSE
               DISPLAY "GN3SANM0: MEMBRO " FUNCTION TRIM(WS-HMEM-ARG)
                       " IDENTIFICATO COME "
                       FUNCTION TRIM(WS-PERS-ARG)
             END-IF
             MOVE 0 TO RETURN-CODE
           ELSE
             DISPLAY "GN3SANM0: REPL MEMBRO FALLITA (" DB-STATUS ")"
             MOVE 12 TO RETURN-CODE
           END-IF
           .

       5100-CHECK-PERSON.
           MOVE WS-PERS-ARG TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           IF DB-STATUS NOT = SPACES OR PERS-IS-DELETED = "Y"
             DISPLAY "GN3SANM0: PERSONA NON TROVATA: "
                     FUNCTION TRIM(WS-PERS-ARG)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           .

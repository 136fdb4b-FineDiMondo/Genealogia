       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3DNAM0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Manutenzione dei kit del DNA (segmenti DNAKIT figli
                di PERSON): i clienti arrivano con gli aplogruppi Y
                e mtDNA e con le liste di corrispondenze autosomiche,
                e finora non c'era dove registrarli. Verbi in riga
                di comando, nello stile di GN3REGM0/GN3HEVM0:
                  GN3DNAM0 ADD <pers-id> <ditta> <kit> <y-hap|*>
                           <mt-hap|*> <S|N> [corrispondenze]
                    (S/N = consenso della persona testata)
                  GN3DNAM0 CONSENSO <dnak-id> <S|N>
                    (il consenso si puo' sempre ritirare)
                  GN3DNAM0 DEL <dnak-id>
                  GN3DNAM0 LIST <report-out>
                Il confronto lungo le linee paterne e materne e'
                di GN3DNAL0.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-OUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-OUT-FILE           PIC X(256) VALUE SPACES.
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-VERB               PIC X(8) VALUE SPACES.
       77  WS-ARG                PIC X(40) VALUE SPACES.
       77  WS-PERS-ARG           PIC X(12) VALUE SPACES.
       77  WS-DNAK-ARG           PIC X(12) VALUE SPACES.
       77  WS-CONS-ARG           PIC X(1) VALUE SPACES.
       77  WS-NUM-ARG            PIC X(5) JUSTIFIED RIGHT
                                 VALUE SPACES.
       77  WS-SEQ                PIC 9(7) VALUE 0.
       77  WS-MAX-SEQ            PIC 9(7) VALUE 0.
       77  WS-LIST-CT            PIC 9(5) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".
           05 DLI-ISRT           PIC X(4) VALUE "ISRT".
           05 DLI-REPL           PIC X(4) VALUE "REPL".
           05 DLI-DLET           PIC X(4) VALUE "DLET".

       01  WS-SSA-PERS           PIC X(30)
           VALUE "PERSON  (PERSID=            )".
       01  WS-SSA-DNAK           PIC X(30)
           VALUE "DNAKIT  (DNAKID=            )".

       COPY GN1PRSN.
       COPY GN1DNAK.

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
             WHEN "ADD"
               PERFORM 2000-KIT-ADD
             WHEN "CONSENSO"
               PERFORM 3000-KIT-CONSENT
             WHEN "DEL"
               PERFORM 4000-KIT-DELETE
             WHEN "LIST"
               PERFORM 5000-KIT-LIST
             WHEN OTHER
               PERFORM 9000-SHOW-USAGE
               MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       9000-SHOW-USAGE.
           DISPLAY "USO: GN3DNAM0 ADD <pers-id> <ditta> <kit> "
                   "<y-hap|*> <mt-hap|*> <S|N> [corrispondenze]"
           DISPLAY "     GN3DNAM0 CONSENSO <dnak-id> <S|N>"
           DISPLAY "     GN3DNAM0 DEL <dnak-id>"
           DISPLAY "     GN3DNAM0 LIST <report-out>"
           .

      *----------------------------------------------------------------*
      * Nuovo kit sotto la persona: la persona deve esistere e non     *
      * essere cancellata; il consenso e' obbligatorio (S o N).        *
      *----------------------------------------------------------------*
       2000-KIT-ADD.
           IF WS-ARGC < 7
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-PERS-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PERS-ARG))
             TO WS-PERS-ARG
           MOVE WS-PERS-ARG TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           IF DB-STATUS NOT = SPACES OR PERS-IS-DELETED = "Y"
             DISPLAY "GN3DNAM0: PERSONA NON TROVATA: "
                     FUNCTION TRIM(WS-PERS-ARG)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 2100-NEXT-KIT-SEQ
           MOVE SPACES TO GN1DNAK-SEG
           MOVE 0 TO DNAK-MATCHES
           STRING "DK" WS-SEQ DELIMITED BY SIZE INTO DNAK-ID
           MOVE WS-PERS-ARG TO DNAK-PERS
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG))
             TO DNAK-COMPANY
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG) TO DNAK-KIT
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(WS-ARG) NOT = "*"
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG))
               TO DNAK-YHAP
           END-IF
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(WS-ARG) NOT = "*"
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG))
               TO DNAK-MTHAP
           END-IF
           IF DNAK-YHAP = SPACES AND DNAK-MTHAP = SPACES
             DISPLAY "GN3DNAM0: NESSUN APLOGRUPPO INDICATO"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 2200-EDIT-CONSENT
           MOVE WS-CONS-ARG TO DNAK-CONSENT
           IF WS-ARGC >= 8
             ACCEPT WS-NUM-ARG FROM ARGUMENT-VALUE
             INSPECT WS-NUM-ARG REPLACING LEADING SPACE BY ZERO
             IF WS-NUM-ARG IS NUMERIC
               MOVE WS-NUM-ARG TO DNAK-MATCHES
             END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO DNAK-DATE
           MOVE "DNAKIT  (PERSID=            )" TO WS-SSA-DNAK
           MOVE WS-PERS-ARG TO WS-SSA-DNAK(17:12)
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1DNAK-SEG
                                WS-SSA-DNAK
           IF DB-STATUS = SPACES
             DISPLAY "GN3DNAM0: KIT " FUNCTION TRIM(DNAK-ID)
                     " CREATO PER " FUNCTION TRIM(WS-PERS-ARG)
             MOVE 0 TO RETURN-CODE
           ELSE
             DISPLAY "GN3DNAM0: ISRT KIT FALLITA (" DB-STATUS ")"
             MOVE 12 TO RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * Progressivo: il piu' alto gia' usato + 1, prima di comporre il *
      * segmento (la spazzata usa la stessa area di I/O).              *
      *----------------------------------------------------------------*
       2100-NEXT-KIT-SEQ.
           MOVE 0 TO WS-MAX-SEQ
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1DNAK-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF DNAK-ID(3:7) IS NUMERIC
               MOVE DNAK-ID(3:7) TO WS-SEQ
               IF WS-SEQ > WS-MAX-SEQ
                 MOVE WS-SEQ TO WS-MAX-SEQ
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1DNAK-SEG
           END-PERFORM
           COMPUTE WS-SEQ = WS-MAX-SEQ + 1
           .

       2200-EDIT-CONSENT.
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG))
             WHEN "S"
             WHEN "Y"
               MOVE "Y" TO WS-CONS-ARG
             WHEN "N"
               MOVE "N" TO WS-CONS-ARG
             WHEN OTHER
               DISPLAY "GN3DNAM0: CONSENSO NON VALIDO (S/N): "
                       FUNCTION TRIM(WS-ARG)
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-EVALUATE
           .

       2300-GET-KIT.
           ACCEPT WS-DNAK-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DNAK-ARG))
             TO WS-DNAK-ARG
           MOVE "DNAKIT  (DNAKID=            )" TO WS-SSA-DNAK
           MOVE WS-DNAK-ARG TO WS-SSA-DNAK(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1DNAK-SEG
                                WS-SSA-DNAK
           IF DB-STATUS NOT = SPACES
             DISPLAY "GN3DNAM0: KIT NON TROVATO: "
                     FUNCTION TRIM(WS-DNAK-ARG)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           .

       3000-KIT-CONSENT.
           IF WS-ARGC < 3
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 2300-GET-KIT
           PERFORM 2200-EDIT-CONSENT
           MOVE WS-CONS-ARG TO DNAK-CONSENT
           MOVE DLI-REPL TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1DNAK-SEG
           IF DB-STATUS = SPACES
             DISPLAY "GN3DNAM0: KIT " FUNCTION TRIM(WS-DNAK-ARG)
                     " CONSENSO = " DNAK-CONSENT
             MOVE 0 TO RETURN-CODE
           ELSE
             DISPLAY "GN3DNAM0: REPL KIT FALLITA (" DB-STATUS ")"
             MOVE 12 TO RETURN-CODE
           END-IF
           .

       4000-KIT-DELETE.
           IF WS-ARGC < 2
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 2300-GET-KIT
           MOVE DLI-DLET TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1DNAK-SEG
           IF DB-STATUS = SPACES
             DISPLAY "GN3DNAM0: KIT "
                     FUNCTION TRIM(WS-DNAK-ARG) " CANCELLATO"
             MOVE 0 TO RETURN-CODE
           ELSE
             DISPLAY "GN3DNAM0: DLET KIT FALLITA (" DB-STATUS ")"
             MOVE 12 TO RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * Elenco di servizio: solo chiavi e aplogruppi, nessun nome -    *
      * i nomi (con le regole di riservatezza) stanno in GN3DNAL0.     *
      *----------------------------------------------------------------*
       5000-KIT-LIST.
           IF WS-ARGC < 2
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE "KIT DEL DNA" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "KIT          PERSONA      DITTA                "
                  "APLO-Y               APLO-MT              C "
                  "REGISTR. CORR."
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE 0 TO WS-LIST-CT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1DNAK-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             ADD 1 TO WS-LIST-CT
             MOVE SPACES TO REPORT-REC
             STRING DNAK-ID " " DNAK-PERS " " DNAK-COMPANY " "
                    DNAK-YHAP " " DNAK-MTHAP " " DNAK-CONSENT " "
                    DNAK-DATE " " DNAK-MATCHES
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1DNAK-SEG
           END-PERFORM
           IF WS-LIST-CT = 0
             MOVE "  (NESSUN KIT REGISTRATO)" TO REPORT-REC
             WRITE REPORT-REC
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "GN3DNAM0: KIT ELENCATI = " WS-LIST-CT
           MOVE 0 TO RETURN-CODE
           .

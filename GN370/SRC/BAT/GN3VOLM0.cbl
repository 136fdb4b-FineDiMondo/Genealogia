       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3VOLM0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Anagrafica dei volontari (segmento VOLUNTR, GN1VOLN):
                finora erano solo codici di 8 caratteri in FOLI-OPER,
                MEDI-OPER e JRNL-OPER, e non si potevano ringraziare,
                formare o mettere in turno.
                  GN3VOLM0 <report> <admin> ELENCO
                  GN3VOLM0 <report> <admin> AGGIUNGI <id>
                           <inizio AAAA-MM-GG|*> <nome>
                           [contatto|*] [competenze|*]
                  GN3VOLM0 <report> <admin> CONTATTO <id> <contatto>
                  GN3VOLM0 <report> <admin> COMPETENZE <id>
                           <c1,c2,...|*>
                  GN3VOLM0 <report> <admin> ATTIVA <id>
                  GN3VOLM0 <report> <admin> DISATTIVA <id>
                <admin> e' l'ID di un operatore ADMIN attivo, come in
                GN3OPER0. L'inizio "*" vale oggi; le competenze sono
                codici liberi di 8 caratteri separati da virgola
                (LATINO, PALEOGR, TEDESCO, ...), fino a cinque, "*"
                le azzera. DISATTIVA non cancella: il codice resta
                nel journal e nelle carte gia' fatte, ma GN3REGM0
                ASSEGNA non lo accetta piu'. Il report elenca l'esito
                e, per ELENCO, tutti i volontari.

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
       77  WS-ADMIN-ARG          PIC X(8) VALUE SPACES.
       77  WS-MODE-ARG           PIC X(10) VALUE SPACES.
       77  WS-ID-ARG             PIC X(8) VALUE SPACES.
       77  WS-START-ARG          PIC X(10) VALUE SPACES.
       77  WS-NAME-ARG           PIC X(40) VALUE SPACES.
       77  WS-CONTACT-ARG        PIC X(60) VALUE SPACES.
       77  WS-SKILL-ARG          PIC X(60) VALUE SPACES.
       77  WS-VOL-CT             PIC 9(5) VALUE 0.
       77  WS-ACT-CT             PIC 9(5) VALUE 0.
       77  WS-OUTCOME            PIC X(60) VALUE SPACES.
       77  WS-TODAY              PIC X(10) VALUE SPACES.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".
           05 DLI-ISRT           PIC X(4) VALUE "ISRT".
           05 DLI-REPL           PIC X(4) VALUE "REPL".

       01  WS-SSA-OPER           PIC X(30)
           VALUE "OPERATR (OPERID=        )".
       01  WS-SSA-VOLN           PIC X(30)
           VALUE "VOLUNTR (VOLNID=        )".

      * COMPETENZE SCOMPOSTE DALL'ARGOMENTO
       01  WS-SKILL-TABLE.
           05 WS-SKILL           PIC X(8) OCCURS 5 TIMES.
       01  WS-SK-IX              PIC 9(2) VALUE 0.
       01  WS-SKILL-LIST         PIC X(48) VALUE SPACES.
       01  WS-SKILL-PTR          PIC 9(3) VALUE 1.

       COPY GNOPER.
       COPY GN1VOLN.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 3
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           ACCEPT WS-ADMIN-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ADMIN-ARG))
             TO WS-ADMIN-ARG
           ACCEPT WS-MODE-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE-ARG))
             TO WS-MODE-ARG
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
             DELIMITED BY SIZE INTO WS-TODAY

           EVALUATE WS-MODE-ARG
             WHEN "ELENCO"
               CONTINUE
             WHEN "AGGIUNGI"
               IF WS-ARGC < 6
                 PERFORM 9000-SHOW-USAGE
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ACCEPT WS-ID-ARG FROM ARGUMENT-VALUE
               ACCEPT WS-START-ARG FROM ARGUMENT-VALUE
               ACCEPT WS-NAME-ARG FROM ARGUMENT-VALUE
               IF WS-ARGC >= 7
                 ACCEPT WS-CONTACT-ARG FROM ARGUMENT-VALUE
               END-IF
               IF WS-ARGC >= 8
                 ACCEPT WS-SKILL-ARG FROM ARGUMENT-VALUE
               END-IF
             WHEN "CONTATTO"
               IF WS-ARGC < 5
                 PERFORM 9000-SHOW-USAGE
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ACCEPT WS-ID-ARG FROM ARGUMENT-VALUE
               ACCEPT WS-CONTACT-ARG FROM ARGUMENT-VALUE
             WHEN "COMPETENZE"
               IF WS-ARGC < 5
                 PERFORM 9000-SHOW-USAGE
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ACCEPT WS-ID-ARG FROM ARGUMENT-VALUE
               ACCEPT WS-SKILL-ARG FROM ARGUMENT-VALUE
             WHEN "ATTIVA"
             WHEN "DISATTIVA"
               IF WS-ARGC < 4
                 PERFORM 9000-SHOW-USAGE
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ACCEPT WS-ID-ARG FROM ARGUMENT-VALUE
             WHEN OTHER
               PERFORM 9000-SHOW-USAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ID-ARG))
             TO WS-ID-ARG
           MOVE FUNCTION TRIM(WS-START-ARG) TO WS-START-ARG
           MOVE FUNCTION TRIM(WS-NAME-ARG) TO WS-NAME-ARG
           MOVE FUNCTION TRIM(WS-CONTACT-ARG) TO WS-CONTACT-ARG
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SKILL-ARG))
             TO WS-SKILL-ARG
           IF WS-CONTACT-ARG = "*"
             MOVE SPACES TO WS-CONTACT-ARG
           END-IF

           PERFORM 1000-CHECK-ADMIN
           PERFORM 1100-VALIDATE-ARGS

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "VOLONTARI GN370 - " FUNCTION TRIM(WS-MODE-ARG)
                  "  ADMIN " FUNCTION TRIM(WS-ADMIN-ARG)
                  "  " WS-TODAY
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           EVALUATE WS-MODE-ARG
             WHEN "ELENCO"
               PERFORM 2000-LIST
             WHEN "AGGIUNGI"
               PERFORM 3000-ADD
             WHEN OTHER
               PERFORM 4000-CHANGE
           END-EVALUATE
           IF WS-MODE-ARG NOT = "ELENCO"
             MOVE SPACES TO REPORT-REC
             STRING "  " WS-ID-ARG "  " FUNCTION TRIM(WS-OUTCOME)
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
             DISPLAY "GN3VOLM0: " FUNCTION TRIM(WS-ID-ARG) " "
                     FUNCTION TRIM(WS-OUTCOME)
           ELSE
             DISPLAY "GN3VOLM0: VOLONTARI CENSITI = " WS-VOL-CT
           END-IF
           CLOSE REPORT-FILE
           GOBACK.

       9000-SHOW-USAGE.
           DISPLAY "USO: GN3VOLM0 <report> <admin> ELENCO"
           DISPLAY "     GN3VOLM0 <report> <admin> AGGIUNGI <id> "
                   "<inizio|*> <nome> [contatto|*] [competenze|*]"
           DISPLAY "     GN3VOLM0 <report> <admin> CONTATTO <id> "
                   "<contatto>"
           DISPLAY "     GN3VOLM0 <report> <admin> COMPETENZE <id> "
                   "<c1,c2,...|*>"
           DISPLAY "     GN3VOLM0 <report> <admin> ATTIVA <id>"
           DISPLAY "     GN3VOLM0 <report> <admin> DISATTIVA <id>"
           DISPLAY "     (inizio AAAA-MM-GG; competenze fino a 5 "
                   "codici, es. LATINO,PALEOGR)"
           .

      *----------------------------------------------------------------*
      * <admin> dev'essere un operatore ADMIN attivo in OPERATR, come  *
      * in GN3OPER0.                                                   *
      *----------------------------------------------------------------*
       1000-CHECK-ADMIN.
           IF WS-ADMIN-ARG = SPACES
             DISPLAY "GN3VOLM0: OPERATORE ADMIN OBBLIGATORIO"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-ADMIN-ARG TO WS-SSA-OPER(17:8)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                OPERATOR-SEGMENT
                                WS-SSA-OPER
           IF DB-STATUS NOT = SPACES OR NOT OPRS-ROLE-ADMIN
              OR NOT OPRS-ACTIVE
             DISPLAY "GN3VOLM0: L'OPERATORE "
                     FUNCTION TRIM(WS-ADMIN-ARG)
                     " NON E' ADMIN, MANUTENZIONE RIFIUTATA"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .

       1100-VALIDATE-ARGS.
           IF WS-MODE-ARG = "ELENCO"
             EXIT PARAGRAPH
           END-IF
           IF WS-ID-ARG = SPACES
             DISPLAY "GN3VOLM0: CODICE DEL VOLONTARIO OBBLIGATORIO"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-MODE-ARG = "AGGIUNGI"
             IF WS-START-ARG = "*"
               MOVE WS-TODAY TO WS-START-ARG
             END-IF
             IF WS-START-ARG(1:4) IS NOT NUMERIC
                OR WS-START-ARG(5:1) NOT = "-"
                OR WS-START-ARG(6:2) IS NOT NUMERIC
                OR WS-START-ARG(8:1) NOT = "-"
                OR WS-START-ARG(9:2) IS NOT NUMERIC
                OR WS-START-ARG(6:2) < "01" OR WS-START-ARG(6:2) > "12"
                OR WS-START-ARG(9:2) < "01" OR WS-START-ARG(9:2) > "31"
               DISPLAY "GN3VOLM0: DATA DI INIZIO NON VALIDA "
                       "(AAAA-MM-GG): " FUNCTION TRIM(WS-START-ARG)
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             IF WS-NAME-ARG = SPACES
               DISPLAY "GN3VOLM0: NOME DEL VOLONTARIO OBBLIGATORIO"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           IF WS-MODE-ARG = "CONTATTO" AND WS-CONTACT-ARG = SPACES
             DISPLAY "GN3VOLM0: RECAPITO OBBLIGATORIO"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACES TO WS-SKILL-TABLE
           IF WS-SKILL-ARG NOT = SPACES AND WS-SKILL-ARG NOT = "*"
             UNSTRING WS-SKILL-ARG DELIMITED BY ","
               INTO WS-SKILL(1) WS-SKILL(2) WS-SKILL(3)
                    WS-SKILL(4) WS-SKILL(5)
             END-UNSTRING
             PERFORM VARYING WS-SK-IX FROM 1 BY 1 UNTIL WS-SK-IX > 5
               MOVE FUNCTION TRIM(WS-SKILL(WS-SK-IX))
                 TO WS-SKILL(WS-SK-IX)
             END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------*
      * Elenco: spazzata GU+GN non qualificata dei segmenti VOLUNTR.   *
      *----------------------------------------------------------------*
       2000-LIST.
           MOVE SPACES TO REPORT-REC
           MOVE "  ID       NOME" TO REPORT-REC(1:51)
           MOVE "A INIZIO     COMPETENZE" TO REPORT-REC(52:23)
           MOVE "RECAPITO" TO REPORT-REC(100:8)
           WRITE REPORT-REC
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1VOLN-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             ADD 1 TO WS-VOL-CT
             IF VOLN-ATTIVO
               ADD 1 TO WS-ACT-CT
             END-IF
             PERFORM 2100-FORMAT-SKILLS
             MOVE SPACES TO REPORT-REC
             MOVE VOLN-ID TO REPORT-REC(3:8)
             MOVE VOLN-NAME TO REPORT-REC(12:40)
             MOVE VOLN-ACTIVE TO REPORT-REC(52:1)
             MOVE VOLN-START TO REPORT-REC(54:10)
             MOVE WS-SKILL-LIST(1:35) TO REPORT-REC(65:35)
             MOVE VOLN-CONTACT(1:33) TO REPORT-REC(100:33)
             WRITE REPORT-REC
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1VOLN-SEG
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "VOLONTARI CENSITI " WS-VOL-CT
                  "  ATTIVI " WS-ACT-CT
                  "  (A: S IN SERVIZIO, N NON ATTIVO)"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

       2100-FORMAT-SKILLS.
           MOVE SPACES TO WS-SKILL-LIST
           MOVE 1 TO WS-SKILL-PTR
           PERFORM VARYING WS-SK-IX FROM 1 BY 1 UNTIL WS-SK-IX > 5
             IF VOLN-SKILL(WS-SK-IX) NOT = SPACES
               IF WS-SKILL-PTR > 1
                 STRING "," DELIMITED BY SIZE
                   INTO WS-SKILL-LIST WITH POINTER WS-SKILL-PTR
               END-IF
               STRING FUNCTION TRIM(VOLN-SKILL(WS-SK-IX))
                 DELIMITED BY SIZE
                 INTO WS-SKILL-LIST WITH POINTER WS-SKILL-PTR
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Nuovo volontario, attivo; un codice gia' censito (anche non    *
      * attivo) non si riusa: il journal lo ricorda.                   *
      *----------------------------------------------------------------*
       3000-ADD.
           MOVE WS-ID-ARG TO WS-SSA-VOLN(17:8)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1VOLN-SEG
                                WS-SSA-VOLN
           IF DB-STATUS = SPACES
             MOVE "GIA' CENSITO, NON AGGIUNTO" TO WS-OUTCOME
             MOVE 4 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GN1VOLN-SEG
           MOVE WS-ID-ARG TO VOLN-ID
           MOVE WS-NAME-ARG TO VOLN-NAME
           MOVE WS-CONTACT-ARG TO VOLN-CONTACT
           MOVE WS-START-ARG TO VOLN-START
           PERFORM VARYING WS-SK-IX FROM 1 BY 1 UNTIL WS-SK-IX > 5
             MOVE WS-SKILL(WS-SK-IX) TO VOLN-SKILL(WS-SK-IX)
           END-PERFORM
           SET VOLN-ATTIVO TO TRUE
           MOVE WS-TODAY TO VOLN-STDATE
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1VOLN-SEG
                                WS-SSA-VOLN
           IF DB-STATUS NOT = SPACES
             MOVE "ISRT VOLUNTR FALLITA" TO WS-OUTCOME
             MOVE 12 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OUTCOME
           STRING "AGGIUNTO, IN SERVIZIO DAL " WS-START-ARG
             DELIMITED BY SIZE INTO WS-OUTCOME
           MOVE 0 TO RETURN-CODE
           .

      *----------------------------------------------------------------*
      * CONTATTO / COMPETENZE / ATTIVA / DISATTIVA su un volontario    *
      * esistente (GU + REPL).                                         *
      *----------------------------------------------------------------*
       4000-CHANGE.
           MOVE WS-ID-ARG TO WS-SSA-VOLN(17:8)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1VOLN-SEG
                                WS-SSA-VOLN
           IF DB-STATUS NOT = SPACES
             MOVE "NON CENSITO" TO WS-OUTCOME
             MOVE 4 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           EVALUATE WS-MODE-ARG
             WHEN "CONTATTO"
               MOVE WS-CONTACT-ARG TO VOLN-CONTACT
               MOVE "RECAPITO AGGIORNATO" TO WS-OUTCOME
             WHEN "COMPETENZE"
               PERFORM VARYING WS-SK-IX FROM 1 BY 1
                   UNTIL WS-SK-IX > 5
                 MOVE WS-SKILL(WS-SK-IX) TO VOLN-SKILL(WS-SK-IX)
               END-PERFORM
               PERFORM 2100-FORMAT-SKILLS
               MOVE SPACES TO WS-OUTCOME
               STRING "COMPETENZE: " FUNCTION TRIM(WS-SKILL-LIST)
                 DELIMITED BY SIZE INTO WS-OUTCOME
               IF WS-SKILL-LIST = SPACES
                 MOVE "COMPETENZE AZZERATE" TO WS-OUTCOME
               END-IF
             WHEN "ATTIVA"
               IF VOLN-ATTIVO
                 MOVE "GIA' IN SERVIZIO" TO WS-OUTCOME
                 MOVE 4 TO RETURN-CODE
                 EXIT PARAGRAPH
               END-IF
               SET VOLN-ATTIVO TO TRUE
               MOVE WS-TODAY TO VOLN-STDATE
               MOVE "DI NUOVO IN SERVIZIO" TO WS-OUTCOME
             WHEN "DISATTIVA"
               IF VOLN-NON-ATTIVO
                 MOVE "GIA' NON ATTIVO" TO WS-OUTCOME
                 MOVE 4 TO RETURN-CODE
                 EXIT PARAGRAPH
               END-IF
               SET VOLN-NON-ATTIVO TO TRUE
               MOVE WS-TODAY TO VOLN-STDATE
               MOVE "NON ATTIVO" TO WS-OUTCOME
           END-EVALUATE
           MOVE DLI-REPL TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1VOLN-SEG
           IF DB-STATUS NOT = SPACES
             MOVE "REPL VOLUNTR FALLITA" TO WS-OUTCOME
             MOVE 12 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RETURN-CODE
           .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3MASS0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Aggiornamento di massa guidato da un insieme di
                selezione con nome (GENSET00, data/INSIEMI.DAT):
                riassegnare 400 persone a una nuova parrocchia,
                spostare un ramo sotto un'altra radice o mettere
                sotto embargo un'intera famiglia non richiede piu'
                400 sessioni IGONL01. Campi: ROOT (PERS-ROOT, una
                persona esistente), PARISH (PERS-PARISH, "*" =
                azzerato), RESTRICTED (Y/N) e HOUSE (nuova
                appartenenza PERSHOU al casato, aperta). In due
                tempi:
                  GN3MASS0 <report> ANTEPRIMA <insieme> <campo>
                           <valore> <operatore>
                    elenca valore prima e dopo di ogni membro e
                    salva l'anteprima in work/MASSA-<rif>.DAT col
                    PERS-VERSION-SEQ letto; il riferimento di lotto
                    <rif> e' nel report
                  GN3MASS0 <report> APPLICA <rif> <operatore>
                    applica esattamente l'anteprima: ogni persona
                    cambiata da allora (versione diversa) e' saltata;
                    ogni modifica ha la sua riga GN1JRNL (JRNL-OP
                    MASSUPD) con il riferimento di lotto in
                    JRNL-SESS e in JRNL-DESC, l'operatore in
                    JRNL-OPER.
                L'operatore (ID personale del sign-on) deve essere
                censito ADMIN e attivo nel segmento OPERATR (GNOPER),
                altrimenti il batch non parte. Un'appartenenza al
                casato gia' aperta non si duplica, quindi
                rilanciare APPLICA e' innocuo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-OUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INSIEMI-FILE ASSIGN TO "data/INSIEMI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INS-FS.
           SELECT PREVIEW-FILE ASSIGN TO DYNAMIC WS-PREV-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREV-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-REC            PIC X(132).
       FD  INSIEMI-FILE.
       01  INSIEMI-REC           PIC X(40).
       FD  PREVIEW-FILE.
       01  PREVIEW-REC           PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-OUT-FILE           PIC X(256) VALUE SPACES.
       77  WS-PREV-FILE          PIC X(64) VALUE SPACES.
       77  WS-INS-FS             PIC X(2) VALUE "00".
       77  WS-PREV-FS            PIC X(2) VALUE "00".
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-MODE-ARG           PIC X(10) VALUE SPACES.
       77  WS-SET-ARG            PIC X(16) VALUE SPACES.
       77  WS-FIELD-ARG          PIC X(10) VALUE SPACES.
       77  WS-VALUE-ARG          PIC X(12) VALUE SPACES.
       77  WS-OPER-ARG           PIC X(8) VALUE SPACES.
       77  WS-REF                PIC X(8) VALUE SPACES.
       77  WS-MEMBER-CT          PIC 9(5) VALUE 0.
       77  WS-CHANGE-CT          PIC 9(5) VALUE 0.
       77  WS-SAME-CT            PIC 9(5) VALUE 0.
       77  WS-MISSING-CT         PIC 9(5) VALUE 0.
       77  WS-APPLIED-CT         PIC 9(5) VALUE 0.
       77  WS-STALE-CT           PIC 9(5) VALUE 0.
       77  WS-FAIL-CT            PIC 9(5) VALUE 0.
       77  WS-PHOU-SEQ           PIC 9(7) VALUE 0.
       77  WS-JRNL-SEQ           PIC 9(4) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".
           05 DLI-ISRT           PIC X(4) VALUE "ISRT".
           05 DLI-REPL           PIC X(4) VALUE "REPL".

       01  WS-SSA-PERS           PIC X(30)
           VALUE "PERSON  (PERSID=            )".
       01  WS-SSA-PHOU           PIC X(30)
           VALUE "PERSHOU (PERSID=            )".
       01  WS-SSA-HOUS           PIC X(30)
           VALUE "HOUSE   (HOUSEID=            )".
       01  WS-SSA-OPER           PIC X(30)
           VALUE "OPERATR (OPERID=        )".
       01  WS-SSA-JRNL           PIC X(30)
           VALUE "JOURNAL (PERSID=            )".

      * MEMBRI DELL'INSIEME, SENZA DOPPIONI
       01  WS-M-TABLE.
           05 WS-M-ID OCCURS 2000 TIMES PIC X(12).
       01  WS-M-COUNT            PIC 9(4) VALUE 0.
       01  WS-M-IX               PIC 9(4) VALUE 0.
       01  WS-INS-NOME           PIC X(16) VALUE SPACES.
       01  WS-INS-PERS           PIC X(20) VALUE SPACES.

      * RIGHE DEL FILE DI ANTEPRIMA: TESTATA (CHE COSA SI CAMBIA) E
      * UNA RIGA PER PERSONA DA CAMBIARE CON LA VERSIONE LETTA
       01  WS-PV-HDR.
           05 WS-PVH-TYPE        PIC X(1) VALUE "H".
           05 WS-PVH-REF         PIC X(8).
           05 WS-PVH-SET         PIC X(16).
           05 WS-PVH-FIELD       PIC X(10).
           05 WS-PVH-VALUE       PIC X(12).
           05 WS-PVH-OPER        PIC X(8).
           05 FILLER             PIC X(25) VALUE SPACES.
       01  WS-PV-DET.
           05 WS-PVD-TYPE        PIC X(1) VALUE "P".
           05 WS-PVD-PERS        PIC X(12).
           05 WS-PVD-VER         PIC 9(9).
           05 WS-PVD-OLD         PIC X(12).
           05 WS-PVD-NEW         PIC X(12).
           05 FILLER             PIC X(34) VALUE SPACES.

       01  WS-OLD-VALUE          PIC X(12) VALUE SPACES.
       01  WS-NEW-VALUE          PIC X(12) VALUE SPACES.
       01  WS-OUTCOME            PIC X(30) VALUE SPACES.
       01  WS-PERS-BEFORE        PIC X(256) VALUE SPACES.
       01  WS-JRNL-DESC          PIC X(40) VALUE SPACES.

       01  WS-SW.
           10 WS-INS-EOF         PIC X VALUE "N".
              88 INS-EOF-YES     VALUE "Y".
           10 WS-PREV-EOF        PIC X VALUE "N".
              88 PREV-EOF-YES    VALUE "Y".
           10 WS-FOUND           PIC X VALUE "N".
              88 FOUND-YES       VALUE "Y".
           10 WS-OPEN-MEMBER     PIC X VALUE "N".
              88 OPEN-MEMBER-YES VALUE "Y".

       COPY GN1PRSN.
       COPY GN1PHOU.
       COPY HOUSEG.
       COPY GNOPER.
       COPY GN1JRNL.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 4
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           ACCEPT WS-MODE-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE-ARG))
             TO WS-MODE-ARG

           EVALUATE WS-MODE-ARG
             WHEN "ANTEPRIMA"
               IF WS-ARGC < 6
                 PERFORM 9000-SHOW-USAGE
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ACCEPT WS-SET-ARG FROM ARGUMENT-VALUE
               ACCEPT WS-FIELD-ARG FROM ARGUMENT-VALUE
               ACCEPT WS-VALUE-ARG FROM ARGUMENT-VALUE
               ACCEPT WS-OPER-ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SET-ARG))
                 TO WS-SET-ARG
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-ARG))
                 TO WS-FIELD-ARG
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VALUE-ARG))
                 TO WS-VALUE-ARG
             WHEN "APPLICA"
               ACCEPT WS-REF FROM ARGUMENT-VALUE
               ACCEPT WS-OPER-ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REF))
                 TO WS-REF
             WHEN OTHER
               PERFORM 9000-SHOW-USAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OPER-ARG))
             TO WS-OPER-ARG

           PERFORM 1000-CHECK-ADMIN

           OPEN OUTPUT REPORT-FILE
           IF WS-MODE-ARG = "ANTEPRIMA"
             PERFORM 2000-PREVIEW
           ELSE
             PERFORM 3000-APPLY
           END-IF
           CLOSE REPORT-FILE

           DISPLAY "GN3MASS0: RIFERIMENTO DI LOTTO  = " WS-REF
           IF WS-MODE-ARG = "ANTEPRIMA"
             DISPLAY "GN3MASS0: MEMBRI DELL'INSIEME  = " WS-MEMBER-CT
             DISPLAY "GN3MASS0: DA CAMBIARE          = " WS-CHANGE-CT
             DISPLAY "GN3MASS0: GIA' AL VALORE       = " WS-SAME-CT
             DISPLAY "GN3MASS0: NON IN ANAGRAFE      = " WS-MISSING-CT
           ELSE
             DISPLAY "GN3MASS0: APPLICATE            = " WS-APPLIED-CT
             DISPLAY "GN3MASS0: CAMBIATE DA ALLORA   = " WS-STALE-CT
             DISPLAY "GN3MASS0: NON APPLICABILI      = " WS-FAIL-CT
             IF WS-STALE-CT > 0 OR WS-FAIL-CT > 0
               MOVE 4 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

       9000-SHOW-USAGE.
           DISPLAY "USO: GN3MASS0 <report> ANTEPRIMA <insieme> <campo> "
                   "<valore> <operatore>"
           DISPLAY "     (campo: ROOT PARISH RESTRICTED HOUSE)"
           DISPLAY "     GN3MASS0 <report> APPLICA <rif> <operatore>"
           .

      *----------------------------------------------------------------*
      * Solo un operatore ADMIN: stesso segmento OPERATR dei controlli *
      * online (IGONL01/3500), chiave l'ID personale. Un operatore     *
      * bloccato o ritirato non lancia aggiornamenti massivi.          *
      *----------------------------------------------------------------*
       1000-CHECK-ADMIN.
           IF WS-OPER-ARG = SPACES
             DISPLAY "GN3MASS0: OPERATORE ADMIN OBBLIGATORIO"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-OPER-ARG TO WS-SSA-OPER(17:8)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                OPERATOR-SEGMENT
                                WS-SSA-OPER
           IF DB-STATUS NOT = SPACES OR NOT OPRS-ROLE-ADMIN
              OR NOT OPRS-ACTIVE
             DISPLAY "GN3MASS0: L'OPERATORE "
                     FUNCTION TRIM(WS-OPER-ARG)
                     " NON E' ADMIN, AGGIORNAMENTO RIFIUTATO"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .

      *----------------------------------------------------------------*
      * Anteprima: validazione di campo e valore, membri dell'insieme, *
      * per ciascuno valore prima e dopo; chi cambia finisce nel file  *
      * di anteprima con la versione letta.                            *
      *----------------------------------------------------------------*
       2000-PREVIEW.
           PERFORM 2100-VALIDATE-CHANGE
           MOVE "MU" TO WS-REF
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-REF(3:6)
           PERFORM 2200-LOAD-SET
           MOVE WS-M-COUNT TO WS-MEMBER-CT
           MOVE SPACES TO REPORT-REC
           STRING "AGGIORNAMENTO DI MASSA - ANTEPRIMA LOTTO " WS-REF
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "INSIEME " FUNCTION TRIM(WS-SET-ARG)
                  "  CAMPO " FUNCTION TRIM(WS-FIELD-ARG)
                  "  NUOVO VALORE " FUNCTION TRIM(WS-VALUE-ARG)
                  "  OPERATORE " FUNCTION TRIM(WS-OPER-ARG)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           IF WS-M-COUNT = 0
             MOVE "  INSIEME VUOTO O INESISTENTE" TO REPORT-REC
             WRITE REPORT-REC
             EXIT PARAGRAPH
           END-IF

           STRING "work/MASSA-" WS-REF ".DAT"
             DELIMITED BY SIZE INTO WS-PREV-FILE
           OPEN OUTPUT PREVIEW-FILE
           IF WS-PREV-FS NOT = "00"
             DISPLAY "GN3MASS0: FILE DI ANTEPRIMA NON SCRIVIBILE: "
                     FUNCTION TRIM(WS-PREV-FILE)
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-REF TO WS-PVH-REF
           MOVE WS-SET-ARG TO WS-PVH-SET
           MOVE WS-FIELD-ARG TO WS-PVH-FIELD
           MOVE WS-VALUE-ARG TO WS-PVH-VALUE
           MOVE WS-OPER-ARG TO WS-PVH-OPER
           WRITE PREVIEW-REC FROM WS-PV-HDR

           MOVE SPACES TO REPORT-REC
           MOVE "  PERSONA      NOME" TO REPORT-REC(1:46)
           MOVE "PRIMA        DOPO         ESITO" TO REPORT-REC(47:40)
           WRITE REPORT-REC
           PERFORM VARYING WS-M-IX FROM 1 BY 1
               UNTIL WS-M-IX > WS-M-COUNT
             PERFORM 2300-PREVIEW-MEMBER
           END-PERFORM
           CLOSE PREVIEW-FILE

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "DA CAMBIARE " WS-CHANGE-CT
                  "  GIA' AL VALORE " WS-SAME-CT
                  "  NON IN ANAGRAFE " WS-MISSING-CT
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "PER APPLICARE: GN3MASS0 <report> APPLICA " WS-REF
                  " <operatore>"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

       2100-VALIDATE-CHANGE.
           EVALUATE WS-FIELD-ARG
             WHEN "ROOT"
      *        LA NUOVA RADICE E' UNA PERSONA IN ANAGRAFE
               MOVE WS-VALUE-ARG TO WS-SSA-PERS(17:12)
               MOVE DLI-GU TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1PRSN-SEG
                                    WS-SSA-PERS
               IF DB-STATUS NOT = SPACES OR PERS-IS-DELETED = "Y"
                 DISPLAY "GN3MASS0: RADICE NON IN ANAGRAFE: "
                         FUNCTION TRIM(WS-VALUE-ARG)
                 MOVE 8 TO RETURN-CODE
                 GOBACK
               END-IF
             WHEN "PARISH"
               IF WS-VALUE-ARG = SPACES OR WS-VALUE-ARG(9:4) NOT =
                  SPACES
                 DISPLAY "GN3MASS0: PARROCCHIA DI 1-8 CARATTERI, "
                         "* PER AZZERARE"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
               END-IF
             WHEN "RESTRICTED"
               IF WS-VALUE-ARG NOT = "Y" AND WS-VALUE-ARG NOT = "N"
                 DISPLAY "GN3MASS0: RESTRICTED VUOLE Y O N"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
               END-IF
             WHEN "HOUSE"
               MOVE WS-VALUE-ARG TO WS-SSA-HOUS(18:12)
               MOVE DLI-GU TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    HOUSE-SEGMENT
                                    WS-SSA-HOUS
               IF DB-STATUS NOT = SPACES
                 DISPLAY "GN3MASS0: CASATO INESISTENTE: "
                         FUNCTION TRIM(WS-VALUE-ARG)
                 MOVE 8 TO RETURN-CODE
                 GOBACK
               END-IF
             WHEN OTHER
               DISPLAY "GN3MASS0: CAMPO NON AMMESSO: "
                       FUNCTION TRIM(WS-FIELD-ARG)
               PERFORM 9000-SHOW-USAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Membri dell'insieme da data/INSIEMI.DAT (NOME|PERS-ID, come    *
      * li scrive GENSET00), senza doppioni.                           *
      *----------------------------------------------------------------*
       2200-LOAD-SET.
           MOVE 0 TO WS-M-COUNT
           OPEN INPUT INSIEMI-FILE
           IF WS-INS-FS NOT = "00"
             DISPLAY "GN3MASS0: data/INSIEMI.DAT NON APRIBILE"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM UNTIL INS-EOF-YES
             READ INSIEMI-FILE
               AT END
                 MOVE "Y" TO WS-INS-EOF
               NOT AT END
                 MOVE SPACES TO WS-INS-NOME WS-INS-PERS
                 UNSTRING INSIEMI-REC DELIMITED BY "|"
                   INTO WS-INS-NOME WS-INS-PERS
                 IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INS-NOME))
                    = WS-SET-ARG AND WS-INS-PERS NOT = SPACES
                   PERFORM 2210-ADD-MEMBER
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INSIEMI-FILE
           .

       2210-ADD-MEMBER.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-M-IX FROM 1 BY 1
               UNTIL WS-M-IX > WS-M-COUNT OR FOUND-YES
             IF WS-M-ID(WS-M-IX) = WS-INS-PERS(1:12)
               SET FOUND-YES TO TRUE
             END-IF
           END-PERFORM
           IF NOT FOUND-YES AND WS-M-COUNT < 2000
             ADD 1 TO WS-M-COUNT
             MOVE WS-INS-PERS(1:12) TO WS-M-ID(WS-M-COUNT)
           END-IF
           .

       2300-PREVIEW-MEMBER.
           MOVE WS-M-ID(WS-M-IX) TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           MOVE SPACES TO REPORT-REC
           IF DB-STATUS NOT = SPACES OR PERS-IS-DELETED = "Y"
             ADD 1 TO WS-MISSING-CT
             STRING "  " WS-M-ID(WS-M-IX)
                    " (NON IN ANAGRAFE O CANCELLATA)"
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
             EXIT PARAGRAPH
           END-IF
           PERFORM 4000-CURRENT-VALUE
           PERFORM 4100-TARGET-VALUE
           IF WS-OLD-VALUE = WS-NEW-VALUE
              OR (WS-FIELD-ARG = "HOUSE" AND OPEN-MEMBER-YES)
             ADD 1 TO WS-SAME-CT
             MOVE "GIA' AL VALORE" TO WS-OUTCOME
           ELSE
             ADD 1 TO WS-CHANGE-CT
             MOVE "DA CAMBIARE" TO WS-OUTCOME
             MOVE PERS-ID TO WS-PVD-PERS
             MOVE PERS-VERSION-SEQ TO WS-PVD-VER
             MOVE WS-OLD-VALUE TO WS-PVD-OLD
             MOVE WS-NEW-VALUE TO WS-PVD-NEW
             WRITE PREVIEW-REC FROM WS-PV-DET
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "  " PERS-ID " " PERS-NAME(1:30) " " WS-OLD-VALUE
                  " " WS-NEW-VALUE " " WS-OUTCOME
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

      *----------------------------------------------------------------*
      * Applicazione dell'anteprima <rif>: per ogni riga la persona    *
      * deve avere ancora la versione letta allora, altrimenti si      *
      * salta - qualcuno l'ha cambiata nel frattempo.                  *
      *----------------------------------------------------------------*
       3000-APPLY.
           STRING "work/MASSA-" WS-REF ".DAT"
             DELIMITED BY SIZE INTO WS-PREV-FILE
           OPEN INPUT PREVIEW-FILE
           IF WS-PREV-FS NOT = "00"
             DISPLAY "GN3MASS0: NESSUNA ANTEPRIMA PER IL LOTTO "
                     WS-REF
             CLOSE REPORT-FILE
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           READ PREVIEW-FILE INTO WS-PV-HDR
             AT END
               MOVE "Y" TO WS-PREV-EOF
           END-READ
           IF PREV-EOF-YES OR WS-PVH-TYPE NOT = "H"
             DISPLAY "GN3MASS0: ANTEPRIMA ILLEGGIBILE: "
                     FUNCTION TRIM(WS-PREV-FILE)
             CLOSE PREVIEW-FILE REPORT-FILE
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-PVH-SET TO WS-SET-ARG
           MOVE WS-PVH-FIELD TO WS-FIELD-ARG
           MOVE WS-PVH-VALUE TO WS-VALUE-ARG
           IF WS-FIELD-ARG = "HOUSE"
             PERFORM 3200-MAX-PHOU-SEQ
           END-IF

           MOVE SPACES TO REPORT-REC
           STRING "AGGIORNAMENTO DI MASSA - APPLICAZIONE LOTTO " WS-REF
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "INSIEME " FUNCTION TRIM(WS-SET-ARG)
                  "  CAMPO " FUNCTION TRIM(WS-FIELD-ARG)
                  "  NUOVO VALORE " FUNCTION TRIM(WS-VALUE-ARG)
                  "  ANTEPRIMA DI " FUNCTION TRIM(WS-PVH-OPER)
                  "  APPLICA " FUNCTION TRIM(WS-OPER-ARG)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           PERFORM UNTIL PREV-EOF-YES
             READ PREVIEW-FILE INTO WS-PV-DET
               AT END
                 MOVE "Y" TO WS-PREV-EOF
               NOT AT END
                 IF WS-PVD-TYPE = "P"
                   PERFORM 3100-APPLY-MEMBER
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PREVIEW-FILE

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "APPLICATE " WS-APPLIED-CT
                  "  CAMBIATE DOPO L'ANTEPRIMA " WS-STALE-CT
                  "  NON APPLICABILI " WS-FAIL-CT
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

       3100-APPLY-MEMBER.
           MOVE WS-PVD-PERS TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           IF DB-STATUS NOT = SPACES OR PERS-IS-DELETED = "Y"
             ADD 1 TO WS-FAIL-CT
             MOVE "NON IN ANAGRAFE O CANCELLATA" TO WS-OUTCOME
             PERFORM 3900-REPORT-APPLY
             EXIT PARAGRAPH
           END-IF
           IF PERS-VERSION-SEQ NOT = WS-PVD-VER
             ADD 1 TO WS-STALE-CT
             MOVE "SALTATA: CAMBIATA DA ALLORA" TO WS-OUTCOME
             PERFORM 3900-REPORT-APPLY
             EXIT PARAGRAPH
           END-IF
           MOVE GN1PRSN-SEG TO WS-PERS-BEFORE
           MOVE WS-PVD-NEW TO WS-NEW-VALUE
           IF WS-FIELD-ARG = "HOUSE"
             PERFORM 3300-APPLY-HOUSE
             EXIT PARAGRAPH
           END-IF
           EVALUATE WS-FIELD-ARG
             WHEN "ROOT"
               MOVE WS-NEW-VALUE TO PERS-ROOT
             WHEN "PARISH"
               MOVE WS-NEW-VALUE(1:8) TO PERS-PARISH
               IF WS-NEW-VALUE = "*"
                 MOVE SPACES TO PERS-PARISH
               END-IF
             WHEN "RESTRICTED"
               MOVE SPACE TO PERS-RESTRICTED
               IF WS-NEW-VALUE = "Y"
                 MOVE "Y" TO PERS-RESTRICTED
               END-IF
           END-EVALUATE
           ADD 1 TO PERS-VERSION-SEQ
           MOVE FUNCTION CURRENT-DATE(1:14) TO PERS-UPDATED-AT
           MOVE DLI-REPL TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
           IF DB-STATUS NOT = SPACES
             ADD 1 TO WS-FAIL-CT
             MOVE SPACES TO WS-OUTCOME
             STRING "REPL FALLITA, STATO " DB-STATUS
               DELIMITED BY SIZE INTO WS-OUTCOME
             PERFORM 3900-REPORT-APPLY
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-APPLIED-CT
           MOVE "APPLICATA" TO WS-OUTCOME
           PERFORM 8000-WRITE-JOURNAL-ROW
           PERFORM 3900-REPORT-APPLY
           .

       3200-MAX-PHOU-SEQ.
      * PROGRESSIVO "PH" OLTRE IL PIU' ALTO GIA' ASSEGNATO, COME
      * IGONL06/4176; POI SI INCREMENTA IN MEMORIA
           MOVE 0 TO WS-PHOU-SEQ
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PHOU-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF PHOU-ID(1:2) = "PH" AND PHOU-ID(3:7) IS NUMERIC
               IF PHOU-ID(3:7) > WS-PHOU-SEQ
                 MOVE PHOU-ID(3:7) TO WS-PHOU-SEQ
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PHOU-SEG
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Casato: nuova riga PERSHOU aperta (periodo ignoto) sotto la    *
      * persona, se non ne ha gia' una aperta per quel casato. La      *
      * persona non cambia: la riga journal ha le due immagini uguali, *
      * come le appartenenze registrate da IGONL06.                    *
      *----------------------------------------------------------------*
       3300-APPLY-HOUSE.
           PERFORM 4000-CURRENT-VALUE
           IF OPEN-MEMBER-YES
             ADD 1 TO WS-FAIL-CT
             MOVE "GIA' MEMBRO APERTO DEL CASATO" TO WS-OUTCOME
             PERFORM 3900-REPORT-APPLY
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PHOU-SEQ
           MOVE SPACES TO GN1PHOU-SEG
           STRING "PH" WS-PHOU-SEQ DELIMITED BY SIZE INTO PHOU-ID
           MOVE WS-PVD-PERS TO PHOU-PERS
           MOVE WS-NEW-VALUE TO PHOU-HOUS
           MOVE WS-PVD-PERS TO WS-SSA-PHOU(17:12)
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PHOU-SEG
                                WS-SSA-PHOU
           IF DB-STATUS NOT = SPACES
             ADD 1 TO WS-FAIL-CT
             MOVE SPACES TO WS-OUTCOME
             STRING "ISRT FALLITA, STATO " DB-STATUS
               DELIMITED BY SIZE INTO WS-OUTCOME
             PERFORM 3900-REPORT-APPLY
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-APPLIED-CT
           MOVE "APPLICATA" TO WS-OUTCOME
           MOVE WS-PERS-BEFORE TO GN1PRSN-SEG
           PERFORM 8000-WRITE-JOURNAL-ROW
           PERFORM 3900-REPORT-APPLY
           .

       3900-REPORT-APPLY.
           MOVE SPACES TO REPORT-REC
           STRING "  " WS-PVD-PERS " " WS-PVD-OLD " -> " WS-PVD-NEW
                  "  " WS-OUTCOME
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

      *----------------------------------------------------------------*
      * Valore corrente del campo sulla persona letta. Per HOUSE e' il *
      * primo casato con appartenenza aperta (PHOU-TO vuoto), o in     *
      * mancanza il primo in assoluto; OPEN-MEMBER-YES dice se la      *
      * persona e' gia' membro aperto del casato richiesto. La         *
      * spazzata dei PERSHOU muove la posizione: si rilegge la persona.*
      *----------------------------------------------------------------*
       4000-CURRENT-VALUE.
           MOVE SPACES TO WS-OLD-VALUE
           MOVE "N" TO WS-OPEN-MEMBER
           EVALUATE WS-FIELD-ARG
             WHEN "ROOT"
               MOVE PERS-ROOT TO WS-OLD-VALUE
             WHEN "PARISH"
               MOVE PERS-PARISH TO WS-OLD-VALUE
               IF PERS-PARISH = SPACES
                 MOVE "*" TO WS-OLD-VALUE
               END-IF
             WHEN "RESTRICTED"
               MOVE "N" TO WS-OLD-VALUE
               IF PERS-RESTRICTED = "Y"
                 MOVE "Y" TO WS-OLD-VALUE
               END-IF
             WHEN "HOUSE"
               MOVE GN1PRSN-SEG TO WS-PERS-BEFORE
               MOVE PERS-ID TO WS-SSA-PHOU(17:12)
               MOVE "N" TO WS-FOUND
               MOVE DLI-GU TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1PHOU-SEG
                                    WS-SSA-PHOU
               PERFORM UNTIL DB-STATUS NOT = SPACES
                 IF PHOU-TO = SPACES AND NOT FOUND-YES
                   MOVE PHOU-HOUS TO WS-OLD-VALUE
                   SET FOUND-YES TO TRUE
                 END-IF
                 IF WS-OLD-VALUE = SPACES
                   MOVE PHOU-HOUS TO WS-OLD-VALUE
                 END-IF
                 IF PHOU-TO = SPACES AND PHOU-HOUS = WS-VALUE-ARG
                   SET OPEN-MEMBER-YES TO TRUE
                 END-IF
                 MOVE DLI-GN TO WS-DLI-FUNC
                 CALL "CBLTDLI" USING WS-DLI-FUNC
                                      DBPCB-MASK
                                      GN1PHOU-SEG
                                      WS-SSA-PHOU
               END-PERFORM
               MOVE WS-PERS-BEFORE(1:12) TO WS-SSA-PERS(17:12)
               MOVE DLI-GU TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1PRSN-SEG
                                    WS-SSA-PERS
           END-EVALUATE
           .

      * VALORE DOPO, NELLA STESSA FORMA DEL VALORE PRIMA
       4100-TARGET-VALUE.
           MOVE WS-VALUE-ARG TO WS-NEW-VALUE
           IF WS-FIELD-ARG = "PARISH" AND WS-VALUE-ARG = "*"
             MOVE "*" TO WS-NEW-VALUE
           END-IF
           .

      *----------------------------------------------------------------*
      * Riga journal sotto la persona: operatore ADMIN in JRNL-OPER,   *
      * riferimento di lotto in JRNL-SESS (e in JRNL-DESC), immagini   *
      * PERSON prima e dopo come ogni altra mutazione.                 *
      *----------------------------------------------------------------*
       8000-WRITE-JOURNAL-ROW.
           ADD 1 TO WS-JRNL-SEQ
           MOVE SPACES TO WS-JRNL-DESC
           STRING "MASSA " WS-REF " " FUNCTION TRIM(WS-FIELD-ARG) " "
                  FUNCTION TRIM(WS-PVD-OLD) ">"
                  FUNCTION TRIM(WS-PVD-NEW)
             DELIMITED BY SIZE INTO WS-JRNL-DESC
           MOVE SPACES TO GN1JRNL-SEG
           STRING "JU" FUNCTION CURRENT-DATE(9:6) WS-JRNL-SEQ
             DELIMITED BY SIZE INTO JRNL-ID
           MOVE "MASSUPD" TO JRNL-OP
           MOVE WS-PVD-PERS TO JRNL-ENTID
           MOVE WS-JRNL-DESC TO JRNL-DESC
           MOVE WS-OPER-ARG TO JRNL-OPER
           MOVE WS-REF TO JRNL-SESS
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TS
           MOVE WS-PERS-BEFORE TO JRNL-BEF-IMG
           MOVE GN1PRSN-SEG TO JRNL-AFT-IMG
           MOVE WS-PVD-PERS TO WS-SSA-JRNL(17:12)
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1JRNL-SEG
                                WS-SSA-JRNL
           .

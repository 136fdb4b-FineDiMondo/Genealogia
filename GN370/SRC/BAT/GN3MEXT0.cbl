       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3MEXT0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Estratto flat dei MEDIA delle persone per il sito del
                chiosco (GENWEB00), che non ha PCB e legge solo i
                file data/*.DAT: spazzata DL/I di PERSON e, per ogni
                persona visibile (non cancellata, non sotto
                embargo) che ha una pagina GENWEB00, spazzata dei
                MEDIA figli. L'ID della pagina e' quello del file
                flat data/PERSONE.DAT, abbinato per nome maiuscolo
                e data di nascita come in GN3IIIF0. Una riga per
                media, separata da "|":
                ID|PERSONA|PERCORSO|DESCRIZIONE|TITOLARE|LICENZA|
                USI|CREDITO|SCADENZA|PUBL
                con i diritti di pubblicazione (MEDI-RIGHTS) cosi'
                come sono: la verifica per l'uso web (GNDIRIP) la fa
                GENWEB00 al momento di generare il sito, cosi' una
                licenza scaduta dopo l'estratto non esce lo stesso.
                Il file da passare a GENWEB00 e' data/MEDIA.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONE-FILE ASSIGN TO "data/PERSONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-P-FS.
           SELECT MEDIA-FILE ASSIGN TO DYNAMIC WS-OUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNLOG-FILE ASSIGN TO "work/RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONE-FILE.
       01  PERSONE-REC           PIC X(512).

       FD  MEDIA-FILE.
       01  MEDIA-REC             PIC X(400).

       FD  RUNLOG-FILE.
       01  RUNLOG-REC            PIC X(200).

       WORKING-STORAGE SECTION.
       77  WS-OUT-FILE           PIC X(256) VALUE SPACES.
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-P-FS               PIC X(2) VALUE "00".
       77  WS-EOF                PIC X VALUE "N".
           88 EOF-YES            VALUE "Y".
       77  WS-JX                 PIC 9(5) VALUE 0.
       77  WS-PERS-CT            PIC 9(7) VALUE 0.
       77  WS-NOPAGE-CT          PIC 9(7) VALUE 0.
       77  WS-EMBARGO-CT         PIC 9(7) VALUE 0.
       77  WS-MEDIA-CT           PIC 9(7) VALUE 0.
       77  WS-RUN-ARG            PIC X(64) VALUE SPACES.

      * RIGA STANDARD DEL REGISTRO CORSE CONDIVISO (WORK/RUNLOG.DAT):
      * PROGRAMMA|ARG|INIZIO|FINE|IN|OUT|RC - LETTO DA GN3RLOG0
       77  WS-RUNLOG-FS          PIC X(2) VALUE "00".
       77  WS-RUN-START          PIC X(14) VALUE SPACES.
       77  WS-RUN-IN             PIC 9(7) VALUE 0.
       77  WS-RUN-OUT            PIC 9(7) VALUE 0.
       77  WS-RUN-RC             PIC 9(2) VALUE 0.
       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".

       01  WS-SSA-AREA.
           05 WS-SSA-PERS        PIC X(30)
              VALUE "PERSON  (PERSID=            )".
           05 WS-SSA-MEDI        PIC X(30)
              VALUE "MEDIA   (PERSID=            )".

       01  WS-SW.
           10 WS-EOD-PERS        PIC X VALUE "N".
              88 EOD-PERS-YES    VALUE "Y".

      * CAMPI DELLA RIGA FLAT PERSONE (ID|NOME|SESSO|DATA|D)
       01  WS-F1                 PIC X(40).
       01  WS-F2                 PIC X(80).
       01  WS-F3                 PIC X(10).
       01  WS-F4                 PIC X(20).
       01  WS-F5                 PIC X(10).

      * PAGINE PERSONA DI GENWEB00: NOME MAIUSCOLO + NASCITA -> ID FLAT
       01  WS-PF-TABLE.
           05 WS-PF-COUNT        PIC 9(5) VALUE 0.
           05 WS-PF-ENTRY OCCURS 3000 TIMES.
              10 WS-PF-NAME      PIC X(40).
              10 WS-PF-DATE      PIC X(10).
              10 WS-PF-ID        PIC X(20).

       01  WS-CUR-PERS-ID        PIC X(12) VALUE SPACES.
       01  WS-CUR-LINK           PIC X(20) VALUE SPACES.
       01  WS-NAME-U             PIC X(40) VALUE SPACES.

       COPY GN1PRSN.
       COPY GN1MEDI.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             DISPLAY "USO: GN3MEXT0 <media-out>"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           MOVE WS-OUT-FILE(1:64) TO WS-RUN-ARG
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START

           PERFORM 1000-LOAD-PERSON-PAGES
           OPEN OUTPUT MEDIA-FILE

           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
           PERFORM UNTIL EOD-PERS-YES OR DB-STATUS NOT = SPACES
             MOVE PERS-ID TO WS-CUR-PERS-ID
             IF PERS-IS-DELETED NOT = "Y"
               IF PERS-RESTRICTED = "Y"
                 ADD 1 TO WS-EMBARGO-CT
               ELSE
                 PERFORM 1100-FIND-PERSON-PAGE
                 IF WS-CUR-LINK = SPACES
                   ADD 1 TO WS-NOPAGE-CT
                 ELSE
                   ADD 1 TO WS-PERS-CT
                   PERFORM 2000-EXTRACT-MEDIA
                 END-IF
               END-IF
             END-IF
             PERFORM 8000-NEXT-PERSON
           END-PERFORM

           CLOSE MEDIA-FILE
           DISPLAY "GN3MEXT0: PERSONE CON PAGINA  = " WS-PERS-CT
           DISPLAY "GN3MEXT0: PERSONE SENZA PAGINA= " WS-NOPAGE-CT
           DISPLAY "GN3MEXT0: PERSONE SOTTO EMBARGO= " WS-EMBARGO-CT
           DISPLAY "GN3MEXT0: MEDIA ESTRATTI      = " WS-MEDIA-CT
           MOVE WS-PERS-CT TO WS-RUN-IN
           MOVE WS-MEDIA-CT TO WS-RUN-OUT
           MOVE 0 TO WS-RUN-RC
           PERFORM 9800-WRITE-RUNLOG
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------*
      * Pagine persona pubblicate da GENWEB00: l'ID del file flat e'   *
      * quello del nome della pagina (persona-<id>.html); le persone   *
      * cancellate (quinto campo D) non hanno pagina.                  *
      *----------------------------------------------------------------*
       1000-LOAD-PERSON-PAGES.
           MOVE "N" TO WS-EOF
           OPEN INPUT PERSONE-FILE
           IF WS-P-FS NOT = "00"
             DISPLAY "GN3MEXT0: data/PERSONE.DAT NON APRIBILE, "
                     "NESSUNA PAGINA DA ABBINARE"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-YES
             READ PERSONE-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF PERSONE-REC NOT = SPACES
                    AND PERSONE-REC(1:1) NOT = "#"
                    AND WS-PF-COUNT < 3000
                   MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                   UNSTRING PERSONE-REC DELIMITED BY "|"
                     INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                   IF FUNCTION TRIM(WS-F5) NOT = "D"
                     ADD 1 TO WS-PF-COUNT
                     MOVE FUNCTION UPPER-CASE(WS-F2(1:40))
                       TO WS-PF-NAME(WS-PF-COUNT)
                     MOVE FUNCTION TRIM(WS-F4)
                       TO WS-PF-DATE(WS-PF-COUNT)
                     MOVE FUNCTION TRIM(WS-F1)
                       TO WS-PF-ID(WS-PF-COUNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PERSONE-FILE
           .

       1100-FIND-PERSON-PAGE.
           MOVE SPACES TO WS-CUR-LINK
           MOVE FUNCTION UPPER-CASE(PERS-NAME) TO WS-NAME-U
           PERFORM VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX > WS-PF-COUNT
                  OR WS-CUR-LINK NOT = SPACES
             IF WS-PF-NAME(WS-JX) = WS-NAME-U
                AND WS-PF-DATE(WS-JX) = PERS-BDATE
               MOVE WS-PF-ID(WS-JX) TO WS-CUR-LINK
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * MEDIA figli della persona corrente, una riga ciascuno con i    *
      * diritti registrati; i media senza percorso non si mostrano.    *
      *----------------------------------------------------------------*
       2000-EXTRACT-MEDIA.
           MOVE WS-CUR-PERS-ID TO WS-SSA-MEDI(17:12)
           MOVE DLI-GN TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1MEDI-SEG
                                WS-SSA-MEDI
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF MEDI-PATH NOT = SPACES
               MOVE SPACES TO MEDIA-REC
               STRING FUNCTION TRIM(MEDI-ID) "|"
                      FUNCTION TRIM(WS-CUR-LINK) "|"
                      FUNCTION TRIM(MEDI-PATH) "|"
                      FUNCTION TRIM(MEDI-DESC) "|"
                      FUNCTION TRIM(MEDI-RGHT-HOLDER) "|"
                      FUNCTION TRIM(MEDI-RGHT-LIC) "|"
                      MEDI-RGHT-USES "|"
                      FUNCTION TRIM(MEDI-RGHT-CREDIT) "|"
                      FUNCTION TRIM(MEDI-RGHT-EXPIRY) "|"
                      MEDI-PUBL
                 DELIMITED BY SIZE INTO MEDIA-REC
               WRITE MEDIA-REC
               ADD 1 TO WS-MEDIA-CT
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1MEDI-SEG
                                  WS-SSA-MEDI
           END-PERFORM
           .

      * RIPOSIZIONA SULLA PERSONA CORRENTE DOPO LA SPAZZATA DEI FIGLI
       8000-NEXT-PERSON.
           MOVE "PERSON  (PERSID=            )" TO WS-SSA-PERS
           MOVE WS-CUR-PERS-ID TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           IF DB-STATUS = SPACES
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PRSN-SEG
           END-IF
           IF DB-STATUS NOT = SPACES
             SET EOD-PERS-YES TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * Appende la riga standard del registro corse: e' cio' che       *
      * permette al report del mattino (GN3RLOG0) di distinguere       *
      * "fallito" da "mai partito".                                    *
      *----------------------------------------------------------------*
       9800-WRITE-RUNLOG.
           OPEN EXTEND RUNLOG-FILE
           IF WS-RUNLOG-FS NOT = "00"
             OPEN OUTPUT RUNLOG-FILE
             IF WS-RUNLOG-FS NOT = "00"
               EXIT PARAGRAPH
             END-IF
           END-IF
           MOVE SPACES TO RUNLOG-REC
           STRING "GN3MEXT0|"
                  FUNCTION TRIM(WS-RUN-ARG) "|"
                  WS-RUN-START "|"
                  FUNCTION CURRENT-DATE(1:14) "|"
                  WS-RUN-IN "|"
                  WS-RUN-OUT "|"
                  WS-RUN-RC
             DELIMITED BY SIZE INTO RUNLOG-REC
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE
           .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3SANR0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Traiettorie di fuoco dallo stato delle anime: per
                ogni persona identificata (HMEM-PERS pieno) le righe
                dei libri anno per anno - fuoco, localita', ruolo,
                eta' dichiarata, comunione e cresima - cioe' i
                tasselli fra battesimo e sepoltura. Ogni eta'
                dichiarata che si scosta di piu' di 5 anni (o della
                soglia in riga di comando) da quella che risulta da
                PERS-BDATE viene segnalata: o la persona e' quella
                sbagliata, o la data di nascita. I membri non ancora
                identificati sono solo contati (si legano con
                GN3SANM0 LEGA). L'ordinamento passa dal SORT come
                le worklist (GN3VRFW0).
                  GN3SANR0 <report-out> [soglia-anni]

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-OUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO DYNAMIC WS-SORT-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-REC            PIC X(132).

       SD  SORT-WORK.
       01  SORT-REC.
           05 SORT-PERS          PIC X(12).
           05 SORT-YEAR          PIC 9(4).
           05 SORT-HHNUM         PIC 9(4).
           05 SORT-HHLD          PIC X(12).
           05 SORT-LOCAL         PIC X(30).
           05 SORT-ROLE          PIC X(10).
           05 SORT-AGE           PIC X(3).
           05 SORT-COMMUN        PIC X(1).
           05 SORT-CRESIMA       PIC X(1).
           05 SORT-NAME          PIC X(40).

       WORKING-STORAGE SECTION.
       77  WS-OUT-FILE           PIC X(256) VALUE SPACES.
       77  WS-SORT-FILE          PIC X(64)
           VALUE "work/gn3sanr-sort.tmp".
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-RUN-DATE           PIC X(8) VALUE SPACES.
       77  WS-TOL-ARG            PIC X(2) JUSTIFIED RIGHT
                                 VALUE SPACES.
       77  WS-TOLERANCE          PIC 9(2) VALUE 5.
       77  WS-MEMB-CT            PIC 9(6) VALUE 0.
       77  WS-UNLINKED-CT        PIC 9(6) VALUE 0.
       77  WS-ORPHAN-CT          PIC 9(6) VALUE 0.
       77  WS-PERS-CT            PIC 9(6) VALUE 0.
       77  WS-ROW-CT             PIC 9(6) VALUE 0.
       77  WS-FLAG-CT            PIC 9(6) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".

       01  WS-SSA-PERS           PIC X(30)
           VALUE "PERSON  (PERSID=            )".

      * ANNI CENSITI E FUOCHI, PER RISALIRE DAL MEMBRO ALL'ANNO
       01  WS-CN-TABLE.
           05 WS-CN-ENTRY OCCURS 500 TIMES.
              10 WS-CN-ID        PIC X(12).
              10 WS-CN-YEAR      PIC 9(4).
       01  WS-CN-COUNT           PIC 9(4) VALUE 0.
       01  WS-CN-IX              PIC 9(4) VALUE 0.

       01  WS-HH-TABLE.
           05 WS-HH-ENTRY OCCURS 5000 TIMES.
              10 WS-HH-ID        PIC X(12).
              10 WS-HH-YEAR      PIC 9(4).
              10 WS-HH-NUM       PIC 9(4).
              10 WS-HH-LOCAL     PIC X(30).
       01  WS-HH-COUNT           PIC 9(4) VALUE 0.
       01  WS-HH-IX              PIC 9(4) VALUE 0.
       01  WS-HH-JX              PIC 9(4) VALUE 0.

      * PERSONA CORRENTE NELLA FASE DI STAMPA
       01  WS-CUR-PERS           PIC X(12) VALUE SPACES.
       01  WS-BIRTH-YEAR         PIC 9(4) VALUE 0.
       01  WS-BIRTH-KNOWN        PIC X VALUE "N".
           88 BIRTH-KNOWN        VALUE "Y".
       01  WS-EXP-AGE            PIC S9(4) VALUE 0.
       01  WS-STATED-AGE         PIC 9(3) VALUE 0.
       01  WS-AGE-DIFF           PIC S9(4) VALUE 0.
       01  WS-EXP-AGE-ED         PIC -ZZZ9.
       01  WS-AGE-DIFF-ED        PIC ZZZ9.

       01  WS-SW.
           10 WS-SORT-EOF        PIC X VALUE "N".
              88 SORT-EOF-YES    VALUE "Y".

      * RIGA DELLA TRAIETTORIA
       01  WS-TL.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 WS-TL-YEAR         PIC 9(4).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-TL-HHNUM        PIC ZZZ9.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-TL-LOCAL        PIC X(24).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-TL-ROLE         PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-TL-AGE          PIC X(3).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-TL-COMMUN       PIC X(1).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-TL-CRESIMA      PIC X(1).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-TL-NAME         PIC X(30).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-TL-FLAG         PIC X(40).

       COPY GN1PRSN.
       COPY GN1CENS.
       COPY GN1HHLD.
       COPY GN1HMEM.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             DISPLAY "USO: GN3SANR0 <report-out> [soglia-anni (5)]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           IF WS-ARGC >= 2
             ACCEPT WS-TOL-ARG FROM ARGUMENT-VALUE
             INSPECT WS-TOL-ARG REPLACING LEADING SPACE BY ZERO
             IF WS-TOL-ARG IS NUMERIC
               MOVE WS-TOL-ARG TO WS-TOLERANCE
             END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           PERFORM 1000-LOAD-CENSUS-YEARS
           PERFORM 1100-LOAD-HOUSEHOLDS

           SORT SORT-WORK
               ON ASCENDING KEY SORT-PERS SORT-YEAR SORT-HHNUM
               INPUT PROCEDURE 2000-RELEASE-MEMBERS
               OUTPUT PROCEDURE 5000-WRITE-TRAJECTORIES

           DISPLAY "GN3SANR0: MEMBRI LETTI          = " WS-MEMB-CT
           DISPLAY "GN3SANR0: MEMBRI NON IDENTIFIC. = "
                   WS-UNLINKED-CT
           DISPLAY "GN3SANR0: MEMBRI SENZA FUOCO    = " WS-ORPHAN-CT
           DISPLAY "GN3SANR0: PERSONE               = " WS-PERS-CT
           DISPLAY "GN3SANR0: RIGHE DI TRAIETTORIA  = " WS-ROW-CT
           DISPLAY "GN3SANR0: ETA' IN CONTRASTO     = " WS-FLAG-CT
           MOVE 0 TO RETURN-CODE
           GOBACK.

       1000-LOAD-CENSUS-YEARS.
           MOVE 0 TO WS-CN-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1CENS-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-CN-COUNT >= 500
             ADD 1 TO WS-CN-COUNT
             MOVE CENS-ID TO WS-CN-ID(WS-CN-COUNT)
             MOVE CENS-YEAR TO WS-CN-YEAR(WS-CN-COUNT)
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1CENS-SEG
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Ogni fuoco prende subito l'anno del suo CENSUS: la fase di     *
      * rilascio cerca poi una sola tavola.                            *
      *----------------------------------------------------------------*
       1100-LOAD-HOUSEHOLDS.
           MOVE 0 TO WS-HH-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1HHLD-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-HH-COUNT >= 5000
             ADD 1 TO WS-HH-COUNT
             MOVE HHLD-ID TO WS-HH-ID(WS-HH-COUNT)
             MOVE HHLD-NUM TO WS-HH-NUM(WS-HH-COUNT)
             MOVE HHLD-LOCAL TO WS-HH-LOCAL(WS-HH-COUNT)
             MOVE 0 TO WS-HH-YEAR(WS-HH-COUNT)
             PERFORM VARYING WS-CN-IX FROM 1 BY 1
                 UNTIL WS-CN-IX > WS-CN-COUNT
               IF WS-CN-ID(WS-CN-IX) = HHLD-CENS
                 MOVE WS-CN-YEAR(WS-CN-IX)
                   TO WS-HH-YEAR(WS-HH-COUNT)
               END-IF
             END-PERFORM
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1HHLD-SEG
           END-PERFORM
           .

       2000-RELEASE-MEMBERS.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1HMEM-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             ADD 1 TO WS-MEMB-CT
             IF HMEM-PERS = SPACES
               ADD 1 TO WS-UNLINKED-CT
             ELSE
               MOVE 0 TO WS-HH-IX
               PERFORM VARYING WS-HH-JX FROM 1 BY 1
                   UNTIL WS-HH-JX > WS-HH-COUNT OR WS-HH-IX > 0
                 IF WS-HH-ID(WS-HH-JX) = HMEM-HHLD
                   MOVE WS-HH-JX TO WS-HH-IX
                 END-IF
               END-PERFORM
               IF WS-HH-IX = 0
                 ADD 1 TO WS-ORPHAN-CT
               ELSE
                 MOVE SPACES TO SORT-REC
                 MOVE HMEM-PERS TO SORT-PERS
                 MOVE WS-HH-YEAR(WS-HH-IX) TO SORT-YEAR
                 MOVE WS-HH-NUM(WS-HH-IX) TO SORT-HHNUM
                 MOVE HMEM-HHLD TO SORT-HHLD
                 MOVE WS-HH-LOCAL(WS-HH-IX) TO SORT-LOCAL
                 MOVE HMEM-ROLE TO SORT-ROLE
                 MOVE HMEM-AGE TO SORT-AGE
                 MOVE HMEM-COMMUN TO SORT-COMMUN
                 MOVE HMEM-CRESIMA TO SORT-CRESIMA
                 MOVE HMEM-NAME TO SORT-NAME
                 RELEASE SORT-REC
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1HMEM-SEG
           END-PERFORM
           .

       5000-WRITE-TRAJECTORIES.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "STATO DELLE ANIME - TRAIETTORIE DI FUOCO - "
                  WS-RUN-DATE
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "  (ETA' DICHIARATA SEGNALATA OLTRE "
                  WS-TOLERANCE " ANNI DA PERS-BDATE)"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "  (C = COMUNIONE, K = CRESIMA: Y/N/BLANK)"
             TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE "ANNO" TO REPORT-REC(5:4)
           MOVE "FUOC" TO REPORT-REC(10:4)
           MOVE "LOCALITA'" TO REPORT-REC(15:9)
           MOVE "RUOLO" TO REPORT-REC(40:5)
           MOVE "ETA" TO REPORT-REC(51:3)
           MOVE "C" TO REPORT-REC(55:1)
           MOVE "K" TO REPORT-REC(57:1)
           MOVE "NOME NEL LIBRO" TO REPORT-REC(59:14)
           WRITE REPORT-REC
           MOVE SPACES TO WS-CUR-PERS
           MOVE "N" TO WS-SORT-EOF
           PERFORM UNTIL SORT-EOF-YES
             RETURN SORT-WORK
               AT END
                 MOVE "Y" TO WS-SORT-EOF
               NOT AT END
                 IF SORT-PERS NOT = WS-CUR-PERS
                   PERFORM 5100-PERSON-HEADER
                 END-IF
                 PERFORM 5200-TRAJECTORY-LINE
             END-RETURN
           END-PERFORM
           IF WS-PERS-CT = 0
             MOVE SPACES TO REPORT-REC
             WRITE REPORT-REC
             MOVE "  (NESSUN MEMBRO IDENTIFICATO)" TO REPORT-REC
             WRITE REPORT-REC
           END-IF
           CLOSE REPORT-FILE
           .

      *----------------------------------------------------------------*
      * Cambio di persona: nome e nascita dalla PERSON. Solo l'anno di *
      * PERS-BDATE conta; una nascita qualificata (circa, prima, dopo) *
      * vale come nota, cosi' la soglia assorbe l'imprecisione.        *
      *----------------------------------------------------------------*
       5100-PERSON-HEADER.
           MOVE SORT-PERS TO WS-CUR-PERS
           ADD 1 TO WS-PERS-CT
           MOVE "N" TO WS-BIRTH-KNOWN
           MOVE SPACES TO GN1PRSN-SEG
           MOVE WS-CUR-PERS TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           IF DB-STATUS NOT = SPACES
             MOVE "(PERSONA NON TROVATA)" TO PERS-NAME
           END-IF
           IF PERS-BDATE(1:4) IS NUMERIC
             MOVE PERS-BDATE(1:4) TO WS-BIRTH-YEAR
             SET BIRTH-KNOWN TO TRUE
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING FUNCTION TRIM(WS-CUR-PERS) "  "
                  FUNCTION TRIM(PERS-NAME)
                  "  NATO " PERS-BDATE " " PERS-BDATE-QUAL
             DELIMITED BY SIZE INTO REPORT-REC
           IF PERS-IS-DELETED = "Y"
             MOVE "(CANCELLATA)" TO REPORT-REC(100:12)
           END-IF
           WRITE REPORT-REC
           .

       5200-TRAJECTORY-LINE.
           ADD 1 TO WS-ROW-CT
           MOVE SORT-YEAR TO WS-TL-YEAR
           MOVE SORT-HHNUM TO WS-TL-HHNUM
           MOVE SORT-LOCAL TO WS-TL-LOCAL
           MOVE SORT-ROLE TO WS-TL-ROLE
           MOVE SORT-AGE TO WS-TL-AGE
           MOVE SORT-COMMUN TO WS-TL-COMMUN
           MOVE SORT-CRESIMA TO WS-TL-CRESIMA
           MOVE SORT-NAME TO WS-TL-NAME
           MOVE SPACES TO WS-TL-FLAG
           IF BIRTH-KNOWN AND SORT-AGE IS NUMERIC
              AND SORT-YEAR > 0
             MOVE SORT-AGE TO WS-STATED-AGE
             COMPUTE WS-EXP-AGE = SORT-YEAR - WS-BIRTH-YEAR
             COMPUTE WS-AGE-DIFF = WS-STATED-AGE - WS-EXP-AGE
             IF WS-AGE-DIFF < 0
               COMPUTE WS-AGE-DIFF = 0 - WS-AGE-DIFF
             END-IF
             IF WS-AGE-DIFF > WS-TOLERANCE
               ADD 1 TO WS-FLAG-CT
               MOVE WS-EXP-AGE TO WS-EXP-AGE-ED
               MOVE WS-AGE-DIFF TO WS-AGE-DIFF-ED
               STRING "** ETA' DA NASCITA " WS-EXP-AGE-ED
                      " SCARTO " WS-AGE-DIFF-ED
                 DELIMITED BY SIZE INTO WS-TL-FLAG
             END-IF
           END-IF
           MOVE WS-TL TO REPORT-REC
           WRITE REPORT-REC
           .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3FASS0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Carte assegnate ai volontari: il rovescio di GN3REGP0.
                L'avanzamento dice a che punto e' ogni registro,
                questo report dice a ogni volontario che cosa ha sul
                tavolo. Spazzata dei segmenti REGISTR con discesa
                sulle carte FOLIO; le carte con un volontario in
                FOLI-OPER (assegnate da GN3REGM0 ASSEGNA) e non
                ancora FATTO passano dal SORT per volontario,
                registro e numero di carta ed escono in una sezione
                per volontario ("PER IL VOLONTARIO <id>:"), la
                stessa forma delle sezioni per osservatore del
                digest GN3WDIG0: e' la chiave su cui GN3BRST0 taglia
                il report e consegna a ognuno solo le sue carte.

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
           05 SORT-OPER          PIC X(8).
           05 SORT-REGB          PIC X(12).
           05 SORT-NUM           PIC 9(4).
           05 SORT-STATUS        PIC X(10).
           05 SORT-TITLE         PIC X(40).

       WORKING-STORAGE SECTION.
       77  WS-OUT-FILE           PIC X(256) VALUE SPACES.
       77  WS-SORT-FILE          PIC X(64)
           VALUE "work/gn3fass-sort.tmp".
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-REG-CT             PIC 9(4) VALUE 0.
       77  WS-ASS-CT             PIC 9(5) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".

       01  WS-SSA-REGB           PIC X(30)
           VALUE "REGISTR (REGBID=            )".
       01  WS-SSA-FOLI           PIC X(30)
           VALUE "FOLIO   (REGBID=            )".

       01  WS-CUR-REGB           PIC X(12) VALUE SPACES.
       01  WS-CUR-TITLE          PIC X(40) VALUE SPACES.
       01  WS-CUR-OPER           PIC X(8) VALUE SPACES.

       01  WS-SW.
           10 WS-SORT-EOF        PIC X VALUE "N".
              88 SORT-EOF-YES    VALUE "Y".

       COPY GN1REGB.
       COPY GN1FOLI.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             DISPLAY "USO: GN3FASS0 <report-out>"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE

           SORT SORT-WORK
               ON ASCENDING KEY SORT-OPER SORT-REGB SORT-NUM
               INPUT PROCEDURE 2000-RELEASE-FOLIOS
               OUTPUT PROCEDURE 5000-WRITE-ASSIGNMENTS

           DISPLAY "GN3FASS0: REGISTRI CENSITI = " WS-REG-CT
           DISPLAY "GN3FASS0: CARTE ASSEGNATE  = " WS-ASS-CT
           MOVE 0 TO RETURN-CODE
           GOBACK.

       2000-RELEASE-FOLIOS.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1REGB-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             ADD 1 TO WS-REG-CT
             MOVE REGB-ID TO WS-CUR-REGB
             MOVE REGB-TITLE TO WS-CUR-TITLE
             PERFORM 2100-RELEASE-REGISTER
      *      LA DISCESA SUI FOLIO HA MOSSO LA POSIZIONE: RIPRESA
      *      SUL REGISTRO CORRENTE PER ID
             MOVE "REGISTR (REGBID=            )" TO WS-SSA-REGB
             MOVE WS-CUR-REGB TO WS-SSA-REGB(17:12)
             MOVE DLI-GU TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1REGB-SEG
                                  WS-SSA-REGB
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1REGB-SEG
           END-PERFORM
           .

       2100-RELEASE-REGISTER.
           MOVE "FOLIO   (REGBID=            )" TO WS-SSA-FOLI
           MOVE WS-CUR-REGB TO WS-SSA-FOLI(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1FOLI-SEG
                                WS-SSA-FOLI
           PERFORM UNTIL DB-STATUS NOT = SPACES
      *      LE CARTE FATTE NON SONO PIU' LAVORO DI NESSUNO
             IF FOLI-OPER NOT = SPACES AND NOT FOLI-FATTO
               ADD 1 TO WS-ASS-CT
               MOVE SPACES TO SORT-REC
               MOVE FOLI-OPER TO SORT-OPER
               MOVE WS-CUR-REGB TO SORT-REGB
               MOVE FOLI-NUM TO SORT-NUM
               MOVE FOLI-STATUS TO SORT-STATUS
               MOVE WS-CUR-TITLE TO SORT-TITLE
               RELEASE SORT-REC
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1FOLI-SEG
                                  WS-SSA-FOLI
           END-PERFORM
           .

       5000-WRITE-ASSIGNMENTS.
           OPEN OUTPUT REPORT-FILE
           MOVE "CARTE ASSEGNATE AI VOLONTARI (NON ANCORA FATTE)"
             TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO WS-CUR-OPER
           MOVE "N" TO WS-SORT-EOF
           PERFORM UNTIL SORT-EOF-YES
             RETURN SORT-WORK
               AT END
                 MOVE "Y" TO WS-SORT-EOF
               NOT AT END
                 IF SORT-OPER NOT = WS-CUR-OPER
                   MOVE SORT-OPER TO WS-CUR-OPER
                   MOVE SPACES TO REPORT-REC
                   WRITE REPORT-REC
                   MOVE SPACES TO REPORT-REC
                   STRING "PER IL VOLONTARIO " WS-CUR-OPER ":"
                     DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
                 END-IF
                 MOVE SPACES TO REPORT-REC
                 STRING "  " SORT-REGB
                        "  C. " SORT-NUM
                        "  " SORT-STATUS
                        "  " FUNCTION TRIM(SORT-TITLE)
                   DELIMITED BY SIZE INTO REPORT-REC
                 WRITE REPORT-REC
             END-RETURN
           END-PERFORM
           IF WS-ASS-CT = 0
             MOVE SPACES TO REPORT-REC
             WRITE REPORT-REC
             MOVE "  (NESSUNA CARTA ASSEGNATA IN SOSPESO)"
               TO REPORT-REC
             WRITE REPORT-REC
           END-IF
           CLOSE REPORT-FILE
           .

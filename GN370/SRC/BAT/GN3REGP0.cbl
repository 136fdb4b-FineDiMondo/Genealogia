                INIZIATO (tutte DA-FARE). Con un secondo argomento
                facoltativo il report si restringe a una parrocchia.
                "Abbiamo finito i matrimoni di Greve?" diventa una
                riga di questo report. Per ogni registro anche le
                carte gia' scansionate: le immagini acquisite da
                GN3SCAN0 sono MEDIA figli del registro.
                Con una gerarchia (CIVILE o ECCL) e un PLACE-ID il
                report si restringe ai registri il cui luogo
                (REGB-PLACE) sta sotto quel luogo nella catena
                scelta, se stesso compreso, e i totali diventano
                quelli della pieve, del vicariato o della provincia.
                Uso: GN3REGP0 <report-out> [parrocchia|ALL]
                              [CIVILE|ECCL <place-id>]

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-DONE-CT            PIC 9(4) VALUE 0.
       77  WS-PROG-CT            PIC 9(4) VALUE 0.
       77  WS-TODO-CT            PIC 9(4) VALUE 0.
       77  WS-HIER-ARG           PIC X(16) VALUE SPACES.
       77  WS-ROOT-ARG           PIC X(12) VALUE SPACES.
       77  WS-HIER               PIC X(1) VALUE SPACE.
           88 HIER-NONE          VALUE SPACE.
           88 HIER-CIVIL         VALUE "C".
           88 HIER-ECCL          VALUE "E".

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           VALUE "REGISTR (REGBID=            )".
       01  WS-SSA-FOLI           PIC X(30)
           VALUE "FOLIO   (REGBID=            )".
       01  WS-SSA-MEDI           PIC X(30)
           VALUE "MEDIA   (REGBID=            )".

       01  WS-CUR-REGB           PIC X(12) VALUE SPACES.
       01  WS-CUR-TITLE          PIC X(40) VALUE SPACES.
       01  WS-F-FATTO            PIC 9(4) VALUE 0.
       01  WS-F-CORSO            PIC 9(4) VALUE 0.
       01  WS-PCT                PIC 9(3) VALUE 0.
       01  WS-F-SCAN             PIC 9(4) VALUE 0.
      * GAZETTEER (ID E PADRE SULLA CATENA SCELTA) PER IL FILTRO
       01  WS-PL-TABLE.
           05 WS-PL-ENTRY OCCURS 2000 TIMES.
              10 WS-PL-ID        PIC X(12).
              10 WS-PL-PARENT    PIC X(12).
       01  WS-PL-COUNT           PIC 9(4) VALUE 0.
       01  WS-PL-IX              PIC 9(4) VALUE 0.
       01  WS-WALK-ID            PIC X(12) VALUE SPACES.
       01  WS-WALK-DEPTH         PIC 9(2) VALUE 0.
       01  WS-UNDER              PIC X VALUE "N".
           88 UNDER-ROOT         VALUE "Y".
      * CARTE DEL REGISTRO CORRENTE CON ALMENO UNA SCANSIONE
       01  WS-SCAN-FLAGS.
           05 WS-SCAN-FLAG       PIC X OCCURS 9999 TIMES.

       COPY GN1REGB.
       COPY GN1FOLI.
       COPY GN1MEDI.
       COPY GN1PLAC.

       LINKAGE SECTION.
       COPY GN1PCBS.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             DISPLAY "USO: GN3REGP0 <report-out> [parrocchia|ALL] "
                     "[CIVILE|ECCL <place-id>]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARISH-ARG))
               TO WS-PARISH-ARG
           END-IF
           IF WS-ARGC >= 3
             IF WS-ARGC < 4
               DISPLAY "USO: GN3REGP0 <report-out> [parrocchia|ALL] "
                       "[CIVILE|ECCL <place-id>]"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ACCEPT WS-HIER-ARG FROM ARGUMENT-VALUE
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HIER-ARG))
               TO WS-HIER-ARG
             ACCEPT WS-ROOT-ARG FROM ARGUMENT-VALUE
             MOVE FUNCTION TRIM(WS-ROOT-ARG) TO WS-ROOT-ARG
             EVALUATE TRUE
               WHEN WS-HIER-ARG = "CIVILE"
                 SET HIER-CIVIL TO TRUE
               WHEN WS-HIER-ARG(1:4) = "ECCL"
                 SET HIER-ECCL TO TRUE
               WHEN OTHER
                 DISPLAY "GN3REGP0: GERARCHIA SCONOSCIUTA "
                         FUNCTION TRIM(WS-HIER-ARG)
                         " (CIVILE O ECCL)"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
             END-EVALUATE
             PERFORM 1000-LOAD-PLACES
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE "AVANZAMENTO DELLA TRASCRIZIONE DEI REGISTRI"
             TO REPORT-REC
           WRITE REPORT-REC
           IF NOT HIER-NONE
             MOVE SPACES TO REPORT-REC
             IF HIER-ECCL
               STRING "(REGISTRI SOTTO " FUNCTION TRIM(WS-ROOT-ARG)
                      " NELLA GERARCHIA ECCLESIASTICA)"
                 DELIMITED BY SIZE INTO REPORT-REC
             ELSE
               STRING "(REGISTRI SOTTO " FUNCTION TRIM(WS-ROOT-ARG)
                      " NELLA GERARCHIA CIVILE)"
                 DELIMITED BY SIZE INTO REPORT-REC
             END-IF
             WRITE REPORT-REC
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

                                DBPCB-MASK
                                GN1REGB-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             MOVE "Y" TO WS-UNDER
             IF NOT HIER-NONE
               PERFORM 1100-CHECK-UNDER-ROOT
             END-IF
             IF (WS-PARISH-ARG = "ALL"
                 OR REGB-PARISH = WS-PARISH-ARG)
                AND UNDER-ROOT
               ADD 1 TO WS-REG-CT
               MOVE REGB-ID TO WS-CUR-REGB
               MOVE REGB-TITLE TO WS-CUR-TITLE
               PERFORM 2000-COUNT-FOLIOS
               PERFORM 2500-COUNT-SCANS
               PERFORM 3000-WRITE-REGISTER-LINE
      *        LA DISCESA SUI FOLIO HA MOSSO LA POSIZIONE: RIPRESA
      *        SUL REGISTRO CORRENTE PER ID
           MOVE 0 TO RETURN-CODE
           GOBACK.

       1000-LOAD-PLACES.
           MOVE 0 TO WS-PL-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PLAC-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-PL-COUNT >= 2000
             ADD 1 TO WS-PL-COUNT
             MOVE PLAC-ID TO WS-PL-ID(WS-PL-COUNT)
             IF HIER-ECCL
               MOVE PLAC-ECCL-PARENT TO WS-PL-PARENT(WS-PL-COUNT)
             ELSE
               MOVE PLAC-PARENT TO WS-PL-PARENT(WS-PL-COUNT)
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PLAC-SEG
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Il registro corrente sta sotto il luogo richiesto se la sua    *
      * catena (REGB-PLACE e i suoi avi, al piu' 20 livelli) lo        *
      * incontra.                                                      *
      *----------------------------------------------------------------*
       1100-CHECK-UNDER-ROOT.
           MOVE "N" TO WS-UNDER
           MOVE REGB-PLACE TO WS-WALK-ID
           MOVE 0 TO WS-WALK-DEPTH
           PERFORM UNTIL WS-WALK-ID = SPACES
                      OR UNDER-ROOT
                      OR WS-WALK-DEPTH >= 20
             ADD 1 TO WS-WALK-DEPTH
             IF WS-WALK-ID = WS-ROOT-ARG
               SET UNDER-ROOT TO TRUE
             ELSE
               PERFORM VARYING WS-PL-IX FROM 1 BY 1
                   UNTIL WS-PL-IX > WS-PL-COUNT
                      OR WS-PL-ID(WS-PL-IX) = WS-WALK-ID
                 CONTINUE
               END-PERFORM
               IF WS-PL-IX > WS-PL-COUNT
                 MOVE SPACES TO WS-WALK-ID
               ELSE
                 MOVE WS-PL-PARENT(WS-PL-IX) TO WS-WALK-ID
               END-IF
             END-IF
           END-PERFORM
           .

       2000-COUNT-FOLIOS.
           MOVE 0 TO WS-F-TOT WS-F-FATTO WS-F-CORSO
           MOVE "FOLIO   (REGBID=            )" TO WS-SSA-FOLI
           END-PERFORM
           .

       2500-COUNT-SCANS.
           MOVE 0 TO WS-F-SCAN
           MOVE SPACES TO WS-SCAN-FLAGS
           MOVE WS-CUR-REGB TO WS-SSA-MEDI(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1MEDI-SEG
                                WS-SSA-MEDI
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF MEDI-FOLIO IS NUMERIC AND MEDI-FOLIO > 0
               IF WS-SCAN-FLAG(MEDI-FOLIO) = SPACE
                 MOVE "S" TO WS-SCAN-FLAG(MEDI-FOLIO)
                 ADD 1 TO WS-F-SCAN
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1MEDI-SEG
                                  WS-SSA-MEDI
           END-PERFORM
           .

       3000-WRITE-REGISTER-LINE.
           MOVE 0 TO WS-PCT
           IF WS-F-TOT > 0
               ADD 1 TO WS-DONE-CT
               STRING "  " FUNCTION TRIM(WS-CUR-REGB)
                      "  " FUNCTION TRIM(WS-CUR-TITLE)
                      "  COMPLETO (" WS-F-TOT " CARTE, "
                      WS-F-SCAN " SCANSIONATE)"
                 DELIMITED BY SIZE INTO REPORT-REC
             WHEN WS-F-FATTO > 0 OR WS-F-CORSO > 0
               ADD 1 TO WS-PROG-CT
                      "  " FUNCTION TRIM(WS-CUR-TITLE)
                      "  IN CORSO " WS-PCT " % ("
                      WS-F-FATTO " SU " WS-F-TOT " CARTE, "
                      WS-F-CORSO " ASSEGNATE, " WS-F-SCAN
                      " SCANSIONATE)"
                 DELIMITED BY SIZE INTO REPORT-REC
             WHEN OTHER
               ADD 1 TO WS-TODO-CT
               STRING "  " FUNCTION TRIM(WS-CUR-REGB)
                      "  " FUNCTION TRIM(WS-CUR-TITLE)
                      "  NON INIZIATO (" WS-F-TOT " CARTE, "
                      WS-F-SCAN " SCANSIONATE)"
                 DELIMITED BY SIZE INTO REPORT-REC
           END-EVALUATE
           WRITE REPORT-REC

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3MORT0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Crisi di mortalita' per luogo e anno: dai segmenti
                EVENT di tipo canonico MORTE e SEPOLTURA (tassonomia
                GNEVTAB; una sola morte per persona, la MORTE vince
                sulla SEPOLTURA) conta i decessi per luogo e anno,
                risalendo da EVNT-PLACE lungo PLAC-PARENT cosi' che
                la crisi di una parrocchia pesi anche sulla pieve e
                sulla regione. Per ogni anno calcola l'indice
                classico: i morti dell'anno contro la media dei dieci
                anni intorno (cinque prima, cinque dopo, solo dentro
                l'arco coperto dal luogo), e segnala gli anni sopra
                la soglia con la ripartizione per eta' da PERS-BDATE
                (infanti sotto l'anno, bambini 1-14, adulti) e gli
                eventi storici di contesto (HISTEVT, mondo 4) che
                toccano luogo e anno. Stessa tabulazione luogo per
                anno di GN3GAPS0.
                  GN3MORT0 <report-out> [soglia-% (150)]
                           [minimo-morti (5)]

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
       77  WS-ARG                PIC X(8) VALUE SPACES.
       77  WS-NUM-ARG            PIC X(3) JUSTIFIED RIGHT
                                 VALUE SPACES.
       77  WS-THRESHOLD          PIC 9(3) VALUE 150.
       77  WS-MIN-DEATHS         PIC 9(3) VALUE 5.
       77  WS-DEATH-CT           PIC 9(7) VALUE 0.
       77  WS-CRISIS-CT          PIC 9(5) VALUE 0.
       77  WS-PLACE-CT           PIC 9(5) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".

       01  WS-SSA-PERS           PIC X(30)
           VALUE "PERSON  (PERSID=            )".

      * GAZETTEER: NOMI E CATENA PLAC-PARENT
       01  WS-PL-TABLE.
           05 WS-PL-ENTRY OCCURS 2000 TIMES.
              10 WS-PL-ID        PIC X(12).
              10 WS-PL-NAME      PIC X(60).
              10 WS-PL-PARENT    PIC X(12).
       01  WS-PL-COUNT           PIC 9(4) VALUE 0.
       01  WS-PL-IX              PIC 9(4) VALUE 0.
       01  WS-PLACE-TXT          PIC X(60) VALUE SPACES.

      * UNA MORTE PER PERSONA (M = MORTE, S = SEPOLTURA) CON LA
      * CLASSE D'ETA': I = INFANTE, B = BAMBINO, A = ADULTO,
      * blank = ETA' IGNOTA
       01  WS-DP-TABLE.
           05 WS-DP-ENTRY OCCURS 5000 TIMES.
              10 WS-DP-PERS      PIC X(12).
              10 WS-DP-DATE      PIC X(10).
              10 WS-DP-YEAR      PIC 9(4).
              10 WS-DP-PLACE     PIC X(12).
              10 WS-DP-KIND      PIC X(1).
              10 WS-DP-AGEC      PIC X(1).
       01  WS-DP-COUNT           PIC 9(4) VALUE 0.
       01  WS-DP-IX              PIC 9(4) VALUE 0.

      * MORTI PER LUOGO (CON GLI ANTENATI) E ANNO, PER CLASSE D'ETA'
       01  WS-PY-TABLE.
           05 WS-PY-ENTRY OCCURS 5000 TIMES.
              10 WS-PY-PLACE     PIC X(12).
              10 WS-PY-YEAR      PIC 9(4).
              10 WS-PY-TOT       PIC 9(5).
              10 WS-PY-INF       PIC 9(5).
              10 WS-PY-CHI       PIC 9(5).
              10 WS-PY-ADU       PIC 9(5).
              10 WS-PY-UNK       PIC 9(5).
              10 WS-PY-DONE      PIC X(1).
       01  WS-PY-COUNT           PIC 9(4) VALUE 0.
       01  WS-PY-IX              PIC 9(4) VALUE 0.
       01  WS-PY-JX              PIC 9(4) VALUE 0.

      * EVENTI STORICI DI CONTESTO (HISTEVT)
       01  WS-HE-TABLE.
           05 WS-HE-ENTRY OCCURS 200 TIMES.
              10 WS-HE-FROM      PIC X(4).
              10 WS-HE-TO        PIC X(4).
              10 WS-HE-TYPE      PIC X(10).
              10 WS-HE-TITLE     PIC X(60).
              10 WS-HE-PLACE     PIC X(12).
       01  WS-HE-COUNT           PIC 9(3) VALUE 0.
       01  WS-HE-IX              PIC 9(3) VALUE 0.

      * SERIE ANNUALE DEL LUOGO CORRENTE (ARCO MASSIMO 1000 ANNI)
       01  WS-YR-TABLE.
           05 WS-YR-ENTRY OCCURS 1000 TIMES.
              10 WS-YR-TOT       PIC 9(5).
              10 WS-YR-INF       PIC 9(5).
              10 WS-YR-CHI       PIC 9(5).
              10 WS-YR-ADU       PIC 9(5).
              10 WS-YR-UNK       PIC 9(5).
       01  WS-YR-IX              PIC 9(4) VALUE 0.
       01  WS-YR-JX              PIC 9(4) VALUE 0.
       01  WS-YR-SPAN            PIC 9(4) VALUE 0.

       01  WS-CUR-PLACE          PIC X(12) VALUE SPACES.
       01  WS-CUR-TYPE           PIC X(12) VALUE SPACES.
       01  WS-CUR-KIND           PIC X(1) VALUE SPACE.
       01  WS-CUR-YEAR           PIC 9(4) VALUE 0.
       01  WS-CUR-AGEC           PIC X(1) VALUE SPACE.
       01  WS-MIN-YEAR           PIC 9(4) VALUE 0.
       01  WS-MAX-YEAR           PIC 9(4) VALUE 0.
       01  WS-Y                  PIC 9(4) VALUE 0.
       01  WS-AGE                PIC S9(4) VALUE 0.
       01  WS-BIRTH-YEAR         PIC 9(4) VALUE 0.
       01  WS-DEPTH              PIC 9(2) VALUE 0.
       01  WS-NB-SUM             PIC 9(7) VALUE 0.
       01  WS-NB-YEARS           PIC 9(2) VALUE 0.
       01  WS-NB-OFF             PIC S9(2) VALUE 0.
       01  WS-MEAN               PIC 9(5)V9 VALUE 0.
       01  WS-INDEX              PIC 9(5) VALUE 0.
       01  WS-MEAN-EDIT          PIC ZZZZ9.9.
       01  WS-INDEX-EDIT         PIC ZZZZ9.
       01  WS-PLACE-CRISES       PIC 9(4) VALUE 0.
       01  WS-CHAIN-A            PIC X(12) VALUE SPACES.
       01  WS-SW.
           10 WS-FOUND           PIC X VALUE "N".
              88 FOUND-YES       VALUE "Y".
           10 WS-RELATED         PIC X VALUE "N".
              88 RELATED-YES     VALUE "Y".

       COPY GN1EVNT.
       COPY GN1PLAC.
       COPY GN1PRSN.
       COPY GN1HEVT.
       COPY GNEVTAB.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             DISPLAY "USO: GN3MORT0 <report-out> [soglia-% (150)] "
                     "[minimo-morti (5)]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           IF WS-ARGC >= 2
             ACCEPT WS-ARG FROM ARGUMENT-VALUE
             PERFORM 1900-EDIT-NUM-ARG
             IF WS-NUM-ARG IS NUMERIC
               MOVE WS-NUM-ARG TO WS-THRESHOLD
             END-IF
           END-IF
           IF WS-ARGC >= 3
             ACCEPT WS-ARG FROM ARGUMENT-VALUE
             PERFORM 1900-EDIT-NUM-ARG
             IF WS-NUM-ARG IS NUMERIC
               MOVE WS-NUM-ARG TO WS-MIN-DEATHS
             END-IF
           END-IF

           PERFORM 1000-LOAD-PLACES
           PERFORM 1100-LOAD-HISTEVT
           PERFORM 2000-SWEEP-EVENTS
           PERFORM 3000-CLASSIFY-AGES
           PERFORM 3500-ROLL-UP-DEATHS

           OPEN OUTPUT REPORT-FILE
           PERFORM 5000-WRITE-REPORT
           CLOSE REPORT-FILE

           DISPLAY "GN3MORT0: MORTI CONTATE = " WS-DEATH-CT
           DISPLAY "GN3MORT0: LUOGHI ESAMINATI = " WS-PLACE-CT
           DISPLAY "GN3MORT0: ANNI DI CRISI = " WS-CRISIS-CT
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
             MOVE PLAC-NAME TO WS-PL-NAME(WS-PL-COUNT)
             MOVE PLAC-PARENT TO WS-PL-PARENT(WS-PL-COUNT)
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PLAC-SEG
           END-PERFORM
           .

       1100-LOAD-HISTEVT.
           MOVE 0 TO WS-HE-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1HEVT-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-HE-COUNT >= 200
             IF HEVT-FROM(1:4) IS NUMERIC
               ADD 1 TO WS-HE-COUNT
               MOVE HEVT-FROM(1:4) TO WS-HE-FROM(WS-HE-COUNT)
               IF HEVT-TO(1:4) IS NUMERIC
                 MOVE HEVT-TO(1:4) TO WS-HE-TO(WS-HE-COUNT)
               ELSE
                 MOVE HEVT-FROM(1:4) TO WS-HE-TO(WS-HE-COUNT)
               END-IF
               MOVE HEVT-TYPE TO WS-HE-TYPE(WS-HE-COUNT)
               MOVE HEVT-TITLE TO WS-HE-TITLE(WS-HE-COUNT)
               MOVE HEVT-PLACE TO WS-HE-PLACE(WS-HE-COUNT)
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1HEVT-SEG
           END-PERFORM
           .

      *    ARGOMENTO NUMERICO A DESTRA, ZERI IN TESTA ("90" -> "090")
       1900-EDIT-NUM-ARG.
           MOVE FUNCTION TRIM(WS-ARG) TO WS-NUM-ARG
           INSPECT WS-NUM-ARG REPLACING LEADING SPACE BY ZERO
           .

      *----------------------------------------------------------------*
      * Spazzata degli EVENT: solo morti e sepolture datate e con      *
      * luogo. Chi ha sia la MORTE sia la SEPOLTURA conta una volta    *
      * sola, con la data e il luogo della MORTE.                      *
      *----------------------------------------------------------------*
       2000-SWEEP-EVENTS.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EVNT-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF EVNT-PLACE NOT = SPACES
                AND EVNT-DATE(1:4) IS NUMERIC
               MOVE EVNT-TYPE TO EVTAB-LOOKUP
               PERFORM 8600-RESOLVE-EVENT-TYPE
               IF EVTAB-RESULT NOT = SPACES
                 MOVE EVTAB-RESULT TO WS-CUR-TYPE
               ELSE
                 MOVE FUNCTION UPPER-CASE(EVNT-TYPE)
                   TO WS-CUR-TYPE
               END-IF
               IF WS-CUR-TYPE = "MORTE" OR WS-CUR-TYPE = "SEPOLTURA"
                 PERFORM 2100-NOTE-DEATH
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1EVNT-SEG
           END-PERFORM
           .

       2100-NOTE-DEATH.
           MOVE WS-CUR-TYPE(1:1) TO WS-CUR-KIND
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-DP-IX FROM 1 BY 1
               UNTIL WS-DP-IX > WS-DP-COUNT OR FOUND-YES
             IF WS-DP-PERS(WS-DP-IX) = EVNT-PERS
               SET FOUND-YES TO TRUE
               IF WS-DP-KIND(WS-DP-IX) = "S" AND WS-CUR-KIND = "M"
                 MOVE EVNT-DATE TO WS-DP-DATE(WS-DP-IX)
                 MOVE EVNT-DATE(1:4) TO WS-DP-YEAR(WS-DP-IX)
                 MOVE EVNT-PLACE TO WS-DP-PLACE(WS-DP-IX)
                 MOVE "M" TO WS-DP-KIND(WS-DP-IX)
               END-IF
             END-IF
           END-PERFORM
           IF NOT FOUND-YES AND WS-DP-COUNT < 5000
             ADD 1 TO WS-DP-COUNT
             MOVE EVNT-PERS TO WS-DP-PERS(WS-DP-COUNT)
             MOVE EVNT-DATE TO WS-DP-DATE(WS-DP-COUNT)
             MOVE EVNT-DATE(1:4) TO WS-DP-YEAR(WS-DP-COUNT)
             MOVE EVNT-PLACE TO WS-DP-PLACE(WS-DP-COUNT)
             MOVE WS-CUR-KIND TO WS-DP-KIND(WS-DP-COUNT)
             MOVE SPACE TO WS-DP-AGEC(WS-DP-COUNT)
           END-IF
           .

      *----------------------------------------------------------------*
      * Classe d'eta' alla morte da PERS-BDATE: anni compiuti, tolto   *
      * uno se il giorno dell'anno della morte precede quello della    *
      * nascita. Sotto l'anno infante, fino a 14 bambino, poi adulto.  *
      *----------------------------------------------------------------*
       3000-CLASSIFY-AGES.
           PERFORM VARYING WS-DP-IX FROM 1 BY 1
               UNTIL WS-DP-IX > WS-DP-COUNT
             MOVE WS-DP-PERS(WS-DP-IX) TO WS-SSA-PERS(17:12)
             MOVE DLI-GU TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PRSN-SEG
                                  WS-SSA-PERS
             IF DB-STATUS = SPACES AND PERS-BDATE(1:4) IS NUMERIC
               MOVE PERS-BDATE(1:4) TO WS-BIRTH-YEAR
               COMPUTE WS-AGE = WS-DP-YEAR(WS-DP-IX) - WS-BIRTH-YEAR
               IF PERS-BDATE(6:5) NOT = SPACES
                  AND WS-DP-DATE(WS-DP-IX)(6:5) NOT = SPACES
                  AND WS-DP-DATE(WS-DP-IX)(6:5) < PERS-BDATE(6:5)
                 SUBTRACT 1 FROM WS-AGE
               END-IF
               EVALUATE TRUE
                 WHEN WS-AGE < 0
                   MOVE SPACE TO WS-DP-AGEC(WS-DP-IX)
                 WHEN WS-AGE < 1
                   MOVE "I" TO WS-DP-AGEC(WS-DP-IX)
                 WHEN WS-AGE < 15
                   MOVE "B" TO WS-DP-AGEC(WS-DP-IX)
                 WHEN OTHER
                   MOVE "A" TO WS-DP-AGEC(WS-DP-IX)
               END-EVALUATE
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Ogni morte pesa sul suo luogo e su tutti quelli sopra di lui   *
      * lungo PLAC-PARENT (al massimo 10 livelli, contro i cicli).     *
      *----------------------------------------------------------------*
       3500-ROLL-UP-DEATHS.
           PERFORM VARYING WS-DP-IX FROM 1 BY 1
               UNTIL WS-DP-IX > WS-DP-COUNT
             ADD 1 TO WS-DEATH-CT
             MOVE WS-DP-YEAR(WS-DP-IX) TO WS-CUR-YEAR
             MOVE WS-DP-AGEC(WS-DP-IX) TO WS-CUR-AGEC
             MOVE WS-DP-PLACE(WS-DP-IX) TO WS-CUR-PLACE
             MOVE 0 TO WS-DEPTH
             PERFORM UNTIL WS-CUR-PLACE = SPACES OR WS-DEPTH >= 10
               ADD 1 TO WS-DEPTH
               PERFORM 3600-TALLY-ENTRY
               MOVE WS-CUR-PLACE TO WS-CHAIN-A
               PERFORM 3700-PARENT-OF
               MOVE WS-CHAIN-A TO WS-CUR-PLACE
             END-PERFORM
           END-PERFORM
           .

       3600-TALLY-ENTRY.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-PY-IX FROM 1 BY 1
               UNTIL WS-PY-IX > WS-PY-COUNT OR FOUND-YES
             IF WS-PY-PLACE(WS-PY-IX) = WS-CUR-PLACE
                AND WS-PY-YEAR(WS-PY-IX) = WS-CUR-YEAR
               SET FOUND-YES TO TRUE
               MOVE WS-PY-IX TO WS-PY-JX
             END-IF
           END-PERFORM
           IF NOT FOUND-YES
             IF WS-PY-COUNT >= 5000
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-PY-COUNT
             MOVE WS-PY-COUNT TO WS-PY-JX
             MOVE WS-CUR-PLACE TO WS-PY-PLACE(WS-PY-JX)
             MOVE WS-CUR-YEAR TO WS-PY-YEAR(WS-PY-JX)
             MOVE 0 TO WS-PY-TOT(WS-PY-JX) WS-PY-INF(WS-PY-JX)
                       WS-PY-CHI(WS-PY-JX) WS-PY-ADU(WS-PY-JX)
                       WS-PY-UNK(WS-PY-JX)
             MOVE "N" TO WS-PY-DONE(WS-PY-JX)
           END-IF
           ADD 1 TO WS-PY-TOT(WS-PY-JX)
           EVALUATE WS-CUR-AGEC
             WHEN "I" ADD 1 TO WS-PY-INF(WS-PY-JX)
             WHEN "B" ADD 1 TO WS-PY-CHI(WS-PY-JX)
             WHEN "A" ADD 1 TO WS-PY-ADU(WS-PY-JX)
             WHEN OTHER ADD 1 TO WS-PY-UNK(WS-PY-JX)
           END-EVALUATE
           .

      *    PADRE NEL GAZETTEER DI WS-CHAIN-A (SPAZI SE RADICE/IGNOTO)
       3700-PARENT-OF.
           PERFORM VARYING WS-PL-IX FROM 1 BY 1
               UNTIL WS-PL-IX > WS-PL-COUNT
             IF WS-PL-ID(WS-PL-IX) = WS-CHAIN-A
               MOVE WS-PL-PARENT(WS-PL-IX) TO WS-CHAIN-A
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           MOVE SPACES TO WS-CHAIN-A
           .

       8600-RESOLVE-EVENT-TYPE.
           MOVE SPACES TO EVTAB-RESULT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(EVTAB-LOOKUP))
             TO EVTAB-LOOKUP
           PERFORM VARYING EVTAB-IX FROM 1 BY 1
               UNTIL EVTAB-IX > EVTAB-COUNT
             IF EVTAB-SYN(EVTAB-IX) = EVTAB-LOOKUP
               MOVE EVTAB-CANON(EVTAB-IX) TO EVTAB-RESULT
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Per ogni luogo: la serie annuale nell'arco coperto, e per ogni *
      * anno con almeno il minimo di morti l'indice di crisi contro la *
      * media dei dieci anni intorno. Servono almeno cinque di quei    *
      * dieci anni dentro l'arco, altrimenti la media non regge.       *
      *----------------------------------------------------------------*
       5000-WRITE-REPORT.
           MOVE "CRISI DI MORTALITA' PER LUOGO E ANNO" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "  SOGLIA " WS-THRESHOLD "% DELLA MEDIA DEI DIECI "
                  "ANNI INTORNO, MINIMO " WS-MIN-DEATHS " MORTI"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-PY-IX FROM 1 BY 1
               UNTIL WS-PY-IX > WS-PY-COUNT
             IF WS-PY-DONE(WS-PY-IX) = "N"
               MOVE WS-PY-PLACE(WS-PY-IX) TO WS-CUR-PLACE
               PERFORM 5100-LOAD-PLACE-SERIES
               PERFORM 5200-SCAN-PLACE-SERIES
             END-IF
           END-PERFORM
           IF WS-CRISIS-CT = 0
             MOVE "  (NESSUN ANNO SOPRA LA SOGLIA)" TO REPORT-REC
             WRITE REPORT-REC
           END-IF
           .

       5100-LOAD-PLACE-SERIES.
           ADD 1 TO WS-PLACE-CT
           MOVE 0 TO WS-PLACE-CRISES
           MOVE 9999 TO WS-MIN-YEAR
           MOVE 0 TO WS-MAX-YEAR
           PERFORM VARYING WS-PY-JX FROM 1 BY 1
               UNTIL WS-PY-JX > WS-PY-COUNT
             IF WS-PY-PLACE(WS-PY-JX) = WS-CUR-PLACE
               IF WS-PY-YEAR(WS-PY-JX) < WS-MIN-YEAR
                 MOVE WS-PY-YEAR(WS-PY-JX) TO WS-MIN-YEAR
               END-IF
               IF WS-PY-YEAR(WS-PY-JX) > WS-MAX-YEAR
                 MOVE WS-PY-YEAR(WS-PY-JX) TO WS-MAX-YEAR
               END-IF
             END-IF
           END-PERFORM
           IF WS-MAX-YEAR - WS-MIN-YEAR > 999
             COMPUTE WS-MIN-YEAR = WS-MAX-YEAR - 999
           END-IF
           COMPUTE WS-YR-SPAN = WS-MAX-YEAR - WS-MIN-YEAR + 1
           INITIALIZE WS-YR-TABLE
           PERFORM VARYING WS-PY-JX FROM 1 BY 1
               UNTIL WS-PY-JX > WS-PY-COUNT
             IF WS-PY-PLACE(WS-PY-JX) = WS-CUR-PLACE
               MOVE "Y" TO WS-PY-DONE(WS-PY-JX)
               IF WS-PY-YEAR(WS-PY-JX) >= WS-MIN-YEAR
                 COMPUTE WS-YR-IX =
                         WS-PY-YEAR(WS-PY-JX) - WS-MIN-YEAR + 1
                 MOVE WS-PY-TOT(WS-PY-JX) TO WS-YR-TOT(WS-YR-IX)
                 MOVE WS-PY-INF(WS-PY-JX) TO WS-YR-INF(WS-YR-IX)
                 MOVE WS-PY-CHI(WS-PY-JX) TO WS-YR-CHI(WS-YR-IX)
                 MOVE WS-PY-ADU(WS-PY-JX) TO WS-YR-ADU(WS-YR-IX)
                 MOVE WS-PY-UNK(WS-PY-JX) TO WS-YR-UNK(WS-YR-IX)
               END-IF
             END-IF
           END-PERFORM
           .

       5200-SCAN-PLACE-SERIES.
           PERFORM VARYING WS-YR-IX FROM 1 BY 1
               UNTIL WS-YR-IX > WS-YR-SPAN
             IF WS-YR-TOT(WS-YR-IX) >= WS-MIN-DEATHS
               MOVE 0 TO WS-NB-SUM WS-NB-YEARS
               PERFORM VARYING WS-NB-OFF FROM -5 BY 1
                   UNTIL WS-NB-OFF > 5
                 IF WS-NB-OFF NOT = 0
                    AND WS-YR-IX + WS-NB-OFF >= 1
                    AND WS-YR-IX + WS-NB-OFF <= WS-YR-SPAN
                   COMPUTE WS-YR-JX = WS-YR-IX + WS-NB-OFF
                   ADD WS-YR-TOT(WS-YR-JX) TO WS-NB-SUM
                   ADD 1 TO WS-NB-YEARS
                 END-IF
               END-PERFORM
               IF WS-NB-YEARS >= 5
                 COMPUTE WS-MEAN ROUNDED = WS-NB-SUM / WS-NB-YEARS
                 IF WS-MEAN = 0
                   MOVE 99999 TO WS-INDEX
                 ELSE
                   COMPUTE WS-INDEX ROUNDED =
                           WS-YR-TOT(WS-YR-IX) * 100 / WS-MEAN
                 END-IF
                 IF WS-INDEX >= WS-THRESHOLD
                   COMPUTE WS-Y = WS-MIN-YEAR + WS-YR-IX - 1
                   PERFORM 5300-WRITE-CRISIS-YEAR
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

       5300-WRITE-CRISIS-YEAR.
           ADD 1 TO WS-CRISIS-CT
           ADD 1 TO WS-PLACE-CRISES
           IF WS-PLACE-CRISES = 1
             PERFORM 5500-RESOLVE-PLACE-NAME
             MOVE SPACES TO REPORT-REC
             STRING "  " FUNCTION TRIM(WS-PLACE-TXT)
                    " (" FUNCTION TRIM(WS-CUR-PLACE) ")"
                    ": ARCO " WS-MIN-YEAR "-" WS-MAX-YEAR
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
           END-IF
           MOVE WS-MEAN TO WS-MEAN-EDIT
           MOVE WS-INDEX TO WS-INDEX-EDIT
           MOVE SPACES TO REPORT-REC
           STRING "    CRISI " WS-Y ": MORTI " WS-YR-TOT(WS-YR-IX)
                  " MEDIA " WS-MEAN-EDIT " INDICE " WS-INDEX-EDIT
                  "%  INFANTI " WS-YR-INF(WS-YR-IX)
                  " BAMBINI " WS-YR-CHI(WS-YR-IX)
                  " ADULTI " WS-YR-ADU(WS-YR-IX)
                  " IGNOTA " WS-YR-UNK(WS-YR-IX)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           PERFORM 5400-WRITE-CONTEXT
           .

      *----------------------------------------------------------------*
      * Eventi storici dell'anno il cui ambito e' ovunque, oppure sta  *
      * sulla stessa catena PLAC-PARENT del luogo (una peste toscana   *
      * per una parrocchia toscana, o la peste di una parrocchia per   *
      * la sua regione).                                               *
      *----------------------------------------------------------------*
       5400-WRITE-CONTEXT.
           PERFORM VARYING WS-HE-IX FROM 1 BY 1
               UNTIL WS-HE-IX > WS-HE-COUNT
             IF WS-HE-FROM(WS-HE-IX) <= WS-Y(1:4)
                AND WS-HE-TO(WS-HE-IX) >= WS-Y(1:4)
               MOVE "Y" TO WS-RELATED
               IF WS-HE-PLACE(WS-HE-IX) NOT = SPACES
                 PERFORM 5410-CHECK-RELATED
               END-IF
               IF RELATED-YES
                 MOVE SPACES TO REPORT-REC
                 STRING "      CONTESTO: "
                        FUNCTION TRIM(WS-HE-TYPE(WS-HE-IX)) " - "
                        FUNCTION TRIM(WS-HE-TITLE(WS-HE-IX))
                        " (" WS-HE-FROM(WS-HE-IX) "-"
                        WS-HE-TO(WS-HE-IX) ")"
                   DELIMITED BY SIZE INTO REPORT-REC
                 WRITE REPORT-REC
               END-IF
             END-IF
           END-PERFORM
           .

       5410-CHECK-RELATED.
           MOVE "N" TO WS-RELATED
      *    L'AMBITO DELL'EVENTO E' IL LUOGO O UN SUO ANTENATO
           MOVE WS-CUR-PLACE TO WS-CHAIN-A
           MOVE 0 TO WS-DEPTH
           PERFORM UNTIL WS-CHAIN-A = SPACES OR WS-DEPTH >= 10
                      OR RELATED-YES
             IF WS-CHAIN-A = WS-HE-PLACE(WS-HE-IX)
               SET RELATED-YES TO TRUE
             ELSE
               ADD 1 TO WS-DEPTH
               PERFORM 3700-PARENT-OF
             END-IF
           END-PERFORM
           IF RELATED-YES
             EXIT PARAGRAPH
           END-IF
      *    OPPURE IL LUOGO E' UN ANTENATO DELL'AMBITO DELL'EVENTO
           MOVE WS-HE-PLACE(WS-HE-IX) TO WS-CHAIN-A
           MOVE 0 TO WS-DEPTH
           PERFORM UNTIL WS-CHAIN-A = SPACES OR WS-DEPTH >= 10
                      OR RELATED-YES
             IF WS-CHAIN-A = WS-CUR-PLACE
               SET RELATED-YES TO TRUE
             ELSE
               ADD 1 TO WS-DEPTH
               PERFORM 3700-PARENT-OF
             END-IF
           END-PERFORM
           .

       5500-RESOLVE-PLACE-NAME.
           MOVE WS-CUR-PLACE TO WS-PLACE-TXT
           PERFORM VARYING WS-PL-IX FROM 1 BY 1
               UNTIL WS-PL-IX > WS-PL-COUNT
             IF WS-PL-ID(WS-PL-IX) = WS-CUR-PLACE
               MOVE WS-PL-NAME(WS-PL-IX) TO WS-PLACE-TXT
               MOVE WS-PL-COUNT TO WS-PL-IX
             END-IF
           END-PERFORM
           .

                L'ordinamento delle tappe e' un inserimento ordinato
                in tavola: le date ISO AAAA-MM-GG si ordinano come
                testo, le date vuote scendono in fondo.
                Tra le tappe entrano anche gli eventi storici di
                contesto (HISTEVT) che cadono nell'arco di vita e il
                cui ambito risale dai luoghi della persona lungo
                PLAC-PARENT: righe "STORIA:" con la stessa regola
                del mondo 4 (GN37P006).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-NT-COUNT           PIC 9(1) VALUE 0.
       01  WS-NT-IX              PIC 9(1) VALUE 0.

      * CONTESTO STORICO: ARCO DI VITA (NASCITA O PRIMO EVENTO
      * DATATO, FINO ALLA MORTE O A 90 ANNI) E AMBITO DEI LUOGHI
      * (LUOGHI DELLA PERSONA PIU' I LORO ANTENATI NEL GAZETTEER)
       01  WS-LIFE-FROM          PIC X(10) VALUE SPACES.
       01  WS-LIFE-TO            PIC X(10) VALUE SPACES.
       01  WS-LIFE-YEAR          PIC 9(4) VALUE 0.
       01  WS-FIRST-EVNT         PIC X(10) VALUE SPACES.
       01  WS-DEATH-FOUND        PIC X VALUE "N".
           88 DEATH-FOUND        VALUE "Y".
       01  WS-HEVT-END           PIC X(10) VALUE SPACES.
       01  WS-SD-TABLE.
           05 WS-SD-ID OCCURS 20 TIMES PIC X(12).
       01  WS-SD-COUNT           PIC 9(2) VALUE 0.
       01  WS-SD-IX              PIC 9(2) VALUE 0.
       01  WS-SC-TABLE.
           05 WS-SC-ID OCCURS 40 TIMES PIC X(12).
       01  WS-SC-COUNT           PIC 9(2) VALUE 0.
       01  WS-SC-IX              PIC 9(2) VALUE 0.
       01  WS-SC-DEPTH           PIC 9(2) VALUE 0.
       01  WS-SC-NEXT            PIC X(12) VALUE SPACES.
       01  WS-SC-PROBE           PIC X(12) VALUE SPACES.
       01  WS-SC-FOUND           PIC X VALUE "N".
           88 SC-FOUND           VALUE "Y".

       COPY GN1PRSN.
       COPY GN1EVNT.
       COPY GN1PLAC.
       COPY GN1ALIA.
       COPY GN1NOTE.
       COPY GNFAMIL.
       COPY GN1HEVT.

       LINKAGE SECTION.
       COPY GN1PCBS.
             MOVE PERS-BDATE(1:4) TO WS-BIRTH-YEAR
           END-IF

           MOVE 0 TO WS-SD-COUNT
           MOVE PERS-BPLACE TO WS-SC-PROBE
           PERFORM 2310-ADD-SEED
           MOVE PERS-DPLACE TO WS-SC-PROBE
           PERFORM 2310-ADD-SEED
           MOVE SPACES TO WS-FIRST-EVNT WS-LIFE-TO
           MOVE "N" TO WS-DEATH-FOUND

           MOVE 0 TO WS-TL-COUNT
           IF WS-CUR-BDATE NOT = SPACES
             MOVE WS-CUR-BDATE TO WS-TL-NEW-DATE
           PERFORM 2060-COLLECT-NOTES
           PERFORM 2100-COLLECT-UNIONS
           PERFORM 2200-COLLECT-EVENTS
           PERFORM 2300-COLLECT-CONTEXT
           PERFORM 4000-PRINT-PAGE
           .

                                GN1EVNT-SEG
                                WS-SSA-EVNT
           PERFORM UNTIL EOD-CHLD-YES OR DB-STATUS NOT = SPACES
      *      MATERIALE PER IL CONTESTO STORICO (2300): DATA DI MORTE,
      *      PRIMA DATA NOTA E LUOGO DELL'EVENTO COME SEME D'AMBITO
             IF EVNT-TYPE = "MORTE" AND EVNT-DATE(1:4) IS NUMERIC
               MOVE EVNT-DATE TO WS-LIFE-TO
               MOVE "Y" TO WS-DEATH-FOUND
             END-IF
             IF EVNT-DATE(1:4) IS NUMERIC
                AND (WS-FIRST-EVNT = SPACES
                     OR EVNT-DATE < WS-FIRST-EVNT)
               MOVE EVNT-DATE TO WS-FIRST-EVNT
             END-IF
             MOVE EVNT-PLACE TO WS-SC-PROBE
             PERFORM 2310-ADD-SEED
             MOVE EVNT-DATE TO WS-TL-NEW-DATE
             PERFORM 2210-RESOLVE-EVENT-PLACE
             MOVE SPACES TO WS-TL-NEW-TEXT
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Contesto storico: gli HISTEVT i cui estremi (fine vuota =      *
      * evento puntuale) toccano l'arco di vita e il cui ambito e'     *
      * vuoto (ovunque) o uno dei luoghi della persona o dei loro      *
      * antenati. Stessa regola di 4400 in GN37P006. Durante la        *
      * spazzata non si fanno altre chiamate: la GN non qualificata    *
      * perderebbe la posizione sulla radice HISTEVT.                  *
      *----------------------------------------------------------------*
       2300-COLLECT-CONTEXT.
           MOVE WS-CUR-BDATE TO WS-LIFE-FROM
           IF WS-LIFE-FROM(1:4) IS NOT NUMERIC
             MOVE WS-FIRST-EVNT TO WS-LIFE-FROM
           END-IF
           IF WS-LIFE-FROM = SPACES
             EXIT PARAGRAPH
           END-IF
           IF NOT DEATH-FOUND
             MOVE WS-LIFE-FROM(1:4) TO WS-LIFE-YEAR
             ADD 90 TO WS-LIFE-YEAR
             MOVE SPACES TO WS-LIFE-TO
             STRING WS-LIFE-YEAR "-12-31" DELIMITED BY SIZE
               INTO WS-LIFE-TO
           END-IF
           PERFORM 2320-BUILD-PLACE-SCOPE
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1HEVT-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             MOVE HEVT-TO TO WS-HEVT-END
             IF WS-HEVT-END = SPACES
               MOVE HEVT-FROM TO WS-HEVT-END
             END-IF
             IF HEVT-FROM <= WS-LIFE-TO
                AND WS-HEVT-END >= WS-LIFE-FROM
               MOVE "Y" TO WS-SC-FOUND
               IF HEVT-PLACE NOT = SPACES
                 MOVE HEVT-PLACE TO WS-SC-PROBE
                 PERFORM 2330-PROBE-SCOPE
               END-IF
               IF SC-FOUND
                 MOVE HEVT-FROM TO WS-TL-NEW-DATE
                 MOVE SPACES TO WS-TL-NEW-TEXT
                 IF HEVT-TO = SPACES
                    OR HEVT-TO(1:4) = HEVT-FROM(1:4)
                   STRING "STORIA: " FUNCTION TRIM(HEVT-TYPE)
                          " - " FUNCTION TRIM(HEVT-TITLE)
                     DELIMITED BY SIZE INTO WS-TL-NEW-TEXT
                 ELSE
                   STRING "STORIA: " FUNCTION TRIM(HEVT-TYPE)
                          " - " FUNCTION TRIM(HEVT-TITLE)
                          " (FINO AL " HEVT-TO(1:4) ")"
                     DELIMITED BY SIZE INTO WS-TL-NEW-TEXT
                 END-IF
                 PERFORM 3000-INSERT-TIMELINE-ENTRY
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1HEVT-SEG
           END-PERFORM
           .

       2310-ADD-SEED.
           IF WS-SC-PROBE = SPACES OR WS-SD-COUNT >= 20
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SD-IX FROM 1 BY 1
               UNTIL WS-SD-IX > WS-SD-COUNT
             IF WS-SD-ID(WS-SD-IX) = WS-SC-PROBE
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           ADD 1 TO WS-SD-COUNT
           MOVE WS-SC-PROBE TO WS-SD-ID(WS-SD-COUNT)
           .

      *----------------------------------------------------------------*
      * Ogni seme e la sua catena PLAC-PARENT (al massimo 10 livelli): *
      * un luogo gia' in ambito vi porta anche i suoi antenati, e la   *
      * risalita si ferma li'.                                         *
      *----------------------------------------------------------------*
       2320-BUILD-PLACE-SCOPE.
           MOVE 0 TO WS-SC-COUNT
           PERFORM VARYING WS-SD-IX FROM 1 BY 1
               UNTIL WS-SD-IX > WS-SD-COUNT
             MOVE WS-SD-ID(WS-SD-IX) TO WS-SC-NEXT
             MOVE 0 TO WS-SC-DEPTH
             PERFORM UNTIL WS-SC-NEXT = SPACES
                        OR WS-SC-DEPTH >= 10
                        OR WS-SC-COUNT >= 40
               MOVE WS-SC-NEXT TO WS-SC-PROBE
               PERFORM 2330-PROBE-SCOPE
               IF SC-FOUND
                 MOVE SPACES TO WS-SC-NEXT
               ELSE
                 ADD 1 TO WS-SC-COUNT
                 MOVE WS-SC-NEXT TO WS-SC-ID(WS-SC-COUNT)
                 ADD 1 TO WS-SC-DEPTH
                 MOVE WS-SC-NEXT TO WS-SSA-PLAC(17:12)
                 MOVE DLI-GU TO WS-DLI-FUNC
                 CALL "CBLTDLI" USING WS-DLI-FUNC
                                      DBPCB-MASK
                                      GN1PLAC-SEG
                                      WS-SSA-PLAC
                 IF DB-STATUS = SPACES
                   MOVE PLAC-PARENT TO WS-SC-NEXT
                 ELSE
                   MOVE SPACES TO WS-SC-NEXT
                 END-IF
               END-IF
             END-PERFORM
           END-PERFORM
           .

       2330-PROBE-SCOPE.
           MOVE "N" TO WS-SC-FOUND
           PERFORM VARYING WS-SC-IX FROM 1 BY 1
               UNTIL WS-SC-IX > WS-SC-COUNT OR SC-FOUND
             IF WS-SC-ID(WS-SC-IX) = WS-SC-PROBE
               MOVE "Y" TO WS-SC-FOUND
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Inserimento ordinato per data: le date vuote vanno in fondo    *
      * (chiave alta), a parita' di data vince l'ordine di arrivo.     *

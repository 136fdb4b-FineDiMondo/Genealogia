                1708 e riprendono nel 1715". E' la prima cosa che
                chiede un ricercatore in visita, e la lista degli
                archivi in cui andare a caccia.
                Senza altri argomenti la serie e' per luogo
                dell'evento; con una gerarchia (CIVILE o ECCL) e un
                tipo di luogo ogni evento sale al primo luogo di
                quel tipo lungo la catena scelta (se stesso
                compreso): "ECCL PIEVE" da' la copertura pieve per
                pieve, "CIVILE CITTA" comune per comune. Gli eventi
                in luoghi senza un avo di quel tipo sono contati a
                parte, non mescolati.
                Uso: GN3GAPS0 <report-out> [CIVILE|ECCL <tipo>]

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-EVNT-CT            PIC 9(7) VALUE 0.
       77  WS-GAP-CT             PIC 9(5) VALUE 0.
       77  WS-OUT-HIER-CT        PIC 9(7) VALUE 0.
       77  WS-HIER-ARG           PIC X(16) VALUE SPACES.
       77  WS-LEVEL-ARG          PIC X(10) VALUE SPACES.
       77  WS-HIER               PIC X(1) VALUE SPACE.
           88 HIER-NONE          VALUE SPACE.
           88 HIER-CIVIL         VALUE "C".
           88 HIER-ECCL          VALUE "E".

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
       01  WS-EY-IX              PIC 9(4) VALUE 0.
       01  WS-EY-JX              PIC 9(4) VALUE 0.

      * GAZETTEER PER I NOMI E PER LA RISALITA SULLA GERARCHIA
      * SCELTA (IL PADRE CARICATO E' QUELLO DI QUELLA CATENA)
       01  WS-PL-TABLE.
           05 WS-PL-ENTRY OCCURS 2000 TIMES.
              10 WS-PL-ID        PIC X(12).
              10 WS-PL-NAME      PIC X(60).
              10 WS-PL-PARENT    PIC X(12).
              10 WS-PL-TYPE      PIC X(10).
       01  WS-PL-COUNT           PIC 9(4) VALUE 0.
       01  WS-PL-IX              PIC 9(4) VALUE 0.
       01  WS-WALK-ID            PIC X(12) VALUE SPACES.
       01  WS-WALK-DEPTH         PIC 9(2) VALUE 0.
       01  WS-PLACE-TXT          PIC X(60) VALUE SPACES.

       01  WS-CUR-PLACE          PIC X(12) VALUE SPACES.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             DISPLAY "USO: GN3GAPS0 <report-out> [CIVILE|ECCL <tipo>]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           IF WS-ARGC >= 2
             IF WS-ARGC < 3
               DISPLAY "USO: GN3GAPS0 <report-out> [CIVILE|ECCL <tipo>]"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ACCEPT WS-HIER-ARG FROM ARGUMENT-VALUE
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HIER-ARG))
               TO WS-HIER-ARG
             ACCEPT WS-LEVEL-ARG FROM ARGUMENT-VALUE
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LEVEL-ARG))
               TO WS-LEVEL-ARG
             EVALUATE TRUE
               WHEN WS-HIER-ARG = "CIVILE"
                 SET HIER-CIVIL TO TRUE
               WHEN WS-HIER-ARG(1:4) = "ECCL"
                 SET HIER-ECCL TO TRUE
               WHEN OTHER
                 DISPLAY "GN3GAPS0: GERARCHIA SCONOSCIUTA "
                         FUNCTION TRIM(WS-HIER-ARG)
                         " (CIVILE O ECCL)"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
             END-EVALUATE
           END-IF

           PERFORM 1000-LOAD-PLACES
           PERFORM 2000-SWEEP-EVENTS

           DISPLAY "GN3GAPS0: EVENTI TABULATI = " WS-EVNT-CT
           DISPLAY "GN3GAPS0: BUCHI SEGNALATI = " WS-GAP-CT
           IF NOT HIER-NONE
             DISPLAY "GN3GAPS0: FUORI GERARCHIA = " WS-OUT-HIER-CT
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

             ADD 1 TO WS-PL-COUNT
             MOVE PLAC-ID TO WS-PL-ID(WS-PL-COUNT)
             MOVE PLAC-NAME TO WS-PL-NAME(WS-PL-COUNT)
             IF HIER-ECCL
               MOVE PLAC-ECCL-PARENT TO WS-PL-PARENT(WS-PL-COUNT)
             ELSE
               MOVE PLAC-PARENT TO WS-PL-PARENT(WS-PL-COUNT)
             END-IF
             MOVE FUNCTION UPPER-CASE(PLAC-TYPE)
               TO WS-PL-TYPE(WS-PL-COUNT)
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF EVNT-PLACE NOT = SPACES
                AND EVNT-DATE(1:4) IS NUMERIC
               MOVE EVNT-PLACE TO WS-CUR-PLACE
               IF NOT HIER-NONE
                 PERFORM 2050-ROLL-UP-PLACE
               END-IF
             END-IF
             IF EVNT-PLACE NOT = SPACES
                AND EVNT-DATE(1:4) IS NUMERIC
                AND WS-CUR-PLACE NOT = SPACES
               ADD 1 TO WS-EVNT-CT
               MOVE EVNT-DATE(1:4) TO WS-CUR-YEAR
               MOVE EVNT-TYPE TO EVTAB-LOOKUP
               PERFORM 8600-RESOLVE-EVENT-TYPE
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Sale dal luogo dell'evento al primo luogo del tipo richiesto   *
      * lungo la catena scelta, se stesso compreso; senza un tale avo  *
      * (o su una catena oltre 20 livelli) l'evento resta fuori.       *
      *----------------------------------------------------------------*
       2050-ROLL-UP-PLACE.
           MOVE WS-CUR-PLACE TO WS-WALK-ID
           MOVE SPACES TO WS-CUR-PLACE
           MOVE 0 TO WS-WALK-DEPTH
           PERFORM UNTIL WS-WALK-ID = SPACES
                      OR WS-CUR-PLACE NOT = SPACES
                      OR WS-WALK-DEPTH >= 20
             ADD 1 TO WS-WALK-DEPTH
             PERFORM VARYING WS-PL-IX FROM 1 BY 1
                 UNTIL WS-PL-IX > WS-PL-COUNT
                    OR WS-PL-ID(WS-PL-IX) = WS-WALK-ID
               CONTINUE
             END-PERFORM
             IF WS-PL-IX > WS-PL-COUNT
               MOVE SPACES TO WS-WALK-ID
             ELSE
               IF WS-PL-TYPE(WS-PL-IX) = WS-LEVEL-ARG
                 MOVE WS-WALK-ID TO WS-CUR-PLACE
               ELSE
                 MOVE WS-PL-PARENT(WS-PL-IX) TO WS-WALK-ID
               END-IF
             END-IF
           END-PERFORM
           IF WS-CUR-PLACE = SPACES
             ADD 1 TO WS-OUT-HIER-CT
           END-IF
           .

       2100-TALLY-ENTRY.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-EY-IX FROM 1 BY 1
           MOVE "COPERTURA DEI REGISTRI PER LUOGO, TIPO E ANNO"
             TO REPORT-REC
           WRITE REPORT-REC
           IF NOT HIER-NONE
             MOVE SPACES TO REPORT-REC
             IF HIER-ECCL
               STRING "(EVENTI RIPORTATI AL LIVELLO "
                      FUNCTION TRIM(WS-LEVEL-ARG)
                      " DELLA GERARCHIA ECCLESIASTICA; FUORI "
                      "GERARCHIA " WS-OUT-HIER-CT ")"
                 DELIMITED BY SIZE INTO REPORT-REC
             ELSE
               STRING "(EVENTI RIPORTATI AL LIVELLO "
                      FUNCTION TRIM(WS-LEVEL-ARG)
                      " DELLA GERARCHIA CIVILE; FUORI "
                      "GERARCHIA " WS-OUT-HIER-CT ")"
                 DELIMITED BY SIZE INTO REPORT-REC
             END-IF
             WRITE REPORT-REC
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-EY-IX FROM 1 BY 1

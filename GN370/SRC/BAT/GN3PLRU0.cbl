                essa. Lungo la strada segnala le anomalie della
                gerarchia: padri inesistenti, catene oltre la
                profondita' sana di 20 livelli, e luoghi che nessuna
                persona o evento riferisce. La gerarchia su cui
                risalire si sceglie con il secondo argomento:
                CIVILE (default, PLAC-PARENT: comune, provincia) o
                ECCL (PLAC-ECCL-PARENT: pieve, vicariato, diocesi),
                cosi' "battesimi nella pieve" somma ogni parrocchia
                suffraganea anche se sta in un altro comune.
                Uso: GN3PLRU0 <report-out> [CIVILE|ECCL]

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-MAX-DEPTH          PIC 9(2) VALUE 20.
       77  WS-HIER-ARG           PIC X(16) VALUE "CIVILE".
       77  WS-HIER               PIC X(1) VALUE "C".
           88 HIER-CIVIL         VALUE "C".
           88 HIER-ECCL          VALUE "E".

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".

      * GAZETTEER IN MEMORIA CON CONTATORI DIRETTI E CUMULATI; IL
      * PADRE E' QUELLO DELLA GERARCHIA SCELTA
       01  WS-PL-TABLE.
           05 WS-PL-ENTRY OCCURS 2000 TIMES.
              10 WS-PL-ID        PIC X(12).
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             DISPLAY "USO: GN3PLRU0 <report-out> [CIVILE|ECCL]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           IF WS-ARGC >= 2
             ACCEPT WS-HIER-ARG FROM ARGUMENT-VALUE
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HIER-ARG))
               TO WS-HIER-ARG
           END-IF
           EVALUATE TRUE
             WHEN WS-HIER-ARG = "CIVILE"
               SET HIER-CIVIL TO TRUE
             WHEN WS-HIER-ARG(1:4) = "ECCL"
               SET HIER-ECCL TO TRUE
             WHEN OTHER
               DISPLAY "GN3PLRU0: GERARCHIA SCONOSCIUTA "
                       FUNCTION TRIM(WS-HIER-ARG)
                       " (CIVILE O ECCL)"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE

           PERFORM 1000-LOAD-PLACES
           PERFORM 2000-COUNT-PERSON-REFERENCES
             ADD 1 TO WS-PL-COUNT
             MOVE PLAC-ID TO WS-PL-ID(WS-PL-COUNT)
             MOVE PLAC-NAME TO WS-PL-NAME(WS-PL-COUNT)
             IF HIER-ECCL
               MOVE PLAC-ECCL-PARENT TO WS-PL-PARENT(WS-PL-COUNT)
             ELSE
               MOVE PLAC-PARENT TO WS-PL-PARENT(WS-PL-COUNT)
             END-IF
             MOVE 0 TO WS-PL-BIRTHS(WS-PL-COUNT)
             MOVE 0 TO WS-PL-DEATHS(WS-PL-COUNT)
             MOVE 0 TO WS-PL-EVENTS(WS-PL-COUNT)

      *----------------------------------------------------------------*
      * Ogni luogo versa i propri contatori diretti a se stesso e a    *
      * tutti gli antenati della catena scelta; la risalita e'         *
      * limitata a WS-MAX-DEPTH livelli e una catena piu' profonda     *
      * (o ciclica) viene conteggiata come anomalia e troncata li'.    *
      *----------------------------------------------------------------*
           MOVE "ROLLUP GERARCHICO DEI LUOGHI (DIRETTI+DISCENDENTI)"
             TO REPORT-REC
           WRITE REPORT-REC
           IF HIER-ECCL
             MOVE "GERARCHIA ECCLESIASTICA (PIEVE, VICARIATO, DIOCESI)"
               TO REPORT-REC
           ELSE
             MOVE "GERARCHIA CIVILE (COMUNE, PROVINCIA, REGIONE)"
               TO REPORT-REC
           END-IF
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC


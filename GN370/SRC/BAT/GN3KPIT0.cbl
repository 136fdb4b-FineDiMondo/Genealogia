       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3KPIT0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Trend settimanale degli indicatori di qualita': legge
                lo storico KPI condiviso (work/KPIHIST.DAT, una riga
                AAAAMMGG|PROGRAMMA|MISURA|VALORE accodata ogni notte
                da GENDQR00, GENRIC00, GN3INTG0, GN3CMPL0, GN3DUP00 e
                GN3RELF0) e stampa ogni misura sulle ultime dodici
                settimane (l'ultimo valore di ciascuna settimana),
                con la variazione sull'ultima settimana e sull'intero
                periodo. Tutte le misure contano difetti: crescere e'
                peggiorare. Una misura che in una settimana peggiora
                oltre la soglia percentuale (default 10) viene
                segnalata insieme alle sessioni di import committate
                in quella settimana, ricavate dalle righe GN3S5CMT
                del registro corse (work/RUNLOG.DAT). Le settimane
                sono blocchi di sette giorni che finiscono alla data
                di riferimento (default oggi). RC 04 quando c'e'
                almeno un peggioramento segnalato.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KPI-FILE ASSIGN TO "work/KPIHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KPI-FS.
           SELECT RUNLOG-FILE ASSIGN TO "work/RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  KPI-FILE.
       01  KPI-REC               PIC X(80).

       FD  RUNLOG-FILE.
       01  RUNLOG-REC            PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-REC            PIC X(160).

       WORKING-STORAGE SECTION.
       77  WS-RPT-FILE           PIC X(256) VALUE SPACES.
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-KPI-FS             PIC X(2) VALUE "00".
       77  WS-RUNLOG-FS          PIC X(2) VALUE "00".
       77  WS-RPT-FS             PIC X(2) VALUE "00".
       77  WS-EOF                PIC X VALUE "N".
           88 EOF-YES            VALUE "Y".
       77  WS-ROWS               PIC 9(7) VALUE 0.
       77  WS-ROWS-USED          PIC 9(7) VALUE 0.

      * SOGLIA DI PEGGIORAMENTO SETTIMANALE IN PUNTI PERCENTUALI
       77  WS-THRESHOLD          PIC 9(3) VALUE 10.
       77  WS-THRESH-ARG         PIC X(3) VALUE SPACES.
       77  WS-REF-ARG            PIC X(8) VALUE SPACES.
       77  WS-REF-DATE           PIC 9(8) VALUE 0.
       77  WS-REF-DAYS           PIC 9(8) VALUE 0.

       01  WS-F1                 PIC X(14) VALUE SPACES.
       01  WS-F2                 PIC X(64) VALUE SPACES.
       01  WS-F3                 PIC X(20) VALUE SPACES.
       01  WS-F4                 PIC X(14) VALUE SPACES.
       01  WS-F5                 PIC X(10) VALUE SPACES.
       01  WS-F6                 PIC X(10) VALUE SPACES.
       01  WS-F7                 PIC X(4) VALUE SPACES.

      * COLLOCAZIONE DI UNA DATA NELLE DODICI SETTIMANE (1 = LA PIU'
      * VECCHIA, 12 = QUELLA CHE FINISCE ALLA DATA DI RIFERIMENTO)
       01  WS-ROW-DATE           PIC X(8) VALUE SPACES.
       01  WS-ROW-DAYS           PIC 9(8) VALUE 0.
       01  WS-DIFF               PIC S9(8) VALUE 0.
       01  WS-WEEKS-BACK         PIC 9(3) VALUE 0.
       01  WS-SLOT               PIC 9(2) VALUE 0.
       01  WS-WEEK-START         PIC 9(8) VALUE 0.
       01  WS-WEEK-TABLE.
           05 WS-WK-START OCCURS 12 TIMES PIC 9(8).

      * UNA RIGA PER PROGRAMMA+MISURA, L'ULTIMO VALORE DI OGNI
      * SETTIMANA (DATA VUOTA = NESSUNA RIGA IN QUELLA SETTIMANA)
       01  WS-KM-TABLE.
           05 WS-KM-ENTRY OCCURS 100 TIMES.
              10 WS-KM-PROG      PIC X(8).
              10 WS-KM-NAME      PIC X(20).
              10 WS-KM-WEEK OCCURS 12 TIMES.
                 15 WS-KM-DATE   PIC X(8).
                 15 WS-KM-VAL    PIC 9(9).
       01  WS-KM-COUNT           PIC 9(3) VALUE 0.
       01  WS-KM-IX              PIC 9(3) VALUE 0.
       01  WS-KM-FOUND           PIC 9(3) VALUE 0.
       01  WS-WK-IX              PIC 9(2) VALUE 0.
       01  WS-ROW-VALUE          PIC 9(9) VALUE 0.

      * SESSIONI DI IMPORT COMMITTATE NEL PERIODO (RIGHE GN3S5CMT)
       01  WS-SS-TABLE.
           05 WS-SS-ENTRY OCCURS 500 TIMES.
              10 WS-SS-SLOT      PIC 9(2).
              10 WS-SS-ID        PIC X(20).
              10 WS-SS-TS        PIC X(14).
              10 WS-SS-OUT       PIC X(10).
       01  WS-SS-COUNT           PIC 9(3) VALUE 0.
       01  WS-SS-IX              PIC 9(3) VALUE 0.
       01  WS-SS-HITS            PIC 9(3) VALUE 0.

      * CONFRONTO FRA SETTIMANE
       01  WS-FIRST-WK           PIC 9(2) VALUE 0.
       01  WS-PREV-WK            PIC 9(2) VALUE 0.
       01  WS-LAST-WK            PIC 9(2) VALUE 0.
       01  WS-PREV-VAL           PIC 9(9) VALUE 0.
       01  WS-CUR-VAL            PIC 9(9) VALUE 0.
       01  WS-DELTA              PIC S9(9) VALUE 0.
       01  WS-PCT                PIC 9(7) VALUE 0.
       01  WS-FLAG-CT            PIC 9(5) VALUE 0.

      * CAMPI DI STAMPA
       01  WS-LINE               PIC X(160) VALUE SPACES.
       01  WS-POS                PIC 9(3) VALUE 0.
       01  WS-VAL-ED             PIC Z(7)9.
       01  WS-VAR-WK-ED          PIC -(8)9.
       01  WS-VAR-TOT-ED         PIC -(8)9.
       01  WS-PCT-ED             PIC Z(6)9.
       01  WS-PREV-ED            PIC Z(8)9.
       01  WS-CUR-ED             PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             DISPLAY "USO: GN3KPIT0 <report-out> [soglia-%] "
                     "[data-rif AAAAMMGG]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-RPT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-RPT-FILE) TO WS-RPT-FILE
           IF WS-ARGC >= 2
             ACCEPT WS-THRESH-ARG FROM ARGUMENT-VALUE
             IF FUNCTION TRIM(WS-THRESH-ARG) IS NUMERIC
               MOVE FUNCTION TRIM(WS-THRESH-ARG) TO WS-THRESHOLD
             END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REF-DATE
           IF WS-ARGC >= 3
             ACCEPT WS-REF-ARG FROM ARGUMENT-VALUE
             IF WS-REF-ARG IS NUMERIC
               MOVE WS-REF-ARG TO WS-REF-DATE
             END-IF
           END-IF
           COMPUTE WS-REF-DAYS = FUNCTION INTEGER-OF-DATE(WS-REF-DATE)
           PERFORM VARYING WS-WK-IX FROM 1 BY 1 UNTIL WS-WK-IX > 12
             COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER(
               WS-REF-DAYS - (7 * (12 - WS-WK-IX)) - 6)
             MOVE WS-WEEK-START TO WS-WK-START(WS-WK-IX)
           END-PERFORM

           OPEN INPUT KPI-FILE
           IF WS-KPI-FS NOT = "00"
             DISPLAY "GN3KPIT0: STORICO KPI ASSENTE "
                     "(NESSUN CONTROLLO HA MAI SCRITTO RIGHE)"
             MOVE 4 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF-YES
             READ KPI-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF KPI-REC NOT = SPACES
                   ADD 1 TO WS-ROWS
                   PERFORM 2000-TALLY-KPI
                 END-IF
             END-READ
           END-PERFORM
           CLOSE KPI-FILE

           PERFORM 1000-LOAD-SESSIONS

           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-FS NOT = "00"
             DISPLAY "GN3KPIT0: IMPOSSIBILE SCRIVERE "
                     FUNCTION TRIM(WS-RPT-FILE)
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 3000-PRINT-TRENDS
           PERFORM 4000-PRINT-WORSENED
           CLOSE REPORT-FILE

           DISPLAY "GN3KPIT0: RIGHE STORICO LETTE  = " WS-ROWS
           DISPLAY "GN3KPIT0: RIGHE NEL PERIODO    = " WS-ROWS-USED
           DISPLAY "GN3KPIT0: MISURE SEGUITE       = " WS-KM-COUNT
           DISPLAY "GN3KPIT0: PEGGIORAMENTI SEGNAL.= " WS-FLAG-CT
           IF WS-FLAG-CT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *----------------------------------------------------------------*
      * Sessioni di import committate: le righe GN3S5CMT del registro  *
      * corse, con la sessione in ARG e i record scritti in OUT,       *
      * collocate nella settimana della loro partenza.                 *
      *----------------------------------------------------------------*
       1000-LOAD-SESSIONS.
           MOVE 0 TO WS-SS-COUNT
           OPEN INPUT RUNLOG-FILE
           IF WS-RUNLOG-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF-YES
             READ RUNLOG-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                                WS-F6 WS-F7
                 UNSTRING RUNLOG-REC DELIMITED BY "|"
                   INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6 WS-F7
                 IF WS-F1 = "GN3S5CMT" AND WS-SS-COUNT < 500
                   MOVE WS-F3(1:8) TO WS-ROW-DATE
                   PERFORM 8000-LOCATE-WEEK
                   IF WS-SLOT > 0
                     ADD 1 TO WS-SS-COUNT
                     MOVE WS-SLOT TO WS-SS-SLOT(WS-SS-COUNT)
                     MOVE WS-F2 TO WS-SS-ID(WS-SS-COUNT)
                     MOVE WS-F3 TO WS-SS-TS(WS-SS-COUNT)
                     MOVE WS-F6 TO WS-SS-OUT(WS-SS-COUNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RUNLOG-FILE
           .

      *----------------------------------------------------------------*
      * Una riga dello storico: se cade nelle dodici settimane il      *
      * valore va nella casella della sua settimana; a parita' di      *
      * settimana vince la data piu' recente (a pari data l'ultima     *
      * riga letta, cioe' l'ultima corsa della notte).                 *
      *----------------------------------------------------------------*
       2000-TALLY-KPI.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4
           UNSTRING KPI-REC DELIMITED BY "|"
             INTO WS-F1 WS-F2 WS-F3 WS-F4
           IF WS-F2 = SPACES OR WS-F3 = SPACES
              OR FUNCTION TRIM(WS-F4) IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           MOVE WS-F1(1:8) TO WS-ROW-DATE
           PERFORM 8000-LOCATE-WEEK
           IF WS-SLOT = 0
             EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-F4) TO WS-ROW-VALUE

           MOVE 0 TO WS-KM-FOUND
           PERFORM VARYING WS-KM-IX FROM 1 BY 1
               UNTIL WS-KM-IX > WS-KM-COUNT
             IF WS-KM-PROG(WS-KM-IX) = WS-F2(1:8)
                AND WS-KM-NAME(WS-KM-IX) = WS-F3
               MOVE WS-KM-IX TO WS-KM-FOUND
             END-IF
           END-PERFORM
           IF WS-KM-FOUND = 0
             IF WS-KM-COUNT >= 100
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-KM-COUNT
             MOVE WS-KM-COUNT TO WS-KM-FOUND
             INITIALIZE WS-KM-ENTRY(WS-KM-FOUND)
             MOVE WS-F2(1:8) TO WS-KM-PROG(WS-KM-FOUND)
             MOVE WS-F3 TO WS-KM-NAME(WS-KM-FOUND)
           END-IF
           ADD 1 TO WS-ROWS-USED
           IF WS-ROW-DATE >= WS-KM-DATE(WS-KM-FOUND WS-SLOT)
             MOVE WS-ROW-DATE TO WS-KM-DATE(WS-KM-FOUND WS-SLOT)
             MOVE WS-ROW-VALUE TO WS-KM-VAL(WS-KM-FOUND WS-SLOT)
           END-IF
           .

      *----------------------------------------------------------------*
      * Tavola delle misure: intestazione con l'inizio di ogni         *
      * settimana, poi una riga per misura con i dodici valori ("-"    *
      * dove la misura non ha corse), la variazione sull'ultima        *
      * settimana e quella sull'intero periodo.                        *
      *----------------------------------------------------------------*
       3000-PRINT-TRENDS.
           MOVE SPACES TO REPORT-REC
           STRING "TREND SETTIMANALE INDICATORI DI QUALITA' - 12 "
                  "SETTIMANE AL " WS-REF-DATE
                  "   SOGLIA PEGGIORAMENTO " WS-THRESHOLD "%"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE ALL "=" TO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO WS-LINE
           MOVE "PROGRAMMA MISURA" TO WS-LINE(1:30)
           MOVE 31 TO WS-POS
           PERFORM VARYING WS-WK-IX FROM 1 BY 1 UNTIL WS-WK-IX > 12
             MOVE WS-WK-START(WS-WK-IX) TO WS-LINE(WS-POS:8)
             ADD 9 TO WS-POS
           END-PERFORM
           MOVE " VAR.SETT" TO WS-LINE(WS-POS:9)
           ADD 9 TO WS-POS
           MOVE "  VAR.12S" TO WS-LINE(WS-POS:9)
           MOVE WS-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE ALL "-" TO REPORT-REC
           WRITE REPORT-REC

           PERFORM VARYING WS-KM-IX FROM 1 BY 1
               UNTIL WS-KM-IX > WS-KM-COUNT
             PERFORM 3100-PRINT-MEASURE
           END-PERFORM
           IF WS-KM-COUNT = 0
             MOVE "  NESSUNA MISURA NELLE ULTIME DODICI SETTIMANE"
               TO REPORT-REC
             WRITE REPORT-REC
           END-IF
           .

       3100-PRINT-MEASURE.
           MOVE SPACES TO WS-LINE
           MOVE WS-KM-PROG(WS-KM-IX) TO WS-LINE(1:8)
           MOVE WS-KM-NAME(WS-KM-IX) TO WS-LINE(10:20)
           MOVE 31 TO WS-POS
           MOVE 0 TO WS-FIRST-WK WS-PREV-WK WS-LAST-WK
           PERFORM VARYING WS-WK-IX FROM 1 BY 1 UNTIL WS-WK-IX > 12
             IF WS-KM-DATE(WS-KM-IX WS-WK-IX) = SPACES
               MOVE "       -" TO WS-LINE(WS-POS:8)
             ELSE
               MOVE WS-KM-VAL(WS-KM-IX WS-WK-IX) TO WS-VAL-ED
               MOVE WS-VAL-ED TO WS-LINE(WS-POS:8)
               IF WS-FIRST-WK = 0
                 MOVE WS-WK-IX TO WS-FIRST-WK
               END-IF
               MOVE WS-LAST-WK TO WS-PREV-WK
               MOVE WS-WK-IX TO WS-LAST-WK
             END-IF
             ADD 9 TO WS-POS
           END-PERFORM

           IF WS-PREV-WK > 0
             COMPUTE WS-DELTA =
               WS-KM-VAL(WS-KM-IX WS-LAST-WK)
               - WS-KM-VAL(WS-KM-IX WS-PREV-WK)
             MOVE WS-DELTA TO WS-VAR-WK-ED
             MOVE WS-VAR-WK-ED TO WS-LINE(WS-POS:9)
             ADD 9 TO WS-POS
             COMPUTE WS-DELTA =
               WS-KM-VAL(WS-KM-IX WS-LAST-WK)
               - WS-KM-VAL(WS-KM-IX WS-FIRST-WK)
             MOVE WS-DELTA TO WS-VAR-TOT-ED
             MOVE WS-VAR-TOT-ED TO WS-LINE(WS-POS:9)
           ELSE
             MOVE "        -" TO WS-LINE(WS-POS:9)
             ADD 9 TO WS-POS
             MOVE "        -" TO WS-LINE(WS-POS:9)
           END-IF
           MOVE WS-LINE TO REPORT-REC
           WRITE REPORT-REC
           .

      *----------------------------------------------------------------*
      * Peggioramenti: ogni settimana con valore viene confrontata con *
      * la settimana precedente che ne ha uno; se la misura cresce     *
      * oltre la soglia (o da zero a qualcosa) la settimana e'         *
      * segnalata con le sessioni di import committate in quei giorni. *
      *----------------------------------------------------------------*
       4000-PRINT-WORSENED.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "MISURE PEGGIORATE IN UNA SETTIMANA OLTRE IL "
                  WS-THRESHOLD "%"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE ALL "-" TO REPORT-REC
           WRITE REPORT-REC
           MOVE 0 TO WS-FLAG-CT
           PERFORM VARYING WS-KM-IX FROM 1 BY 1
               UNTIL WS-KM-IX > WS-KM-COUNT
             MOVE 0 TO WS-PREV-WK
             PERFORM VARYING WS-WK-IX FROM 1 BY 1
                 UNTIL WS-WK-IX > 12
               IF WS-KM-DATE(WS-KM-IX WS-WK-IX) NOT = SPACES
                 IF WS-PREV-WK > 0
                   PERFORM 4100-CHECK-WEEK
                 END-IF
                 MOVE WS-WK-IX TO WS-PREV-WK
               END-IF
             END-PERFORM
           END-PERFORM
           IF WS-FLAG-CT = 0
             MOVE "  NESSUN PEGGIORAMENTO OLTRE SOGLIA" TO REPORT-REC
             WRITE REPORT-REC
           END-IF
           .

       4100-CHECK-WEEK.
           MOVE WS-KM-VAL(WS-KM-IX WS-PREV-WK) TO WS-PREV-VAL
           MOVE WS-KM-VAL(WS-KM-IX WS-WK-IX) TO WS-CUR-VAL
           IF WS-CUR-VAL NOT > WS-PREV-VAL
             EXIT PARAGRAPH
           END-IF
           IF WS-PREV-VAL > 0
             COMPUTE WS-PCT =
               (WS-CUR-VAL - WS-PREV-VAL) * 100 / WS-PREV-VAL
             IF WS-PCT NOT > WS-THRESHOLD
               EXIT PARAGRAPH
             END-IF
           END-IF

           ADD 1 TO WS-FLAG-CT
           MOVE WS-PREV-VAL TO WS-PREV-ED
           MOVE WS-CUR-VAL TO WS-CUR-ED
           MOVE SPACES TO REPORT-REC
           IF WS-PREV-VAL > 0
             MOVE WS-PCT TO WS-PCT-ED
             STRING "  " WS-KM-PROG(WS-KM-IX) " "
                    FUNCTION TRIM(WS-KM-NAME(WS-KM-IX))
                    "  SETTIMANA DAL " WS-WK-START(WS-WK-IX) ": "
                    FUNCTION TRIM(WS-PREV-ED) " -> "
                    FUNCTION TRIM(WS-CUR-ED)
                    " (+" FUNCTION TRIM(WS-PCT-ED) "%)"
               DELIMITED BY SIZE INTO REPORT-REC
           ELSE
             STRING "  " WS-KM-PROG(WS-KM-IX) " "
                    FUNCTION TRIM(WS-KM-NAME(WS-KM-IX))
                    "  SETTIMANA DAL " WS-WK-START(WS-WK-IX) ": "
                    FUNCTION TRIM(WS-PREV-ED) " -> "
                    FUNCTION TRIM(WS-CUR-ED)
                    " (DA ZERO)"
               DELIMITED BY SIZE INTO REPORT-REC
           END-IF
           WRITE REPORT-REC

           MOVE 0 TO WS-SS-HITS
           PERFORM VARYING WS-SS-IX FROM 1 BY 1
               UNTIL WS-SS-IX > WS-SS-COUNT
             IF WS-SS-SLOT(WS-SS-IX) = WS-WK-IX
               ADD 1 TO WS-SS-HITS
               MOVE SPACES TO REPORT-REC
               STRING "      SESSIONE "
                      FUNCTION TRIM(WS-SS-ID(WS-SS-IX))
                      "  COMMIT " WS-SS-TS(WS-SS-IX)
                      "  RECORD SCRITTI "
                      FUNCTION TRIM(WS-SS-OUT(WS-SS-IX))
                 DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
             END-IF
           END-PERFORM
           IF WS-SS-HITS = 0
             MOVE SPACES TO REPORT-REC
             STRING "      NESSUNA SESSIONE DI IMPORT COMMITTATA "
                    "NELLA SETTIMANA"
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
           END-IF
           .

      *----------------------------------------------------------------*
      * Settimana di una data AAAAMMGG: 12 per i sette giorni che      *
      * finiscono alla data di riferimento, 11 per i sette prima, e    *
      * cosi' via; zero fuori periodo o per date malformate.           *
      *----------------------------------------------------------------*
       8000-LOCATE-WEEK.
           MOVE 0 TO WS-SLOT
           IF WS-ROW-DATE IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           IF WS-ROW-DATE(1:4) < "1601"
              OR WS-ROW-DATE(5:2) < "01" OR WS-ROW-DATE(5:2) > "12"
              OR WS-ROW-DATE(7:2) < "01" OR WS-ROW-DATE(7:2) > "31"
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ROW-DAYS =
             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-ROW-DATE))
           COMPUTE WS-DIFF = WS-REF-DAYS - WS-ROW-DAYS
           IF WS-DIFF < 0 OR WS-DIFF > 83
             EXIT PARAGRAPH
           END-IF
           DIVIDE WS-DIFF BY 7 GIVING WS-WEEKS-BACK
           COMPUTE WS-SLOT = 12 - WS-WEEKS-BACK
           .

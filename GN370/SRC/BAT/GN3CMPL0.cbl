                fasce) e la worklist ordinata dal punteggio piu'
                debole in su, con i fatti mancanti nominati uno per
                uno. Le tavole di riscontro (luoghi, figli, coniugi)
                si caricano una volta sola in testa. Un esposto
                documentato (PERS-PARENTAGE "I", scheda FOUNDLG
                caricata da GN3FNDM0) ha genitori ignoti per
                documento: la sua linea e' chiusa, non incompleta,
                e il punto del figlio censito gli e' riconosciuto.
                Ogni corsa lascia la sua riga nel registro corse
                condiviso e accoda allo storico KPI
                (work/KPIHIST.DAT, trend GN3KPIT0) le persone sotto
                i 50 punti e i punti mancanti in media, due misure
                che crescono quando la qualita' peggiora.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EXT-FILE ASSIGN TO DYNAMIC WS-EXT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FS.
           SELECT RUNLOG-FILE ASSIGN TO "work/RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.
           SELECT KPI-FILE ASSIGN TO "work/KPIHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KPI-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXT-FILE.
       01  EXT-REC               PIC X(640).

       FD  RUNLOG-FILE.
       01  RUNLOG-REC            PIC X(200).

       FD  KPI-FILE.
       01  KPI-REC               PIC X(80).

       SD  SORT-WORK.
       01  SORT-REC.
           05 SORT-SCORE         PIC 9(3).
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.

      * RIGA STANDARD DEL REGISTRO CORSE CONDIVISO (WORK/RUNLOG.DAT):
      * PROGRAMMA|ARG|INIZIO|FINE|IN|OUT|RC - LETTO DA GN3RLOG0
       77  WS-RUNLOG-FS          PIC X(2) VALUE "00".
       77  WS-RUN-START          PIC X(14) VALUE SPACES.
       77  WS-RUN-IN             PIC 9(7) VALUE 0.
       77  WS-RUN-OUT            PIC 9(7) VALUE 0.
       77  WS-RUN-RC             PIC 9(2) VALUE 0.

      * RIGA DELLO STORICO KPI CONDIVISO (WORK/KPIHIST.DAT):
      * AAAAMMGG|PROGRAMMA|MISURA|VALORE - LETTO DA GN3KPIT0
       77  WS-KPI-FS             PIC X(2) VALUE "00".
       77  WS-KPI-MEASURE        PIC X(20) VALUE SPACES.
       77  WS-KPI-VALUE          PIC 9(9) VALUE 0.
       77  WS-KPI-WEAK-CT        PIC 9(7) VALUE 0.
       77  WS-KPI-SCORE-SUM      PIC 9(9) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".

       01  WS-CUR-PERS-ID        PIC X(12) VALUE SPACES.
       01  WS-CUR-ROOT           PIC X(12) VALUE SPACES.
       01  WS-CUR-PARENTAGE      PIC X(1) VALUE SPACES.
           88 CUR-ESPOSTO        VALUE "I".
       01  WS-SCORE              PIC 9(3) VALUE 0.
       01  WS-MISSING            PIC X(120) VALUE SPACES.
       01  WS-MISS-TMP           PIC X(120) VALUE SPACES.
           MOVE FUNCTION TRIM(WS-RPT-FILE) TO WS-RPT-FILE
           ACCEPT WS-WRK-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-WRK-FILE) TO WS-WRK-FILE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START
           IF WS-ARGC >= 3
             ACCEPT WS-QUAY-ARG FROM ARGUMENT-VALUE
             IF WS-QUAY-ARG IS NUMERIC
           PERFORM 6000-WRITE-SUMMARY
           DISPLAY "GN3CMPL0: PERSONE VALUTATE = " WS-PERS-CT
           MOVE 0 TO RETURN-CODE
           MOVE WS-PERS-CT TO WS-RUN-IN
           MOVE WS-KPI-WEAK-CT TO WS-RUN-OUT
           MOVE 0 TO WS-RUN-RC
           PERFORM 9800-WRITE-RUNLOG
           PERFORM 9810-WRITE-KPI
           GOBACK.

       1000-LOAD-PLACES.
             IF PERS-IS-DELETED NOT = "Y"
               MOVE PERS-ID TO WS-CUR-PERS-ID
               MOVE PERS-ROOT TO WS-CUR-ROOT
               MOVE PERS-PARENTAGE TO WS-CUR-PARENTAGE
               PERFORM 3000-SCORE-ONE-PERSON
             ELSE
               MOVE PERS-ID TO WS-CUR-PERS-ID
      * decesso registrato 15, luoghi di nascita e morte risolti 10    *
      * ciascuno, coniuge in una FAMILY 15, figlio censito 15, almeno  *
      * una citazione 15. Ogni mancanza finisce nominata in worklist.  *
      * L'esposto documentato non ha genitori da cercare: il punto del *
      * figlio censito vale anche senza legami genitoriali.            *
      *----------------------------------------------------------------*
       3000-SCORE-ONE-PERSON.
           ADD 1 TO WS-PERS-CT
             PERFORM 3970-ADD-MISSING-CONIUGE
           END-IF
           PERFORM 8300-LOOKUP-CHILD
           IF CUR-ESPOSTO
             SET FOUND-YES TO TRUE
           END-IF
           IF FOUND-YES
             ADD 15 TO WS-SCORE
           ELSE
           MOVE WS-CUR-PERS-ID TO SORT-PERS
           MOVE WS-MISSING TO SORT-MISSING
           RELEASE SORT-REC
           ADD WS-SCORE TO WS-KPI-SCORE-SUM
           IF WS-SCORE < 50
             ADD 1 TO WS-KPI-WEAK-CT
           END-IF
           PERFORM 4000-TALLY-ROOT
           .

               DELIMITED BY SIZE INTO WS-MISSING
           END-IF
           .

      *----------------------------------------------------------------*
      * Riga standard del registro corse condiviso, letta dal report   *
      * del mattino GN3RLOG0.                                          *
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
           STRING "GN3CMPL0|"
                  FUNCTION TRIM(WS-RPT-FILE) "|"
                  WS-RUN-START "|"
                  FUNCTION CURRENT-DATE(1:14) "|"
                  WS-RUN-IN "|"
                  WS-RUN-OUT "|"
                  WS-RUN-RC
             DELIMITED BY SIZE INTO RUNLOG-REC
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE
           .

      *----------------------------------------------------------------*
      * Conteggi di testa accodati allo storico KPI condiviso, una     *
      * riga per misura: il trend settimanale (GN3KPIT0) confronta le  *
      * settimane invece di vedere solo l'ultima notte.                *
      *----------------------------------------------------------------*
       9810-WRITE-KPI.
           OPEN EXTEND KPI-FILE
           IF WS-KPI-FS NOT = "00"
             OPEN OUTPUT KPI-FILE
             IF WS-KPI-FS NOT = "00"
               EXIT PARAGRAPH
             END-IF
           END-IF
           MOVE "PERSONE-SOTTO-50" TO WS-KPI-MEASURE
           MOVE WS-KPI-WEAK-CT TO WS-KPI-VALUE
           PERFORM 9820-EMIT-KPI
           MOVE "PUNTI-MANCANTI-MEDI" TO WS-KPI-MEASURE
           IF WS-PERS-CT > 0
             COMPUTE WS-KPI-VALUE =
               100 - (WS-KPI-SCORE-SUM / WS-PERS-CT)
           ELSE
             MOVE 0 TO WS-KPI-VALUE
           END-IF
           PERFORM 9820-EMIT-KPI
           CLOSE KPI-FILE
           .

       9820-EMIT-KPI.
           MOVE SPACES TO KPI-REC
           STRING FUNCTION CURRENT-DATE(1:8) "|"
                  "GN3CMPL0|"
                  FUNCTION TRIM(WS-KPI-MEASURE) "|"
                  WS-KPI-VALUE
             DELIMITED BY SIZE INTO KPI-REC
           WRITE KPI-REC
           .

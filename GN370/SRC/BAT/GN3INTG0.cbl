                Luoghi e persone sono caricati in memoria una volta
                sola (stile GN3RECN0), poi ogni tipo di segmento
                viene spazzato e verificato contro le tavole.
                Ogni corsa lascia la sua riga nel registro corse
                condiviso e accoda i conteggi per classe allo
                storico KPI (work/KPIHIST.DAT) del trend GN3KPIT0.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORKLIST-FILE ASSIGN TO DYNAMIC WS-WRK-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNLOG-FILE ASSIGN TO "work/RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.
           SELECT KPI-FILE ASSIGN TO "work/KPIHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KPI-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORKLIST-FILE.
       01  WORKLIST-REC          PIC X(80).

       FD  RUNLOG-FILE.
       01  RUNLOG-REC            PIC X(200).

       FD  KPI-FILE.
       01  KPI-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-RPT-FILE           PIC X(256) VALUE SPACES.
       77  WS-WRK-FILE           PIC X(256) VALUE SPACES.
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

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".
           MOVE FUNCTION TRIM(WS-RPT-FILE) TO WS-RPT-FILE
           ACCEPT WS-WRK-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-WRK-FILE) TO WS-WRK-FILE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START

           PERFORM 1000-LOAD-PLACES
           PERFORM 1100-LOAD-PERSONS
           DISPLAY "GN3INTG0: ECCEZIONI LUOGHI  = "
                   WS-CT-BPLC " / " WS-CT-DPLC
           MOVE 0 TO RETURN-CODE
           MOVE WS-P-COUNT TO WS-RUN-IN
           COMPUTE WS-RUN-OUT = WS-CT-EVPL + WS-CT-RELT + WS-CT-TITL
                              + WS-CT-BPLC + WS-CT-DPLC + WS-CT-ANTE
           MOVE 0 TO WS-RUN-RC
           PERFORM 9800-WRITE-RUNLOG
           PERFORM 9810-WRITE-KPI
           GOBACK.

       1000-LOAD-PLACES.
             DELIMITED BY SIZE INTO WORKLIST-REC
           WRITE WORKLIST-REC
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
           STRING "GN3INTG0|"
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
           MOVE "EVNT-PLACE-PENDENTI" TO WS-KPI-MEASURE
           MOVE WS-CT-EVPL TO WS-KPI-VALUE
           PERFORM 9820-EMIT-KPI
           MOVE "REL-TARG-PENDENTI" TO WS-KPI-MEASURE
           MOVE WS-CT-RELT TO WS-KPI-VALUE
           PERFORM 9820-EMIT-KPI
           MOVE "TITLE-ORFANI" TO WS-KPI-MEASURE
           MOVE WS-CT-TITL TO WS-KPI-VALUE
           PERFORM 9820-EMIT-KPI
           MOVE "BPLACE-PENDENTI" TO WS-KPI-MEASURE
           MOVE WS-CT-BPLC TO WS-KPI-VALUE
           PERFORM 9820-EMIT-KPI
           MOVE "DPLACE-PENDENTI" TO WS-KPI-MEASURE
           MOVE WS-CT-DPLC TO WS-KPI-VALUE
           PERFORM 9820-EMIT-KPI
           MOVE "EVENTI-PRE-FONDAZ" TO WS-KPI-MEASURE
           MOVE WS-CT-ANTE TO WS-KPI-VALUE
           PERFORM 9820-EMIT-KPI
           CLOSE KPI-FILE
           .

       9820-EMIT-KPI.
           MOVE SPACES TO KPI-REC
           STRING FUNCTION CURRENT-DATE(1:8) "|"
                  "GN3INTG0|"
                  FUNCTION TRIM(WS-KPI-MEASURE) "|"
                  WS-KPI-VALUE
             DELIMITED BY SIZE INTO KPI-REC
           WRITE KPI-REC
           .

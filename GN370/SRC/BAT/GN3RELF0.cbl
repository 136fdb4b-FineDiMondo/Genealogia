                le famiglie tutte da creare restano proposte, perche'
                una FAMILY nuova e' una decisione da operatore
                (GNPG004), non da batch. RC 04 quando restano
                divergenze aperte. Ogni corsa lascia la sua riga nel
                registro corse condiviso e accoda i conteggi delle
                divergenze allo storico KPI (work/KPIHIST.DAT,
                trend GN3KPIT0).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-OUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNLOG-FILE ASSIGN TO "work/RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.
           SELECT KPI-FILE ASSIGN TO "work/KPIHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KPI-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-REC            PIC X(132).

       FD  RUNLOG-FILE.
       01  RUNLOG-REC            PIC X(200).

       FD  KPI-FILE.
       01  KPI-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-OUT-FILE           PIC X(256) VALUE SPACES.
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-SEQ-LNK            PIC 9(5) VALUE 0.
       77  WS-JRNL-SEQ           PIC 9(7) VALUE 0.

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
             END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START
           PERFORM 1000-LOAD-RELATES
           PERFORM 1100-LOAD-FAMILIES
           PERFORM 1200-LOAD-FAMLNKS
           DISPLAY "GN3RELF0: PEZZI SINTETIZZATI= " WS-SYNTH-CT
           IF WS-OPEN-CT > 0
             MOVE 4 TO RETURN-CODE
             MOVE 4 TO WS-RUN-RC
           ELSE
             MOVE 0 TO RETURN-CODE
             MOVE 0 TO WS-RUN-RC
           END-IF
           MOVE WS-LINK-COUNT TO WS-RUN-IN
           MOVE WS-OPEN-CT TO WS-RUN-OUT
           PERFORM 9800-WRITE-RUNLOG
           PERFORM 9810-WRITE-KPI
           GOBACK.

       1000-LOAD-RELATES.
           END-IF
           WRITE REPORT-REC
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
           STRING "GN3RELF0|"
                  FUNCTION TRIM(WS-MODE-ARG) "|"
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
           MOVE "RELATE-MANCANTI" TO WS-KPI-MEASURE
           MOVE WS-MISS-REL-CT TO WS-KPI-VALUE
           PERFORM 9820-EMIT-KPI
           MOVE "FAMLNK-MANCANTI" TO WS-KPI-MEASURE
           MOVE WS-MISS-LNK-CT TO WS-KPI-VALUE
           PERFORM 9820-EMIT-KPI
           MOVE "FAMIGLIE-PROPOSTE" TO WS-KPI-MEASURE
           MOVE WS-MISS-FAM-CT TO WS-KPI-VALUE
           PERFORM 9820-EMIT-KPI
           MOVE "DIVERGENZE-APERTE" TO WS-KPI-MEASURE
           MOVE WS-OPEN-CT TO WS-KPI-VALUE
           PERFORM 9820-EMIT-KPI
           CLOSE KPI-FILE
           .

       9820-EMIT-KPI.
           MOVE SPACES TO KPI-REC
           STRING FUNCTION CURRENT-DATE(1:8) "|"
                  "GN3RELF0|"
                  FUNCTION TRIM(WS-KPI-MEASURE) "|"
                  WS-KPI-VALUE
             DELIMITED BY SIZE INTO KPI-REC
           WRITE KPI-REC
           .

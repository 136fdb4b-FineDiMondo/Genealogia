                14-25, punteggio 27-29): il superstite proposto e'
                la persona con l'ID minore, di norma la piu'
                anziana nell'archivio.
                Ogni corsa lascia la sua riga nel registro corse
                condiviso e accoda le coppie sopra soglia allo
                storico KPI (work/KPIHIST.DAT, trend GN3KPIT0).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT NOMIEQV-FILE ASSIGN TO "data/NOMIEQV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEQ-FS.
           SELECT RUNLOG-FILE ASSIGN TO "work/RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.
           SELECT KPI-FILE ASSIGN TO "work/KPIHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KPI-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOMIEQV-FILE.
       01  NOMIEQV-REC           PIC X(40).

       FD  RUNLOG-FILE.
       01  RUNLOG-REC            PIC X(200).

       FD  KPI-FILE.
       01  KPI-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-OUT-FILE           PIC X(256) VALUE SPACES.
       77  WS-SORT-FILE          PIC X(64)
       77  WS-PAIR-COUNT         PIC 9(9) VALUE 0.
       77  WS-HIT-COUNT          PIC 9(7) VALUE 0.

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
           PERFORM 0500-LOAD-NAME-EQUIV
           PERFORM 1000-LOAD-PERSONS
           SORT SORT-WORK
           DISPLAY "GN3DUP00: COPPIE VALUTATE  = " WS-PAIR-COUNT
           DISPLAY "GN3DUP00: SOPRA SOGLIA     = " WS-HIT-COUNT
           MOVE 0 TO RETURN-CODE
           MOVE WS-P-COUNT TO WS-RUN-IN
           MOVE WS-HIT-COUNT TO WS-RUN-OUT
           MOVE 0 TO WS-RUN-RC
           PERFORM 9800-WRITE-RUNLOG
           PERFORM 9810-WRITE-KPI
           GOBACK.

       1000-LOAD-PERSONS.
           END-PERFORM
           CLOSE WORKLIST-FILE
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
           STRING "GN3DUP00|"
                  "SOGLIA " WS-THRESHOLD "|"
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
           MOVE "COPPIE-SOPRA-SOGLIA" TO WS-KPI-MEASURE
           MOVE WS-HIT-COUNT TO WS-KPI-VALUE
           PERFORM 9820-EMIT-KPI
           CLOSE KPI-FILE
           .

       9820-EMIT-KPI.
           MOVE SPACES TO KPI-REC
           STRING FUNCTION CURRENT-DATE(1:8) "|"
                  "GN3DUP00|"
                  FUNCTION TRIM(WS-KPI-MEASURE) "|"
                  WS-KPI-VALUE
             DELIMITED BY SIZE INTO KPI-REC
           WRITE KPI-REC
           .

      * ogni file sono segnalati. Scrive report/INTEGRITA.RPT nello
      * stesso schema di GENRPT00 (riga per anomalia con l'immagine
      * del record, conteggi per classe in coda).
      * Come GENDQR00 scrive la riga del registro corse condiviso
      * (work/RUNLOG.DAT) e accoda i conteggi per classe allo storico
      * KPI work/KPIHIST.DAT, letto dal trend settimanale GN3KPIT0.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT RUNLOG-FILE ASSIGN TO "work/RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.
           SELECT KPI-FILE ASSIGN TO "work/KPIHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KPI-FS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-FILE.
       01 REPORT-REC              PIC X(200).

       FD RUNLOG-FILE.
       01 RUNLOG-REC              PIC X(200).

       FD KPI-FILE.
       01 KPI-REC                 PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE                 PIC X(128) VALUE SPACES.
       01 WS-FS                   PIC X(2) VALUE "00".
       01 WS-CT-STRAY             PIC 9(7) VALUE 0.
       01 WS-CT-DUP               PIC 9(7) VALUE 0.

      * riga standard del registro corse condiviso (work/RUNLOG.DAT):
      * PROGRAMMA|ARG|INIZIO|FINE|IN|OUT|RC - letto da GN3RLOG0
       01 WS-RUNLOG-FS            PIC X(2) VALUE "00".
       01 WS-RUN-START            PIC X(14) VALUE SPACES.
       01 WS-RUN-IN               PIC 9(7) VALUE 0.
       01 WS-RUN-OUT              PIC 9(7) VALUE 0.
       01 WS-RUN-RC               PIC 9(2) VALUE 0.
       01 WS-RUN-ARG              PIC X(64) VALUE SPACES.

      * riga dello storico KPI condiviso (work/KPIHIST.DAT):
      * AAAAMMGG|PROGRAMMA|MISURA|VALORE - letto da GN3KPIT0
       01 WS-KPI-FS               PIC X(2) VALUE "00".
       01 WS-KPI-MEASURE          PIC X(20) VALUE SPACES.
       01 WS-KPI-VALUE            PIC 9(9) VALUE 0.

       LINKAGE SECTION.
       COPY "CLIARGS.CPY".

       PROCEDURE DIVISION USING LK-CLI-ARGS.
       MAIN-LOGIC.
           MOVE 0 TO LK-RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START
           MOVE "RIC" TO WS-RUN-ARG
           CALL "SYSTEM" USING "mkdir -p report"
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-FS NOT = "00"
              + WS-CT-DUP > 0
             MOVE 4 TO LK-RETURN-CODE
           END-IF
           MOVE WS-P-COUNT TO WS-RUN-IN
           COMPUTE WS-RUN-OUT = WS-CT-FAM-REF + WS-CT-EVT-REF
                              + WS-CT-STRAY + WS-CT-DUP
           IF LK-RETURN-CODE >= 0 AND LK-RETURN-CODE <= 99
             MOVE LK-RETURN-CODE TO WS-RUN-RC
           END-IF
           PERFORM 9800-WRITE-RUNLOG
           PERFORM 9810-WRITE-KPI
           GOBACK.

      *----------------------------------------------------------------*
           DISPLAY FUNCTION TRIM(REPORT-REC)
           WRITE REPORT-REC
           .

      *----------------------------------------------------------------*
      * Appende la riga standard del registro corse condiviso, come    *
      * GENDQR00.                                                      *
      *----------------------------------------------------------------*
       9800-WRITE-RUNLOG.
           CALL "SYSTEM" USING "mkdir -p work"
           OPEN EXTEND RUNLOG-FILE
           IF WS-RUNLOG-FS NOT = "00"
             OPEN OUTPUT RUNLOG-FILE
             IF WS-RUNLOG-FS NOT = "00"
               EXIT PARAGRAPH
             END-IF
           END-IF
           MOVE SPACES TO RUNLOG-REC
           STRING "GENRIC00|"
                  FUNCTION TRIM(WS-RUN-ARG) "|"
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
      * Accoda i conteggi per classe allo storico KPI condiviso, una   *
      * riga per misura (trend settimanale GN3KPIT0).                  *
      *----------------------------------------------------------------*
       9810-WRITE-KPI.
           OPEN EXTEND KPI-FILE
           IF WS-KPI-FS NOT = "00"
             OPEN OUTPUT KPI-FILE
             IF WS-KPI-FS NOT = "00"
               EXIT PARAGRAPH
             END-IF
           END-IF
           MOVE "FAMIGLIE-PENDENTI" TO WS-KPI-MEASURE
           MOVE WS-CT-FAM-REF TO WS-KPI-VALUE
           PERFORM 9820-EMIT-KPI
           MOVE "EVENTI-PENDENTI" TO WS-KPI-MEASURE
           MOVE WS-CT-EVT-REF TO WS-KPI-VALUE
           PERFORM 9820-EMIT-KPI
           MOVE "PERSONE-RANDAGIE" TO WS-KPI-MEASURE
           MOVE WS-CT-STRAY TO WS-KPI-VALUE
           PERFORM 9820-EMIT-KPI
           MOVE "ID-DUPLICATI" TO WS-KPI-MEASURE
           MOVE WS-CT-DUP TO WS-KPI-VALUE
           PERFORM 9820-EMIT-KPI
           CLOSE KPI-FILE
           .

       9820-EMIT-KPI.
           MOVE SPACES TO KPI-REC
           STRING FUNCTION CURRENT-DATE(1:8) "|"
                  "GENRIC00|"
                  FUNCTION TRIM(WS-KPI-MEASURE) "|"
                  WS-KPI-VALUE
             DELIMITED BY SIZE INTO KPI-REC
           WRITE KPI-REC
           .

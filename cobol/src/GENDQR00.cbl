      * della nascita, unioni prima della nascita o dopo il decesso
      * di uno dei coniugi). Scrive un report su report/QUALITA.RPT
      * con lo stesso schema di GENRPT00.
      * I conteggi di testa (anomalie di formato, luoghi eventi,
      * incoerenze, totale) si accodano anche allo storico KPI
      * work/KPIHIST.DAT, letto dal trend settimanale GN3KPIT0.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RUNLOG-FILE ASSIGN TO "work/RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.
           SELECT KPI-FILE ASSIGN TO "work/KPIHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KPI-FS.

       DATA DIVISION.
       FILE SECTION.
       FD RUNLOG-FILE.
       01 RUNLOG-REC              PIC X(200).

       FD KPI-FILE.
       01 KPI-REC                 PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE                  PIC X(128) VALUE SPACES.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-RC               PIC 9(2) VALUE 0.
       01 WS-RUN-ARG              PIC X(64) VALUE SPACES.

      * riga dello storico KPI condiviso (work/KPIHIST.DAT):
      * AAAAMMGG|PROGRAMMA|MISURA|VALORE - letto da GN3KPIT0
       01 WS-KPI-FS               PIC X(2) VALUE "00".
       01 WS-KPI-MEASURE          PIC X(20) VALUE SPACES.
       01 WS-KPI-VALUE            PIC 9(9) VALUE 0.
       01 WS-KPI-FMT-CT           PIC 9(7) VALUE 0.
       01 WS-KPI-PLC-CT           PIC 9(7) VALUE 0.

      * record corrente in lettura (PERSONE/EVENTI/FAMIGLIE, stesso
      * schema ID|campo2|campo3|DATA su quattro colonne)
       01 WS-F1                    PIC X(100) VALUE SPACES.
           PERFORM 9000-EMIT-LINE

           PERFORM 1000-CHECK-FORMATI
           MOVE WS-ANOMALIE-CT TO WS-KPI-FMT-CT
           PERFORM 1500-CHECK-EVENT-PLACES
           COMPUTE WS-KPI-PLC-CT = WS-ANOMALIE-CT - WS-KPI-FMT-CT
           PERFORM 2000-CHECK-PERSONE

           MOVE SPACES TO REPORT-REC
             MOVE LK-RETURN-CODE TO WS-RUN-RC
           END-IF
           PERFORM 9800-WRITE-RUNLOG
           PERFORM 9810-WRITE-KPI
           GOBACK.

      *----------------------------------------------------------------*
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE
           .

      *----------------------------------------------------------------*
      * Accoda i conteggi di testa allo storico KPI condiviso, una     *
      * riga per misura, cosi' il trend settimanale (GN3KPIT0) vede    *
      * se la qualita' migliora o se un import l'ha peggiorata.        *
      *----------------------------------------------------------------*
       9810-WRITE-KPI.
           OPEN EXTEND KPI-FILE
           IF WS-KPI-FS NOT = "00"
             OPEN OUTPUT KPI-FILE
             IF WS-KPI-FS NOT = "00"
               EXIT PARAGRAPH
             END-IF
           END-IF
           MOVE "ANOMALIE-FORMATO" TO WS-KPI-MEASURE
           MOVE WS-KPI-FMT-CT TO WS-KPI-VALUE
           PERFORM 9820-EMIT-KPI
           MOVE "LUOGHI-EVENTI" TO WS-KPI-MEASURE
           MOVE WS-KPI-PLC-CT TO WS-KPI-VALUE
           PERFORM 9820-EMIT-KPI
           MOVE "INCOERENZE-DATE" TO WS-KPI-MEASURE
           COMPUTE WS-KPI-VALUE =
             WS-ANOMALIE-CT - WS-KPI-FMT-CT - WS-KPI-PLC-CT
           PERFORM 9820-EMIT-KPI
           MOVE "ANOMALIE-TOTALI" TO WS-KPI-MEASURE
           MOVE WS-ANOMALIE-CT TO WS-KPI-VALUE
           PERFORM 9820-EMIT-KPI
           CLOSE KPI-FILE
           .

       9820-EMIT-KPI.
           MOVE SPACES TO KPI-REC
           STRING FUNCTION CURRENT-DATE(1:8) "|"
                  "GENDQR00|"
                  FUNCTION TRIM(WS-KPI-MEASURE) "|"
                  WS-KPI-VALUE
             DELIMITED BY SIZE INTO KPI-REC
           WRITE KPI-REC
           .

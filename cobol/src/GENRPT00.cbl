       01 WS-RUN-RC               PIC 9(2) VALUE 0.
       01 WS-RUN-ARG              PIC X(64) VALUE SPACES.

      * riga della fotografia mostrata (FONTE ESTRATTO, GENFOT00)
       01 WS-FOTO                 PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       COPY "CLIARGS.CPY".

      * GENCNT00 per come vengono prodotti).                           *
      *----------------------------------------------------------------*
       1000-WRITE-REPORT.
      *    SULL'ESTRATTO IMS IL REPORT PORTA LA NOTTE DELLA FOTOGRAFIA
      *    (A VIDEO L'HA GIA' MOSTRATA GENCNT00)
           CALL "GENFOT00" USING WS-FOTO
           IF WS-FOTO NOT = SPACES
             MOVE WS-FOTO TO REPORT-REC
             WRITE REPORT-REC
             MOVE SPACES TO REPORT-REC
             WRITE REPORT-REC
           END-IF
           MOVE "RIEPILOGO PER CATEGORIA" TO WS-LABEL
           PERFORM 1100-PUT-TITLE-LINE


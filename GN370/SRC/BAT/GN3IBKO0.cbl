                l'import non si butta via, e il caso finisce nel
                report di back-out come rifiutato. Prima d'ora un
                import sbagliato significava giorni di pulizia a
                mano. Ogni PERSON riscritta viene riallineata
                nell'indice dei nomi.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-CT-REFUSED         PIC 9(7) VALUE 0.
       77  WS-CT-FAM-UNDONE      PIC 9(7) VALUE 0.
       77  WS-CT-SRC-UNDONE      PIC 9(7) VALUE 0.
       77  WS-CT-NIX-ERR         PIC 9(7) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
       COPY GN1PRSN.
       COPY GN1SRCE.
       COPY GNFAMIL.
       COPY GN1NIDX.
       COPY GNGNEQV.
       COPY "GNNIX.cpy".
       COPY "GNCOGN.cpy".
       COPY "GENFKEY.CPY".

       LINKAGE SECTION.
       COPY GN1PCBS.
           DISPLAY "GN3IBKO0: FAMIGLIE RIMOSSE = " WS-CT-FAM-UNDONE
           DISPLAY "GN3IBKO0: FONTI RIMOSSE    = " WS-CT-SRC-UNDONE
           DISPLAY "GN3IBKO0: RIFIUTATI        = " WS-CT-REFUSED
           DISPLAY "GN3IBKO0: INDICE NOMI KO   = " WS-CT-NIX-ERR
           IF WS-CT-NIX-ERR > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       2000-BACK-OUT-ROW.
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
           IF DB-STATUS = SPACES
             PERFORM 3900-REINDEX-PERSON
           END-IF
           ADD 1 TO WS-CT-UNDONE
           MOVE SPACES TO REPORT-REC
           STRING "  RIMOSSA (SOFT) "
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
           IF DB-STATUS = SPACES
             PERFORM 3900-REINDEX-PERSON
           END-IF
           ADD 1 TO WS-CT-REVERSED
           MOVE SPACES TO REPORT-REC
           STRING "  MERGE INVERTITO SU "
           WRITE REPORT-REC
           .

      *----------------------------------------------------------------*
      * Indice dei nomi riallineato sulla PERSON appena riscritta: la  *
      * cancellata ne esce, la pre-immagine ripristinata vi rientra    *
      * con il nome e l'anno di nascita di prima del merge.            *
      *----------------------------------------------------------------*
       3900-REINDEX-PERSON.
           MOVE PERS-ID TO NIXM-IN-PERS
           MOVE PERS-NAME TO NIXM-IN-NAME
           MOVE PERS-BDATE TO NIXM-IN-BDATE
           MOVE PERS-IS-DELETED TO NIXM-IN-DELETED
           PERFORM 9600-REINDEX-PERSON
           ADD NIXM-ERR-CT TO WS-CT-NIX-ERR
           .

      *----------------------------------------------------------------*
      * FAMILY creata dall'import: la si raggiunge spazzando le        *
      * PERSON e scendendo sulle FAMILY per padre (FAMILY non ha una   *
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

       COPY "GNNIXP.cpy".
       COPY "GNCOGNP.cpy".
       COPY "GENFKEYP.CPY".

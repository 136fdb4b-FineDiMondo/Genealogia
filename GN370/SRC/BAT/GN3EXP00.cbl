      *            senza dati di nascita ne' eventi, cosi' la          *
      *            struttura familiare resta collegata ma nulla di     *
      *            personale lascia l'archivio.                        *
      * 2026-10-15 GN370 - Identificativi esterni (EXTID) di persone e *
      *            fonti esportati come _FSID (FamilySearch) o REFN    *
      *            con TYPE del sistema, riletti da S2 all'import.     *
      * 2026-10-15 GN370 - Stato di prova dei legami: le ipotesi di    *
      *            lavoro (REL-PROOF/FLNK-PROOF "H") non escono come   *
      *            ASSO o CHIL ma come NOTE dichiarata non provata; i  *
      *            legami probabili escono con la loro annotazione.    *
      * 2026-10-15 GN370 - Media della persona esportati come OBJE     *
      *            (FILE/FORM/TITL) solo se i diritti consentono       *
      *            l'esportazione a terzi (GNDIRIP, uso E); il credito *
      *            esce come NOTE sotto l'oggetto.                     *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       77  WS-SRCE-COUNT         PIC 9(7) VALUE 0.
       77  WS-CITA-COUNT         PIC 9(7) VALUE 0.
       77  WS-NOTE-COUNT         PIC 9(7) VALUE 0.
       77  WS-XID-COUNT          PIC 9(7) VALUE 0.
       77  WS-HYP-COUNT          PIC 9(7) VALUE 0.
       77  WS-OBJE-COUNT         PIC 9(7) VALUE 0.
       77  WS-OBJE-SKIPPED       PIC 9(7) VALUE 0.
       77  WS-PRIV-ARG           PIC X(8) VALUE SPACES.
       77  WS-PRIV-YEARS-ARG     PIC X(3) VALUE SPACES.
       77  WS-PRIV-YEARS         PIC 9(3) VALUE 100.
              VALUE "NOTESEG (FAMID =            )".
           05 WS-SSA-JRNL-P      PIC X(30)
              VALUE "JOURNAL (PERSID=            )".
           05 WS-SSA-EXID        PIC X(30)
              VALUE "EXTID   (PERSID=            )".
           05 WS-SSA-SRCE-ID     PIC X(30)
              VALUE "SOURCE  (SOURID=            )".
           05 WS-SSA-MEDI        PIC X(30)
              VALUE "MEDIA   (PERSID=            )".

      * QUALIFICATORE DI DATA IN USCITA (ABT/BEF/AFT, VEDI 2060)
       01  WS-QUAL-CODE          PIC X(1) VALUE SPACE.

       01  WS-CUR-PERS-ID        PIC X(12) VALUE SPACES.
       01  WS-CUR-REL-ID         PIC X(12) VALUE SPACES.
       01  WS-CUR-SRCE-ID        PIC X(12) VALUE SPACES.
       01  WS-CUR-FAM-ID         PIC X(12) VALUE SPACES.
       01  WS-PLACE-NAME         PIC X(60) VALUE SPACES.

       COPY GN1CITA.
       COPY GN1NOTE.
       COPY GN1JRNL.
       COPY GN1EXID.
       COPY GN1MEDI.
       COPY "GNDIRI.cpy".

       LINKAGE SECTION.
       COPY GN1PCBS.
                 PERFORM 3500-EXPORT-CITATIONS
                 PERFORM 3700-EXPORT-PERSON-NOTES
                 PERFORM 3800-EXPORT-MERGE-REFNS
                 MOVE "EXTID   (PERSID=            )" TO WS-SSA-EXID
                 MOVE WS-CUR-PERS-ID TO WS-SSA-EXID(17:12)
                 PERFORM 3850-EXPORT-EXTERNAL-IDS
                 PERFORM 3900-EXPORT-MEDIA
                 PERFORM 4000-EXPORT-RELATES
               END-IF
             ELSE
           DISPLAY "GN3EXP00: FONTI ESPORTATE    = " WS-SRCE-COUNT
           DISPLAY "GN3EXP00: CITAZIONI ESPORTATE= " WS-CITA-COUNT
           DISPLAY "GN3EXP00: NOTE ESPORTATE     = " WS-NOTE-COUNT
           DISPLAY "GN3EXP00: ID ESTERNI ESPORT. = " WS-XID-COUNT
           DISPLAY "GN3EXP00: MEDIA ESPORTATI    = " WS-OBJE-COUNT
           IF WS-OBJE-SKIPPED > 0
             DISPLAY "GN3EXP00: MEDIA ESCLUSI (DIR)= " WS-OBJE-SKIPPED
           END-IF
           DISPLAY "GN3EXP00: PERSONE ESCLUSE    = " WS-PERS-SKIPPED
           DISPLAY "GN3EXP00: EVENTI ESPORTATI   = " WS-EVNT-COUNT
           DISPLAY "GN3EXP00: RELAZIONI ESPORTATE= " WS-RELT-COUNT
           DISPLAY "GN3EXP00: IPOTESI SOLO NOTA  = " WS-HYP-COUNT
           COMPUTE WS-RUN-IN = WS-PERS-COUNT + WS-PERS-SKIPPED
           MOVE WS-PERS-COUNT TO WS-RUN-OUT
           MOVE 0 TO WS-RUN-RC
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Identificativi esterni dell'entita' corrente (SSA EXTID gia'   *
      * qualificata sul padre, PERSON o SOURCE): FamilySearch esce     *
      * come _FSID, gli altri sistemi come REFN con TYPE, il REFN      *
      * generico senza TYPE. E' il tracciato che S2 rilegge.           *
      *----------------------------------------------------------------*
       3850-EXPORT-EXTERNAL-IDS.
           MOVE DLI-GN TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EXID-SEG
                                WS-SSA-EXID
           PERFORM UNTIL DB-STATUS NOT = SPACES
             ADD 1 TO WS-XID-COUNT
             MOVE SPACES TO GEDCOM-REC
             IF EXID-SYS-FS
               STRING "1 _FSID " FUNCTION TRIM(EXID-VALUE)
                 DELIMITED BY SIZE INTO GEDCOM-REC
               WRITE GEDCOM-REC
             ELSE
               STRING "1 REFN " FUNCTION TRIM(EXID-VALUE)
                 DELIMITED BY SIZE INTO GEDCOM-REC
               WRITE GEDCOM-REC
               IF NOT EXID-SYS-REFN AND EXID-SYSTEM NOT = SPACES
                 MOVE SPACES TO GEDCOM-REC
                 STRING "2 TYPE " FUNCTION TRIM(EXID-SYSTEM)
                   DELIMITED BY SIZE INTO GEDCOM-REC
                 WRITE GEDCOM-REC
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1EXID-SEG
                                  WS-SSA-EXID
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Media della persona: OBJE con FILE/FORM/TITL, solo se i        *
      * diritti del media consentono l'esportazione a terzi (uso E di  *
      * GNDIRIP); la riga di credito segue come NOTE dell'oggetto.     *
      * Un GEDCOM consegnato fuori archivio non porta immagini di cui  *
      * non si ha il permesso.                                         *
      *----------------------------------------------------------------*
       3900-EXPORT-MEDIA.
           MOVE WS-CUR-PERS-ID TO WS-SSA-MEDI(17:12)
           MOVE DLI-GN TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1MEDI-SEG
                                WS-SSA-MEDI
           PERFORM UNTIL DB-STATUS NOT = SPACES
             MOVE MEDI-RIGHTS TO DIRI-RIGHTS
             MOVE MEDI-PUBL TO DIRI-PUBL
             SET DIRI-FOR-EXPT TO TRUE
             PERFORM 9750-CHECK-MEDIA-RIGHTS
             IF DIRI-OK AND MEDI-PATH NOT = SPACES
               ADD 1 TO WS-OBJE-COUNT
               MOVE "1 OBJE" TO GEDCOM-REC
               WRITE GEDCOM-REC
               MOVE SPACES TO GEDCOM-REC
               STRING "2 FILE " FUNCTION TRIM(MEDI-PATH)
                 DELIMITED BY SIZE INTO GEDCOM-REC
               WRITE GEDCOM-REC
               IF MEDI-TYPE NOT = SPACES
                 MOVE SPACES TO GEDCOM-REC
                 STRING "3 FORM " FUNCTION TRIM(MEDI-TYPE)
                   DELIMITED BY SIZE INTO GEDCOM-REC
                 WRITE GEDCOM-REC
               END-IF
               IF MEDI-DESC NOT = SPACES
                 MOVE SPACES TO GEDCOM-REC
                 STRING "2 TITL " FUNCTION TRIM(MEDI-DESC)
                   DELIMITED BY SIZE INTO GEDCOM-REC
                 WRITE GEDCOM-REC
               END-IF
               IF DIRI-CREDIT NOT = SPACES
                 MOVE SPACES TO GEDCOM-REC
                 STRING "2 NOTE " FUNCTION TRIM(DIRI-CREDIT)
                   DELIMITED BY SIZE INTO GEDCOM-REC
                 WRITE GEDCOM-REC
               END-IF
             ELSE
               ADD 1 TO WS-OBJE-SKIPPED
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1MEDI-SEG
                                  WS-SSA-MEDI
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Il gazetteer (GN1PLAC) e' risolto per nome, non per PLAC-ID,   *
      * sullo stesso path online (4175-RESOLVE-PLACE); qui il senso e' *
                 DELIMITED BY SIZE INTO GEDCOM-REC
               WRITE GEDCOM-REC
             END-IF
      *      URL DELLE IMMAGINI E ALTRI ID ESTERNI DELLA FONTE; IL GIRO
      *      SUI FIGLI SPOSTA LA POSIZIONE, QUINDI SI RIPRENDE LA
      *      SOURCE CORRENTE PER CHIAVE PRIMA DEL GN (COME IN 3000)
             MOVE SRCE-ID TO WS-CUR-SRCE-ID
             MOVE "EXTID   (SOURID=            )" TO WS-SSA-EXID
             MOVE WS-CUR-SRCE-ID TO WS-SSA-EXID(17:12)
             PERFORM 3850-EXPORT-EXTERNAL-IDS
             MOVE WS-CUR-SRCE-ID TO WS-SSA-SRCE-ID(17:12)
             MOVE DLI-GU TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1SRCE-SEG
                                  WS-SSA-SRCE-ID
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                GN1RELT-SEG
                                WS-SSA-RELT
           PERFORM UNTIL EOD-RELT-YES OR DB-STATUS NOT = SPACES
      *      UN'IPOTESI DI LAVORO NON E' UN FATTO: NIENTE ASSO, SOLO
      *      UNA NOTA CHE LA DICHIARA TALE
             IF REL-PROOF-HYPOTH
               ADD 1 TO WS-HYP-COUNT
               MOVE SPACES TO GEDCOM-REC
               STRING "1 NOTE IPOTESI DI LAVORO NON PROVATA: "
                      FUNCTION TRIM(REL-TYPE) " "
                      FUNCTION TRIM(REL-TARG)
                 DELIMITED BY SIZE INTO GEDCOM-REC
               WRITE GEDCOM-REC
               IF REL-PROOF-NOTE NOT = SPACES
                 MOVE SPACES TO GEDCOM-REC
                 STRING "2 CONT " FUNCTION TRIM(REL-PROOF-NOTE)
                   DELIMITED BY SIZE INTO GEDCOM-REC
                 WRITE GEDCOM-REC
               END-IF
             ELSE
               ADD 1 TO WS-RELT-COUNT
               MOVE SPACES TO GEDCOM-REC
               STRING "1 ASSO @" FUNCTION TRIM(REL-TARG) "@"
                 DELIMITED BY SIZE INTO GEDCOM-REC
               WRITE GEDCOM-REC
               MOVE SPACES TO GEDCOM-REC
               STRING "2 RELA " FUNCTION TRIM(REL-TYPE)
                 DELIMITED BY SIZE INTO GEDCOM-REC
               WRITE GEDCOM-REC
               IF REL-PROOF-PROBABLE
                 MOVE SPACES TO GEDCOM-REC
                 STRING "2 NOTE PROBABILE, NON PROVATO: "
                        FUNCTION TRIM(REL-PROOF-NOTE)
                   DELIMITED BY SIZE INTO GEDCOM-REC
                 WRITE GEDCOM-REC
               END-IF
             END-IF
             MOVE REL-ID TO WS-CUR-REL-ID
             MOVE "RELATE  (RELID =            )" TO WS-SSA-RELT-ID
             MOVE WS-CUR-REL-ID TO WS-SSA-RELT-ID(17:12)
                                WS-SSA-FLNK
           PERFORM UNTIL EOD-FLNK-YES OR DB-STATUS NOT = SPACES
             IF FUNCTION TRIM(FLNK-ROLE) = "CHIL"
               IF FLNK-PROOF-HYPOTH
                 ADD 1 TO WS-HYP-COUNT
                 MOVE SPACES TO GEDCOM-REC
                 STRING "1 NOTE FIGLIO IPOTETICO, NON PROVATO: "
                        FUNCTION TRIM(FLNK-PERS) " "
                        FUNCTION TRIM(FLNK-PROOF-NOTE)
                   DELIMITED BY SIZE INTO GEDCOM-REC
                 WRITE GEDCOM-REC
               ELSE
                 MOVE SPACES TO GEDCOM-REC
                 STRING "1 CHIL @" FUNCTION TRIM(FLNK-PERS) "@"
                   DELIMITED BY SIZE INTO GEDCOM-REC
                 WRITE GEDCOM-REC
                 IF FLNK-PROOF-PROBABLE
                   MOVE "2 _PROOF PROBABLE" TO GEDCOM-REC
                   WRITE GEDCOM-REC
                 END-IF
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE
           .
       COPY "GNDIRIP.cpy".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3DIRR0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Rapporto dei diritti di pubblicazione dei media:
                spazzata non qualificata di tutti i MEDIA (figli di
                persona e carte di registro) con l'elenco di quelli
                da sistemare prima che un'uscita pubblica li scarti:
                  - media senza diritti registrati (ne' detentore,
                    ne' licenza, ne' usi): escono solo per uso
                    interno, o sul web se il registro aveva gia' il
                    consenso MEDI-PUBL;
                  - licenze gia' scadute;
                  - licenze che scadono entro N giorni (secondo
                    argomento, default 90);
                  - scadenze non in forma AAAA-MM-GG.
                La regola e' quella di GNDIRIP, la stessa che
                applicano GN3BOOK0, GN3CHRT0, GN3EXP00, GENWEB00 e
                GN3IIIF0. I diritti si correggono dal path DIRITTI
                di IGONL01. RC 4 se c'e' almeno un media elencato,
                0 se l'archivio e' in regola.
                Uso: GN3DIRR0 <report-out> [giorni]

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-OUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-OUT-FILE           PIC X(256) VALUE SPACES.
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-DAYS-ARG           PIC X(4) VALUE SPACES.
       77  WS-DAYS               PIC 9(4) VALUE 90.
       77  WS-MEDIA-CT           PIC 9(7) VALUE 0.
       77  WS-FLAG-CT            PIC 9(7) VALUE 0.
       77  WS-NONE-CT            PIC 9(7) VALUE 0.
       77  WS-EXPIRED-CT         PIC 9(7) VALUE 0.
       77  WS-SOON-CT            PIC 9(7) VALUE 0.
       77  WS-BADDATE-CT         PIC 9(7) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".

       01  WS-SSA-MEDI-UNQ       PIC X(9) VALUE "MEDIA    ".

      * GIORNI FRA OGGI E LA SCADENZA (NEGATIVO = GIA' SCADUTA)
       01  WS-TODAY-NUM          PIC 9(8) VALUE 0.
       01  WS-EXP-NUM            PIC 9(8) VALUE 0.
       01  WS-EXP-DATE.
           05 WS-EXP-YYYY        PIC X(4).
           05 WS-EXP-S1          PIC X(1).
           05 WS-EXP-MM          PIC X(2).
           05 WS-EXP-S2          PIC X(1).
           05 WS-EXP-DD          PIC X(2).
       01  WS-LEFT               PIC S9(7) VALUE 0.
       01  WS-LEFT-ED            PIC -(6)9.

       01  WS-FLAG-TXT           PIC X(30) VALUE SPACES.
       01  WS-OWNER-TXT          PIC X(20) VALUE SPACES.
       01  WS-FOLIO-ED           PIC Z(3)9.
       01  WS-NUM-ED             PIC Z(6)9.

       COPY GN1MEDI.
       COPY "GNDIRI.cpy".

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             DISPLAY "USO: GN3DIRR0 <report-out> [giorni]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           IF WS-ARGC >= 2
             ACCEPT WS-DAYS-ARG FROM ARGUMENT-VALUE
             IF FUNCTION TRIM(WS-DAYS-ARG) IS NUMERIC
               MOVE FUNCTION TRIM(WS-DAYS-ARG) TO WS-DAYS
             END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM

           OPEN OUTPUT REPORT-FILE
           PERFORM 1000-WRITE-HEADER

           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1MEDI-SEG
                                WS-SSA-MEDI-UNQ
           PERFORM UNTIL DB-STATUS NOT = SPACES
             ADD 1 TO WS-MEDIA-CT
             PERFORM 2000-CHECK-MEDIA
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1MEDI-SEG
                                  WS-SSA-MEDI-UNQ
           END-PERFORM

           PERFORM 5000-WRITE-SUMMARY
           CLOSE REPORT-FILE

           DISPLAY "GN3DIRR0: MEDIA ESAMINATI   = " WS-MEDIA-CT
           DISPLAY "GN3DIRR0: SENZA DIRITTI     = " WS-NONE-CT
           DISPLAY "GN3DIRR0: SCADUTI           = " WS-EXPIRED-CT
           DISPLAY "GN3DIRR0: IN SCADENZA       = " WS-SOON-CT
           DISPLAY "GN3DIRR0: SCADENZE ERRATE   = " WS-BADDATE-CT
           IF WS-FLAG-CT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-WRITE-HEADER.
           MOVE SPACES TO REPORT-REC
           STRING "GN3DIRR0 - DIRITTI DI PUBBLICAZIONE DEI MEDIA AL "
                  FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-DAYS TO WS-NUM-ED
           MOVE SPACES TO REPORT-REC
           STRING "FINESTRA DI SCADENZA: "
                  FUNCTION TRIM(WS-NUM-ED) " GIORNI"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "MEDIA        PERSONA/CARTA        TIPO            "
                  "DETENTORE                 SCADENZA   SEGNALAZIONE"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE ALL "-" TO REPORT-REC
           WRITE REPORT-REC
           .

      *----------------------------------------------------------------*
      * Un media: la verifica di GNDIRIP per uso interno dice se ci    *
      * sono diritti registrati; la scadenza si confronta con oggi e   *
      * con la finestra in giorni.                                     *
      *----------------------------------------------------------------*
       2000-CHECK-MEDIA.
           MOVE MEDI-RIGHTS TO DIRI-RIGHTS
           MOVE MEDI-PUBL TO DIRI-PUBL
           SET DIRI-FOR-INT TO TRUE
           PERFORM 9750-CHECK-MEDIA-RIGHTS
           MOVE SPACES TO WS-FLAG-TXT

           IF NOT DIRI-RECORDED
             ADD 1 TO WS-NONE-CT
             IF MEDI-PUBL = "S"
               MOVE "SENZA DIRITTI (SOLO PUBL WEB)" TO WS-FLAG-TXT
             ELSE
               MOVE "SENZA DIRITTI" TO WS-FLAG-TXT
             END-IF
             PERFORM 3000-WRITE-LINE
             EXIT PARAGRAPH
           END-IF

           IF MEDI-RGHT-EXPIRY = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE MEDI-RGHT-EXPIRY TO WS-EXP-DATE
           IF WS-EXP-YYYY IS NOT NUMERIC OR WS-EXP-MM IS NOT NUMERIC
              OR WS-EXP-DD IS NOT NUMERIC
              OR WS-EXP-S1 NOT = "-" OR WS-EXP-S2 NOT = "-"
             ADD 1 TO WS-BADDATE-CT
             MOVE "SCADENZA NON AAAA-MM-GG" TO WS-FLAG-TXT
             PERFORM 3000-WRITE-LINE
             EXIT PARAGRAPH
           END-IF
           STRING WS-EXP-YYYY WS-EXP-MM WS-EXP-DD
             DELIMITED BY SIZE INTO WS-EXP-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EXP-NUM) NOT = 0
             ADD 1 TO WS-BADDATE-CT
             MOVE "SCADENZA NON VALIDA" TO WS-FLAG-TXT
             PERFORM 3000-WRITE-LINE
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LEFT =
             FUNCTION INTEGER-OF-DATE(WS-EXP-NUM)
             - FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           EVALUATE TRUE
             WHEN WS-LEFT < 0
               ADD 1 TO WS-EXPIRED-CT
               MOVE "SCADUTO" TO WS-FLAG-TXT
               PERFORM 3000-WRITE-LINE
             WHEN WS-LEFT <= WS-DAYS
               ADD 1 TO WS-SOON-CT
               MOVE WS-LEFT TO WS-LEFT-ED
               STRING "SCADE FRA "
                      FUNCTION TRIM(WS-LEFT-ED) " GIORNI"
                 DELIMITED BY SIZE INTO WS-FLAG-TXT
               PERFORM 3000-WRITE-LINE
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      * PERSONA DOCUMENTATA, O CARTA DI REGISTRO PER LE SCANSIONI
      * NON ANCORA ATTRIBUITE
       3000-WRITE-LINE.
           ADD 1 TO WS-FLAG-CT
           MOVE SPACES TO WS-OWNER-TXT
           IF MEDI-PERS NOT = SPACES
             MOVE MEDI-PERS TO WS-OWNER-TXT
           ELSE
             IF MEDI-REGB NOT = SPACES
               MOVE 0 TO WS-FOLIO-ED
               IF MEDI-FOLIO IS NUMERIC
                 MOVE MEDI-FOLIO TO WS-FOLIO-ED
               END-IF
               STRING FUNCTION TRIM(MEDI-REGB) " C."
                      FUNCTION TRIM(WS-FOLIO-ED) MEDI-SIDE
                 DELIMITED BY SIZE INTO WS-OWNER-TXT
             END-IF
           END-IF
           MOVE SPACES TO REPORT-REC
           MOVE MEDI-ID TO REPORT-REC(1:12)
           MOVE WS-OWNER-TXT TO REPORT-REC(14:20)
           MOVE MEDI-TYPE TO REPORT-REC(35:15)
           MOVE MEDI-RGHT-HOLDER(1:25) TO REPORT-REC(51:25)
           MOVE MEDI-RGHT-EXPIRY TO REPORT-REC(77:10)
           MOVE WS-FLAG-TXT TO REPORT-REC(88:30)
           WRITE REPORT-REC
           .

       5000-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-MEDIA-CT TO WS-NUM-ED
           MOVE SPACES TO REPORT-REC
           STRING "MEDIA ESAMINATI       : " WS-NUM-ED
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-NONE-CT TO WS-NUM-ED
           MOVE SPACES TO REPORT-REC
           STRING "SENZA DIRITTI         : " WS-NUM-ED
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-EXPIRED-CT TO WS-NUM-ED
           MOVE SPACES TO REPORT-REC
           STRING "LICENZE SCADUTE       : " WS-NUM-ED
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-SOON-CT TO WS-NUM-ED
           MOVE SPACES TO REPORT-REC
           STRING "IN SCADENZA           : " WS-NUM-ED
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-BADDATE-CT TO WS-NUM-ED
           MOVE SPACES TO REPORT-REC
           STRING "SCADENZE ERRATE       : " WS-NUM-ED
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           IF WS-FLAG-CT = 0
             MOVE "NESSUN MEDIA DA SISTEMARE" TO REPORT-REC
             WRITE REPORT-REC
           END-IF
           .

       COPY "GNDIRIP.cpy".

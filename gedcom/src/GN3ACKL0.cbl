      * il record e' confluito, e gli elementi rimasti in attesa di    *
      * revisione da parte degli archivisti. La narrazione tecnica     *
      * riga per riga resta GN3ILRPT; questa e' la versione da         *
      * spedire. Il quarto argomento sceglie la lingua della lettera   *
      * (IT, EN, ES; default IT) dal frasario GNFRASI; per scriverla   *
      * su tutte le sessioni la sessione si indica con "-".            *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-FILE ASSIGN TO DYNAMIC WS-OUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FRASI-FILE ASSIGN TO "data/FRASI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRA-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  LETTER-FILE.
       01  LETTER-REC                PIC X(100).

       FD  FRASI-FILE.
       01  FRASI-REC                 PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ARGC                    PIC 9(4) VALUE 0.
       01 WS-IN-FILE                 PIC X(256) VALUE SPACES.
       01 WS-CT-IMPLAUS              PIC 9(5) VALUE 0.

       01 WS-REASON-TXT              PIC X(70) VALUE SPACES.
       01 WS-LANG-ARG                PIC X(20) VALUE SPACES.
       01 WS-COUNT-LBL               PIC X(27) VALUE SPACES.
       01 WS-COUNT-VAL               PIC 9(5) VALUE 0.
       01 WS-TODAY                   PIC X(10) VALUE SPACES.

       COPY "GNFRASI.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 2
             DISPLAY "USO: GN3ACKL0 <import-log-file> <lettera-out>"
                     " [session-id|-] [IT|EN|ES]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
             ACCEPT WS-SESSION-FILTER FROM ARGUMENT-VALUE
             MOVE FUNCTION TRIM(WS-SESSION-FILTER)
               TO WS-SESSION-FILTER
             IF WS-SESSION-FILTER = "-"
               MOVE SPACES TO WS-SESSION-FILTER
             END-IF
           END-IF
           IF WS-ARGC >= 4
             ACCEPT WS-LANG-ARG FROM ARGUMENT-VALUE
           END-IF
           MOVE WS-LANG-ARG TO FRA-LANG-IN
           PERFORM 9410-RESOLVE-LANG
           PERFORM 9400-LOAD-FRASI

      *    PRIMA PASSATA: SOLO I CONTEGGI, COSI' LA LETTERA PUO'
      *    APRIRSI CON IL QUADRO D'INSIEME PRIMA DEI DETTAGLI
           .

       2000-WRITE-OPENING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE SPACES TO FRA-DATE-IN
           STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-" WS-TODAY(7:2)
             DELIMITED BY SIZE INTO FRA-DATE-IN
           PERFORM 9440-FORMAT-DATE
           MOVE "A-TITOLO" TO FRA-KEY
           MOVE FRA-DATE-OUT TO FRA-P1
           PERFORM 2900-WRITE-FRASE
           IF WS-SESSION-FILTER NOT = SPACES
             MOVE "A-SESSIONE" TO FRA-KEY
             MOVE WS-SESSION-FILTER TO FRA-P1
             PERFORM 2900-WRITE-FRASE
           END-IF
           MOVE ALL "=" TO LETTER-REC
           WRITE LETTER-REC
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC
           MOVE "A-GENTILE" TO FRA-KEY
           PERFORM 2900-WRITE-FRASE
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC
           MOVE "A-RICEVUTO" TO FRA-KEY
           PERFORM 2900-WRITE-FRASE
           MOVE "A-ESITO" TO FRA-KEY
           PERFORM 2900-WRITE-FRASE
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC
           MOVE "A-N-RICEVUTI" TO FRA-KEY
           MOVE WS-CT-SEEN TO WS-COUNT-VAL
           PERFORM 2100-WRITE-COUNT-LINE
           MOVE "A-N-ENTRATI" TO FRA-KEY
           MOVE WS-CT-COMMITTED TO WS-COUNT-VAL
           PERFORM 2100-WRITE-COUNT-LINE
           MOVE "A-N-RICONG" TO FRA-KEY
           MOVE WS-CT-MERGED TO WS-COUNT-VAL
           PERFORM 2100-WRITE-COUNT-LINE
           MOVE "A-N-PRESENTI" TO FRA-KEY
           MOVE WS-CT-KEPT TO WS-COUNT-VAL
           PERFORM 2100-WRITE-COUNT-LINE
           MOVE "A-N-NONACC" TO FRA-KEY
           MOVE WS-CT-SKIPPED TO WS-COUNT-VAL
           PERFORM 2100-WRITE-COUNT-LINE
           MOVE "A-N-SOSPESI" TO FRA-KEY
           MOVE WS-CT-IMPLAUS TO WS-COUNT-VAL
           PERFORM 2100-WRITE-COUNT-LINE
           MOVE "A-N-ATTESA" TO FRA-KEY
           MOVE WS-CT-PENDING TO WS-COUNT-VAL
           PERFORM 2100-WRITE-COUNT-LINE
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC
           .

      *----------------------------------------------------------------*
      * Riga del quadro dei conteggi: etichetta della lingua su 27     *
      * colonne, poi il numero.                                        *
      *----------------------------------------------------------------*
       2100-WRITE-COUNT-LINE.
           PERFORM 9420-GET-FRASE
           MOVE FRA-TEXT TO WS-COUNT-LBL
           MOVE SPACES TO LETTER-REC
           STRING "  " WS-COUNT-LBL WS-COUNT-VAL
             DELIMITED BY SIZE INTO LETTER-REC
           WRITE LETTER-REC
           .

      *----------------------------------------------------------------*
      * Frase FRA-KEY della lettera, con i parametri FRA-P1..FRA-P5.   *
      *----------------------------------------------------------------*
       2900-WRITE-FRASE.
           PERFORM 9420-GET-FRASE
           PERFORM 9430-FILL-FRASE
           MOVE FRA-OUT TO LETTER-REC
           WRITE LETTER-REC
           .

           IF WS-CT-MERGED = 0 AND WS-CT-KEPT = 0
             EXIT PARAGRAPH
           END-IF
           MOVE "A-RICONG-H" TO FRA-KEY
           PERFORM 2900-WRITE-FRASE
           OPEN INPUT LOG-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF-YES
                     OR GIL-IMPORT-SESSION = WS-SESSION-FILTER)
                    AND (GIL-S5-DECISION = "MERGE"
                         OR GIL-S5-DECISION = "KEEP_EXIST")
                   MOVE "A-ORA" TO FRA-KEY
                   MOVE GIL-GEDCOM-XREF TO FRA-P1
                   MOVE GIL-FINAL-DB-ID TO FRA-P2
                   PERFORM 9420-GET-FRASE
                   PERFORM 9430-FILL-FRASE
                   MOVE SPACES TO LETTER-REC
                   MOVE FRA-OUT TO LETTER-REC(3:98)
                   WRITE LETTER-REC
                 END-IF
             END-READ
           IF WS-CT-SKIPPED = 0 AND WS-CT-IMPLAUS = 0
             EXIT PARAGRAPH
           END-IF
           MOVE "A-NONACC-H" TO FRA-KEY
           PERFORM 2900-WRITE-FRASE
           OPEN INPUT LOG-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF-YES
       3250-BUILD-PLAIN-REASON.
           EVALUATE TRUE
             WHEN GIL-S5-DECISION = "IMPLAUS"
               MOVE "A-R-IMPLAUS" TO FRA-KEY
             WHEN GIL-S1-STATUS = "F"
               MOVE "A-R-ILLEGG" TO FRA-KEY
             WHEN GIL-S4-CONFLICT = "Y"
               MOVE "A-R-DUPLIC" TO FRA-KEY
             WHEN GIL-S2-WARNINGS > 0
               MOVE "A-R-INCOMPL" TO FRA-KEY
             WHEN OTHER
               MOVE "A-R-FINALE" TO FRA-KEY
           END-EVALUATE
           PERFORM 9420-GET-FRASE
           MOVE FRA-TEXT TO WS-REASON-TXT
           .

       3300-LIST-PENDING.
           IF WS-CT-PENDING = 0
             EXIT PARAGRAPH
           END-IF
           MOVE "A-ATTESA-H" TO FRA-KEY
           PERFORM 2900-WRITE-FRASE
           OPEN INPUT LOG-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF-YES
             END-READ
           END-PERFORM
           CLOSE LOG-FILE
           MOVE "A-SCRIVEREMO" TO FRA-KEY
           PERFORM 9420-GET-FRASE
           MOVE SPACES TO LETTER-REC
           MOVE FRA-TEXT TO LETTER-REC(3:60)
           WRITE LETTER-REC
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC
           .

       4000-WRITE-CLOSING.
           MOVE "A-GRAZIE" TO FRA-KEY
           PERFORM 2900-WRITE-FRASE
           MOVE "A-SALUTI" TO FRA-KEY
           PERFORM 2900-WRITE-FRASE
           MOVE "A-FIRMA" TO FRA-KEY
           PERFORM 2900-WRITE-FRASE
           .

       COPY "GNFRASIP.cpy".

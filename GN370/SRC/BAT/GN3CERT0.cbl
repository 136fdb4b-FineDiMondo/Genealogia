                RISTAMPA) rilegge il libro e riproduce lo stesso
                numero. La corsa finisce nel registro corse come
                GN3BOOK0, cosi' il registro commesse vede il
                deliverable prodotto. L'argomento dopo il file di
                uscita sceglie la lingua dell'estratto (IT, EN, ES;
                default IT): frasi, tipo d'atto, ruoli e mesi dal
                frasario GNFRASI, date per esteso nell'uso della
                lingua.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RUNLOG-FILE ASSIGN TO "work/RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.
           SELECT FRASI-FILE ASSIGN TO "data/FRASI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRA-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNLOG-FILE.
       01  RUNLOG-REC            PIC X(200).

       FD  FRASI-FILE.
       01  FRASI-REC             PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-OUT-FILE           PIC X(256) VALUE SPACES.
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-RUN-START          PIC X(14) VALUE SPACES.
       77  WS-SERIAL             PIC 9(7) VALUE 0.
       77  WS-MAX-SERIAL         PIC 9(7) VALUE 0.
      * LINGUA DELL'ESTRATTO (ULTIMO ARGOMENTO, VEDI GNFRASI)
       77  WS-LANG-ARG           PIC X(20) VALUE SPACES.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
       01  WS-EV-DATE-QUAL       PIC X(1) VALUE SPACE.
       01  WS-PRINC-BDATE-QUAL   PIC X(1) VALUE SPACE.
       01  WS-QUAL-CODE          PIC X(1) VALUE SPACE.
       01  WS-DATE-CONN          PIC X(20) VALUE SPACES.
       01  WS-DATE-RAW           PIC X(10) VALUE SPACES.
       01  WS-DATE-TXT           PIC X(40) VALUE SPACES.
       01  WS-WORD               PIC X(40) VALUE SPACES.
       01  WS-PLACE-TXT          PIC X(80) VALUE SPACES.
       01  WS-FATHER-NAME        PIC X(40) VALUE SPACES.
       01  WS-MOTHER-NAME        PIC X(40) VALUE SPACES.
       COPY GN1RELT.
       COPY GN1PEVT.
       COPY GN1CITA.
       COPY GNFRASI.

       LINKAGE SECTION.
       COPY GN1PCBS.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 2
             DISPLAY "USO: GN3CERT0 <evnt-id> <certificato-out> "
                     "[IT|EN|ES]"
             DISPLAY "     GN3CERT0 RISTAMPA <numero> "
                     "<certificato-out> [IT|EN|ES]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
               MOVE FUNCTION TRIM(WS-SERIAL-ARG) TO WS-SERIAL
             END-IF
             ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
             IF WS-ARGC >= 4
               ACCEPT WS-LANG-ARG FROM ARGUMENT-VALUE
             END-IF
           ELSE
             MOVE FUNCTION TRIM(WS-ARG1) TO WS-EVNT-ARG
             ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
             IF WS-ARGC >= 3
               ACCEPT WS-LANG-ARG FROM ARGUMENT-VALUE
             END-IF
           END-IF
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           MOVE WS-LANG-ARG TO FRA-LANG-IN
           PERFORM 9410-RESOLVE-LANG
           PERFORM 9400-LOAD-FRASI

           IF REPRINT-YES
             PERFORM 1000-FIND-SERIAL-IN-LEDGER
                                WS-SSA-CITA
           IF DB-STATUS = SPACES
             IF CITA-REGB NOT = SPACES
               MOVE "C-REGISTRO" TO FRA-KEY
               MOVE CITA-REGB TO FRA-P1
               MOVE CITA-FOLIO TO FRA-P2
             ELSE
               MOVE "C-FONTE" TO FRA-KEY
               MOVE CITA-SRCE TO FRA-P1
               MOVE CITA-PAGE TO FRA-P2
             END-IF
             PERFORM 9420-GET-FRASE
             PERFORM 9430-FILL-FRASE
             MOVE FRA-OUT TO WS-CITA-TXT
           END-IF
           .

           OPEN OUTPUT CERT-FILE
           MOVE ALL "=" TO CERT-REC
           WRITE CERT-REC
           MOVE "C-ESTRATTO" TO FRA-KEY
           MOVE WS-SERIAL TO FRA-P1
           PERFORM 5900-WRITE-FRASE
           MOVE "C-ARCHIVIO" TO FRA-KEY
           PERFORM 5900-WRITE-FRASE
           MOVE ALL "=" TO CERT-REC
           WRITE CERT-REC
           MOVE SPACES TO CERT-REC
           WRITE CERT-REC
           MOVE SPACES TO FRA-KEY
           STRING "EV-" FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EV-TYPE))
             DELIMITED BY SIZE INTO FRA-KEY
           MOVE WS-EV-TYPE TO WS-WORD
           PERFORM 5600-TRANSLATE-WORD
           MOVE "C-ATTO" TO FRA-KEY
           MOVE WS-WORD TO FRA-P1
           MOVE WS-EVNT-ARG TO FRA-P2
           PERFORM 5900-WRITE-FRASE
           MOVE WS-EV-DATE-QUAL TO WS-QUAL-CODE
           MOVE WS-EV-DATE TO WS-DATE-RAW
           PERFORM 5500-BUILD-DATE-CONN
           IF WS-QUAL-CODE = SPACE
             MOVE "C-GIORNO" TO FRA-KEY
             MOVE WS-DATE-TXT TO FRA-P1
             PERFORM 5900-WRITE-FRASE
           ELSE
             MOVE SPACES TO CERT-REC
             STRING "   " FUNCTION TRIM(WS-DATE-CONN)
                    " " FUNCTION TRIM(WS-DATE-TXT)
               DELIMITED BY SIZE INTO CERT-REC
             WRITE CERT-REC
           END-IF
           IF WS-PLACE-TXT NOT = SPACES
             MOVE "C-IN" TO FRA-KEY
             MOVE WS-PLACE-TXT TO FRA-P1
             PERFORM 5900-WRITE-FRASE
           END-IF
           MOVE SPACES TO CERT-REC
           WRITE CERT-REC
           MOVE "C-TITOLARE" TO FRA-KEY
           MOVE WS-PRINC-NAME TO FRA-P1
           MOVE WS-PRINC-ID TO FRA-P2
           PERFORM 5900-WRITE-FRASE
           IF WS-PRINC-BDATE NOT = SPACES
             MOVE WS-PRINC-BDATE-QUAL TO WS-QUAL-CODE
             MOVE WS-PRINC-BDATE TO WS-DATE-RAW
             PERFORM 5500-BUILD-DATE-CONN
             MOVE "C-NATO" TO FRA-KEY
             MOVE WS-DATE-CONN TO FRA-P1
             MOVE WS-DATE-TXT TO FRA-P2
             PERFORM 5900-WRITE-FRASE
           END-IF
           IF WS-FATHER-NAME NOT = SPACES
             MOVE "REL-FIGLIOA" TO FRA-KEY
             PERFORM 9420-GET-FRASE
             MOVE FRA-TEXT TO FRA-P1
             MOVE "C-FIGLIO-DI" TO FRA-KEY
             MOVE WS-FATHER-NAME TO FRA-P2
             PERFORM 5900-WRITE-FRASE
           END-IF
           IF WS-MOTHER-NAME NOT = SPACES
             MOVE "C-E-DI" TO FRA-KEY
             MOVE WS-MOTHER-NAME TO FRA-P1
             PERFORM 5900-WRITE-FRASE
           END-IF
           PERFORM 5100-WRITE-PARTICIPANTS
           IF WS-CITA-TXT NOT = SPACES
             MOVE SPACES TO CERT-REC
             WRITE CERT-REC
             MOVE "C-COME-DA" TO FRA-KEY
             MOVE WS-CITA-TXT TO FRA-P1
             PERFORM 5900-WRITE-FRASE
           END-IF
           MOVE SPACES TO CERT-REC
           WRITE CERT-REC
           MOVE SPACE TO WS-QUAL-CODE
           MOVE SPACES TO WS-DATE-RAW
           STRING WS-RUN-START(1:4) "-"
                  WS-RUN-START(5:2) "-"
                  WS-RUN-START(7:2)
             DELIMITED BY SIZE INTO WS-DATE-RAW
           PERFORM 5500-BUILD-DATE-CONN
           MOVE "C-RILASCIATO" TO FRA-KEY
           MOVE WS-DATE-CONN TO FRA-P1
           MOVE WS-DATE-TXT TO FRA-P2
           PERFORM 5900-WRITE-FRASE
           MOVE ALL "=" TO CERT-REC
           WRITE CERT-REC
           CLOSE CERT-FILE
           IF DB-STATUS = SPACES
             MOVE SPACES TO CERT-REC
             WRITE CERT-REC
             MOVE "C-PRESENZA" TO FRA-KEY
             PERFORM 5900-WRITE-FRASE
           END-IF
           PERFORM UNTIL EOF-YES OR DB-STATUS NOT = SPACES
             MOVE PEVT-PERS TO WS-LOOKUP-ID
             PERFORM 2210-RESOLVE-NAME
             MOVE SPACES TO FRA-KEY
             STRING "RU-" FUNCTION UPPER-CASE(FUNCTION TRIM(PEVT-ROLE))
               DELIMITED BY SIZE INTO FRA-KEY
             MOVE PEVT-ROLE TO WS-WORD
             PERFORM 5600-TRANSLATE-WORD
             MOVE SPACES TO CERT-REC
             STRING "     " FUNCTION TRIM(WS-NAME-OUT)
                    " (" FUNCTION TRIM(WS-WORD) ")"
               DELIMITED BY SIZE INTO CERT-REC
             WRITE CERT-REC
             MOVE DLI-GN TO WS-DLI-FUNC
           .

      *----------------------------------------------------------------*
      * Connettivo di data secondo il qualificatore e data WS-DATE-RAW *
      * in chiaro, nella lingua dell'estratto (stesso frasario e       *
      * stesse regole di 3060 in GN3BOOK0).                            *
      *----------------------------------------------------------------*
       5500-BUILD-DATE-CONN.
           MOVE WS-QUAL-CODE TO FRA-DATE-QUAL
           MOVE WS-DATE-RAW TO FRA-DATE-IN
           PERFORM 9450-BUILD-DATE-CONN
           MOVE FRA-DATE-CONN TO WS-DATE-CONN
           MOVE FRA-DATE-OUT TO WS-DATE-TXT
           .

      *----------------------------------------------------------------*
      * Voce FRA-KEY del frasario (EV-<tipo>, RU-<ruolo>) in WS-WORD;  *
      * se non censita WS-WORD resta come registrata.                  *
      *----------------------------------------------------------------*
       5600-TRANSLATE-WORD.
           PERFORM 9420-GET-FRASE
           IF FRA-FOUND-YES
             MOVE FRA-TEXT TO WS-WORD
           END-IF
           .

      *----------------------------------------------------------------*
      * Frase FRA-KEY con i parametri FRA-P1..FRA-P5 come riga         *
      * dell'estratto, rientrata di tre colonne.                       *
      *----------------------------------------------------------------*
       5900-WRITE-FRASE.
           PERFORM 9420-GET-FRASE
           PERFORM 9430-FILL-FRASE
           MOVE SPACES TO CERT-REC
           MOVE FRA-OUT TO CERT-REC(4:77)
           WRITE CERT-REC
           .

       6000-APPEND-LEDGER.
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE
           .

       COPY GNFRASIP.

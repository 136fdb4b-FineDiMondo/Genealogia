       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3REGR0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Ricostruzione di un registro carta per carta: dove
                GN3REGP0 conta le carte per stato, qui si controlla
                che lo stato dica il vero. Per il registro scelto
                elenca in ordine ogni carta con il suo stato e gli
                atti davvero citati da essa (CITATN con CITA-REGB/
                CITA-FOLIO), risolti in persona, tipo e data di
                evento. L'evento di una citazione e' quello della
                persona che cade negli estremi del registro e nel suo
                luogo o parrocchia; in mancanza il primo nel luogo o
                parrocchia, poi il primo in assoluto. Segnala:
                  - carte FATTO senza alcuna citazione;
                  - citazioni su carte ancora DA-FARE o non censite;
                  - numeri di carta oltre REGB-FOLIOS;
                  - atti con data fuori da REGB-FROM/REGB-TO;
                  - sequenze di carte i cui atti tornano indietro
                    nel tempo rispetto a quelli delle carte
                    precedenti (la data piu' alta vista fin li'):
                    di solito una carta legata fuori posto o
                    numerata male.
                E' il controllo da fare prima di dire alla diocesi
                che un registro e' finito: RC 4 se c'e' anche una
                sola segnalazione, 0 se il registro e' pulito.
                Uso: GN3REGR0 <report-out> <regb-id>

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
       77  WS-REGB-ARG           PIC X(12) VALUE SPACES.
       77  WS-CITA-CT            PIC 9(5) VALUE 0.
       77  WS-FLAG-CT            PIC 9(5) VALUE 0.
       77  WS-EMPTY-CT           PIC 9(5) VALUE 0.
       77  WS-TODO-CT            PIC 9(5) VALUE 0.
       77  WS-BEYOND-CT          PIC 9(5) VALUE 0.
       77  WS-RANGE-CT           PIC 9(5) VALUE 0.
       77  WS-BACK-CT            PIC 9(5) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".

       01  WS-SSA-REGB           PIC X(30)
           VALUE "REGISTR (REGBID=            )".
       01  WS-SSA-FOLI           PIC X(30)
           VALUE "FOLIO   (REGBID=            )".
       01  WS-SSA-PERS           PIC X(30)
           VALUE "PERSON  (PERSID=            )".
       01  WS-SSA-EVNT           PIC X(30)
           VALUE "EVENT   (PERSID=            )".

      * ESTREMI DEL REGISTRO
       01  WS-RG-TITLE           PIC X(40) VALUE SPACES.
       01  WS-RG-PLACE           PIC X(12) VALUE SPACES.
       01  WS-RG-PARISH          PIC X(8) VALUE SPACES.
       01  WS-RG-FROM            PIC X(10) VALUE SPACES.
       01  WS-RG-TO              PIC X(10) VALUE SPACES.
       01  WS-RG-FOLIOS          PIC 9(4) VALUE 0.

      * CARTE CENSITE, PER NUMERO: STATO E ATTI CITATI
       01  WS-FO-TABLE.
           05 WS-FO-ENTRY OCCURS 9999 TIMES.
              10 WS-FO-STATUS    PIC X(10).
              10 WS-FO-ACTS      PIC 9(4).
       01  WS-FO-MAX             PIC 9(4) VALUE 0.
       01  WS-FO-NUM             PIC 9(5) VALUE 0.

      * ATTI CITATI DAL REGISTRO, RISOLTI IN PERSONA ED EVENTO
       01  WS-AT-TABLE.
           05 WS-AT-ENTRY OCCURS 3000 TIMES.
              10 WS-AT-FOLIO     PIC 9(4).
              10 WS-AT-CITA      PIC X(12).
              10 WS-AT-PERS      PIC X(12).
              10 WS-AT-NAME      PIC X(40).
              10 WS-AT-TYPE      PIC X(12).
              10 WS-AT-DATE      PIC X(10).
       01  WS-AT-COUNT           PIC 9(4) VALUE 0.
       01  WS-AT-IX              PIC 9(4) VALUE 0.

      * SCELTA DELL'EVENTO DI UNA CITAZIONE: 2 = NEGLI ESTREMI E NEL
      * LUOGO, 1 = NEL LUOGO O NEGLI ESTREMI, 0 = QUALUNQUE
       01  WS-EV-BEST            PIC 9 VALUE 0.
       01  WS-EV-SCORE           PIC 9 VALUE 0.
       01  WS-EV-FOUND           PIC X VALUE "N".
           88 EV-FOUND           VALUE "Y".
       01  WS-IN-RANGE           PIC X VALUE "N".
           88 IN-RANGE           VALUE "Y".
       01  WS-CHK-DATE           PIC X(10) VALUE SPACES.

      * SEQUENZA CRONOLOGICA DELLE CARTE
       01  WS-HIGH-DATE          PIC X(10) VALUE SPACES.
       01  WS-HIGH-FOLIO         PIC 9(4) VALUE 0.
       01  WS-FO-MIN-DATE        PIC X(10) VALUE SPACES.
       01  WS-FO-MAX-DATE        PIC X(10) VALUE SPACES.
       01  WS-RUN-FROM           PIC 9(4) VALUE 0.
       01  WS-RUN-TO             PIC 9(4) VALUE 0.
       01  WS-IN-RUN             PIC X VALUE "N".
           88 IN-RUN             VALUE "Y".

       01  WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 200 TIMES.
              10 WS-RUN-T-FROM   PIC 9(4).
              10 WS-RUN-T-TO     PIC 9(4).
              10 WS-RUN-T-HIGH   PIC 9(4).
       01  WS-RUN-COUNT          PIC 9(3) VALUE 0.
       01  WS-RUN-IX             PIC 9(3) VALUE 0.
       01  WS-HIGH-AT-RUN        PIC 9(4) VALUE 0.

       01  WS-STATUS-TXT         PIC X(10) VALUE SPACES.
       01  WS-FLAG-TXT           PIC X(40) VALUE SPACES.

       COPY GN1REGB.
       COPY GN1FOLI.
       COPY GN1CITA.
       COPY GN1PRSN.
       COPY GN1EVNT.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 2
             DISPLAY "USO: GN3REGR0 <report-out> <regb-id>"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           ACCEPT WS-REGB-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-REGB-ARG) TO WS-REGB-ARG

           MOVE WS-REGB-ARG TO WS-SSA-REGB(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1REGB-SEG
                                WS-SSA-REGB
           IF DB-STATUS NOT = SPACES
             DISPLAY "GN3REGR0: REGISTRO NON TROVATO: "
                     FUNCTION TRIM(WS-REGB-ARG)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE REGB-TITLE TO WS-RG-TITLE
           MOVE REGB-PLACE TO WS-RG-PLACE
           MOVE REGB-PARISH TO WS-RG-PARISH
           MOVE REGB-FROM TO WS-RG-FROM
           MOVE REGB-TO TO WS-RG-TO
           MOVE 0 TO WS-RG-FOLIOS
           IF REGB-FOLIOS IS NUMERIC
             MOVE REGB-FOLIOS TO WS-RG-FOLIOS
           END-IF
           MOVE WS-RG-FOLIOS TO WS-FO-MAX

           PERFORM 1000-LOAD-FOLIOS
           PERFORM 2000-LOAD-CITATIONS
           PERFORM VARYING WS-AT-IX FROM 1 BY 1
               UNTIL WS-AT-IX > WS-AT-COUNT
             PERFORM 2500-RESOLVE-ACT
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           PERFORM 3000-WRITE-HEADER
           PERFORM VARYING WS-FO-NUM FROM 1 BY 1
               UNTIL WS-FO-NUM > WS-FO-MAX
             PERFORM 4000-WRITE-FOLIO
           END-PERFORM
           IF IN-RUN
             PERFORM 4900-CLOSE-RUN
           END-IF
           PERFORM 5000-WRITE-SUMMARY
           CLOSE REPORT-FILE

           DISPLAY "GN3REGR0: CARTE ESAMINATE = " WS-FO-MAX
           DISPLAY "GN3REGR0: CITAZIONI       = " WS-CITA-CT
           DISPLAY "GN3REGR0: SEGNALAZIONI    = " WS-FLAG-CT
           IF WS-FLAG-CT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *----------------------------------------------------------------*
      * Stato di ogni carta censita, per numero; le carte senza        *
      * segmento FOLIO restano blank ("NON CENSITA").                  *
      *----------------------------------------------------------------*
       1000-LOAD-FOLIOS.
           INITIALIZE WS-FO-TABLE
           MOVE WS-REGB-ARG TO WS-SSA-FOLI(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1FOLI-SEG
                                WS-SSA-FOLI
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF FOLI-NUM IS NUMERIC AND FOLI-NUM > 0
               MOVE FOLI-STATUS TO WS-FO-STATUS(FOLI-NUM)
               IF FOLI-NUM > WS-FO-MAX
                 MOVE FOLI-NUM TO WS-FO-MAX
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1FOLI-SEG
                                  WS-SSA-FOLI
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Le citazioni vivono sotto le persone: spazzata non qualificata *
      * di tutti i CITATN, tenendo quelli agganciati al registro.      *
      *----------------------------------------------------------------*
       2000-LOAD-CITATIONS.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1CITA-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF CITA-REGB = WS-REGB-ARG
                AND CITA-FOLIO IS NUMERIC AND CITA-FOLIO > 0
               ADD 1 TO WS-CITA-CT
               IF WS-AT-COUNT < 3000
                 ADD 1 TO WS-AT-COUNT
                 MOVE CITA-FOLIO TO WS-AT-FOLIO(WS-AT-COUNT)
                 MOVE CITA-ID TO WS-AT-CITA(WS-AT-COUNT)
                 MOVE CITA-PERS TO WS-AT-PERS(WS-AT-COUNT)
                 ADD 1 TO WS-FO-ACTS(CITA-FOLIO)
                 IF CITA-FOLIO > WS-FO-MAX
                   MOVE CITA-FOLIO TO WS-FO-MAX
                 END-IF
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1CITA-SEG
           END-PERFORM
           IF WS-CITA-CT > WS-AT-COUNT
             DISPLAY "GN3REGR0: OLTRE 3000 CITAZIONI, ELENCATE "
                     "SOLO LE PRIME"
           END-IF
           .

      *----------------------------------------------------------------*
      * Persona ed evento di una citazione (vedi REMARKS per la        *
      * scelta dell'evento).                                           *
      *----------------------------------------------------------------*
       2500-RESOLVE-ACT.
           MOVE SPACES TO WS-AT-NAME(WS-AT-IX) WS-AT-TYPE(WS-AT-IX)
                          WS-AT-DATE(WS-AT-IX)
           MOVE WS-AT-PERS(WS-AT-IX) TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           IF DB-STATUS = SPACES
             MOVE PERS-NAME TO WS-AT-NAME(WS-AT-IX)
           ELSE
             MOVE "(PERSONA NON TROVATA)" TO WS-AT-NAME(WS-AT-IX)
           END-IF
           MOVE "N" TO WS-EV-FOUND
           MOVE 0 TO WS-EV-BEST
           MOVE WS-AT-PERS(WS-AT-IX) TO WS-SSA-EVNT(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EVNT-SEG
                                WS-SSA-EVNT
           PERFORM UNTIL DB-STATUS NOT = SPACES
             MOVE 0 TO WS-EV-SCORE
             MOVE EVNT-DATE TO WS-CHK-DATE
             PERFORM 8000-CHECK-RANGE
             IF IN-RANGE AND EVNT-DATE NOT = SPACES
               ADD 1 TO WS-EV-SCORE
             END-IF
             IF (EVNT-PLACE = WS-RG-PLACE AND WS-RG-PLACE NOT = SPACES)
                OR (EVNT-PARISH = WS-RG-PARISH
                    AND WS-RG-PARISH NOT = SPACES)
               ADD 1 TO WS-EV-SCORE
             END-IF
             IF NOT EV-FOUND OR WS-EV-SCORE > WS-EV-BEST
               MOVE "Y" TO WS-EV-FOUND
               MOVE WS-EV-SCORE TO WS-EV-BEST
               MOVE EVNT-TYPE TO WS-AT-TYPE(WS-AT-IX)
               MOVE EVNT-DATE TO WS-AT-DATE(WS-AT-IX)
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1EVNT-SEG
                                  WS-SSA-EVNT
           END-PERFORM
           .

       3000-WRITE-HEADER.
           MOVE SPACES TO REPORT-REC
           STRING "RICOSTRUZIONE DEL REGISTRO "
                  FUNCTION TRIM(WS-REGB-ARG) "  "
                  FUNCTION TRIM(WS-RG-TITLE)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "ESTREMI " WS-RG-FROM " - " WS-RG-TO
                  "  CARTE " WS-RG-FOLIOS
                  "  LUOGO " WS-RG-PLACE
                  "  PARROCCHIA " WS-RG-PARISH
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           .

      *----------------------------------------------------------------*
      * Una carta: riga di testa con stato e atti, segnalazioni della  *
      * carta, poi un atto per riga con le sue segnalazioni. Le carte  *
      * non censite e senza atti non escono.                           *
      *----------------------------------------------------------------*
       4000-WRITE-FOLIO.
           IF WS-FO-STATUS(WS-FO-NUM) = SPACES
              AND WS-FO-ACTS(WS-FO-NUM) = 0
             EXIT PARAGRAPH
           END-IF
           MOVE WS-FO-STATUS(WS-FO-NUM) TO WS-STATUS-TXT
           IF WS-STATUS-TXT = SPACES
             MOVE "NON CENS." TO WS-STATUS-TXT
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "C. " WS-FO-NUM(2:4) "  " WS-STATUS-TXT
                  "  ATTI CITATI " WS-FO-ACTS(WS-FO-NUM)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           IF WS-FO-STATUS(WS-FO-NUM) = "FATTO"
              AND WS-FO-ACTS(WS-FO-NUM) = 0
             MOVE "CARTA FATTO SENZA ATTI CITATI" TO WS-FLAG-TXT
             ADD 1 TO WS-EMPTY-CT
             PERFORM 4800-WRITE-FLAG
           END-IF
           IF WS-FO-ACTS(WS-FO-NUM) > 0
             EVALUATE WS-FO-STATUS(WS-FO-NUM)
               WHEN "DA-FARE"
                 MOVE "ATTI CITATI DA UNA CARTA DA-FARE"
                   TO WS-FLAG-TXT
                 ADD 1 TO WS-TODO-CT
                 PERFORM 4800-WRITE-FLAG
               WHEN SPACES
                 MOVE "ATTI CITATI DA UNA CARTA NON CENSITA"
                   TO WS-FLAG-TXT
                 ADD 1 TO WS-TODO-CT
                 PERFORM 4800-WRITE-FLAG
             END-EVALUATE
           END-IF
           IF WS-FO-NUM > WS-RG-FOLIOS
             MOVE "CARTA OLTRE REGB-FOLIOS" TO WS-FLAG-TXT
             ADD 1 TO WS-BEYOND-CT
             PERFORM 4800-WRITE-FLAG
           END-IF

           MOVE SPACES TO WS-FO-MIN-DATE WS-FO-MAX-DATE
           PERFORM VARYING WS-AT-IX FROM 1 BY 1
               UNTIL WS-AT-IX > WS-AT-COUNT
             IF WS-AT-FOLIO(WS-AT-IX) = WS-FO-NUM
               PERFORM 4100-WRITE-ACT
             END-IF
           END-PERFORM
           PERFORM 4500-CHECK-SEQUENCE
           .

       4100-WRITE-ACT.
           MOVE SPACES TO REPORT-REC
           STRING "      " WS-AT-CITA(WS-AT-IX) " "
                  WS-AT-PERS(WS-AT-IX) " "
                  WS-AT-NAME(WS-AT-IX)(1:30) " "
                  WS-AT-TYPE(WS-AT-IX) " "
                  WS-AT-DATE(WS-AT-IX)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           IF WS-AT-DATE(WS-AT-IX) = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE WS-AT-DATE(WS-AT-IX) TO WS-CHK-DATE
           PERFORM 8000-CHECK-RANGE
           IF NOT IN-RANGE
             MOVE "DATA FUORI DAGLI ESTREMI DEL REGISTRO"
               TO WS-FLAG-TXT
             ADD 1 TO WS-RANGE-CT
             PERFORM 4800-WRITE-FLAG
           END-IF
           IF WS-FO-MIN-DATE = SPACES
              OR WS-AT-DATE(WS-AT-IX) < WS-FO-MIN-DATE
             MOVE WS-AT-DATE(WS-AT-IX) TO WS-FO-MIN-DATE
           END-IF
           IF WS-AT-DATE(WS-AT-IX) > WS-FO-MAX-DATE
             MOVE WS-AT-DATE(WS-AT-IX) TO WS-FO-MAX-DATE
           END-IF
           .

      *----------------------------------------------------------------*
      * Una carta con atti datati torna indietro se il suo atto piu'   *
      * vecchio precede il piu' recente delle carte prima di lei; le   *
      * carte consecutive che tornano indietro formano una sequenza.   *
      * Le carte senza atti datati non interrompono la sequenza.       *
      *----------------------------------------------------------------*
       4500-CHECK-SEQUENCE.
           IF WS-FO-MIN-DATE = SPACES
             EXIT PARAGRAPH
           END-IF
           IF WS-HIGH-DATE NOT = SPACES
              AND WS-FO-MIN-DATE < WS-HIGH-DATE
             MOVE SPACES TO WS-FLAG-TXT
             STRING "ATTI ANTERIORI ALLA CARTA " WS-HIGH-FOLIO
               DELIMITED BY SIZE INTO WS-FLAG-TXT
             PERFORM 4800-WRITE-FLAG
             IF NOT IN-RUN
               MOVE "Y" TO WS-IN-RUN
               MOVE WS-FO-NUM TO WS-RUN-FROM
               MOVE WS-HIGH-FOLIO TO WS-HIGH-AT-RUN
             END-IF
             MOVE WS-FO-NUM TO WS-RUN-TO
           ELSE
             IF IN-RUN
               PERFORM 4900-CLOSE-RUN
             END-IF
           END-IF
           IF WS-FO-MAX-DATE > WS-HIGH-DATE
             MOVE WS-FO-MAX-DATE TO WS-HIGH-DATE
             MOVE WS-FO-NUM TO WS-HIGH-FOLIO
           END-IF
           .

       4800-WRITE-FLAG.
           ADD 1 TO WS-FLAG-CT
           MOVE SPACES TO REPORT-REC
           STRING "    !! " WS-FLAG-TXT
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

       4900-CLOSE-RUN.
           MOVE "N" TO WS-IN-RUN
           ADD 1 TO WS-BACK-CT
           IF WS-RUN-COUNT < 200
             ADD 1 TO WS-RUN-COUNT
             MOVE WS-RUN-FROM TO WS-RUN-T-FROM(WS-RUN-COUNT)
             MOVE WS-RUN-TO TO WS-RUN-T-TO(WS-RUN-COUNT)
             MOVE WS-HIGH-AT-RUN TO WS-RUN-T-HIGH(WS-RUN-COUNT)
           END-IF
           .

       5000-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "RIEPILOGO" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "  CITAZIONI DEL REGISTRO            " WS-CITA-CT
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "  CARTE FATTO SENZA ATTI            " WS-EMPTY-CT
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "  CARTE DA-FARE/NON CENSITE CITATE  " WS-TODO-CT
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "  CARTE OLTRE REGB-FOLIOS           " WS-BEYOND-CT
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "  ATTI FUORI DAGLI ESTREMI          " WS-RANGE-CT
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "  SEQUENZE ALL'INDIETRO             " WS-BACK-CT
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-RUN-IX FROM 1 BY 1
               UNTIL WS-RUN-IX > WS-RUN-COUNT
             MOVE SPACES TO REPORT-REC
             STRING "    CARTE " WS-RUN-T-FROM(WS-RUN-IX)
                    "-" WS-RUN-T-TO(WS-RUN-IX)
                    " ANTERIORI ALLA CARTA "
                    WS-RUN-T-HIGH(WS-RUN-IX)
                    ": LEGATURA O NUMERAZIONE DA VERIFICARE"
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           IF WS-FLAG-CT = 0
             MOVE "  REGISTRO COERENTE: NESSUNA SEGNALAZIONE"
               TO REPORT-REC
           ELSE
             STRING "  SEGNALAZIONI TOTALI              " WS-FLAG-CT
               DELIMITED BY SIZE INTO REPORT-REC
           END-IF
           WRITE REPORT-REC
           .

      *----------------------------------------------------------------*
      * WS-CHK-DATE dentro REGB-FROM/REGB-TO? Una data di solo anno si *
      * confronta sull'anno; un estremo vuoto non limita.              *
      *----------------------------------------------------------------*
       8000-CHECK-RANGE.
           MOVE "Y" TO WS-IN-RANGE
           IF WS-CHK-DATE(5:6) = SPACES
             IF WS-RG-FROM NOT = SPACES
                AND WS-CHK-DATE(1:4) < WS-RG-FROM(1:4)
               MOVE "N" TO WS-IN-RANGE
             END-IF
             IF WS-RG-TO NOT = SPACES
                AND WS-CHK-DATE(1:4) > WS-RG-TO(1:4)
               MOVE "N" TO WS-IN-RANGE
             END-IF
           ELSE
             IF WS-RG-FROM NOT = SPACES
                AND WS-CHK-DATE < WS-RG-FROM
               MOVE "N" TO WS-IN-RANGE
             END-IF
             IF WS-RG-TO NOT = SPACES
                AND WS-CHK-DATE > WS-RG-TO
               MOVE "N" TO WS-IN-RANGE
             END-IF
           END-IF
           .

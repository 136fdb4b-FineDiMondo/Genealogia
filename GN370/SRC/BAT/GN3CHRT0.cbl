                (3 x 130 colonne): in stampa la tela esce un pannello
                alla volta, da incollare in orizzontale. Profondita'
                selezionabile in ciascuna direzione (1-4 generazioni
                sopra, 1-4 sotto). Le persone raggiunte attraverso un
                legame non provato (REL-PROOF/FLNK-PROOF, anche piu'
                in basso nella catena) hanno la scatola diversa:
                bordo ~~~ per il legame probabile, tratteggiato - - -
                con lati : per l'ipotesi di lavoro, e la legenda in
                coda al quadro. Dopo i pannelli l'elenco "IMMAGINI DA
                AFFIANCARE" riporta, per le persone del quadro, le
                foto e i documenti (MEDIA) che i diritti consentono
                nei lavori del committente (verifica GNDIRIP, uso
                libro), ciascuno con la sua riga di credito.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-GEN-UP             PIC 9(2) VALUE 3.
       77  WS-GEN-DOWN           PIC 9(2) VALUE 2.
       77  WS-BOX-COUNT          PIC 9(4) VALUE 0.
       77  WS-WEAK-COUNT         PIC 9(4) VALUE 0.

      * RIGA STANDARD DEL REGISTRO CORSE CONDIVISO (WORK/RUNLOG.DAT):
      * PROGRAMMA|ARG|INIZIO|FINE|IN|OUT|RC - LETTO DA GN3RLOG0 E DAL
              10 WS-LK-CHILD     PIC X(12).
              10 WS-LK-PARENT    PIC X(12).
              10 WS-LK-KIND      PIC X(1).
              10 WS-LK-PRF       PIC 9(1).
       01  WS-LINK-COUNT         PIC 9(4) VALUE 0.
       01  WS-LK-IX              PIC 9(4) VALUE 0.

           05 WS-FLK-ENTRY OCCURS 2000 TIMES.
              10 WS-FK-FAM       PIC X(12).
              10 WS-FK-PERS      PIC X(12).
              10 WS-FK-PRF       PIC 9(1).
       01  WS-FLK-COUNT          PIC 9(4) VALUE 0.
       01  WS-FK-IX              PIC 9(4) VALUE 0.

      * GENITORI DI N): 31 SLOT COPRONO 4 GENERAZIONI DI RISALITA
       01  WS-AHN-TABLE.
           05 WS-AHN-ID OCCURS 31 TIMES PIC X(12).
      * GRADO DI PROVA DELLA CATENA CHE PORTA A OGNI SLOT: IL PIU'
      * DEBOLE DEI LEGAMI FRA IL SOGGETTO E LO SLOT (0 = PROVATO,
      * 1 = PROBABILE, 2 = IPOTESI DI LAVORO)
       01  WS-AHN-PRF-TABLE.
           05 WS-AHN-PRF OCCURS 31 TIMES PIC 9(1).
       01  WS-AHN-IX             PIC 9(4) VALUE 0.
       01  WS-AHN-SON            PIC 9(4) VALUE 0.
       01  WS-AHN-LIMIT          PIC 9(4) VALUE 0.
              10 WS-DS-GEN       PIC 9(2).
              10 WS-DS-PARCOL    PIC 9(4).
              10 WS-DS-COL       PIC 9(4).
              10 WS-DS-PRF       PIC 9(1).
       01  WS-DS-COUNT           PIC 9(4) VALUE 0.
       01  WS-DS-IX              PIC 9(4) VALUE 0.
       01  WS-DS-SCAN            PIC 9(4) VALUE 0.
       01  WS-BOX-ID             PIC X(12) VALUE SPACES.
       01  WS-BOX-NAME           PIC X(22) VALUE SPACES.
       01  WS-BOX-DATES          PIC X(22) VALUE SPACES.
      * GRADO DI PROVA DELLA SCATOLA (STESSA SCALA DI WS-AHN-PRF)
      * E CARATTERI DEL SUO BORDO
       01  WS-BOX-PRF            PIC 9(1) VALUE 0.
       01  WS-BOX-HLINE          PIC X(22) VALUE SPACES.
       01  WS-BOX-SIDE           PIC X(1) VALUE "|".
       01  WS-PRF-RANK           PIC 9(1) VALUE 0.
       01  WS-BOX-OK             PIC X VALUE "N".
           88 BOX-OK-YES         VALUE "Y".
       01  WS-DEATH-DATE         PIC X(10) VALUE SPACES.

      * PERSONE CHE HANNO UNA SCATOLA NEL QUADRO, PER L'ELENCO DELLE
      * IMMAGINI DA AFFIANCARE (5500), E CONTATORI DELLE IMMAGINI
       01  WS-PIC-TABLE.
           05 WS-PIC-ENTRY OCCURS 100 TIMES.
              10 WS-PIC-ID       PIC X(12).
              10 WS-PIC-NAME     PIC X(22).
       01  WS-PIC-COUNT          PIC 9(4) VALUE 0.
       01  WS-PIC-IX             PIC 9(4) VALUE 0.
       01  WS-PIC-DUP            PIC X VALUE "N".
           88 PIC-DUP-YES        VALUE "Y".
       01  WS-PIC-HEAD           PIC X VALUE "N".
           88 PIC-HEAD-DONE      VALUE "Y".
       01  WS-SSA-MEDI           PIC X(30)
           VALUE "MEDIA   (PERSID=            )".
       77  WS-IMG-CT             PIC 9(5) VALUE 0.
       77  WS-IMG-SKIPPED        PIC 9(5) VALUE 0.

      * ESTREMI DEL TRATTO ORIZZONTALE DI RACCORDO
       01  WS-JN-ROW             PIC 9(2) VALUE 0.
       01  WS-JN-C1              PIC 9(4) VALUE 0.
       COPY GN1EVNT.
       COPY GNFAMIL.
       COPY GN1FLNK.
       COPY GN1MEDI.
       COPY "GNDIRI.cpy".

       LINKAGE SECTION.
       COPY GN1PCBS.
           DISPLAY "GN3CHRT0: LEGAMI CARICATI  = " WS-LINK-COUNT
           DISPLAY "GN3CHRT0: FAMIGLIE CARICATE= " WS-FAM-COUNT
           DISPLAY "GN3CHRT0: SCATOLE DISEGNATE= " WS-BOX-COUNT
           DISPLAY "GN3CHRT0: DI CUI NON PROVATE= " WS-WEAK-COUNT
           DISPLAY "GN3CHRT0: IMMAGINI ELENCATE= " WS-IMG-CT
           IF WS-IMG-SKIPPED > 0
             DISPLAY "GN3CHRT0: IMMAGINI ESCLUSE (DIRITTI) = "
                     WS-IMG-SKIPPED
           END-IF
           PERFORM 9800-WRITE-RUNLOG
           MOVE 0 TO RETURN-CODE
           GOBACK.
                 MOVE REL-TARG TO WS-LK-CHILD(WS-LINK-COUNT)
                 MOVE REL-PERS TO WS-LK-PARENT(WS-LINK-COUNT)
                 MOVE "P" TO WS-LK-KIND(WS-LINK-COUNT)
                 PERFORM 1050-RANK-REL-PROOF
               WHEN "MAD"
               WHEN "MOT"
                 ADD 1 TO WS-LINK-COUNT
                 MOVE REL-TARG TO WS-LK-CHILD(WS-LINK-COUNT)
                 MOVE REL-PERS TO WS-LK-PARENT(WS-LINK-COUNT)
                 MOVE "M" TO WS-LK-KIND(WS-LINK-COUNT)
                 PERFORM 1050-RANK-REL-PROOF
             END-EVALUATE
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
           END-PERFORM
           .

       1050-RANK-REL-PROOF.
           EVALUATE REL-PROOF
             WHEN "H"
               MOVE 2 TO WS-LK-PRF(WS-LINK-COUNT)
             WHEN "B"
               MOVE 1 TO WS-LK-PRF(WS-LINK-COUNT)
             WHEN OTHER
               MOVE 0 TO WS-LK-PRF(WS-LINK-COUNT)
           END-EVALUATE
           .

       1100-LOAD-FAMILIES.
           MOVE 0 TO WS-FAM-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
               ADD 1 TO WS-FLK-COUNT
               MOVE FLNK-FAM TO WS-FK-FAM(WS-FLK-COUNT)
               MOVE FLNK-PERS TO WS-FK-PERS(WS-FLK-COUNT)
               EVALUATE FLNK-PROOF
                 WHEN "H"
                   MOVE 2 TO WS-FK-PRF(WS-FLK-COUNT)
                 WHEN "B"
                   MOVE 1 TO WS-FK-PRF(WS-FLK-COUNT)
                 WHEN OTHER
                   MOVE 0 TO WS-FK-PRF(WS-FLK-COUNT)
               END-EVALUATE
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC

       2000-FILL-AHNENTAFEL.
           MOVE SPACES TO WS-AHN-TABLE
           MOVE ZEROS TO WS-AHN-PRF-TABLE
           MOVE WS-START-ID TO WS-AHN-ID(1)
           COMPUTE WS-AHN-LIMIT = 2 ** (WS-GEN-UP + 1) - 1
           IF WS-AHN-LIMIT > 31
           PERFORM VARYING WS-LK-IX FROM 1 BY 1
               UNTIL WS-LK-IX > WS-LINK-COUNT
             IF WS-LK-CHILD(WS-LK-IX) = WS-AHN-ID(WS-AHN-IX)
      *        LA CATENA VALE QUANTO IL SUO LEGAME PIU' DEBOLE
               MOVE WS-LK-PRF(WS-LK-IX) TO WS-PRF-RANK
               IF WS-AHN-PRF(WS-AHN-IX) > WS-PRF-RANK
                 MOVE WS-AHN-PRF(WS-AHN-IX) TO WS-PRF-RANK
               END-IF
               IF WS-LK-KIND(WS-LK-IX) = "P"
                 MOVE WS-LK-PARENT(WS-LK-IX)
                   TO WS-AHN-ID(WS-AHN-IX * 2)
                 MOVE WS-PRF-RANK TO WS-AHN-PRF(WS-AHN-IX * 2)
               ELSE
                 MOVE WS-LK-PARENT(WS-LK-IX)
                   TO WS-AHN-ID(WS-AHN-IX * 2 + 1)
                 MOVE WS-PRF-RANK TO WS-AHN-PRF(WS-AHN-IX * 2 + 1)
               END-IF
             END-IF
           END-PERFORM
                 MOVE WS-CC-COL TO WS-BOX-CCOL
                 COMPUTE WS-BOX-ROW = (WS-LEVEL - 1) * 5 + 1
                 MOVE WS-AHN-ID(WS-AHN-IX) TO WS-BOX-ID
                 MOVE WS-AHN-PRF(WS-AHN-IX) TO WS-BOX-PRF
                 PERFORM 7000-DRAW-BOX
               END-IF
             END-PERFORM
           MOVE WS-START-ID TO WS-DS-ID(1)
           MOVE 0 TO WS-DS-GEN(1)
           MOVE 0 TO WS-DS-PARCOL(1)
           MOVE 0 TO WS-DS-PRF(1)
      *    IL SOGGETTO E' GIA' DISEGNATO DA 3000 AL CENTRO DELLA TELA
           MOVE 195 TO WS-DS-COL(1)
           MOVE 1 TO WS-DS-IX
                     MOVE WS-DS-COL(WS-DS-IX)
                       TO WS-DS-PARCOL(WS-DS-COUNT)
                     MOVE 0 TO WS-DS-COL(WS-DS-COUNT)
                     MOVE WS-FK-PRF(WS-FK-IX)
                       TO WS-DS-PRF(WS-DS-COUNT)
                     IF WS-DS-PRF(WS-DS-IX) > WS-DS-PRF(WS-DS-COUNT)
                       MOVE WS-DS-PRF(WS-DS-IX)
                         TO WS-DS-PRF(WS-DS-COUNT)
                     END-IF
                   END-IF
                 END-IF
               END-PERFORM
           COMPUTE WS-LEVEL = WS-SUBJ-LEVEL + WS-GEN
           COMPUTE WS-BOX-ROW = (WS-LEVEL - 1) * 5 + 1
           MOVE WS-DS-ID(WS-DS-IX) TO WS-BOX-ID
           MOVE WS-DS-PRF(WS-DS-IX) TO WS-BOX-PRF
           PERFORM 7000-DRAW-BOX
      *    RACCORDO AL GENITORE, SULLA RIGA SOPRA LA SCATOLA; UN
      *    GENITORE RIMASTO SENZA SCATOLA (RIGA PIENA) NON HA UNA
      * Scatola di 24 colonne per 4 righe sul punto (WS-BOX-ROW,       *
      * WS-BOX-CCOL): bordo +---+, nome e date della persona riletta   *
      * con GU qualificata; l'anno di morte arriva dall'evento MORTE   *
      * (stesso giro di 2200-FIND-DEATH-YEAR in GN3DEMO0). Il bordo    *
      * dipende da WS-BOX-PRF: continuo se la catena e' provata, ~~~   *
      * se probabile, tratteggiato - - - con lati : se ipotetica.      *
      *----------------------------------------------------------------*
       7000-DRAW-BOX.
           PERFORM 6100-FETCH-PERSON
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BOX-COUNT
           PERFORM 7100-NOTE-BOX-PERSON
           EVALUATE WS-BOX-PRF
             WHEN 2
               MOVE ALL "- " TO WS-BOX-HLINE
               MOVE ":" TO WS-BOX-SIDE
               ADD 1 TO WS-WEAK-COUNT
             WHEN 1
               MOVE ALL "~" TO WS-BOX-HLINE
               MOVE "|" TO WS-BOX-SIDE
               ADD 1 TO WS-WEAK-COUNT
             WHEN OTHER
               MOVE ALL "-" TO WS-BOX-HLINE
               MOVE "|" TO WS-BOX-SIDE
           END-EVALUATE
           COMPUTE WS-BOX-LEFT = WS-BOX-CCOL - 12
           IF WS-BOX-LEFT < 1
             MOVE 1 TO WS-BOX-LEFT
           END-IF
           MOVE "+" TO WS-CV-ROW(WS-BOX-ROW)(WS-BOX-LEFT:1)
           MOVE WS-BOX-HLINE
             TO WS-CV-ROW(WS-BOX-ROW)(WS-BOX-LEFT + 1:22)
           MOVE "+" TO WS-CV-ROW(WS-BOX-ROW)(WS-BOX-LEFT + 23:1)
           MOVE WS-BOX-SIDE
             TO WS-CV-ROW(WS-BOX-ROW + 1)(WS-BOX-LEFT:1)
           MOVE WS-BOX-NAME
             TO WS-CV-ROW(WS-BOX-ROW + 1)(WS-BOX-LEFT + 1:22)
           MOVE WS-BOX-SIDE
             TO WS-CV-ROW(WS-BOX-ROW + 1)(WS-BOX-LEFT + 23:1)
           MOVE WS-BOX-SIDE
             TO WS-CV-ROW(WS-BOX-ROW + 2)(WS-BOX-LEFT:1)
           MOVE WS-BOX-DATES
             TO WS-CV-ROW(WS-BOX-ROW + 2)(WS-BOX-LEFT + 1:22)
           MOVE WS-BOX-SIDE
             TO WS-CV-ROW(WS-BOX-ROW + 2)(WS-BOX-LEFT + 23:1)
           MOVE "+" TO WS-CV-ROW(WS-BOX-ROW + 3)(WS-BOX-LEFT:1)
           MOVE WS-BOX-HLINE
             TO WS-CV-ROW(WS-BOX-ROW + 3)(WS-BOX-LEFT + 1:22)
           MOVE "+" TO WS-CV-ROW(WS-BOX-ROW + 3)(WS-BOX-LEFT + 23:1)
           .

       7100-NOTE-BOX-PERSON.
           MOVE "N" TO WS-PIC-DUP
           PERFORM VARYING WS-PIC-IX FROM 1 BY 1
               UNTIL WS-PIC-IX > WS-PIC-COUNT OR PIC-DUP-YES
             IF WS-PIC-ID(WS-PIC-IX) = WS-BOX-ID
               SET PIC-DUP-YES TO TRUE
             END-IF
           END-PERFORM
           IF PIC-DUP-YES OR WS-PIC-COUNT >= 100
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PIC-COUNT
           MOVE WS-BOX-ID TO WS-PIC-ID(WS-PIC-COUNT)
           MOVE WS-BOX-NAME TO WS-PIC-NAME(WS-PIC-COUNT)
           .

       6100-FETCH-PERSON.
           MOVE "N" TO WS-BOX-OK
           MOVE SPACES TO WS-BOX-NAME WS-BOX-DATES
               END-PERFORM
             END-IF
           END-PERFORM
      *    LEGENDA DEI BORDI, SOLO SE IL QUADRO HA SCATOLE NON
      *    PROVATE: IL COMMITTENTE DEVE SAPERE COSA STA GUARDANDO
           IF WS-WEAK-COUNT > 0
             MOVE SPACES TO REPORT-REC
             WRITE REPORT-REC
             MOVE SPACES TO REPORT-REC
             STRING "LEGENDA: +------+ LEGAME PROVATO   "
                    "+~~~~~~+ LEGAME PROBABILE   "
                    ": - - - : IPOTESI DI RICERCA NON PROVATA"
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
           END-IF
           PERFORM 5500-PRINT-IMAGES
           CLOSE REPORT-FILE
           .

      *----------------------------------------------------------------*
      * Immagini da affiancare alle scatole: per ogni persona del      *
      * quadro i MEDIA figli ammessi dalla verifica dei diritti per i  *
      * lavori del committente, con la riga di credito sotto; senza    *
      * immagini ammesse l'elenco non compare.                         *
      *----------------------------------------------------------------*
       5500-PRINT-IMAGES.
           MOVE "N" TO WS-PIC-HEAD
           PERFORM VARYING WS-PIC-IX FROM 1 BY 1
               UNTIL WS-PIC-IX > WS-PIC-COUNT
             MOVE "MEDIA   (PERSID=            )" TO WS-SSA-MEDI
             MOVE WS-PIC-ID(WS-PIC-IX) TO WS-SSA-MEDI(17:12)
             MOVE "N" TO WS-EOD-CHLD
             MOVE DLI-GU TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1MEDI-SEG
                                  WS-SSA-MEDI
             PERFORM UNTIL EOD-CHLD-YES OR DB-STATUS NOT = SPACES
               MOVE MEDI-RIGHTS TO DIRI-RIGHTS
               MOVE MEDI-PUBL TO DIRI-PUBL
               SET DIRI-FOR-BOOK TO TRUE
               PERFORM 9750-CHECK-MEDIA-RIGHTS
               IF DIRI-DENIED
                 ADD 1 TO WS-IMG-SKIPPED
               ELSE
                 PERFORM 5510-PRINT-ONE-IMAGE
               END-IF
               MOVE DLI-GN TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1MEDI-SEG
                                    WS-SSA-MEDI
               IF DB-STATUS NOT = SPACES
                 SET EOD-CHLD-YES TO TRUE
               END-IF
             END-PERFORM
           END-PERFORM
           .

       5510-PRINT-ONE-IMAGE.
           IF NOT PIC-HEAD-DONE
             MOVE SPACES TO REPORT-REC
             WRITE REPORT-REC
             MOVE "IMMAGINI DA AFFIANCARE:" TO REPORT-REC
             WRITE REPORT-REC
             MOVE "Y" TO WS-PIC-HEAD
           END-IF
           ADD 1 TO WS-IMG-CT
           MOVE SPACES TO REPORT-REC
           IF MEDI-DESC = SPACES
             STRING "  " FUNCTION TRIM(WS-PIC-NAME(WS-PIC-IX))
                    ": " FUNCTION TRIM(MEDI-TYPE) " ("
                    FUNCTION TRIM(MEDI-PATH) ")"
               DELIMITED BY SIZE INTO REPORT-REC
           ELSE
             STRING "  " FUNCTION TRIM(WS-PIC-NAME(WS-PIC-IX))
                    ": " FUNCTION TRIM(MEDI-DESC) " ("
                    FUNCTION TRIM(MEDI-PATH) ")"
               DELIMITED BY SIZE INTO REPORT-REC
           END-IF
           WRITE REPORT-REC
           IF DIRI-CREDIT NOT = SPACES
             MOVE SPACES TO REPORT-REC
             MOVE DIRI-CREDIT TO REPORT-REC(5:60)
             WRITE REPORT-REC
           END-IF
           .

       COPY "GNDIRIP.cpy".

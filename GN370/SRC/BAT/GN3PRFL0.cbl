                cavalleresco o a un tribunale araldico. In coda il
                riepilogo (anelli provati su totale) e la riga nel
                registro corse, cosi' la commessa vede il dossier
                prodotto. Ogni anello porta anche lo stato di prova
                del legame RELATE (REL-PROOF): un legame probabile
                e' annotato con la sua motivazione, un'ipotesi di
                lavoro e' stampata come avvertimento in evidenza e
                la linea che ne contiene anche una sola non puo'
                dirsi dimostrata, per quante citazioni abbia. RC 04
                se almeno un anello e' scoperto o ipotetico. Un
                antenato esposto documentato (PERS-PARENTAGE "I",
                scheda FOUNDLG di GN3FNDM0) chiude la linea: il
                dossier stampa in testa la scheda d'ammissione come
                prova che sopra di lui non c'e' nulla da cercare, e
                quando la risalita non trova l'antenato ma si ferma
                su esposti documentati lo dice per nome.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-DESCEND-ID         PIC X(12) VALUE SPACES.
       77  WS-CITA-COUNT         PIC 9(3) VALUE 0.
       77  WS-UNDOC-COUNT        PIC 9(3) VALUE 0.
       77  WS-PROB-COUNT         PIC 9(3) VALUE 0.
       77  WS-HYP-COUNT          PIC 9(3) VALUE 0.
       77  WS-GEN-NO             PIC 9(3) VALUE 0.
       77  WS-RC                 PIC X(2) VALUE "00".
       77  WS-CLOSED-CT          PIC 9(3) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
              VALUE "CITATN  (PERSID=            )".
           05 WS-SSA-SRCE        PIC X(30)
              VALUE "SOURCE  (SOURID=            )".
           05 WS-SSA-FNDL        PIC X(30)
              VALUE "FOUNDLG (PERSID=            )".

      * LEGAMI GENITORE->FIGLIO IN MEMORIA (SCHEMA GN3LINE0)
       01  WS-LINK-TABLE.
              10 WS-LK-CHILD     PIC X(12).
              10 WS-LK-PARENT    PIC X(12).
              10 WS-LK-KIND      PIC X(1).
              10 WS-LK-PROOF     PIC X(1).
              10 WS-LK-NOTE      PIC X(40).
       01  WS-LINK-COUNT         PIC 9(4) VALUE 0.
       01  WS-LK-IX              PIC 9(4) VALUE 0.

       01  WS-SW.
           10 WS-DUPSEEN         PIC X VALUE "N".
              88 DUPSEEN-YES     VALUE "Y".
           10 WS-TOP-CLOSED      PIC X VALUE "N".
              88 TOP-CLOSED      VALUE "Y".

       01  WS-PARENT-DESC        PIC X(56) VALUE SPACES.
       01  WS-CHILD-DESC         PIC X(56) VALUE SPACES.
       COPY GN1RELT.
       COPY GN1CITA.
       COPY GN1SRCE.
       COPY GN1FNDL.

       LINKAGE SECTION.
       COPY GN1PCBS.
             DISPLAY "GN3PRFL0: NESSUNA LINEA DA "
                     FUNCTION TRIM(WS-ANCESTOR-ID) " A "
                     FUNCTION TRIM(WS-DESCEND-ID)
             PERFORM 2700-LIST-CLOSED-LINES
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 2500-REBUILD-CHAIN
           PERFORM 2800-CHECK-TOP-FOUNDLING

           OPEN OUTPUT REPORT-FILE
           PERFORM 3000-PRINT-HEADING
           PERFORM 5000-PRINT-SUMMARY
           CLOSE REPORT-FILE

           IF WS-UNDOC-COUNT > 0 OR WS-HYP-COUNT > 0
             MOVE "04" TO WS-RC
           END-IF
           PERFORM 9800-WRITE-RUNLOG
           DISPLAY "GN3PRFL0: ANELLI IN CATENA  = " WS-CH-COUNT
           DISPLAY "GN3PRFL0: NON DOCUMENTATI   = " WS-UNDOC-COUNT
           DISPLAY "GN3PRFL0: PROBABILI         = " WS-PROB-COUNT
           DISPLAY "GN3PRFL0: IPOTETICI         = " WS-HYP-COUNT
           IF WS-UNDOC-COUNT > 0 OR WS-HYP-COUNT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
                 MOVE REL-TARG TO WS-LK-CHILD(WS-LINK-COUNT)
                 MOVE REL-PERS TO WS-LK-PARENT(WS-LINK-COUNT)
                 MOVE "P" TO WS-LK-KIND(WS-LINK-COUNT)
                 MOVE REL-PROOF TO WS-LK-PROOF(WS-LINK-COUNT)
                 MOVE REL-PROOF-NOTE TO WS-LK-NOTE(WS-LINK-COUNT)
               WHEN "MAD"
               WHEN "MOT"
                 ADD 1 TO WS-LINK-COUNT
                 MOVE REL-TARG TO WS-LK-CHILD(WS-LINK-COUNT)
                 MOVE REL-PERS TO WS-LK-PARENT(WS-LINK-COUNT)
                 MOVE "M" TO WS-LK-KIND(WS-LINK-COUNT)
                 MOVE REL-PROOF TO WS-LK-PROOF(WS-LINK-COUNT)
                 MOVE REL-PROOF-NOTE TO WS-LK-NOTE(WS-LINK-COUNT)
             END-EVALUATE
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Nessuna linea: se la risalita si e' fermata su esposti         *
      * documentati la linea non e' persa, e' chiusa. Si dicono per    *
      * nome, perche' chi ha chiesto il dossier non cerchi oltre.      *
      *----------------------------------------------------------------*
       2700-LIST-CLOSED-LINES.
           PERFORM VARYING WS-Q-IX FROM 1 BY 1
               UNTIL WS-Q-IX > WS-Q-COUNT
             MOVE WS-Q-ID(WS-Q-IX) TO WS-SSA-PERS(17:12)
             MOVE DLI-GU TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PRSN-SEG
                                  WS-SSA-PERS
             IF DB-STATUS = SPACES AND PERS-ESPOSTO
               ADD 1 TO WS-CLOSED-CT
               DISPLAY "GN3PRFL0: LINEA CHIUSA DALL'ESPOSTO "
                       FUNCTION TRIM(PERS-ID) " "
                       FUNCTION TRIM(PERS-NAME)
                       " (GENITORI IGNOTI)"
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Antenato in cima alla catena: se e' un esposto con la sua      *
      * scheda FOUNDLG, la linea e' chiusa da un documento.            *
      *----------------------------------------------------------------*
       2800-CHECK-TOP-FOUNDLING.
           MOVE "N" TO WS-TOP-CLOSED
           MOVE WS-ANCESTOR-ID TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           IF DB-STATUS NOT = SPACES OR NOT PERS-ESPOSTO
             EXIT PARAGRAPH
           END-IF
           MOVE WS-ANCESTOR-ID TO WS-SSA-FNDL(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1FNDL-SEG
                                WS-SSA-FNDL
           IF DB-STATUS = SPACES
             SET TOP-CLOSED TO TRUE
           END-IF
           .

       3000-PRINT-HEADING.
           MOVE SPACES TO REPORT-REC
           STRING "DOSSIER DI PROVA DI DISCENDENZA   DA "
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           IF TOP-CLOSED
             PERFORM 3100-PRINT-FOUNDLING
           END-IF
           .

      *----------------------------------------------------------------*
      * Scheda d'esposto dell'antenato: e' l'atto che chiude la linea  *
      * (ospedale, ammissione, segno, baliatico ed esito).             *
      *----------------------------------------------------------------*
       3100-PRINT-FOUNDLING.
           MOVE SPACES TO REPORT-REC
           STRING "CAPOSTIPITE ESPOSTO, GENITORI IGNOTI: "
                  "LINEA CHIUSA DA DOCUMENTO"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "  " FUNCTION TRIM(FNDL-HOSP)
                  "  AMMISSIONE N. " FUNCTION TRIM(FNDL-ADM-NUM)
                  " DEL " FNDL-ADM-DATE
                  "  SCHEDA " FNDL-ID
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           IF FNDL-TOKEN NOT = SPACES
             MOVE SPACES TO REPORT-REC
             STRING "  SEGNO: " FUNCTION TRIM(FNDL-TOKEN)
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
           END-IF
           IF FNDL-GIVEN-SURN NOT = SPACES
             MOVE SPACES TO REPORT-REC
             STRING "  COGNOME DATO: " FUNCTION TRIM(FNDL-GIVEN-SURN)
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
           END-IF
           IF FNDL-NURSE NOT = SPACES
             MOVE SPACES TO REPORT-REC
             STRING "  A BALIA: " FUNCTION TRIM(FNDL-NURSE)
                    " " FUNCTION TRIM(FNDL-NURSE-PLACE)
                    " " FNDL-NURSE-DATE
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
           END-IF
           MOVE SPACES TO REPORT-REC
           EVALUATE TRUE
             WHEN FNDL-RESTITUITO
               STRING "  ESITO: RESTITUITO " FNDL-OUT-DATE
                 DELIMITED BY SIZE INTO REPORT-REC
             WHEN FNDL-MORTO
               STRING "  ESITO: MORTO " FNDL-OUT-DATE
                 DELIMITED BY SIZE INTO REPORT-REC
             WHEN FNDL-USCITO
               STRING "  ESITO: USCITO " FNDL-OUT-DATE
                 DELIMITED BY SIZE INTO REPORT-REC
             WHEN OTHER
               MOVE "  ESITO: NON SCRITTO" TO REPORT-REC
           END-EVALUATE
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           .

      *----------------------------------------------------------------*
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           PERFORM 4150-PRINT-LINK-PROOF
           PERFORM 4200-PRINT-CITATIONS
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           .

      *----------------------------------------------------------------*
      * Stato di prova del legame dell'anello: provato non stampa      *
      * nulla, probabile una nota con la motivazione, ipotesi di       *
      * lavoro un avvertimento in evidenza.                            *
      *----------------------------------------------------------------*
       4150-PRINT-LINK-PROOF.
           EVALUATE WS-LK-PROOF(WS-LK-IX)
             WHEN "H"
               ADD 1 TO WS-HYP-COUNT
               MOVE SPACES TO REPORT-REC
               MOVE "    !!! ATTENZIONE: LEGAME IPOTETICO, NON PROVATO"
                 TO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO REPORT-REC
               STRING "    !!! E' UN'IPOTESI DI RICERCA E NON PUO'"
                      " ESSERE PRESENTATO COME FATTO"
                 DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               IF WS-LK-NOTE(WS-LK-IX) NOT = SPACES
                 MOVE SPACES TO REPORT-REC
                 STRING "    !!! MOTIVAZIONE: "
                        FUNCTION TRIM(WS-LK-NOTE(WS-LK-IX))
                   DELIMITED BY SIZE INTO REPORT-REC
                 WRITE REPORT-REC
               END-IF
             WHEN "B"
               ADD 1 TO WS-PROB-COUNT
               MOVE SPACES TO REPORT-REC
               STRING "    LEGAME PROBABILE, NON PROVATO: "
                      FUNCTION TRIM(WS-LK-NOTE(WS-LK-IX))
                 DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Descrizione breve di una persona (la SSA e' gia' riempita dal  *
      * chiamante): nome, ID e anno di nascita. Risultato in           *
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           IF WS-UNDOC-COUNT = 0
             IF WS-HYP-COUNT = 0
               MOVE "LINEA INTERAMENTE DOCUMENTATA" TO REPORT-REC
             ELSE
               MOVE "CITAZIONI PRESENTI SU OGNI ANELLO" TO REPORT-REC
             END-IF
           ELSE
             STRING "LINEA SCOPERTA: MANCANO ATTI PER "
                    WS-UNDOC-COUNT " ANELLI"
               DELIMITED BY SIZE INTO REPORT-REC
           END-IF
           WRITE REPORT-REC
           IF WS-PROB-COUNT > 0
             MOVE SPACES TO REPORT-REC
             STRING "ANELLI PROBABILI (NON PROVATI) " WS-PROB-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
           END-IF
           IF WS-HYP-COUNT > 0
             MOVE SPACES TO REPORT-REC
             STRING "!!! LINEA NON DIMOSTRATA: " WS-HYP-COUNT
                    " ANELLI SONO IPOTESI DI LAVORO"
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
           END-IF
           IF TOP-CLOSED
             MOVE SPACES TO REPORT-REC
             STRING "LINEA CHIUSA IN ALTO: "
                    FUNCTION TRIM(WS-ANCESTOR-ID)
                    " E' UN ESPOSTO DOCUMENTATO, GENITORI IGNOTI"
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
           END-IF
           .

      *----------------------------------------------------------------*

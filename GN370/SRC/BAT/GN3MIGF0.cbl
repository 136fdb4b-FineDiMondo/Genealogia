                PLAC-LAT/PLAC-LON, stessa formula di GN3GEOD0)
                escono anche singolarmente come fuori scala: sono
                le emigrazioni vere, non gli spostamenti di valle.
                Chiude il report l'elenco degli espatri documentati:
                gli eventi EMIGRAZIONE confermati dalle liste di
                bordo (GN3EMIL0/GN3EMIA0), con data, paese di
                partenza e destinazione dichiarata sulla riga
                EMIGRAT d'origine.
                Con <dir-estratti> la generazione si legge dalla
                chiusura antenati.ext di GN3XTR00 (GNANTEP): 1 + la
                distanza dall'antenato censito piu' lontano, senza
                le passate di rilassamento; se il file non c'e' si
                rilassa come prima.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-OUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ANTE-FILE ASSIGN TO DYNAMIC ANTE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANTE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-REC            PIC X(132).
       FD  ANTE-FILE.
       01  ANTE-FILE-REC         PIC X(40).

       WORKING-STORAGE SECTION.
       77  WS-OUT-FILE           PIC X(256) VALUE SPACES.
       77  WS-SOGLIA-KM          PIC 9(5) VALUE 100.
       77  WS-MOVE-CT            PIC 9(7) VALUE 0.
       77  WS-OUTLIER-CT         PIC 9(5) VALUE 0.
       77  WS-EMIG-CT            PIC 9(5) VALUE 0.
       77  WS-EXT-DIR            PIC X(200) VALUE SPACES.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
       01  WS-MV-COUNT           PIC 9(3) VALUE 0.
       01  WS-MV-IX              PIC 9(3) VALUE 0.

      * ESPATRI DOCUMENTATI (EVENTI EMIGRAZIONE DELLE PERSONE CENSITE)
       01  WS-EX-TABLE.
           05 WS-EX-ENTRY OCCURS 1000 TIMES.
              10 WS-EX-P-IX      PIC 9(5).
              10 WS-EX-EVNT      PIC X(12).
              10 WS-EX-DATE      PIC X(10).
              10 WS-EX-PLACE     PIC X(12).
       01  WS-EX-COUNT           PIC 9(4) VALUE 0.
       01  WS-EX-IX              PIC 9(4) VALUE 0.
       01  WS-EX-DEST            PIC X(30) VALUE SPACES.
       01  WS-EX-FROM            PIC X(60) VALUE SPACES.
       01  WS-SSA-EMIG           PIC X(30)
           VALUE "EMIGRAT (EMIGID=            )".

      * ROLLUP DEL LUOGO CORRENTE E CALCOLO DI DISTANZA
       01  WS-RU-ID              PIC X(12) VALUE SPACES.
       01  WS-RU-STEP            PIC 9(2) VALUE 0.
       01  WS-CHANGED            PIC X VALUE "N".
           88 CHANGED-YES        VALUE "Y".

      * GENERAZIONE DALLA CHIUSURA: DISTANZA MASSIMA FRA GLI ANTENATI
      * CENSITI
       01  WS-MAX-ANC-GEN        PIC 9(3) VALUE 0.
       01  WS-ANC-IN-TABLE       PIC X VALUE "N".
           88 ANC-IN-TABLE       VALUE "Y".

       01  WS-CUR-ROOT           PIC X(12) VALUE SPACES.
       01  WS-CUR-GEN            PIC 9(2) VALUE 0.
       01  WS-SW.
       COPY GN1PRSN.
       COPY GN1RELT.
       COPY GN1PLAC.
       COPY GN1EVNT.
       COPY GN1EMIG.
       COPY "GNANTE.cpy".

       LINKAGE SECTION.
       COPY GN1PCBS.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             DISPLAY "USO: GN3MIGF0 <report-out> [root-id|ALL] "
                     "[livelli-rollup] [soglia-km] [dir-estratti]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
               MOVE FUNCTION TRIM(WS-SOGLIA-ARG) TO WS-SOGLIA-KM
             END-IF
           END-IF
           IF WS-ARGC >= 5
             ACCEPT WS-EXT-DIR FROM ARGUMENT-VALUE
             STRING FUNCTION TRIM(WS-EXT-DIR) "/antenati.ext"
               DELIMITED BY SIZE INTO ANTE-FILE-NAME
             PERFORM 9770-LOAD-ANCESTRY
             IF NOT ANTE-LOADED
               DISPLAY "GN3MIGF0: CHIUSURA ANTENATI ASSENTE, "
                       "SI RISALE RELATE"
             END-IF
           END-IF

           PERFORM 1000-LOAD-PERSONS
           IF NOT ANTE-LOADED
             PERFORM 1100-LOAD-PARENT-LINKS
           END-IF
           PERFORM 1200-LOAD-PLACES
           PERFORM 1300-LOAD-EMIGRATIONS
           IF ANTE-LOADED
             PERFORM 2200-GENERATIONS-FROM-CLOSURE
           ELSE
             PERFORM 2000-COMPUTE-GENERATIONS
           END-IF
           PERFORM 3000-AGGREGATE-MOVES

           OPEN OUTPUT REPORT-FILE
           DISPLAY "GN3MIGF0: PERSONE CENSITE   = " WS-P-COUNT
           DISPLAY "GN3MIGF0: TRASFERIMENTI     = " WS-MOVE-CT
           DISPLAY "GN3MIGF0: FUORI SCALA (KM)  = " WS-OUTLIER-CT
           DISPLAY "GN3MIGF0: ESPATRI DOCUMENT. = " WS-EMIG-CT
           MOVE 0 TO RETURN-CODE
           GOBACK.

           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Espatri documentati: eventi EMIGRAZIONE di persone in tavola   *
      * (quindi gia' filtrate per radice).                             *
      *----------------------------------------------------------------*
       1300-LOAD-EMIGRATIONS.
           MOVE 0 TO WS-EX-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EVNT-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-EX-COUNT >= 1000
             IF EVNT-TYPE = "EMIGRAZIONE"
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-P-COUNT
                 IF WS-P-ID(WS-I) = EVNT-PERS
                   ADD 1 TO WS-EX-COUNT
                   MOVE WS-I TO WS-EX-P-IX(WS-EX-COUNT)
                   MOVE EVNT-ID TO WS-EX-EVNT(WS-EX-COUNT)
                   MOVE EVNT-DATE TO WS-EX-DATE(WS-EX-COUNT)
                   MOVE EVNT-PLACE TO WS-EX-PLACE(WS-EX-COUNT)
                   MOVE WS-P-COUNT TO WS-I
                 END-IF
               END-PERFORM
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1EVNT-SEG
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Generazione = profondita' dal capostipite: chi non ha genitori *
      * in tavola resta a 1, i figli valgono genitore+1. Rilassamento  *
           END-IF
           .

      *----------------------------------------------------------------*
      * Stessa generazione dalla chiusura: per ogni persona la         *
      * distanza dall'antenato piu' lontano fra quelli in tavola (con  *
      * la radice filtrata un antenato di altra radice non conta,      *
      * come non contava nel rilassamento), tetto a 20.                *
      *----------------------------------------------------------------*
       2200-GENERATIONS-FROM-CLOSURE.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-P-COUNT
             MOVE 0 TO WS-MAX-ANC-GEN
             MOVE WS-P-ID(WS-J) TO ANTE-FIND-DESC
             PERFORM 9780-FIND-ANCESTORS
             IF ANTE-FIRST > 0
               PERFORM VARYING ANTE-IX FROM ANTE-FIRST BY 1
                   UNTIL ANTE-IX > ANTE-LAST
                 IF ANTE-T-GEN(ANTE-IX) > WS-MAX-ANC-GEN
                   PERFORM 2210-CHECK-ANCESTOR-IN-TABLE
                   IF ANC-IN-TABLE
                     MOVE ANTE-T-GEN(ANTE-IX) TO WS-MAX-ANC-GEN
                   END-IF
                 END-IF
               END-PERFORM
             END-IF
             IF WS-MAX-ANC-GEN > 19
               MOVE 19 TO WS-MAX-ANC-GEN
             END-IF
             COMPUTE WS-P-GEN(WS-J) = WS-MAX-ANC-GEN + 1
           END-PERFORM
           .

       2210-CHECK-ANCESTOR-IN-TABLE.
           MOVE "N" TO WS-ANC-IN-TABLE
           IF WS-ROOT-ARG = "ALL"
             SET ANC-IN-TABLE TO TRUE
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-P-COUNT
             IF WS-P-ID(WS-I) = ANTE-T-ANC(ANTE-IX)
               SET ANC-IN-TABLE TO TRUE
               EXIT PERFORM
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Un trasferimento e' una persona con luogo di nascita e di      *
      * morte entrambi noti e diversi dopo il rollup; i fuori scala    *
             MOVE "  (NESSUNO)" TO REPORT-REC
             WRITE REPORT-REC
           END-IF

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "ESPATRI DOCUMENTATI (LISTE DI BORDO):" TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-EX-IX FROM 1 BY 1
               UNTIL WS-EX-IX > WS-EX-COUNT
             PERFORM 5200-WRITE-EMIGRATION
           END-PERFORM
           IF WS-EMIG-CT = 0
             MOVE "  (NESSUNO)" TO REPORT-REC
             WRITE REPORT-REC
           END-IF
           .

       5100-CHECK-OUTLIER.
           END-IF
           .

      *----------------------------------------------------------------*
      * Una riga per espatrio: la destinazione e' quella dichiarata    *
      * sulla riga EMIGRAT da cui l'evento e' nato ("EM" + stesso      *
      * progressivo dell'evento "EE").                                 *
      *----------------------------------------------------------------*
       5200-WRITE-EMIGRATION.
           ADD 1 TO WS-EMIG-CT
           MOVE WS-EX-P-IX(WS-EX-IX) TO WS-I
           MOVE SPACES TO WS-EX-FROM WS-EX-DEST
           MOVE WS-EX-PLACE(WS-EX-IX) TO WS-LOOKUP-ID
           PERFORM 8100-FIND-PLACE-INDEX
           IF WS-FOUND-IX > 0
             MOVE WS-PL-NAME(WS-FOUND-IX) TO WS-EX-FROM
           ELSE
             MOVE "LUOGO NON RISOLTO" TO WS-EX-FROM
           END-IF
           MOVE "EMIGRAT (EMIGID=            )" TO WS-SSA-EMIG
           MOVE "EM" TO WS-SSA-EMIG(17:2)
           MOVE WS-EX-EVNT(WS-EX-IX)(3:10) TO WS-SSA-EMIG(19:10)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EMIG-SEG
                                WS-SSA-EMIG
           IF DB-STATUS = SPACES AND EMIG-DEST NOT = SPACES
             MOVE EMIG-DEST TO WS-EX-DEST
           ELSE
             MOVE "DESTINAZIONE IGNOTA" TO WS-EX-DEST
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "  GEN." WS-P-GEN(WS-I) "  "
                  FUNCTION TRIM(WS-P-NAME(WS-I))
                  " (" FUNCTION TRIM(WS-P-ID(WS-I)) ") "
                  WS-EX-DATE(WS-EX-IX) " "
                  FUNCTION TRIM(WS-EX-FROM)
                  " -> " FUNCTION TRIM(WS-EX-DEST)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

       8100-FIND-PLACE-INDEX.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-PL-IX FROM 1 BY 1
             END-IF
           END-PERFORM
           .

       COPY "GNANTEP.cpy".

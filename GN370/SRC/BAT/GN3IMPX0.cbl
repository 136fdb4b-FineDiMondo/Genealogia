       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3IMPX0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Implesso degli antenati e coefficiente di
                consanguineita' di Wright. Data una persona soggetto
                risale i legami RELATE PADRE/MADRE per N generazioni
                (1-10, default 10) nella stessa tavola Ahnentafel di
                GN3LINE0 (1 = soggetto, 2n/2n+1 = padre/madre di n)
                e stampa:
                - per generazione i posti teorici (2**g), i posti
                  noti, gli antenati distinti e l'implesso (quota
                  dei posti noti occupati da un antenato gia'
                  contato nella stessa generazione);
                - gli antenati che occupano piu' di un posto, con i
                  numeri Ahnentafel dei posti;
                - il coefficiente di Wright F del soggetto, con gli
                  antenati comuni dei genitori e il contributo di
                  ciascun percorso (1/2)**(n1+n2+1) * (1 + FA);
                - F per ogni unione nelle linee del soggetto (F del
                  figlio dell'unione), calcolato dal posto piu' alto
                  verso il soggetto, cosi' FA dell'antenato comune e'
                  gia' noto quando serve.
                GN3DSPR0 controlla una dispensa alla volta; qui il
                quadro e' quello dell'intera ascendenza. I valori
                sono calcolati entro la finestra delle N generazioni:
                un'unione vicina al bordo vede pochi antenati e il
                suo F e' un minimo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-OUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXT-FILE ASSIGN TO DYNAMIC WS-EXT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-REC            PIC X(132).

       FD  EXT-FILE.
       01  EXT-REC               PIC X(640).

       WORKING-STORAGE SECTION.
       77  WS-OUT-FILE           PIC X(256) VALUE SPACES.
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-START-ID           PIC X(12) VALUE SPACES.
       77  WS-GEN-ARG            PIC X(2) VALUE SPACES.
       77  WS-MAX-GEN            PIC 9(2) VALUE 10.
       77  WS-GEN                PIC 9(2) VALUE 0.
       77  WS-GEN-FIRST          PIC 9(4) VALUE 0.
       77  WS-GEN-LAST           PIC 9(4) VALUE 0.
       77  WS-AHN-LIMIT          PIC 9(4) VALUE 0.
       77  WS-AHN-SON            PIC 9(4) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".

       01  WS-SSA-PERS           PIC X(30)
           VALUE "PERSON  (PERSID=            )".

      * LEGAMI GENITORE->FIGLIO IN MEMORIA (SCHEMA GN3LINE0), DALLA
      * BASE DATI O DALL'ESTRATTO DELLA NOTTE (QUARTO ARGOMENTO)
       01  WS-LINK-TABLE.
           05 WS-LINK-ENTRY OCCURS 5000 TIMES.
              10 WS-LK-CHILD     PIC X(12).
              10 WS-LK-PARENT    PIC X(12).
              10 WS-LK-KIND      PIC X(1).
       01  WS-LINK-COUNT         PIC 9(4) VALUE 0.
       01  WS-LK-IX              PIC 9(4) VALUE 0.

       77  WS-EXT-DIR            PIC X(128) VALUE SPACES.
       77  WS-EXT-FILE           PIC X(200) VALUE SPACES.
       77  WS-EXT-FS             PIC X(2) VALUE "00".
       01  WS-EXT-EOF            PIC X VALUE "N".
           88 EXT-EOF-YES        VALUE "Y".

      * TAVOLA AHNENTAFEL: 2047 POSTI COPRONO IL SOGGETTO E 10
      * GENERAZIONI DI RISALITA; ACCANTO ALL'ID IL COEFFICIENTE F DI
      * CHI OCCUPA IL POSTO (CALCOLATO SULLA SUA SOTTO-TAVOLA)
       01  WS-AHN-TABLE.
           05 WS-AHN-ENTRY OCCURS 2047 TIMES.
              10 WS-AHN-ID       PIC X(12).
              10 WS-AHN-F        PIC 9V9(9).
       01  WS-AHN-IX             PIC 9(4) VALUE 0.
       01  WS-AHN-JX             PIC 9(4) VALUE 0.

      * ANTENATI DISTINTI SU TUTTA L'ASCENDENZA, CON I POSTI
       01  WS-DST-TABLE.
           05 WS-DST-ENTRY OCCURS 2046 TIMES.
              10 WS-DST-ID       PIC X(12).
              10 WS-DST-CT       PIC 9(4).
              10 WS-DST-SLOTS    PIC X(100).
              10 WS-DST-PTR      PIC 9(3).
       01  WS-DST-COUNT          PIC 9(4) VALUE 0.
       01  WS-DST-IX             PIC 9(4) VALUE 0.
       01  WS-DST-FOUND          PIC 9(4) VALUE 0.
       01  WS-MULTI-COUNT        PIC 9(4) VALUE 0.

      * CONTEGGI PER GENERAZIONE E TOTALI
       01  WS-TEOR               PIC 9(5) VALUE 0.
       01  WS-NOTI               PIC 9(5) VALUE 0.
       01  WS-DIST               PIC 9(5) VALUE 0.
       01  WS-TOT-TEOR           PIC 9(5) VALUE 0.
       01  WS-TOT-NOTI           PIC 9(5) VALUE 0.
       01  WS-DUP-IN-GEN         PIC X VALUE "N".
       01  WS-PCT                PIC 9(3)V99 VALUE 0.
       01  WS-PCT-ED             PIC ZZ9.99.
       01  WS-CMPL-ED            PIC ZZ9.99.
       01  WS-N5-ED              PIC ZZZZ9.
       01  WS-N5B-ED             PIC ZZZZ9.
       01  WS-N5C-ED             PIC ZZZZ9.
       01  WS-SLOT-ED            PIC ZZZ9.

      * CALCOLO DI F: DUE SOTTO-TAVOLE (PADRE 2K, MADRE 2K+1), LIVELLI
      * DI RISALITA TA/TB, PERCORSI PER IL CONTROLLO DI DISGIUNZIONE
       01  WS-K                  PIC S9(4) VALUE 0.
       01  WS-F-SUM              PIC 9V9(9) VALUE 0.
       01  WS-CONTRIB            PIC 9V9(9) VALUE 0.
       01  WS-DIVISOR            PIC 9(7) VALUE 0.
       01  WS-TA                 PIC 9(2) VALUE 0.
       01  WS-TB                 PIC 9(2) VALUE 0.
       01  WS-A-FIRST            PIC 9(5) VALUE 0.
       01  WS-A-LAST             PIC 9(5) VALUE 0.
       01  WS-B-FIRST            PIC 9(5) VALUE 0.
       01  WS-B-LAST             PIC 9(5) VALUE 0.
       01  WS-PATH-A.
           05 WS-PA-ID           PIC X(12) OCCURS 10 TIMES.
       01  WS-PA-COUNT           PIC 9(2) VALUE 0.
       01  WS-PATH-B.
           05 WS-PB-ID           PIC X(12) OCCURS 10 TIMES.
       01  WS-PB-COUNT           PIC 9(2) VALUE 0.
       01  WS-PX                 PIC 9(2) VALUE 0.
       01  WS-PY                 PIC 9(2) VALUE 0.
       01  WS-WALK               PIC 9(5) VALUE 0.
       01  WS-DISJOINT           PIC X VALUE "Y".
           88 PATHS-DISJOINT     VALUE "Y".

      * PERCORSI DEL SOGGETTO (K = 1) PER IL DETTAGLIO A STAMPA
       01  WS-SUBJ-PATHS.
           05 WS-SP-ENTRY OCCURS 200 TIMES.
              10 WS-SP-ID        PIC X(12).
              10 WS-SP-SLOT-A    PIC 9(4).
              10 WS-SP-SLOT-B    PIC 9(4).
              10 WS-SP-STEPS     PIC 9(2).
              10 WS-SP-CONTRIB   PIC 9V9(9).
       01  WS-SP-COUNT           PIC 9(3) VALUE 0.
       01  WS-SP-IX              PIC 9(3) VALUE 0.

      * UNIONI DISTINTE NELLE LINEE DEL SOGGETTO
       01  WS-UNION-TABLE.
           05 WS-UN-ENTRY OCCURS 1023 TIMES.
              10 WS-UN-FATHER    PIC X(12).
              10 WS-UN-MOTHER    PIC X(12).
       01  WS-UN-COUNT           PIC 9(4) VALUE 0.
       01  WS-UN-IX              PIC 9(4) VALUE 0.
       01  WS-UN-SEEN            PIC X VALUE "N".
       01  WS-UN-CONS-CT         PIC 9(4) VALUE 0.

       01  WS-F-ED               PIC 9.9(7).
       01  WS-STEPS-ED           PIC Z9.
       01  WS-NAME-TXT           PIC X(40) VALUE SPACES.
       01  WS-NAME2-TXT          PIC X(40) VALUE SPACES.
       01  WS-NAME-ID            PIC X(12) VALUE SPACES.

       COPY GN1PRSN.
       COPY GN1RELT.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 3
             DISPLAY "USO: GN3IMPX0 <pers-id> <generazioni 1-10> "
                     "<report-out> [dir-estratti]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-START-ID FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-START-ID) TO WS-START-ID
           ACCEPT WS-GEN-ARG FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(WS-GEN-ARG) IS NUMERIC
             MOVE FUNCTION TRIM(WS-GEN-ARG) TO WS-MAX-GEN
           END-IF
           IF WS-MAX-GEN < 1 OR WS-MAX-GEN > 10
             MOVE 10 TO WS-MAX-GEN
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           IF WS-ARGC >= 4
             ACCEPT WS-EXT-DIR FROM ARGUMENT-VALUE
             MOVE FUNCTION TRIM(WS-EXT-DIR) TO WS-EXT-DIR
           END-IF

           IF WS-EXT-DIR NOT = SPACES
             PERFORM 1050-LOAD-LINKS-FROM-EXTRACT
           ELSE
             PERFORM 1000-LOAD-PARENT-LINKS
           END-IF
           PERFORM 2000-FILL-AHNENTAFEL
           PERFORM 2500-COLLECT-DISTINCT
           PERFORM 3000-COMPUTE-COEFFICIENTS

           OPEN OUTPUT REPORT-FILE
           PERFORM 4000-PRINT-GENERATIONS
           PERFORM 4500-PRINT-REPEATED
           PERFORM 5000-PRINT-SUBJECT-F
           PERFORM 5500-PRINT-UNIONS
           CLOSE REPORT-FILE

           DISPLAY "GN3IMPX0: LEGAMI CARICATI = " WS-LINK-COUNT
           DISPLAY "GN3IMPX0: POSTI NOTI      = " WS-TOT-NOTI
           DISPLAY "GN3IMPX0: ANTENATI DISTINTI= " WS-DST-COUNT
           DISPLAY "GN3IMPX0: IN PIU' POSTI   = " WS-MULTI-COUNT
           MOVE WS-AHN-F(1) TO WS-F-ED
           DISPLAY "GN3IMPX0: F DEL SOGGETTO  = " WS-F-ED
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------*
      * Carico dei legami dall'estratto condiviso della notte          *
      * (relate.ext di GN3XTR00), stessa selezione della spazzata.     *
      *----------------------------------------------------------------*
       1050-LOAD-LINKS-FROM-EXTRACT.
           MOVE 0 TO WS-LINK-COUNT
           MOVE SPACES TO WS-EXT-FILE
           STRING FUNCTION TRIM(WS-EXT-DIR) "/relate.ext"
             DELIMITED BY SIZE INTO WS-EXT-FILE
           MOVE "N" TO WS-EXT-EOF
           OPEN INPUT EXT-FILE
           IF WS-EXT-FS NOT = "00"
             DISPLAY "GN3IMPX0: ESTRATTO NON APRIBILE: "
                     FUNCTION TRIM(WS-EXT-FILE)
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM UNTIL EXT-EOF-YES OR WS-LINK-COUNT >= 5000
             READ EXT-FILE
               AT END
                 MOVE "Y" TO WS-EXT-EOF
               NOT AT END
                 MOVE EXT-REC(1:96) TO GN1RELT-SEG
                 PERFORM 1100-TAKE-LINK
             END-READ
           END-PERFORM
           CLOSE EXT-FILE
           .

      *----------------------------------------------------------------*
      * Spazzata non qualificata di tutti i RELATE: solo i legami di   *
      * tipo PADRE/MADRE (o FATHER/MOTHER) entrano in tavola.          *
      *----------------------------------------------------------------*
       1000-LOAD-PARENT-LINKS.
           MOVE 0 TO WS-LINK-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1RELT-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-LINK-COUNT >= 5000
             PERFORM 1100-TAKE-LINK
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1RELT-SEG
           END-PERFORM
           .

       1100-TAKE-LINK.
           EVALUATE FUNCTION UPPER-CASE(REL-TYPE(1:3))
             WHEN "PAD"
             WHEN "FAT"
               ADD 1 TO WS-LINK-COUNT
               MOVE REL-TARG TO WS-LK-CHILD(WS-LINK-COUNT)
               MOVE REL-PERS TO WS-LK-PARENT(WS-LINK-COUNT)
               MOVE "P" TO WS-LK-KIND(WS-LINK-COUNT)
             WHEN "MAD"
             WHEN "MOT"
               ADD 1 TO WS-LINK-COUNT
               MOVE REL-TARG TO WS-LK-CHILD(WS-LINK-COUNT)
               MOVE REL-PERS TO WS-LK-PARENT(WS-LINK-COUNT)
               MOVE "M" TO WS-LK-KIND(WS-LINK-COUNT)
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Riempimento iterativo come in GN3LINE0: per ogni posto n fino  *
      * alla penultima generazione, padre in 2n e madre in 2n+1.       *
      * Un antenato presente in piu' linee occupa piu' posti: e'       *
      * proprio l'implesso che si vuole misurare.                      *
      *----------------------------------------------------------------*
       2000-FILL-AHNENTAFEL.
           MOVE SPACES TO WS-AHN-TABLE
           PERFORM VARYING WS-AHN-IX FROM 1 BY 1
               UNTIL WS-AHN-IX > 2047
             MOVE 0 TO WS-AHN-F(WS-AHN-IX)
           END-PERFORM
           MOVE WS-START-ID TO WS-AHN-ID(1)
           COMPUTE WS-AHN-LIMIT = 2 ** (WS-MAX-GEN + 1) - 1
           COMPUTE WS-AHN-SON = WS-AHN-LIMIT / 2
           PERFORM VARYING WS-AHN-IX FROM 1 BY 1
               UNTIL WS-AHN-IX > WS-AHN-SON
             IF WS-AHN-ID(WS-AHN-IX) NOT = SPACES
               PERFORM 2100-FIND-PARENTS
             END-IF
           END-PERFORM
           .

       2100-FIND-PARENTS.
           PERFORM VARYING WS-LK-IX FROM 1 BY 1
               UNTIL WS-LK-IX > WS-LINK-COUNT
             IF WS-LK-CHILD(WS-LK-IX) = WS-AHN-ID(WS-AHN-IX)
               IF WS-LK-KIND(WS-LK-IX) = "P"
                 MOVE WS-LK-PARENT(WS-LK-IX)
                   TO WS-AHN-ID(WS-AHN-IX * 2)
               ELSE
                 MOVE WS-LK-PARENT(WS-LK-IX)
                   TO WS-AHN-ID(WS-AHN-IX * 2 + 1)
               END-IF
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Antenati distinti su tutta l'ascendenza (posti 2..limite) con  *
      * l'elenco dei posti occupati da ciascuno.                       *
      *----------------------------------------------------------------*
       2500-COLLECT-DISTINCT.
           MOVE 0 TO WS-DST-COUNT WS-MULTI-COUNT
           PERFORM VARYING WS-AHN-IX FROM 2 BY 1
               UNTIL WS-AHN-IX > WS-AHN-LIMIT
             IF WS-AHN-ID(WS-AHN-IX) NOT = SPACES
               PERFORM 2510-ADD-DISTINCT
             END-IF
           END-PERFORM
           PERFORM VARYING WS-DST-IX FROM 1 BY 1
               UNTIL WS-DST-IX > WS-DST-COUNT
             IF WS-DST-CT(WS-DST-IX) > 1
               ADD 1 TO WS-MULTI-COUNT
             END-IF
           END-PERFORM
           .

       2510-ADD-DISTINCT.
           MOVE 0 TO WS-DST-FOUND
           PERFORM VARYING WS-DST-IX FROM 1 BY 1
               UNTIL WS-DST-IX > WS-DST-COUNT OR WS-DST-FOUND > 0
             IF WS-DST-ID(WS-DST-IX) = WS-AHN-ID(WS-AHN-IX)
               MOVE WS-DST-IX TO WS-DST-FOUND
             END-IF
           END-PERFORM
           IF WS-DST-FOUND = 0
             ADD 1 TO WS-DST-COUNT
             MOVE WS-DST-COUNT TO WS-DST-FOUND
             MOVE WS-AHN-ID(WS-AHN-IX) TO WS-DST-ID(WS-DST-FOUND)
             MOVE 0 TO WS-DST-CT(WS-DST-FOUND)
             MOVE SPACES TO WS-DST-SLOTS(WS-DST-FOUND)
             MOVE 1 TO WS-DST-PTR(WS-DST-FOUND)
           END-IF
           ADD 1 TO WS-DST-CT(WS-DST-FOUND)
           MOVE WS-AHN-IX TO WS-SLOT-ED
           IF WS-DST-PTR(WS-DST-FOUND) < 95
             STRING FUNCTION TRIM(WS-SLOT-ED) " "
               DELIMITED BY SIZE INTO WS-DST-SLOTS(WS-DST-FOUND)
               WITH POINTER WS-DST-PTR(WS-DST-FOUND)
           END-IF
           .

      *----------------------------------------------------------------*
      * Coefficiente di Wright per ogni posto con entrambi i genitori, *
      * dal posto piu' alto al soggetto: F(k) e' la somma, su ogni     *
      * coppia di posti i (linea del padre 2k) e j (linea della madre  *
      * 2k+1) occupati dallo stesso antenato A lungo percorsi che non  *
      * si incontrano prima di A, di (1/2)**(n1+n2+1) * (1 + F(A)),    *
      * dove n1/n2 sono le generazioni da padre/madre ad A. F(i) e'    *
      * gia' calcolato perche' i > k.                                  *
      *----------------------------------------------------------------*
       3000-COMPUTE-COEFFICIENTS.
           MOVE 0 TO WS-SP-COUNT
           PERFORM VARYING WS-K FROM WS-AHN-SON BY -1
               UNTIL WS-K < 1
             IF WS-AHN-ID(WS-K) NOT = SPACES
                AND WS-AHN-ID(WS-K * 2) NOT = SPACES
                AND WS-AHN-ID(WS-K * 2 + 1) NOT = SPACES
               PERFORM 3100-COMPUTE-ONE-F
             END-IF
           END-PERFORM
           .

       3100-COMPUTE-ONE-F.
           MOVE 0 TO WS-F-SUM
           MOVE 0 TO WS-TA
           COMPUTE WS-A-FIRST = WS-K * 2
           PERFORM UNTIL WS-A-FIRST > WS-AHN-LIMIT
             COMPUTE WS-A-LAST = WS-A-FIRST + 2 ** WS-TA - 1
             PERFORM VARYING WS-AHN-IX FROM WS-A-FIRST BY 1
                 UNTIL WS-AHN-IX > WS-A-LAST
               IF WS-AHN-ID(WS-AHN-IX) NOT = SPACES
                 PERFORM 3200-MATCH-MOTHER-LINE
               END-IF
             END-PERFORM
             ADD 1 TO WS-TA
             COMPUTE WS-A-FIRST = WS-A-FIRST * 2
           END-PERFORM
           IF WS-F-SUM > 1
             MOVE 1 TO WS-F-SUM
           END-IF
           MOVE WS-F-SUM TO WS-AHN-F(WS-K)
           .

       3200-MATCH-MOTHER-LINE.
           MOVE 0 TO WS-TB
           COMPUTE WS-B-FIRST = WS-K * 2 + 1
           PERFORM UNTIL WS-B-FIRST > WS-AHN-LIMIT
             COMPUTE WS-B-LAST = WS-B-FIRST + 2 ** WS-TB - 1
             PERFORM VARYING WS-AHN-JX FROM WS-B-FIRST BY 1
                 UNTIL WS-AHN-JX > WS-B-LAST
               IF WS-AHN-ID(WS-AHN-JX) = WS-AHN-ID(WS-AHN-IX)
                 PERFORM 3300-CHECK-PATHS
                 IF PATHS-DISJOINT
                   PERFORM 3400-ADD-CONTRIBUTION
                 END-IF
               END-IF
             END-PERFORM
             ADD 1 TO WS-TB
             COMPUTE WS-B-FIRST = WS-B-FIRST * 2
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * I due percorsi (dal posto dell'antenato giu' fino a padre e    *
      * madre, antenato escluso) non devono avere persone in comune:   *
      * altrimenti il percorso passa due volte per un antenato piu'    *
      * vicino ed e' gia' contato da quello.                           *
      *----------------------------------------------------------------*
       3300-CHECK-PATHS.
           MOVE "Y" TO WS-DISJOINT
           MOVE 0 TO WS-PA-COUNT WS-PB-COUNT
           COMPUTE WS-WALK = WS-AHN-IX / 2
           PERFORM UNTIL WS-WALK < WS-K * 2
             ADD 1 TO WS-PA-COUNT
             MOVE WS-AHN-ID(WS-WALK) TO WS-PA-ID(WS-PA-COUNT)
             COMPUTE WS-WALK = WS-WALK / 2
           END-PERFORM
           COMPUTE WS-WALK = WS-AHN-JX / 2
           PERFORM UNTIL WS-WALK < WS-K * 2 + 1
                      OR WS-WALK = WS-K * 2
             ADD 1 TO WS-PB-COUNT
             MOVE WS-AHN-ID(WS-WALK) TO WS-PB-ID(WS-PB-COUNT)
             COMPUTE WS-WALK = WS-WALK / 2
           END-PERFORM
           PERFORM VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > WS-PA-COUNT OR NOT PATHS-DISJOINT
             PERFORM VARYING WS-PY FROM 1 BY 1
                 UNTIL WS-PY > WS-PB-COUNT
               IF WS-PA-ID(WS-PX) = WS-PB-ID(WS-PY)
                 MOVE "N" TO WS-DISJOINT
               END-IF
             END-PERFORM
           END-PERFORM
           .

       3400-ADD-CONTRIBUTION.
           COMPUTE WS-DIVISOR = 2 ** (WS-TA + WS-TB + 1)
           ADD 1 WS-AHN-F(WS-AHN-IX) GIVING WS-CONTRIB
           DIVIDE WS-DIVISOR INTO WS-CONTRIB ROUNDED
           ADD WS-CONTRIB TO WS-F-SUM
           IF WS-K = 1 AND WS-SP-COUNT < 200
             ADD 1 TO WS-SP-COUNT
             MOVE WS-AHN-ID(WS-AHN-IX) TO WS-SP-ID(WS-SP-COUNT)
             MOVE WS-AHN-IX TO WS-SP-SLOT-A(WS-SP-COUNT)
             MOVE WS-AHN-JX TO WS-SP-SLOT-B(WS-SP-COUNT)
             COMPUTE WS-SP-STEPS(WS-SP-COUNT) = WS-TA + WS-TB + 1
             MOVE WS-CONTRIB TO WS-SP-CONTRIB(WS-SP-COUNT)
           END-IF
           .

      *----------------------------------------------------------------*
      * Prospetto per generazione: posti teorici 2**g, noti,           *
      * distinti nella generazione, implesso = (noti - distinti) /     *
      * noti, completezza = noti / teorici.                            *
      *----------------------------------------------------------------*
       4000-PRINT-GENERATIONS.
           MOVE WS-START-ID TO WS-NAME-ID
           PERFORM 7000-GET-NAME
           MOVE SPACES TO REPORT-REC
           STRING "IMPLESSO DEGLI ANTENATI E CONSANGUINEITA' DI "
                  FUNCTION TRIM(WS-NAME-TXT)
                  " (" FUNCTION TRIM(WS-START-ID) ") - "
                  WS-MAX-GEN " GENERAZIONI"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "  GEN  TEORICI   NOTI  DISTINTI  IMPLESSO%  COMPLETI%"
             TO REPORT-REC
           WRITE REPORT-REC
           MOVE 0 TO WS-TOT-TEOR WS-TOT-NOTI
           PERFORM VARYING WS-GEN FROM 1 BY 1
               UNTIL WS-GEN > WS-MAX-GEN
             COMPUTE WS-GEN-FIRST = 2 ** WS-GEN
             COMPUTE WS-GEN-LAST = 2 ** (WS-GEN + 1) - 1
             COMPUTE WS-TEOR = 2 ** WS-GEN
             MOVE 0 TO WS-NOTI WS-DIST
             PERFORM VARYING WS-AHN-IX FROM WS-GEN-FIRST BY 1
                 UNTIL WS-AHN-IX > WS-GEN-LAST
               IF WS-AHN-ID(WS-AHN-IX) NOT = SPACES
                 ADD 1 TO WS-NOTI
                 MOVE "N" TO WS-DUP-IN-GEN
                 PERFORM VARYING WS-AHN-JX FROM WS-GEN-FIRST BY 1
                     UNTIL WS-AHN-JX >= WS-AHN-IX
                        OR WS-DUP-IN-GEN = "Y"
                   IF WS-AHN-ID(WS-AHN-JX) = WS-AHN-ID(WS-AHN-IX)
                     MOVE "Y" TO WS-DUP-IN-GEN
                   END-IF
                 END-PERFORM
                 IF WS-DUP-IN-GEN = "N"
                   ADD 1 TO WS-DIST
                 END-IF
               END-IF
             END-PERFORM
             ADD WS-TEOR TO WS-TOT-TEOR
             ADD WS-NOTI TO WS-TOT-NOTI
             PERFORM 4100-WRITE-GEN-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-TOT-TEOR TO WS-TEOR
           MOVE WS-TOT-NOTI TO WS-NOTI
           MOVE WS-DST-COUNT TO WS-DIST
           MOVE 0 TO WS-GEN
           PERFORM 4100-WRITE-GEN-LINE
           MOVE SPACES TO REPORT-REC
           STRING "  IMPLESSO% = POSTI NOTI OCCUPATI DA UN ANTENATO "
                  "GIA' CONTATO / POSTI NOTI"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

       4100-WRITE-GEN-LINE.
           MOVE 0 TO WS-PCT
           IF WS-NOTI > 0
             COMPUTE WS-PCT ROUNDED =
               (WS-NOTI - WS-DIST) * 100 / WS-NOTI
           END-IF
           MOVE WS-PCT TO WS-PCT-ED
           COMPUTE WS-PCT ROUNDED = WS-NOTI * 100 / WS-TEOR
           MOVE WS-PCT TO WS-CMPL-ED
           MOVE WS-TEOR TO WS-N5-ED
           MOVE WS-NOTI TO WS-N5B-ED
           MOVE WS-DIST TO WS-N5C-ED
           MOVE SPACES TO REPORT-REC
           IF WS-GEN = 0
             STRING "  TOT    " WS-N5-ED "  " WS-N5B-ED
                    "     " WS-N5C-ED "     " WS-PCT-ED
                    "     " WS-CMPL-ED
               DELIMITED BY SIZE INTO REPORT-REC
           ELSE
             STRING "   " WS-GEN "    " WS-N5-ED "  " WS-N5B-ED
                    "     " WS-N5C-ED "     " WS-PCT-ED
                    "     " WS-CMPL-ED
               DELIMITED BY SIZE INTO REPORT-REC
           END-IF
           WRITE REPORT-REC
           .

       4500-PRINT-REPEATED.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "ANTENATI IN PIU' POSTI (NUMERI AHNENTAFEL)"
             TO REPORT-REC
           WRITE REPORT-REC
           IF WS-MULTI-COUNT = 0
             MOVE "  (NESSUNO: NESSUN IMPLESSO NELLA FINESTRA)"
               TO REPORT-REC
             WRITE REPORT-REC
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DST-IX FROM 1 BY 1
               UNTIL WS-DST-IX > WS-DST-COUNT
             IF WS-DST-CT(WS-DST-IX) > 1
               MOVE WS-DST-ID(WS-DST-IX) TO WS-NAME-ID
               PERFORM 7000-GET-NAME
               MOVE WS-DST-CT(WS-DST-IX) TO WS-SLOT-ED
               MOVE SPACES TO REPORT-REC
               STRING "  " FUNCTION TRIM(WS-NAME-TXT)
                      " (" FUNCTION TRIM(WS-DST-ID(WS-DST-IX))
                      ") " FUNCTION TRIM(WS-SLOT-ED) " POSTI: "
                      FUNCTION TRIM(WS-DST-SLOTS(WS-DST-IX))
                 DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
             END-IF
           END-PERFORM
           .

       5000-PRINT-SUBJECT-F.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-AHN-F(1) TO WS-F-ED
           MOVE SPACES TO REPORT-REC
           STRING "COEFFICIENTE DI CONSANGUINEITA' (WRIGHT) "
                  "DEL SOGGETTO: F = " WS-F-ED
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           IF WS-SP-COUNT = 0
             MOVE "  (GENITORI SENZA ANTENATI COMUNI NELLA FINESTRA)"
               TO REPORT-REC
             WRITE REPORT-REC
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "  ANTENATO COMUNE                 POSTI      "
                  "N1+N2+1   CONTRIBUTO"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-SP-IX FROM 1 BY 1
               UNTIL WS-SP-IX > WS-SP-COUNT
             MOVE WS-SP-ID(WS-SP-IX) TO WS-NAME-ID
             PERFORM 7000-GET-NAME
             MOVE WS-SP-STEPS(WS-SP-IX) TO WS-STEPS-ED
             MOVE WS-SP-CONTRIB(WS-SP-IX) TO WS-F-ED
             MOVE SPACES TO REPORT-REC
             MOVE WS-NAME-TXT(1:30) TO REPORT-REC(3:30)
             MOVE WS-SP-SLOT-A(WS-SP-IX) TO WS-SLOT-ED
             MOVE WS-SLOT-ED TO REPORT-REC(35:4)
             MOVE "/" TO REPORT-REC(39:1)
             MOVE WS-SP-SLOT-B(WS-SP-IX) TO WS-SLOT-ED
             MOVE WS-SLOT-ED TO REPORT-REC(40:4)
             MOVE WS-STEPS-ED TO REPORT-REC(50:2)
             MOVE WS-F-ED TO REPORT-REC(57:9)
             WRITE REPORT-REC
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Unioni nelle linee del soggetto: ogni coppia padre/madre della *
      * tavola, una volta sola anche se l'implesso la ripete; F e'     *
      * quello del figlio nel primo posto in cui l'unione compare.     *
      *----------------------------------------------------------------*
       5500-PRINT-UNIONS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "UNIONI CONSANGUINEE NELLE LINEE DEL SOGGETTO "
                  "(F DEI FIGLI)"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE 0 TO WS-UN-COUNT WS-UN-CONS-CT
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-AHN-SON
             IF WS-AHN-ID(WS-K) NOT = SPACES
                AND WS-AHN-ID(WS-K * 2) NOT = SPACES
                AND WS-AHN-ID(WS-K * 2 + 1) NOT = SPACES
               PERFORM 5510-ONE-UNION
             END-IF
           END-PERFORM
           IF WS-UN-CONS-CT = 0
             MOVE "  (NESSUNA)" TO REPORT-REC
             WRITE REPORT-REC
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "  UNIONI ESAMINATE: " WS-UN-COUNT
                  "  CONSANGUINEE: " WS-UN-CONS-CT
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

       5510-ONE-UNION.
           MOVE "N" TO WS-UN-SEEN
           PERFORM VARYING WS-UN-IX FROM 1 BY 1
               UNTIL WS-UN-IX > WS-UN-COUNT
             IF WS-UN-FATHER(WS-UN-IX) = WS-AHN-ID(WS-K * 2)
                AND WS-UN-MOTHER(WS-UN-IX) = WS-AHN-ID(WS-K * 2 + 1)
               MOVE "Y" TO WS-UN-SEEN
             END-IF
           END-PERFORM
           IF WS-UN-SEEN = "Y" OR WS-UN-COUNT >= 1023
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UN-COUNT
           MOVE WS-AHN-ID(WS-K * 2) TO WS-UN-FATHER(WS-UN-COUNT)
           MOVE WS-AHN-ID(WS-K * 2 + 1) TO WS-UN-MOTHER(WS-UN-COUNT)
           IF WS-AHN-F(WS-K) = 0
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UN-CONS-CT
           MOVE WS-AHN-ID(WS-K * 2) TO WS-NAME-ID
           PERFORM 7000-GET-NAME
           MOVE WS-NAME-TXT TO WS-NAME2-TXT
           MOVE WS-AHN-ID(WS-K * 2 + 1) TO WS-NAME-ID
           PERFORM 7000-GET-NAME
           MOVE WS-K TO WS-SLOT-ED
           MOVE WS-AHN-F(WS-K) TO WS-F-ED
           MOVE SPACES TO REPORT-REC
           STRING "  POSTO " WS-SLOT-ED "  F = " WS-F-ED "  "
                  FUNCTION TRIM(WS-NAME2-TXT) " X "
                  FUNCTION TRIM(WS-NAME-TXT)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

       7000-GET-NAME.
           MOVE WS-NAME-ID TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           IF DB-STATUS = SPACES
             MOVE PERS-NAME TO WS-NAME-TXT
           ELSE
             MOVE SPACES TO WS-NAME-TXT
             STRING "(" FUNCTION TRIM(WS-NAME-ID) ")"
               DELIMITED BY SIZE INTO WS-NAME-TXT
           END-IF
           .

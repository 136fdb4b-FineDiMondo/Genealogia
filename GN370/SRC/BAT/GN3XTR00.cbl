                  titolo.ext     TITLE    per TITL-PERS
                  citazione.ext  CITATN   per CITA-PERS
                  casato.ext     HOUSE    per HOUS-ID
                  figli.ext      FAMLNK   per FLNK-FAM (solo i
                                 legami CHIL: i figli di ogni
                                 famiglia, letti dalla CLI)
                Ogni riga porta l'immagine intera del segmento
                (stessa convenzione degli estratti delta di
                GN3DELT0). I report della notte leggono questi file
                invece di rispazzare la base cinque volte, e tutti
                vedono la stessa fotografia di mezzanotte.
                Dopo relate.ext il passo scrive anche la chiusura
                degli antenati:
                  antenati.ext   una riga per coppia discendente/
                                 antenato (tracciato GNANTE) con
                                 distanza in generazioni e lato
                                 paterno/materno, per discendente
                                 + antenato
                calcolata una volta sola sui legami PADRE/MADRE di
                relate.ext: i report che chiedono "X e' antenato di
                Y, e di quanto?" leggono quella (GNANTEP) invece di
                rifarsi il grafo. I cicli (una persona che risulta
                antenata di se stessa) si scoprono qui, una volta:
                il legame che chiude il giro non entra nella
                chiusura e le persone coinvolte sono elencate in
                cicli.txt; RC 4 se ce n'e' almeno uno.
                Per ultimo scrive estratto.ctl, una riga
                GN3XTR00|AAAAMMGGHHMMSS|segmenti con il timbro
                della corsa: e' la "notte" della fotografia che la
                CLI (FONTE ESTRATTO) dichiara quando legge questi
                file al posto dei file flat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EXT-FILE ASSIGN TO DYNAMIC WS-EXT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO DYNAMIC WS-SORT-FILE.
           SELECT ANTE-SORT ASSIGN TO DYNAMIC WS-ANTE-SORT-FILE.
           SELECT CYC-FILE ASSIGN TO DYNAMIC WS-CYC-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTL-FILE ASSIGN TO DYNAMIC WS-CTL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 SORT-KEY           PIC X(12).
           05 SORT-IMAGE         PIC X(640).

       SD  ANTE-SORT.
       01  ANTE-SORT-REC.
           05 ANTE-SORT-KEY      PIC X(24).
           05 FILLER             PIC X(16).

       FD  CYC-FILE.
       01  CYC-REC               PIC X(132).

       FD  CTL-FILE.
       01  CTL-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-EXT-DIR            PIC X(128) VALUE SPACES.
       77  WS-SEG-KIND           PIC X(8) VALUE SPACES.
       77  WS-ROW-CT             PIC 9(7) VALUE 0.
       77  WS-TOT-CT             PIC 9(7) VALUE 0.
       77  WS-ANTE-SORT-FILE     PIC X(64)
           VALUE "work/gn3xtr-ante.tmp".
       77  WS-CYC-FILE           PIC X(200) VALUE SPACES.
       77  WS-ANTE-CT            PIC 9(7) VALUE 0.
       77  WS-CYC-CT             PIC 9(5) VALUE 0.
       77  WS-AL-LOST            PIC 9(7) VALUE 0.
       77  WS-AQ-LOST            PIC 9(7) VALUE 0.
       77  WS-CYC-GEN-ED         PIC Z(2)9.
       77  WS-CTL-FILE           PIC X(200) VALUE SPACES.
       77  WS-RUN-STAMP          PIC X(14) VALUE SPACES.

      * LEGAMI PADRE/MADRE PER FIGLIO (DA relate.ext, ORDINATI SUL
      * FIGLIO): DI OGNI PERSONA SI TROVANO I GENITORI IN BINARIA
       01  WS-AL-COUNT           PIC 9(5) VALUE 0.
       01  WS-AL-TABLE.
           05 WS-AL-ENTRY OCCURS 1 TO 20000 TIMES
                 DEPENDING ON WS-AL-COUNT
                 ASCENDING KEY IS WS-AL-CHILD
                 INDEXED BY WS-ALX.
              10 WS-AL-CHILD     PIC X(12).
              10 WS-AL-PARENT    PIC X(12).
              10 WS-AL-KIND      PIC X(1).
              10 WS-AL-RANK      PIC 9(1).
       01  WS-AL-IX              PIC 9(5) VALUE 0.
       01  WS-AL-JX              PIC 9(5) VALUE 0.

      * ANTENATI DEL DISCENDENTE CORRENTE, VISITA IN AMPIEZZA: PRIMA
      * LA RISALITA DAL PADRE (RIGHE 1..WS-AQ-NP), POI QUELLA DALLA
      * MADRE; CHI STA IN TUTTE E DUE E' DI ENTRAMBI I LATI. RANGO
      * DEL LEGAME PIU' DEBOLE: 0 PROVATO, 1 PROBABILE, 2 IPOTESI
       01  WS-AQ-TABLE.
           05 WS-AQ-ENTRY OCCURS 3000 TIMES.
              10 WS-AQ-ID        PIC X(12).
              10 WS-AQ-GEN       PIC 9(3).
              10 WS-AQ-SIDE      PIC X(1).
              10 WS-AQ-RANK      PIC 9(1).
       01  WS-AQ-COUNT           PIC 9(4) VALUE 0.
       01  WS-AQ-IX              PIC 9(4) VALUE 0.
       01  WS-AQ-JX              PIC 9(4) VALUE 0.
       01  WS-AQ-NP              PIC 9(4) VALUE 0.
       01  WS-AQ-START           PIC 9(4) VALUE 0.

       01  WS-CUR-DESC           PIC X(12) VALUE SPACES.
       01  WS-WALK-ID            PIC X(12) VALUE SPACES.
       01  WS-WALK-GEN           PIC 9(3) VALUE 0.
       01  WS-WALK-SIDE          PIC X(1) VALUE SPACE.
       01  WS-WALK-RANK          PIC 9(1) VALUE 0.
       01  WS-ONLY-KIND          PIC X(1) VALUE SPACE.
       01  WS-NEXT-ID            PIC X(12) VALUE SPACES.
       01  WS-NEXT-SIDE          PIC X(1) VALUE SPACE.
       01  WS-NEXT-RANK          PIC 9(1) VALUE 0.
       01  WS-CYC-SEEN           PIC X VALUE "N".
           88 CYC-SEEN-YES       VALUE "Y".

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
       01  WS-SW.
           10 WS-SORT-EOF        PIC X VALUE "N".
              88 SORT-EOF-YES    VALUE "Y".
           10 WS-EXT-EOF         PIC X VALUE "N".
              88 EXT-EOF-YES     VALUE "Y".

       COPY GN1PRSN.
       COPY GN1EVNT.
       COPY GN1TITL.
       COPY GN1CITA.
       COPY HOUSEG.
       COPY GN1FLNK.
       COPY "GNANTE.cpy".

       LINKAGE SECTION.
       COPY GN1PCBS.
           END-IF
           ACCEPT WS-EXT-DIR FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-EXT-DIR) TO WS-EXT-DIR
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           MOVE SPACES TO WS-CMD
           STRING "mkdir -p " FUNCTION TRIM(WS-EXT-DIR) " work"
             DELIMITED BY SIZE INTO WS-CMD
           PERFORM 2000-EXTRACT-ONE-KIND
           MOVE "HOUSE" TO WS-SEG-KIND
           PERFORM 2000-EXTRACT-ONE-KIND
           MOVE "FAMLNK" TO WS-SEG-KIND
           PERFORM 2000-EXTRACT-ONE-KIND

           DISPLAY "GN3XTR00: SEGMENTI ESTRATTI = " WS-TOT-CT
           PERFORM 5000-BUILD-ANCESTRY
           PERFORM 6000-WRITE-CONTROL
           IF WS-CYC-CT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       2000-EXTRACT-ONE-KIND.
             WHEN "HOUSE"
               STRING FUNCTION TRIM(WS-EXT-DIR) "/casato.ext"
                 DELIMITED BY SIZE INTO WS-EXT-FILE
             WHEN "FAMLNK"
               STRING FUNCTION TRIM(WS-EXT-DIR) "/figli.ext"
                 DELIMITED BY SIZE INTO WS-EXT-FILE
           END-EVALUATE
           MOVE 0 TO WS-ROW-CT
           SORT SORT-WORK
               PERFORM 3800-RELEASE-CITATIONS
             WHEN "HOUSE"
               PERFORM 3900-RELEASE-HOUSES
             WHEN "FAMLNK"
               PERFORM 3950-RELEASE-CHILDREN
           END-EVALUATE
           .

           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Figli delle famiglie: solo i FAMLNK con ruolo CHIL, per        *
      * famiglia, cosi' chi rifa' FAMIGLIE.DAT trova i figli di ogni   *
      * FAMILY in un colpo solo.                                       *
      *----------------------------------------------------------------*
       3950-RELEASE-CHILDREN.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1FLNK-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF FUNCTION TRIM(FLNK-ROLE) = "CHIL"
               MOVE SPACES TO SORT-REC
               MOVE FLNK-FAM TO SORT-KEY
               MOVE GN1FLNK-SEG TO SORT-IMAGE(1:80)
               RELEASE SORT-REC
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1FLNK-SEG
           END-PERFORM
           .

       4000-WRITE-EXTRACT.
           OPEN OUTPUT EXT-FILE
           MOVE "N" TO WS-SORT-EOF
           END-PERFORM
           CLOSE EXT-FILE
           .

      *----------------------------------------------------------------*
      * Chiusura degli antenati: i legami PADRE/MADRE di relate.ext    *
      * ordinati sul figlio vanno in tavola, poi per ogni figlio si    *
      * risale il grafo e ogni coppia discendente/antenato va nel      *
      * secondo ordinamento, che scrive antenati.ext.                  *
      *----------------------------------------------------------------*
       5000-BUILD-ANCESTRY.
           MOVE 0 TO WS-AL-COUNT WS-ANTE-CT WS-CYC-CT
           SORT SORT-WORK
               ON ASCENDING KEY SORT-KEY
               INPUT PROCEDURE 5100-RELEASE-PARENT-LINKS
               OUTPUT PROCEDURE 5200-LOAD-PARENT-LINKS

           MOVE SPACES TO WS-CYC-FILE
           STRING FUNCTION TRIM(WS-EXT-DIR) "/cicli.txt"
             DELIMITED BY SIZE INTO WS-CYC-FILE
           OPEN OUTPUT CYC-FILE
           MOVE "GN3XTR00 - PERSONE ANTENATE DI SE STESSE (CICLI)"
             TO CYC-REC
           WRITE CYC-REC
           MOVE SPACES TO CYC-REC
           WRITE CYC-REC

           MOVE SPACES TO WS-EXT-FILE
           STRING FUNCTION TRIM(WS-EXT-DIR) "/antenati.ext"
             DELIMITED BY SIZE INTO WS-EXT-FILE
           MOVE SPACES TO WS-CUR-DESC
           SORT ANTE-SORT
               ON ASCENDING KEY ANTE-SORT-KEY
               INPUT PROCEDURE 5300-RELEASE-CLOSURE
               OUTPUT PROCEDURE 5600-WRITE-CLOSURE

           IF WS-CYC-CT = 0
             MOVE "NESSUN CICLO." TO CYC-REC
             WRITE CYC-REC
           END-IF
           CLOSE CYC-FILE
           DISPLAY "GN3XTR00: LEGAMI GENITORE = " WS-AL-COUNT
           DISPLAY "GN3XTR00: COPPIE ANTENATO = " WS-ANTE-CT
           DISPLAY "GN3XTR00: PERSONE IN CICLO = " WS-CYC-CT
           IF WS-AL-LOST > 0
             DISPLAY "GN3XTR00: LEGAMI OLTRE TAVOLA = " WS-AL-LOST
           END-IF
           IF WS-AQ-LOST > 0
             DISPLAY "GN3XTR00: ANTENATI OLTRE CODA = " WS-AQ-LOST
           END-IF
           .

       5100-RELEASE-PARENT-LINKS.
           MOVE SPACES TO WS-EXT-FILE
           STRING FUNCTION TRIM(WS-EXT-DIR) "/relate.ext"
             DELIMITED BY SIZE INTO WS-EXT-FILE
           OPEN INPUT EXT-FILE
           MOVE "N" TO WS-EXT-EOF
           PERFORM UNTIL EXT-EOF-YES
             READ EXT-FILE
               AT END
                 MOVE "Y" TO WS-EXT-EOF
               NOT AT END
                 MOVE EXT-REC(1:96) TO GN1RELT-SEG
                 EVALUATE FUNCTION UPPER-CASE(REL-TYPE(1:3))
                   WHEN "PAD"
                   WHEN "MAD"
                   WHEN "FAT"
                   WHEN "MOT"
                     IF REL-TARG NOT = SPACES
                        AND REL-PERS NOT = SPACES
                       MOVE SPACES TO SORT-REC
                       MOVE REL-TARG TO SORT-KEY
                       MOVE GN1RELT-SEG TO SORT-IMAGE(1:96)
                       RELEASE SORT-REC
                     END-IF
                 END-EVALUATE
             END-READ
           END-PERFORM
           CLOSE EXT-FILE
           .

       5200-LOAD-PARENT-LINKS.
           MOVE "N" TO WS-SORT-EOF
           PERFORM UNTIL SORT-EOF-YES
             RETURN SORT-WORK
               AT END
                 MOVE "Y" TO WS-SORT-EOF
               NOT AT END
                 MOVE SORT-IMAGE(1:96) TO GN1RELT-SEG
                 IF WS-AL-COUNT < 20000
                   ADD 1 TO WS-AL-COUNT
                   MOVE REL-TARG TO WS-AL-CHILD(WS-AL-COUNT)
                   MOVE REL-PERS TO WS-AL-PARENT(WS-AL-COUNT)
                   EVALUATE FUNCTION UPPER-CASE(REL-TYPE(1:3))
                     WHEN "PAD"
                     WHEN "FAT"
                       MOVE "P" TO WS-AL-KIND(WS-AL-COUNT)
                     WHEN OTHER
                       MOVE "M" TO WS-AL-KIND(WS-AL-COUNT)
                   END-EVALUATE
                   EVALUATE TRUE
                     WHEN REL-PROOF-HYPOTH
                       MOVE 2 TO WS-AL-RANK(WS-AL-COUNT)
                     WHEN REL-PROOF-PROBABLE
                       MOVE 1 TO WS-AL-RANK(WS-AL-COUNT)
                     WHEN OTHER
                       MOVE 0 TO WS-AL-RANK(WS-AL-COUNT)
                   END-EVALUATE
                 ELSE
                   ADD 1 TO WS-AL-LOST
                 END-IF
             END-RETURN
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Un giro per ogni figlio distinto della tavola dei legami: chi  *
      * non e' figlio di nessuno non ha antenati.                      *
      *----------------------------------------------------------------*
       5300-RELEASE-CLOSURE.
           PERFORM VARYING WS-AL-IX FROM 1 BY 1
                   UNTIL WS-AL-IX > WS-AL-COUNT
             IF WS-AL-CHILD(WS-AL-IX) NOT = WS-CUR-DESC
               MOVE WS-AL-CHILD(WS-AL-IX) TO WS-CUR-DESC
               PERFORM 5310-CLOSE-ONE-DESC
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Risalita in ampiezza dal padre e poi dalla madre, ognuna con   *
      * i suoi visitati: la prima volta che si tocca un antenato e' la *
      * distanza piu' corta su quel lato. Chi e' in tutte e due le     *
      * risalite esce una volta sola, lato E, alla distanza minore.    *
      *----------------------------------------------------------------*
       5310-CLOSE-ONE-DESC.
           MOVE 0 TO WS-AQ-COUNT
           MOVE "N" TO WS-CYC-SEEN

           MOVE 1 TO WS-AQ-START
           MOVE "P" TO WS-ONLY-KIND
           PERFORM 5320-WALK-ONE-SIDE
           MOVE WS-AQ-COUNT TO WS-AQ-NP

           COMPUTE WS-AQ-START = WS-AQ-NP + 1
           MOVE "M" TO WS-ONLY-KIND
           PERFORM 5320-WALK-ONE-SIDE

           PERFORM VARYING WS-AQ-IX FROM 1 BY 1
                   UNTIL WS-AQ-IX > WS-AQ-NP
             PERFORM 5400-RELEASE-PATERNAL
           END-PERFORM
           COMPUTE WS-AQ-IX = WS-AQ-NP + 1
           PERFORM UNTIL WS-AQ-IX > WS-AQ-COUNT
             PERFORM 5410-RELEASE-MATERNAL
             ADD 1 TO WS-AQ-IX
           END-PERFORM
           .

       5320-WALK-ONE-SIDE.
           MOVE WS-CUR-DESC TO WS-WALK-ID
           MOVE 0 TO WS-WALK-GEN WS-WALK-RANK
           MOVE WS-ONLY-KIND TO WS-WALK-SIDE
           PERFORM 5330-ENQUEUE-PARENTS
           MOVE SPACE TO WS-ONLY-KIND
           MOVE WS-AQ-START TO WS-AQ-IX
           PERFORM UNTIL WS-AQ-IX > WS-AQ-COUNT
             MOVE WS-AQ-ID(WS-AQ-IX) TO WS-WALK-ID
             MOVE WS-AQ-GEN(WS-AQ-IX) TO WS-WALK-GEN
             MOVE WS-AQ-SIDE(WS-AQ-IX) TO WS-WALK-SIDE
             MOVE WS-AQ-RANK(WS-AQ-IX) TO WS-WALK-RANK
             PERFORM 5330-ENQUEUE-PARENTS
             ADD 1 TO WS-AQ-IX
           END-PERFORM
           .

      *    GENITORI DI WS-WALK-ID (SOLO DEL TIPO WS-ONLY-KIND AL PRIMO
      *    PASSO): LA BINARIA CADE SU UNA RIGA QUALSIASI DEL FIGLIO
       5330-ENQUEUE-PARENTS.
           MOVE 0 TO WS-AL-JX
           SEARCH ALL WS-AL-ENTRY
             WHEN WS-AL-CHILD(WS-ALX) = WS-WALK-ID
               SET WS-AL-JX TO WS-ALX
           END-SEARCH
           IF WS-AL-JX = 0
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AL-JX = 1
             IF WS-AL-CHILD(WS-AL-JX - 1) = WS-WALK-ID
               SUBTRACT 1 FROM WS-AL-JX
             ELSE
               EXIT PERFORM
             END-IF
           END-PERFORM
           PERFORM UNTIL WS-AL-JX > WS-AL-COUNT
             IF WS-AL-CHILD(WS-AL-JX) NOT = WS-WALK-ID
               EXIT PERFORM
             END-IF
             IF WS-ONLY-KIND = SPACE
                OR WS-AL-KIND(WS-AL-JX) = WS-ONLY-KIND
               PERFORM 5340-ENQUEUE-ONE
             END-IF
             ADD 1 TO WS-AL-JX
           END-PERFORM
           .

       5340-ENQUEUE-ONE.
           MOVE WS-AL-PARENT(WS-AL-JX) TO WS-NEXT-ID
           MOVE WS-WALK-RANK TO WS-NEXT-RANK
           IF WS-AL-RANK(WS-AL-JX) > WS-NEXT-RANK
             MOVE WS-AL-RANK(WS-AL-JX) TO WS-NEXT-RANK
           END-IF
           IF WS-NEXT-ID = WS-CUR-DESC
             PERFORM 5350-REPORT-CYCLE
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AQ-JX FROM WS-AQ-START BY 1
                   UNTIL WS-AQ-JX > WS-AQ-COUNT
             IF WS-AQ-ID(WS-AQ-JX) = WS-NEXT-ID
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF WS-AQ-COUNT >= 3000
             ADD 1 TO WS-AQ-LOST
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AQ-COUNT
           MOVE WS-NEXT-ID TO WS-AQ-ID(WS-AQ-COUNT)
           COMPUTE WS-AQ-GEN(WS-AQ-COUNT) = WS-WALK-GEN + 1
           MOVE WS-WALK-SIDE TO WS-AQ-SIDE(WS-AQ-COUNT)
           MOVE WS-NEXT-RANK TO WS-AQ-RANK(WS-AQ-COUNT)
           .

      *    IL DISCENDENTE RISULTA GENITORE DI WS-WALK-ID: IL LEGAME NON
      *    ENTRA NELLA CHIUSURA, E LA PERSONA SI ELENCA UNA VOLTA SOLA
       5350-REPORT-CYCLE.
           IF CYC-SEEN-YES
             EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CYC-SEEN
           ADD 1 TO WS-CYC-CT
           COMPUTE WS-CYC-GEN-ED = WS-WALK-GEN + 1
           MOVE SPACES TO CYC-REC
           STRING FUNCTION TRIM(WS-CUR-DESC)
                  " ANTENATO DI SE STESSO A "
                  FUNCTION TRIM(WS-CYC-GEN-ED)
                  " GENERAZIONI; CHIUDE IL GIRO IL LEGAME "
                  FUNCTION TRIM(WS-CUR-DESC) " GENITORE DI "
                  FUNCTION TRIM(WS-WALK-ID)
             DELIMITED BY SIZE INTO CYC-REC
           WRITE CYC-REC
           .

      *    ANTENATO PATERNO: SE E' ANCHE NELLA RISALITA MATERNA VALE LA
      *    DISTANZA PIU' CORTA (A PARITA' IL LEGAME PIU' SOLIDO)
       5400-RELEASE-PATERNAL.
           MOVE SPACES TO ANTE-REC
           MOVE WS-CUR-DESC TO ANTE-DESC
           MOVE WS-AQ-ID(WS-AQ-IX) TO ANTE-ANC
           MOVE WS-AQ-GEN(WS-AQ-IX) TO ANTE-GEN
           MOVE "P" TO ANTE-SIDE
           MOVE WS-AQ-RANK(WS-AQ-IX) TO WS-NEXT-RANK
           PERFORM VARYING WS-AQ-JX FROM WS-AQ-START BY 1
                   UNTIL WS-AQ-JX > WS-AQ-COUNT
             IF WS-AQ-ID(WS-AQ-JX) = WS-AQ-ID(WS-AQ-IX)
               MOVE "E" TO ANTE-SIDE
               IF WS-AQ-GEN(WS-AQ-JX) < ANTE-GEN
                 MOVE WS-AQ-GEN(WS-AQ-JX) TO ANTE-GEN
                 MOVE WS-AQ-RANK(WS-AQ-JX) TO WS-NEXT-RANK
               ELSE
                 IF WS-AQ-GEN(WS-AQ-JX) = ANTE-GEN
                    AND WS-AQ-RANK(WS-AQ-JX) < WS-NEXT-RANK
                   MOVE WS-AQ-RANK(WS-AQ-JX) TO WS-NEXT-RANK
                 END-IF
               END-IF
               EXIT PERFORM
             END-IF
           END-PERFORM
           PERFORM 5420-RELEASE-ONE-PAIR
           .

      *    ANTENATO MATERNO GIA' USCITO COME E DALLA RISALITA PATERNA:
      *    SI SALTA
       5410-RELEASE-MATERNAL.
           PERFORM VARYING WS-AQ-JX FROM 1 BY 1
                   UNTIL WS-AQ-JX > WS-AQ-NP
             IF WS-AQ-ID(WS-AQ-JX) = WS-AQ-ID(WS-AQ-IX)
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           MOVE SPACES TO ANTE-REC
           MOVE WS-CUR-DESC TO ANTE-DESC
           MOVE WS-AQ-ID(WS-AQ-IX) TO ANTE-ANC
           MOVE WS-AQ-GEN(WS-AQ-IX) TO ANTE-GEN
           MOVE "M" TO ANTE-SIDE
           MOVE WS-AQ-RANK(WS-AQ-IX) TO WS-NEXT-RANK
           PERFORM 5420-RELEASE-ONE-PAIR
           .

       5420-RELEASE-ONE-PAIR.
           EVALUATE WS-NEXT-RANK
             WHEN 2
               MOVE "H" TO ANTE-PROOF
             WHEN 1
               MOVE "B" TO ANTE-PROOF
             WHEN OTHER
               MOVE SPACE TO ANTE-PROOF
           END-EVALUATE
           MOVE ANTE-REC TO ANTE-SORT-REC
           RELEASE ANTE-SORT-REC
           .

       5600-WRITE-CLOSURE.
           OPEN OUTPUT EXT-FILE
           MOVE "N" TO WS-SORT-EOF
           PERFORM UNTIL SORT-EOF-YES
             RETURN ANTE-SORT
               AT END
                 MOVE "Y" TO WS-SORT-EOF
               NOT AT END
                 ADD 1 TO WS-ANTE-CT
                 MOVE SPACES TO EXT-REC
                 MOVE ANTE-SORT-REC TO EXT-REC
                 WRITE EXT-REC
             END-RETURN
           END-PERFORM
           CLOSE EXT-FILE
           .

      *----------------------------------------------------------------*
      * Riga di controllo della corsa: timbro e segmenti estratti. La  *
      * CLI la riporta in testa a ogni comando che legge l'estratto.   *
      *----------------------------------------------------------------*
       6000-WRITE-CONTROL.
           MOVE SPACES TO WS-CTL-FILE
           STRING FUNCTION TRIM(WS-EXT-DIR) "/estratto.ctl"
             DELIMITED BY SIZE INTO WS-CTL-FILE
           OPEN OUTPUT CTL-FILE
           MOVE SPACES TO CTL-REC
           STRING "GN3XTR00|" WS-RUN-STAMP "|" WS-TOT-CT
             DELIMITED BY SIZE INTO CTL-REC
           WRITE CTL-REC
           CLOSE CTL-FILE
           .

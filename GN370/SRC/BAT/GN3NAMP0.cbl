       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3NAMP0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Consuetudine dei nomi come prova dei legami
                genitore-figlio. In Toscana il primo figlio maschio
                prendeva il nome del nonno paterno, il secondo del
                nonno materno, la prima femmina quello della nonna
                paterna, la seconda della nonna materna; il nome di
                un figlio morto passava al fratello nato dopo
                (necronimo). Per ogni FAMILY con figli FAMLNK la
                spazzata mette in ordine di nascita i figli, prende
                i nonni dai RELATE PADRE/MADRE dei due coniugi e
                confronta i nomi di battesimo (prima parola del
                nome, ricondotta alla grafia canonica con il
                dizionario GNGNEQV + data/NOMIEQV.DAT):
                - punteggio 0-100: 2 punti per regola rispettata al
                  posto giusto, 1 se il nome del nonno compare fra
                  gli altri figli dello stesso sesso;
                - linea contraddetta: con almeno 3 figli nessuno
                  porta il nome di un nonno di quella linea - indizio
                  forte di un RELATE sbagliato sopra il genitore;
                - necronimi: figlio con il nome di un fratello
                  maggiore morto prima della sua nascita; due
                  fratelli omonimi entrambi vivi sono invece un
                  legame FAMLNK da controllare.
                Le famiglie con punteggio sotto soglia (secondo
                argomento, default 40), con una linea contraddetta o
                con omonimi vivi escono nell'elenco da rivedere dei
                ricercatori. RC 04 quando l'elenco non e' vuoto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-OUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOMIEQV-FILE ASSIGN TO "data/NOMIEQV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEQ-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-REC            PIC X(132).

       FD  NOMIEQV-FILE.
       01  NOMIEQV-REC           PIC X(40).

       WORKING-STORAGE SECTION.
       77  WS-OUT-FILE           PIC X(256) VALUE SPACES.
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-SOGLIA-ARG         PIC X(3) VALUE SPACES.
       77  WS-SOGLIA             PIC 9(3) VALUE 40.
       77  WS-MIN-KIDS           PIC 9(2) VALUE 3.
       77  WS-FAM-CT             PIC 9(5) VALUE 0.
       77  WS-TESTED-CT          PIC 9(5) VALUE 0.
       77  WS-REVIEW-CT          PIC 9(5) VALUE 0.
       77  WS-NECRO-CT           PIC 9(5) VALUE 0.
       77  WS-HOMO-CT            PIC 9(5) VALUE 0.
       77  WS-SIDE-CT            PIC 9(5) VALUE 0.
       77  WS-SCORE-SUM          PIC 9(7) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".

      * DIZIONARIO DI EQUIVALENZA DEI NOMI DI BATTESIMO (COME
      * GN3DUP00: DEFAULT COMPILATI PIU' data/NOMIEQV.DAT)
       01  WS-NEQ-FS             PIC X(2) VALUE "00".
       01  WS-NEQ-EOF            PIC X VALUE "N".
           88 NEQ-EOF-YES        VALUE "Y".
       COPY "GNGNEQV.cpy".

      * PERSONE: NOME DI BATTESIMO CANONICO, SESSO, NASCITA, MORTE
       01  WS-P-TABLE.
           05 WS-P-ENTRY OCCURS 5000 TIMES.
              10 WS-P-ID         PIC X(12).
              10 WS-P-NAME       PIC X(40).
              10 WS-P-GIVEN      PIC X(15).
              10 WS-P-GEND       PIC X(1).
              10 WS-P-BDATE      PIC X(10).
              10 WS-P-DDATE      PIC X(10).
       01  WS-P-COUNT            PIC 9(4) VALUE 0.
       01  WS-P-IX               PIC 9(4) VALUE 0.

      * LEGAMI RELATE PADRE/MADRE IN MEMORIA (SCHEMA GN3LINE0)
       01  WS-LINK-TABLE.
           05 WS-LINK-ENTRY OCCURS 5000 TIMES.
              10 WS-LK-CHILD     PIC X(12).
              10 WS-LK-PARENT    PIC X(12).
              10 WS-LK-KIND      PIC X(1).
       01  WS-LINK-COUNT         PIC 9(4) VALUE 0.
       01  WS-LK-IX              PIC 9(4) VALUE 0.

      * FAMIGLIE NON CANCELLATE E FIGLI FAMLNK (SCHEMA GN3RELF0)
       01  WS-F-TABLE.
           05 WS-F-ENTRY OCCURS 2000 TIMES.
              10 WS-F-ID         PIC X(12).
              10 WS-F-FATHER     PIC X(12).
              10 WS-F-MOTHER     PIC X(12).
       01  WS-F-COUNT            PIC 9(4) VALUE 0.
       01  WS-F-IX               PIC 9(4) VALUE 0.
       01  WS-FL-TABLE.
           05 WS-FL-ENTRY OCCURS 5000 TIMES.
              10 WS-FL-FAM       PIC X(12).
              10 WS-FL-PERS      PIC X(12).
       01  WS-FL-COUNT           PIC 9(4) VALUE 0.
       01  WS-FL-IX              PIC 9(4) VALUE 0.

      * FIGLI DELLA FAMIGLIA CORRENTE IN ORDINE DI NASCITA (SENZA
      * DATA IN CODA)
       01  WS-KID-TABLE.
           05 WS-KID-ENTRY OCCURS 30 TIMES.
              10 WS-KID-PIX      PIC 9(4).
              10 WS-KID-SORT     PIC X(10).
       01  WS-KID-SWAP           PIC X(14).
       01  WS-KID-COUNT          PIC 9(2) VALUE 0.
       01  WS-KI                 PIC 9(2) VALUE 0.
       01  WS-KJ                 PIC 9(2) VALUE 0.
       01  WS-SON-CT             PIC 9(2) VALUE 0.
       01  WS-DAU-CT             PIC 9(2) VALUE 0.

      * NONNI: 1 = NONNO PATERNO, 2 = NONNA PATERNA, 3 = NONNO
      * MATERNO, 4 = NONNA MATERNA; LA REGOLA N VUOLE IL NOME DEL
      * NONNO N SUL FIGLIO DI SESSO GP-SEX AL POSTO GP-RANK
       01  WS-GP-TABLE.
           05 WS-GP-ENTRY OCCURS 4 TIMES.
              10 WS-GP-PIX       PIC 9(4).
              10 WS-GP-GIVEN     PIC X(15).
              10 WS-GP-SEX       PIC X(1).
              10 WS-GP-RANK      PIC 9(1).
              10 WS-GP-ESITO     PIC X(2).
       01  WS-GP                 PIC 9(1) VALUE 0.
       01  WS-GP-DESC-TABLE.
           05 FILLER             PIC X(48) VALUE
              "PRIMO FIGLIO      = NONNO PATERNO              ".
           05 FILLER             PIC X(48) VALUE
              "PRIMA FIGLIA      = NONNA PATERNA              ".
           05 FILLER             PIC X(48) VALUE
              "SECONDO FIGLIO    = NONNO MATERNO              ".
           05 FILLER             PIC X(48) VALUE
              "SECONDA FIGLIA    = NONNA MATERNA              ".
       01  WS-GP-DESCS REDEFINES WS-GP-DESC-TABLE.
           05 WS-GP-DESC         PIC X(48) OCCURS 4 TIMES.

       01  WS-CUR-FATHER-PIX     PIC 9(4) VALUE 0.
       01  WS-CUR-MOTHER-PIX     PIC 9(4) VALUE 0.
       01  WS-FIND-ID            PIC X(12) VALUE SPACES.
       01  WS-FIND-KIND          PIC X(1) VALUE SPACE.
       01  WS-FOUND-ID           PIC X(12) VALUE SPACES.
       01  WS-FOUND-PIX          PIC 9(4) VALUE 0.
       01  WS-TARGET-PIX         PIC 9(4) VALUE 0.
       01  WS-RANK-SEEN          PIC 9(2) VALUE 0.

       01  WS-TESTED             PIC 9(2) VALUE 0.
       01  WS-POINTS             PIC 9(3) VALUE 0.
       01  WS-SCORE              PIC 9(3) VALUE 0.
       01  WS-SCORE-ED           PIC ZZ9.
       01  WS-BAND-TABLE.
           05 WS-BAND-CT         PIC 9(5) OCCURS 4 TIMES.
       01  WS-BAND               PIC 9(1) VALUE 0.
       01  WS-N5-ED              PIC ZZZZ9.

       01  WS-SW.
           10 WS-SIDE-BAD-P      PIC X VALUE "N".
           10 WS-SIDE-BAD-M      PIC X VALUE "N".
           10 WS-HOMO-LIVE       PIC X VALUE "N".
           10 WS-NAME-HIT        PIC X VALUE "N".
           10 WS-FLAGGED         PIC X VALUE "N".
              88 FAMILY-FLAGGED  VALUE "Y".

      * NECRONIMI E OMONIMI DELLA FAMIGLIA CORRENTE, STAMPATI NEL
      * BLOCCO DA RIVEDERE O NELL'ELENCO FINALE
       01  WS-NX-TABLE.
           05 WS-NX-ENTRY OCCURS 20 TIMES.
              10 WS-NX-OLD       PIC 9(4).
              10 WS-NX-NEW       PIC 9(4).
              10 WS-NX-KIND      PIC X(1).
       01  WS-NX-COUNT           PIC 9(2) VALUE 0.
       01  WS-NX-IX              PIC 9(2) VALUE 0.

       01  WS-SPLIT-IN           PIC X(40) VALUE SPACES.
       01  WS-SPLIT-FIRST        PIC X(40) VALUE SPACES.
       01  WS-NAME-TXT           PIC X(60) VALUE SPACES.
       01  WS-NAME2-TXT          PIC X(60) VALUE SPACES.
       01  WS-ESITO-TXT          PIC X(48) VALUE SPACES.
       01  WS-PTR                PIC 9(3) VALUE 0.

       COPY GN1PRSN.
       COPY GN1EVNT.
       COPY GN1RELT.
       COPY GNFAMIL.
       COPY GN1FLNK.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             DISPLAY "USO: GN3NAMP0 <report-out> [soglia 0-100]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           IF WS-ARGC >= 2
             ACCEPT WS-SOGLIA-ARG FROM ARGUMENT-VALUE
             IF FUNCTION TRIM(WS-SOGLIA-ARG) IS NUMERIC
               MOVE FUNCTION TRIM(WS-SOGLIA-ARG) TO WS-SOGLIA
             END-IF
             IF WS-SOGLIA > 100
               MOVE 40 TO WS-SOGLIA
             END-IF
           END-IF

           PERFORM 0500-LOAD-NAME-EQUIV
           PERFORM 1000-LOAD-PERSONS
           PERFORM 1050-LOAD-DEATHS
           PERFORM 1100-LOAD-PARENT-LINKS
           PERFORM 1200-LOAD-FAMILIES
           PERFORM 1300-LOAD-FAMLNKS

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "CONSUETUDINE DEI NOMI - FAMIGLIE DA RIVEDERE "
                  "(SOGLIA " WS-SOGLIA ")"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE 0 TO WS-BAND-CT(1) WS-BAND-CT(2)
                     WS-BAND-CT(3) WS-BAND-CT(4)

           PERFORM VARYING WS-F-IX FROM 1 BY 1
               UNTIL WS-F-IX > WS-F-COUNT
             PERFORM 2000-ANALYZE-FAMILY
           END-PERFORM
           IF WS-REVIEW-CT = 0
             MOVE "  (NESSUNA FAMIGLIA DA RIVEDERE)" TO REPORT-REC
             WRITE REPORT-REC
           END-IF
           PERFORM 5000-PRINT-TOTALS
           CLOSE REPORT-FILE

           DISPLAY "GN3NAMP0: FAMIGLIE CON FIGLI = " WS-FAM-CT
           DISPLAY "GN3NAMP0: CON REGOLE VALUTATE= " WS-TESTED-CT
           DISPLAY "GN3NAMP0: DA RIVEDERE        = " WS-REVIEW-CT
           DISPLAY "GN3NAMP0: NECRONIMI          = " WS-NECRO-CT
           IF WS-REVIEW-CT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       0500-LOAD-NAME-EQUIV.
           MOVE 0 TO GNEQ-EXT-COUNT
           MOVE "N" TO WS-NEQ-EOF
           OPEN INPUT NOMIEQV-FILE
           IF WS-NEQ-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL NEQ-EOF-YES OR GNEQ-EXT-COUNT >= 80
             READ NOMIEQV-FILE
               AT END
                 MOVE "Y" TO WS-NEQ-EOF
               NOT AT END
                 IF NOMIEQV-REC NOT = SPACES
                    AND NOMIEQV-REC(1:1) NOT = "#"
                   ADD 1 TO GNEQ-EXT-COUNT
                   UNSTRING NOMIEQV-REC DELIMITED BY "|"
                     INTO GNEQ-EXT-FORM(GNEQ-EXT-COUNT)
                          GNEQ-EXT-CANON(GNEQ-EXT-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE NOMIEQV-FILE
           .

      *----------------------------------------------------------------*
      * Persone non cancellate: il nome di battesimo e' la prima       *
      * parola del nome, in maiuscolo e nella grafia canonica se il    *
      * dizionario la conosce (Iohannes e Nanni contano come Giovanni).*
      *----------------------------------------------------------------*
       1000-LOAD-PERSONS.
           MOVE 0 TO WS-P-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-P-COUNT >= 5000
             IF PERS-IS-DELETED NOT = "Y"
               ADD 1 TO WS-P-COUNT
               MOVE PERS-ID TO WS-P-ID(WS-P-COUNT)
               MOVE PERS-NAME TO WS-P-NAME(WS-P-COUNT)
               MOVE FUNCTION UPPER-CASE(PERS-GEND)
                 TO WS-P-GEND(WS-P-COUNT)
               MOVE PERS-BDATE TO WS-P-BDATE(WS-P-COUNT)
               MOVE SPACES TO WS-P-DDATE(WS-P-COUNT)
               MOVE FUNCTION UPPER-CASE(PERS-NAME) TO WS-SPLIT-IN
               PERFORM 8500-FIRST-WORD
               MOVE WS-SPLIT-FIRST TO GNEQ-LOOKUP
               PERFORM 8600-RESOLVE-GIVEN-NAME
               IF GNEQ-RESULT NOT = SPACES
                 MOVE GNEQ-RESULT TO WS-P-GIVEN(WS-P-COUNT)
               ELSE
                 MOVE WS-SPLIT-FIRST TO WS-P-GIVEN(WS-P-COUNT)
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PRSN-SEG
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Date di morte dagli eventi MORTE (come GN3DEMO0).              *
      *----------------------------------------------------------------*
       1050-LOAD-DEATHS.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EVNT-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF FUNCTION UPPER-CASE(FUNCTION TRIM(EVNT-TYPE))
                  = "MORTE"
                AND EVNT-DATE(1:4) IS NUMERIC
               MOVE EVNT-PERS TO WS-FIND-ID
               PERFORM 8000-FIND-PERSON
               IF WS-FOUND-PIX > 0
                 MOVE EVNT-DATE TO WS-P-DDATE(WS-FOUND-PIX)
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1EVNT-SEG
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Spazzata non qualificata di tutti i RELATE: solo i legami di   *
      * tipo PADRE/MADRE (o FATHER/MOTHER) entrano in tavola.          *
      *----------------------------------------------------------------*
       1100-LOAD-PARENT-LINKS.
           MOVE 0 TO WS-LINK-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1RELT-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-LINK-COUNT >= 5000
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
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1RELT-SEG
           END-PERFORM
           .

       1200-LOAD-FAMILIES.
           MOVE 0 TO WS-F-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                FAMILY-REC
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-F-COUNT >= 2000
             IF FAMILY-IS-DELETED NOT = "Y"
               ADD 1 TO WS-F-COUNT
               MOVE FAMILY-ID TO WS-F-ID(WS-F-COUNT)
               MOVE FAMILY-FATHER-ID TO WS-F-FATHER(WS-F-COUNT)
               MOVE FAMILY-MOTHER-ID TO WS-F-MOTHER(WS-F-COUNT)
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  FAMILY-REC
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Solo i legami di figlio (ruolo CHIL o non indicato).           *
      *----------------------------------------------------------------*
       1300-LOAD-FAMLNKS.
           MOVE 0 TO WS-FL-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1FLNK-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-FL-COUNT >= 5000
             IF FLNK-ROLE = SPACES
                OR FUNCTION UPPER-CASE(FLNK-ROLE(1:4)) = "CHIL"
               ADD 1 TO WS-FL-COUNT
               MOVE FLNK-FAM TO WS-FL-FAM(WS-FL-COUNT)
               MOVE FLNK-PERS TO WS-FL-PERS(WS-FL-COUNT)
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1FLNK-SEG
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Una famiglia: figli in ordine di nascita, nonni dai RELATE,    *
      * quattro regole, linee contraddette, necronimi e omonimi.       *
      *----------------------------------------------------------------*
       2000-ANALYZE-FAMILY.
           PERFORM 2100-COLLECT-CHILDREN
           IF WS-KID-COUNT = 0
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FAM-CT
           PERFORM 2200-FIND-GRANDPARENTS
           PERFORM 2300-SCORE-RULES
           PERFORM 2400-CHECK-SIDES
           PERFORM 2500-FIND-NECRONYMS
           MOVE "N" TO WS-FLAGGED
           IF WS-TESTED >= 2 AND WS-SCORE < WS-SOGLIA
             SET FAMILY-FLAGGED TO TRUE
           END-IF
           IF WS-SIDE-BAD-P = "Y" OR WS-SIDE-BAD-M = "Y"
             SET FAMILY-FLAGGED TO TRUE
           END-IF
           IF WS-HOMO-LIVE = "Y"
             SET FAMILY-FLAGGED TO TRUE
           END-IF
           IF FAMILY-FLAGGED
             ADD 1 TO WS-REVIEW-CT
             PERFORM 3000-PRINT-FAMILY
           END-IF
           .

       2100-COLLECT-CHILDREN.
           MOVE 0 TO WS-KID-COUNT WS-SON-CT WS-DAU-CT
           PERFORM VARYING WS-FL-IX FROM 1 BY 1
               UNTIL WS-FL-IX > WS-FL-COUNT
             IF WS-FL-FAM(WS-FL-IX) = WS-F-ID(WS-F-IX)
                AND WS-KID-COUNT < 30
               MOVE WS-FL-PERS(WS-FL-IX) TO WS-FIND-ID
               PERFORM 8000-FIND-PERSON
               IF WS-FOUND-PIX > 0
                 ADD 1 TO WS-KID-COUNT
                 MOVE WS-FOUND-PIX TO WS-KID-PIX(WS-KID-COUNT)
                 IF WS-P-BDATE(WS-FOUND-PIX)(1:4) IS NUMERIC
                   MOVE WS-P-BDATE(WS-FOUND-PIX)
                     TO WS-KID-SORT(WS-KID-COUNT)
                 ELSE
                   MOVE "9999" TO WS-KID-SORT(WS-KID-COUNT)
                 END-IF
                 EVALUATE WS-P-GEND(WS-FOUND-PIX)
                   WHEN "M"
                     ADD 1 TO WS-SON-CT
                   WHEN "F"
                     ADD 1 TO WS-DAU-CT
                 END-EVALUATE
               END-IF
             END-IF
           END-PERFORM
      *    ORDINAMENTO PER INSERZIONE SULLA DATA DI NASCITA
           PERFORM VARYING WS-KI FROM 2 BY 1
               UNTIL WS-KI > WS-KID-COUNT
             MOVE WS-KID-ENTRY(WS-KI) TO WS-KID-SWAP
             MOVE WS-KI TO WS-KJ
             PERFORM UNTIL WS-KJ < 2
                        OR WS-KID-SORT(WS-KJ - 1) <= WS-KID-SWAP(5:10)
               MOVE WS-KID-ENTRY(WS-KJ - 1) TO WS-KID-ENTRY(WS-KJ)
               SUBTRACT 1 FROM WS-KJ
             END-PERFORM
             MOVE WS-KID-SWAP TO WS-KID-ENTRY(WS-KJ)
           END-PERFORM
           .

       2200-FIND-GRANDPARENTS.
           MOVE WS-F-FATHER(WS-F-IX) TO WS-FIND-ID
           PERFORM 8000-FIND-PERSON
           MOVE WS-FOUND-PIX TO WS-CUR-FATHER-PIX
           MOVE WS-F-MOTHER(WS-F-IX) TO WS-FIND-ID
           PERFORM 8000-FIND-PERSON
           MOVE WS-FOUND-PIX TO WS-CUR-MOTHER-PIX
           PERFORM VARYING WS-GP FROM 1 BY 1 UNTIL WS-GP > 4
             MOVE 0 TO WS-GP-PIX(WS-GP)
             MOVE SPACES TO WS-GP-GIVEN(WS-GP) WS-GP-ESITO(WS-GP)
           END-PERFORM
           MOVE "M" TO WS-GP-SEX(1) WS-GP-SEX(3)
           MOVE "F" TO WS-GP-SEX(2) WS-GP-SEX(4)
           MOVE 1 TO WS-GP-RANK(1) WS-GP-RANK(2)
           MOVE 2 TO WS-GP-RANK(3) WS-GP-RANK(4)
           IF WS-F-FATHER(WS-F-IX) NOT = SPACES
             MOVE WS-F-FATHER(WS-F-IX) TO WS-FIND-ID
             MOVE "P" TO WS-FIND-KIND
             MOVE 1 TO WS-GP
             PERFORM 2210-TAKE-GRANDPARENT
             MOVE "M" TO WS-FIND-KIND
             MOVE 2 TO WS-GP
             PERFORM 2210-TAKE-GRANDPARENT
           END-IF
           IF WS-F-MOTHER(WS-F-IX) NOT = SPACES
             MOVE WS-F-MOTHER(WS-F-IX) TO WS-FIND-ID
             MOVE "P" TO WS-FIND-KIND
             MOVE 3 TO WS-GP
             PERFORM 2210-TAKE-GRANDPARENT
             MOVE "M" TO WS-FIND-KIND
             MOVE 4 TO WS-GP
             PERFORM 2210-TAKE-GRANDPARENT
           END-IF
           .

       2210-TAKE-GRANDPARENT.
           MOVE SPACES TO WS-FOUND-ID
           PERFORM VARYING WS-LK-IX FROM 1 BY 1
               UNTIL WS-LK-IX > WS-LINK-COUNT
             IF WS-LK-CHILD(WS-LK-IX) = WS-FIND-ID
                AND WS-LK-KIND(WS-LK-IX) = WS-FIND-KIND
               MOVE WS-LK-PARENT(WS-LK-IX) TO WS-FOUND-ID
             END-IF
           END-PERFORM
           IF WS-FOUND-ID = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE WS-FIND-ID TO WS-NAME-TXT
           MOVE WS-FOUND-ID TO WS-FIND-ID
           PERFORM 8000-FIND-PERSON
           MOVE WS-NAME-TXT TO WS-FIND-ID
           IF WS-FOUND-PIX > 0
             MOVE WS-FOUND-PIX TO WS-GP-PIX(WS-GP)
             MOVE WS-P-GIVEN(WS-FOUND-PIX) TO WS-GP-GIVEN(WS-GP)
           END-IF
           .

      *----------------------------------------------------------------*
      * Regola n: il figlio di sesso GP-SEX al posto GP-RANK porta il  *
      * nome del nonno n. Esito SI (2 punti), AL (1 punto: il nome e'  *
      * su un altro figlio dello stesso sesso), NO (0 punti). Senza il *
      * nonno o senza il figlio la regola non si valuta.               *
      *----------------------------------------------------------------*
       2300-SCORE-RULES.
           MOVE 0 TO WS-TESTED WS-POINTS WS-SCORE
           PERFORM VARYING WS-GP FROM 1 BY 1 UNTIL WS-GP > 4
             IF WS-GP-GIVEN(WS-GP) NOT = SPACES
               PERFORM 2310-SCORE-ONE-RULE
             END-IF
           END-PERFORM
           IF WS-TESTED > 0
             ADD 1 TO WS-TESTED-CT
             COMPUTE WS-SCORE = WS-POINTS * 100 / (WS-TESTED * 2)
             ADD WS-SCORE TO WS-SCORE-SUM
             EVALUATE TRUE
               WHEN WS-SCORE < 25
                 MOVE 1 TO WS-BAND
               WHEN WS-SCORE < 50
                 MOVE 2 TO WS-BAND
               WHEN WS-SCORE < 75
                 MOVE 3 TO WS-BAND
               WHEN OTHER
                 MOVE 4 TO WS-BAND
             END-EVALUATE
             ADD 1 TO WS-BAND-CT(WS-BAND)
           END-IF
           .

       2310-SCORE-ONE-RULE.
           MOVE 0 TO WS-TARGET-PIX WS-RANK-SEEN
           MOVE "N" TO WS-NAME-HIT
           PERFORM VARYING WS-KI FROM 1 BY 1
               UNTIL WS-KI > WS-KID-COUNT
             MOVE WS-KID-PIX(WS-KI) TO WS-P-IX
             IF WS-P-GEND(WS-P-IX) = WS-GP-SEX(WS-GP)
               ADD 1 TO WS-RANK-SEEN
               IF WS-RANK-SEEN = WS-GP-RANK(WS-GP)
                 MOVE WS-P-IX TO WS-TARGET-PIX
               ELSE
                 IF WS-P-GIVEN(WS-P-IX) = WS-GP-GIVEN(WS-GP)
                   MOVE "Y" TO WS-NAME-HIT
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           IF WS-TARGET-PIX = 0
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TESTED
           EVALUATE TRUE
             WHEN WS-P-GIVEN(WS-TARGET-PIX) = WS-GP-GIVEN(WS-GP)
               ADD 2 TO WS-POINTS
               MOVE "SI" TO WS-GP-ESITO(WS-GP)
             WHEN WS-NAME-HIT = "Y"
               ADD 1 TO WS-POINTS
               MOVE "AL" TO WS-GP-ESITO(WS-GP)
             WHEN OTHER
               MOVE "NO" TO WS-GP-ESITO(WS-GP)
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Linea contraddetta: con almeno WS-MIN-KIDS figli e almeno un   *
      * nonno noto della linea, nessun figlio porta il nome di un      *
      * nonno di quella linea (nonno sui maschi, nonna sulle femmine). *
      *----------------------------------------------------------------*
       2400-CHECK-SIDES.
           MOVE "N" TO WS-SIDE-BAD-P WS-SIDE-BAD-M
           IF WS-KID-COUNT < WS-MIN-KIDS
             EXIT PARAGRAPH
           END-IF
           IF WS-GP-GIVEN(1) NOT = SPACES OR WS-GP-GIVEN(2) NOT = SPACES
             MOVE 1 TO WS-GP
             PERFORM 2410-SIDE-HIT
             IF WS-NAME-HIT = "N"
               MOVE "Y" TO WS-SIDE-BAD-P
               ADD 1 TO WS-SIDE-CT
             END-IF
           END-IF
           IF WS-GP-GIVEN(3) NOT = SPACES OR WS-GP-GIVEN(4) NOT = SPACES
             MOVE 3 TO WS-GP
             PERFORM 2410-SIDE-HIT
             IF WS-NAME-HIT = "N"
               MOVE "Y" TO WS-SIDE-BAD-M
               ADD 1 TO WS-SIDE-CT
             END-IF
           END-IF
           .

       2410-SIDE-HIT.
           MOVE "N" TO WS-NAME-HIT
           PERFORM VARYING WS-KI FROM 1 BY 1
               UNTIL WS-KI > WS-KID-COUNT
             MOVE WS-KID-PIX(WS-KI) TO WS-P-IX
             IF (WS-P-GEND(WS-P-IX) = "M"
                 AND WS-GP-GIVEN(WS-GP) NOT = SPACES
                 AND WS-P-GIVEN(WS-P-IX) = WS-GP-GIVEN(WS-GP))
                OR (WS-P-GEND(WS-P-IX) = "F"
                 AND WS-GP-GIVEN(WS-GP + 1) NOT = SPACES
                 AND WS-P-GIVEN(WS-P-IX) = WS-GP-GIVEN(WS-GP + 1))
               MOVE "Y" TO WS-NAME-HIT
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Coppie di fratelli omonimi (stesso nome e sesso), il maggiore  *
      * prima: morto prima della nascita del minore = necronimo (N);   *
      * ancora vivo alla nascita del minore = omonimi vivi (V); senza  *
      * data di morte = necronimo probabile, morte da cercare (P).     *
      *----------------------------------------------------------------*
       2500-FIND-NECRONYMS.
           MOVE 0 TO WS-NX-COUNT
           MOVE "N" TO WS-HOMO-LIVE
           PERFORM VARYING WS-KI FROM 1 BY 1
               UNTIL WS-KI >= WS-KID-COUNT
             PERFORM VARYING WS-KJ FROM WS-KI BY 1
                 UNTIL WS-KJ >= WS-KID-COUNT
               IF WS-P-GIVEN(WS-KID-PIX(WS-KI)) =
                    WS-P-GIVEN(WS-KID-PIX(WS-KJ + 1))
                  AND WS-P-GEND(WS-KID-PIX(WS-KI)) =
                    WS-P-GEND(WS-KID-PIX(WS-KJ + 1))
                  AND WS-P-GIVEN(WS-KID-PIX(WS-KI)) NOT = SPACES
                  AND WS-NX-COUNT < 20
                 ADD 1 TO WS-NX-COUNT
                 MOVE WS-KID-PIX(WS-KI) TO WS-NX-OLD(WS-NX-COUNT)
                 MOVE WS-KID-PIX(WS-KJ + 1) TO WS-NX-NEW(WS-NX-COUNT)
                 PERFORM 2510-CLASSIFY-PAIR
               END-IF
             END-PERFORM
           END-PERFORM
           .

       2510-CLASSIFY-PAIR.
           MOVE WS-NX-OLD(WS-NX-COUNT) TO WS-P-IX
           MOVE WS-NX-NEW(WS-NX-COUNT) TO WS-FOUND-PIX
           EVALUATE TRUE
             WHEN WS-P-DDATE(WS-P-IX) = SPACES
               MOVE "P" TO WS-NX-KIND(WS-NX-COUNT)
             WHEN WS-P-BDATE(WS-FOUND-PIX)(1:4) IS NOT NUMERIC
               MOVE "P" TO WS-NX-KIND(WS-NX-COUNT)
             WHEN WS-P-DDATE(WS-P-IX) <= WS-P-BDATE(WS-FOUND-PIX)
               MOVE "N" TO WS-NX-KIND(WS-NX-COUNT)
               ADD 1 TO WS-NECRO-CT
             WHEN OTHER
               MOVE "V" TO WS-NX-KIND(WS-NX-COUNT)
               MOVE "Y" TO WS-HOMO-LIVE
               ADD 1 TO WS-HOMO-CT
           END-EVALUATE
           .

       3000-PRINT-FAMILY.
           MOVE SPACES TO WS-NAME-TXT WS-NAME2-TXT
           IF WS-CUR-FATHER-PIX > 0
             MOVE WS-P-NAME(WS-CUR-FATHER-PIX) TO WS-NAME-TXT
           END-IF
           IF WS-CUR-MOTHER-PIX > 0
             MOVE WS-P-NAME(WS-CUR-MOTHER-PIX) TO WS-NAME2-TXT
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "FAMIGLIA " FUNCTION TRIM(WS-F-ID(WS-F-IX))
                  ": " FUNCTION TRIM(WS-NAME-TXT)
                  " (" FUNCTION TRIM(WS-F-FATHER(WS-F-IX)) ") X "
                  FUNCTION TRIM(WS-NAME2-TXT)
                  " (" FUNCTION TRIM(WS-F-MOTHER(WS-F-IX)) ")"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-SCORE TO WS-SCORE-ED
           MOVE SPACES TO REPORT-REC
           IF WS-TESTED = 0
             MOVE "  PUNTEGGIO: NON VALUTABILE (NONNI O FIGLI MANCANTI)"
               TO REPORT-REC
           ELSE
             STRING "  PUNTEGGIO: " WS-SCORE-ED " SU 100 ("
                    WS-TESTED " REGOLE VALUTATE)"
               DELIMITED BY SIZE INTO REPORT-REC
           END-IF
           WRITE REPORT-REC
           PERFORM VARYING WS-GP FROM 1 BY 1 UNTIL WS-GP > 4
             PERFORM 3100-PRINT-RULE
           END-PERFORM
           MOVE "  FIGLI IN ORDINE DI NASCITA:" TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-KI FROM 1 BY 1
               UNTIL WS-KI > WS-KID-COUNT
             MOVE WS-KID-PIX(WS-KI) TO WS-P-IX
             MOVE SPACES TO REPORT-REC
             MOVE 1 TO WS-PTR
             STRING "    " WS-P-GEND(WS-P-IX) " "
                    WS-P-BDATE(WS-P-IX) " "
                    WS-P-GIVEN(WS-P-IX) " "
                    FUNCTION TRIM(WS-P-NAME(WS-P-IX))
                    " (" FUNCTION TRIM(WS-P-ID(WS-P-IX)) ")"
               DELIMITED BY SIZE INTO REPORT-REC
               WITH POINTER WS-PTR
             IF WS-P-DDATE(WS-P-IX) NOT = SPACES
               STRING " + " WS-P-DDATE(WS-P-IX)
                 DELIMITED BY SIZE INTO REPORT-REC
                 WITH POINTER WS-PTR
             END-IF
             WRITE REPORT-REC
           END-PERFORM
           IF WS-SIDE-BAD-P = "Y"
             MOVE SPACES TO REPORT-REC
             STRING "  LINEA PATERNA CONTRADDETTA: NESSUN FIGLIO PORTA"
                    " I NOMI DEI NONNI - VERIFICARE I RELATE PADRE/"
                    "MADRE DI " FUNCTION TRIM(WS-F-FATHER(WS-F-IX))
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
           END-IF
           IF WS-SIDE-BAD-M = "Y"
             MOVE SPACES TO REPORT-REC
             STRING "  LINEA MATERNA CONTRADDETTA: NESSUN FIGLIO PORTA"
                    " I NOMI DEI NONNI - VERIFICARE I RELATE PADRE/"
                    "MADRE DI " FUNCTION TRIM(WS-F-MOTHER(WS-F-IX))
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
           END-IF
           PERFORM VARYING WS-NX-IX FROM 1 BY 1
               UNTIL WS-NX-IX > WS-NX-COUNT
             PERFORM 3200-PRINT-HOMONYM
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           .

       3100-PRINT-RULE.
           MOVE SPACES TO WS-ESITO-TXT
           EVALUATE WS-GP-ESITO(WS-GP)
             WHEN "SI"
               MOVE "RISPETTATA" TO WS-ESITO-TXT
             WHEN "AL"
               MOVE "NOME SU UN ALTRO FIGLIO" TO WS-ESITO-TXT
             WHEN "NO"
               MOVE "NON RISPETTATA" TO WS-ESITO-TXT
             WHEN OTHER
               MOVE "NON VALUTABILE (NESSUN FIGLIO A QUEL POSTO)"
                 TO WS-ESITO-TXT
           END-EVALUATE
           MOVE SPACES TO REPORT-REC
           IF WS-GP-PIX(WS-GP) = 0
             STRING "  " FUNCTION TRIM(WS-GP-DESC(WS-GP))
                    ": NON NOTO"
               DELIMITED BY SIZE INTO REPORT-REC
           ELSE
             STRING "  " FUNCTION TRIM(WS-GP-DESC(WS-GP)) ": "
                    FUNCTION TRIM(WS-GP-GIVEN(WS-GP)) " ("
                    FUNCTION TRIM(WS-P-ID(WS-GP-PIX(WS-GP))) ") "
                    FUNCTION TRIM(WS-ESITO-TXT)
               DELIMITED BY SIZE INTO REPORT-REC
           END-IF
           WRITE REPORT-REC
           .

       3200-PRINT-HOMONYM.
           MOVE WS-NX-OLD(WS-NX-IX) TO WS-P-IX
           MOVE WS-NX-NEW(WS-NX-IX) TO WS-FOUND-PIX
           MOVE SPACES TO REPORT-REC
           EVALUATE WS-NX-KIND(WS-NX-IX)
             WHEN "N"
               STRING "  NECRONIMO: "
                      FUNCTION TRIM(WS-P-ID(WS-FOUND-PIX))
                      " NATO " WS-P-BDATE(WS-FOUND-PIX)
                      " PRENDE IL NOME DI "
                      FUNCTION TRIM(WS-P-ID(WS-P-IX))
                      " MORTO " WS-P-DDATE(WS-P-IX)
                 DELIMITED BY SIZE INTO REPORT-REC
             WHEN "V"
               STRING "  OMONIMI VIVI: "
                      FUNCTION TRIM(WS-P-ID(WS-P-IX))
                      " E " FUNCTION TRIM(WS-P-ID(WS-FOUND-PIX))
                      " - UN FIGLIO FORSE DI UN'ALTRA FAMIGLIA"
                 DELIMITED BY SIZE INTO REPORT-REC
             WHEN OTHER
               STRING "  PROBABILE NECRONIMO: "
                      FUNCTION TRIM(WS-P-ID(WS-FOUND-PIX))
                      " - CERCARE LA MORTE DI "
                      FUNCTION TRIM(WS-P-ID(WS-P-IX))
                      " PRIMA DEL " WS-P-BDATE(WS-FOUND-PIX)
                 DELIMITED BY SIZE INTO REPORT-REC
           END-EVALUATE
           WRITE REPORT-REC
           .

       5000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "RIEPILOGO" TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-FAM-CT TO WS-N5-ED
           MOVE SPACES TO REPORT-REC
           STRING "  FAMIGLIE CON FIGLI FAMLNK     " WS-N5-ED
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-TESTED-CT TO WS-N5-ED
           MOVE SPACES TO REPORT-REC
           STRING "  CON ALMENO UNA REGOLA         " WS-N5-ED
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           IF WS-TESTED-CT > 0
             COMPUTE WS-SCORE = WS-SCORE-SUM / WS-TESTED-CT
             MOVE WS-SCORE TO WS-SCORE-ED
             MOVE SPACES TO REPORT-REC
             STRING "  PUNTEGGIO MEDIO                 " WS-SCORE-ED
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
           END-IF
           MOVE WS-BAND-CT(1) TO WS-N5-ED
           MOVE SPACES TO REPORT-REC
           STRING "    PUNTEGGIO  0-24             " WS-N5-ED
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-BAND-CT(2) TO WS-N5-ED
           MOVE SPACES TO REPORT-REC
           STRING "    PUNTEGGIO 25-49             " WS-N5-ED
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-BAND-CT(3) TO WS-N5-ED
           MOVE SPACES TO REPORT-REC
           STRING "    PUNTEGGIO 50-74             " WS-N5-ED
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-BAND-CT(4) TO WS-N5-ED
           MOVE SPACES TO REPORT-REC
           STRING "    PUNTEGGIO 75-100            " WS-N5-ED
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-SIDE-CT TO WS-N5-ED
           MOVE SPACES TO REPORT-REC
           STRING "  LINEE CONTRADDETTE            " WS-N5-ED
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-NECRO-CT TO WS-N5-ED
           MOVE SPACES TO REPORT-REC
           STRING "  NECRONIMI ACCERTATI           " WS-N5-ED
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-HOMO-CT TO WS-N5-ED
           MOVE SPACES TO REPORT-REC
           STRING "  OMONIMI VIVI                  " WS-N5-ED
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-REVIEW-CT TO WS-N5-ED
           MOVE SPACES TO REPORT-REC
           STRING "  FAMIGLIE DA RIVEDERE          " WS-N5-ED
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

       8000-FIND-PERSON.
           MOVE 0 TO WS-FOUND-PIX
           IF WS-FIND-ID = SPACES
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-P-IX FROM 1 BY 1
               UNTIL WS-P-IX > WS-P-COUNT OR WS-FOUND-PIX > 0
             IF WS-P-ID(WS-P-IX) = WS-FIND-ID
               MOVE WS-P-IX TO WS-FOUND-PIX
             END-IF
           END-PERFORM
           .

       8500-FIRST-WORD.
           MOVE SPACES TO WS-SPLIT-FIRST
           MOVE FUNCTION TRIM(WS-SPLIT-IN) TO WS-SPLIT-IN
           IF WS-SPLIT-IN = SPACES
             EXIT PARAGRAPH
           END-IF
           UNSTRING WS-SPLIT-IN DELIMITED BY SPACE
             INTO WS-SPLIT-FIRST
           .

       8600-RESOLVE-GIVEN-NAME.
           MOVE SPACES TO GNEQ-RESULT
           PERFORM VARYING GNEQ-IX FROM 1 BY 1
               UNTIL GNEQ-IX > GNEQ-COUNT
             IF GNEQ-FORM(GNEQ-IX) = GNEQ-LOOKUP
               MOVE GNEQ-CANON(GNEQ-IX) TO GNEQ-RESULT
             END-IF
           END-PERFORM
           PERFORM VARYING GNEQ-IX FROM 1 BY 1
               UNTIL GNEQ-IX > GNEQ-EXT-COUNT
             IF GNEQ-EXT-FORM(GNEQ-IX) = GNEQ-LOOKUP
               MOVE GNEQ-EXT-CANON(GNEQ-IX) TO GNEQ-RESULT
             END-IF
           END-PERFORM
           .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3ASRR0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Riscontro delle prove discordanti. Legge il registro
                delle asserzioni (ASSERT, mantenuto da GN3ASRM0) e
                per ogni persona e fatto confronta cio' che dicono
                le diverse citazioni. Per le date conta lo scarto in
                anni fra le fonti: oltre la tolleranza (secondo
                argomento, default 2 anni) il fatto e' in conflitto;
                un "prima di"/"dopo di" e' in conflitto solo se il
                limite che pone e' smentito dalle altre fonti oltre
                la tolleranza. Per luoghi, nomi e genere basta un
                valore diverso. Ogni fatto in conflitto esce con la
                conclusione in anagrafe, l'asserzione scelta (*) e
                tutte le prove concorrenti con fonte, carta e QUAY,
                come chiede la pratica della prova genealogica.
                  GN3ASRR0 <report-out> [tolleranza-anni]
                RC 4 se c'e' almeno un conflitto.

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
       77  WS-TOL-ARG            PIC X(3) VALUE SPACES.
       77  WS-TOL                PIC 9(3) VALUE 2.
       77  WS-PERS-CT            PIC 9(5) VALUE 0.
       77  WS-FACT-CT            PIC 9(5) VALUE 0.
       77  WS-NOCHOICE-CT        PIC 9(5) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".

       01  WS-SSA-PERS           PIC X(30)
           VALUE "PERSON  (PERSID=            )".
       01  WS-SSA-SRCE           PIC X(30)
           VALUE "SOURCE  (SOURID=            )".
       01  WS-SSA-CITA           PIC X(30)
           VALUE "CITATN  (CITAID=            )".
       01  WS-SSA-PLAC           PIC X(30)
           VALUE "PLACE   (PLACID=            )".

      * ASSERZIONI IN MEMORIA, NELL'ORDINE GERARCHICO (CONTIGUE PER
      * PERSONA)
       01  WS-AS-TABLE.
           05 WS-AS-ENTRY OCCURS 5000 TIMES.
              10 WS-AS-ID        PIC X(12).
              10 WS-AS-PERS      PIC X(12).
              10 WS-AS-FACT      PIC X(8).
              10 WS-AS-VALUE     PIC X(60).
              10 WS-AS-QUAL      PIC X(1).
              10 WS-AS-YEAR      PIC 9(4).
              10 WS-AS-STATED    PIC X(40).
              10 WS-AS-CITA      PIC X(12).
              10 WS-AS-SRCE      PIC X(12).
              10 WS-AS-QUAY      PIC X(1).
              10 WS-AS-CHOSEN    PIC X(1).
       01  WS-AS-COUNT           PIC 9(5) VALUE 0.
       01  WS-AS-IX              PIC 9(5) VALUE 0.
       01  WS-AS-JX              PIC 9(5) VALUE 0.
       01  WS-GRP-START          PIC 9(5) VALUE 0.
       01  WS-GRP-END            PIC 9(5) VALUE 0.
       01  WS-CHOSEN-IX          PIC 9(5) VALUE 0.

      * MISURA DEL CONFLITTO SUL FATTO CORRENTE
       01  WS-CUR-FACT           PIC X(8) VALUE SPACES.
       01  WS-FACT-N             PIC 9(4) VALUE 0.
       01  WS-MIN-YEAR           PIC 9(4) VALUE 0.
       01  WS-MAX-YEAR           PIC 9(4) VALUE 0.
       01  WS-SPREAD             PIC 9(4) VALUE 0.
       01  WS-BOUND              PIC S9(5) VALUE 0.
       01  WS-FIRST-VAL          PIC X(60) VALUE SPACES.
       01  WS-CMP-VAL            PIC X(60) VALUE SPACES.

      * RIGHE DI STAMPA
       01  WS-PERS-PRINTED       PIC X VALUE "N".
       01  WS-FACT-DESC          PIC X(20) VALUE SPACES.
       01  WS-CONCL-TXT          PIC X(60) VALUE SPACES.
       01  WS-VAL-TXT            PIC X(60) VALUE SPACES.
       01  WS-SRC-TXT            PIC X(60) VALUE SPACES.
       01  WS-VAL-IN             PIC X(60) VALUE SPACES.
       01  WS-QUAL-IN            PIC X(1) VALUE SPACE.
       01  WS-FACT-IN            PIC X(8) VALUE SPACES.
       01  WS-MARK               PIC X(1) VALUE SPACE.
       01  WS-SPREAD-ED          PIC ZZZ9.
       01  WS-TOL-ED             PIC ZZ9.

       01  WS-SW.
           10 WS-CONFLICT        PIC X VALUE "N".
              88 CONFLICT-YES    VALUE "Y".
           10 WS-PERS-OK         PIC X VALUE "N".
              88 PERS-OK-YES     VALUE "Y".
           10 WS-SEEN            PIC X VALUE "N".
              88 SEEN-YES        VALUE "Y".

       COPY GN1ASRT.
       COPY GN1PRSN.
       COPY GN1SRCE.
       COPY GN1CITA.
       COPY GN1PLAC.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             DISPLAY "USO: GN3ASRR0 <report-out> [tolleranza-anni]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           IF WS-ARGC >= 2
             ACCEPT WS-TOL-ARG FROM ARGUMENT-VALUE
             IF FUNCTION TRIM(WS-TOL-ARG) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-TOL-ARG) TO WS-TOL
             ELSE
               DISPLAY "GN3ASRR0: TOLLERANZA NON NUMERICA, USO "
                       WS-TOL
             END-IF
           END-IF

           PERFORM 1000-LOAD-ASSERTS

           OPEN OUTPUT REPORT-FILE
           MOVE WS-TOL TO WS-TOL-ED
           MOVE SPACES TO REPORT-REC
           STRING "ASSERZIONI DISCORDANTI - TOLLERANZA SULLE DATE "
                  FUNCTION TRIM(WS-TOL-ED) " ANNI"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE 1 TO WS-GRP-START
           PERFORM UNTIL WS-GRP-START > WS-AS-COUNT
             MOVE WS-GRP-START TO WS-GRP-END
             PERFORM UNTIL WS-GRP-END >= WS-AS-COUNT
                     OR WS-AS-PERS(WS-GRP-END + 1)
                        NOT = WS-AS-PERS(WS-GRP-START)
               ADD 1 TO WS-GRP-END
             END-PERFORM
             PERFORM 2000-CHECK-PERSON
             COMPUTE WS-GRP-START = WS-GRP-END + 1
           END-PERFORM

           IF WS-PERS-CT = 0
             MOVE "  (NESSUN CONFLITTO FRA LE PROVE REGISTRATE)"
               TO REPORT-REC
             WRITE REPORT-REC
           ELSE
             MOVE SPACES TO REPORT-REC
             WRITE REPORT-REC
             MOVE SPACES TO REPORT-REC
             STRING "PERSONE CON PROVE DISCORDANTI: " WS-PERS-CT
                    "   FATTI IN CONFLITTO: " WS-FACT-CT
                    "   SENZA CONCLUSIONE SCELTA: " WS-NOCHOICE-CT
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
           END-IF
           CLOSE REPORT-FILE

           DISPLAY "GN3ASRR0: ASSERZIONI LETTE    = " WS-AS-COUNT
           DISPLAY "GN3ASRR0: PERSONE IN CONFLITTO= " WS-PERS-CT
           DISPLAY "GN3ASRR0: FATTI IN CONFLITTO  = " WS-FACT-CT
           DISPLAY "GN3ASRR0: SENZA CONCLUSIONE   = " WS-NOCHOICE-CT
           IF WS-FACT-CT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-LOAD-ASSERTS.
           MOVE 0 TO WS-AS-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1ASRT-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-AS-COUNT >= 5000
             ADD 1 TO WS-AS-COUNT
             MOVE ASRT-ID TO WS-AS-ID(WS-AS-COUNT)
             MOVE ASRT-PERS TO WS-AS-PERS(WS-AS-COUNT)
             MOVE ASRT-FACT TO WS-AS-FACT(WS-AS-COUNT)
             MOVE FUNCTION UPPER-CASE(ASRT-VALUE)
               TO WS-AS-VALUE(WS-AS-COUNT)
             MOVE ASRT-QUAL TO WS-AS-QUAL(WS-AS-COUNT)
             IF ASRT-YEAR IS NUMERIC
               MOVE ASRT-YEAR TO WS-AS-YEAR(WS-AS-COUNT)
             ELSE
               MOVE 0 TO WS-AS-YEAR(WS-AS-COUNT)
             END-IF
             MOVE ASRT-STATED TO WS-AS-STATED(WS-AS-COUNT)
             MOVE ASRT-CITA TO WS-AS-CITA(WS-AS-COUNT)
             MOVE ASRT-SRCE TO WS-AS-SRCE(WS-AS-COUNT)
             MOVE ASRT-QUAY TO WS-AS-QUAY(WS-AS-COUNT)
             MOVE ASRT-CHOSEN TO WS-AS-CHOSEN(WS-AS-COUNT)
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1ASRT-SEG
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Una persona (asserzioni da WS-GRP-START a WS-GRP-END): ogni    *
      * fatto distinto viene misurato una volta, alla sua prima        *
      * occorrenza nel gruppo.                                         *
      *----------------------------------------------------------------*
       2000-CHECK-PERSON.
           MOVE "N" TO WS-PERS-PRINTED
           MOVE "N" TO WS-PERS-OK
           PERFORM VARYING WS-AS-IX FROM WS-GRP-START BY 1
               UNTIL WS-AS-IX > WS-GRP-END
             MOVE WS-AS-FACT(WS-AS-IX) TO WS-CUR-FACT
             MOVE "N" TO WS-SEEN
             PERFORM VARYING WS-AS-JX FROM WS-GRP-START BY 1
                 UNTIL WS-AS-JX >= WS-AS-IX
               IF WS-AS-FACT(WS-AS-JX) = WS-CUR-FACT
                 MOVE "Y" TO WS-SEEN
               END-IF
             END-PERFORM
             IF NOT SEEN-YES
               MOVE "N" TO WS-CONFLICT
               PERFORM 2100-MEASURE-FACT
               IF CONFLICT-YES
                 PERFORM 3000-PRINT-FACT
               END-IF
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Misura del fatto WS-CUR-FACT. Date: scarto fra l'anno minimo e *
      * il massimo delle date puntuali o "circa"; un "prima di" e' in  *
      * conflitto se cade prima del minimo oltre la tolleranza, un     *
      * "dopo di" se cade dopo il massimo oltre la tolleranza. Altri   *
      * fatti: un valore diverso dal primo basta.                      *
      *----------------------------------------------------------------*
       2100-MEASURE-FACT.
           MOVE 0 TO WS-FACT-N WS-MIN-YEAR WS-MAX-YEAR WS-SPREAD
           MOVE WS-CUR-FACT TO ASRT-FACT
           PERFORM VARYING WS-AS-JX FROM WS-GRP-START BY 1
               UNTIL WS-AS-JX > WS-GRP-END
             IF WS-AS-FACT(WS-AS-JX) = WS-CUR-FACT
               ADD 1 TO WS-FACT-N
               IF WS-FACT-N = 1
                 MOVE FUNCTION TRIM(WS-AS-VALUE(WS-AS-JX))
                   TO WS-FIRST-VAL
               END-IF
               IF ASRT-FACT-DATE
                  AND WS-AS-YEAR(WS-AS-JX) > 0
                  AND WS-AS-QUAL(WS-AS-JX) NOT = "B"
                  AND WS-AS-QUAL(WS-AS-JX) NOT = "F"
                 IF WS-MIN-YEAR = 0
                    OR WS-AS-YEAR(WS-AS-JX) < WS-MIN-YEAR
                   MOVE WS-AS-YEAR(WS-AS-JX) TO WS-MIN-YEAR
                 END-IF
                 IF WS-AS-YEAR(WS-AS-JX) > WS-MAX-YEAR
                   MOVE WS-AS-YEAR(WS-AS-JX) TO WS-MAX-YEAR
                 END-IF
               END-IF
               IF NOT ASRT-FACT-DATE
                 MOVE FUNCTION TRIM(WS-AS-VALUE(WS-AS-JX))
                   TO WS-CMP-VAL
                 IF WS-CMP-VAL NOT = WS-FIRST-VAL
                   MOVE "Y" TO WS-CONFLICT
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           IF WS-FACT-N < 2 OR NOT ASRT-FACT-DATE
             EXIT PARAGRAPH
           END-IF
           IF WS-MIN-YEAR > 0
             COMPUTE WS-SPREAD = WS-MAX-YEAR - WS-MIN-YEAR
             IF WS-SPREAD > WS-TOL
               MOVE "Y" TO WS-CONFLICT
             END-IF
           END-IF
           PERFORM VARYING WS-AS-JX FROM WS-GRP-START BY 1
               UNTIL WS-AS-JX > WS-GRP-END
             IF WS-AS-FACT(WS-AS-JX) = WS-CUR-FACT
                AND WS-AS-YEAR(WS-AS-JX) > 0
                AND WS-MIN-YEAR > 0
               EVALUATE WS-AS-QUAL(WS-AS-JX)
                 WHEN "B"
                   COMPUTE WS-BOUND = WS-AS-YEAR(WS-AS-JX) + WS-TOL
                   IF WS-BOUND < WS-MIN-YEAR
                     MOVE "Y" TO WS-CONFLICT
                   END-IF
                 WHEN "F"
                   COMPUTE WS-BOUND = WS-AS-YEAR(WS-AS-JX) - WS-TOL
                   IF WS-BOUND > WS-MAX-YEAR
                     MOVE "Y" TO WS-CONFLICT
                   END-IF
               END-EVALUATE
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Stampa del fatto in conflitto: intestazione della persona alla *
      * prima occorrenza, conclusione in anagrafe, poi le prove.       *
      *----------------------------------------------------------------*
       3000-PRINT-FACT.
           ADD 1 TO WS-FACT-CT
           IF WS-PERS-PRINTED = "N"
             MOVE "Y" TO WS-PERS-PRINTED
             ADD 1 TO WS-PERS-CT
             MOVE WS-AS-PERS(WS-GRP-START) TO WS-SSA-PERS(17:12)
             MOVE DLI-GU TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PRSN-SEG
                                  WS-SSA-PERS
             IF DB-STATUS = SPACES
               MOVE "Y" TO WS-PERS-OK
             ELSE
               MOVE SPACES TO PERS-NAME
             END-IF
             MOVE SPACES TO REPORT-REC
             WRITE REPORT-REC
             MOVE SPACES TO REPORT-REC
             STRING FUNCTION TRIM(WS-AS-PERS(WS-GRP-START)) "  "
                    FUNCTION TRIM(PERS-NAME)
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
           END-IF

           MOVE WS-CUR-FACT TO ASRT-FACT
           EVALUATE TRUE
             WHEN ASRT-FACT-BDATE  MOVE "DATA DI NASCITA"
                                     TO WS-FACT-DESC
             WHEN ASRT-FACT-BPLACE MOVE "LUOGO DI NASCITA"
                                     TO WS-FACT-DESC
             WHEN ASRT-FACT-DDATE  MOVE "DATA DI MORTE"
                                     TO WS-FACT-DESC
             WHEN ASRT-FACT-DPLACE MOVE "LUOGO DI MORTE"
                                     TO WS-FACT-DESC
             WHEN ASRT-FACT-NAME   MOVE "NOME" TO WS-FACT-DESC
             WHEN ASRT-FACT-GEND   MOVE "GENERE" TO WS-FACT-DESC
             WHEN ASRT-FACT-FATHER MOVE "NOME DEL PADRE"
                                     TO WS-FACT-DESC
             WHEN ASRT-FACT-MOTHER MOVE "NOME DELLA MADRE"
                                     TO WS-FACT-DESC
             WHEN OTHER            MOVE WS-CUR-FACT TO WS-FACT-DESC
           END-EVALUATE
           MOVE SPACES TO REPORT-REC
           IF ASRT-FACT-DATE AND WS-SPREAD > 0
             MOVE WS-SPREAD TO WS-SPREAD-ED
             STRING "  " FUNCTION TRIM(WS-FACT-DESC)
                    ": SCARTO DI " FUNCTION TRIM(WS-SPREAD-ED)
                    " ANNI FRA LE FONTI"
               DELIMITED BY SIZE INTO REPORT-REC
           ELSE
             STRING "  " FUNCTION TRIM(WS-FACT-DESC)
                    ": LE FONTI NON CONCORDANO"
               DELIMITED BY SIZE INTO REPORT-REC
           END-IF
           WRITE REPORT-REC

      *    CONCLUSIONE: IL CAMPO IN ANAGRAFE (SE IL FATTO NE HA UNO) E
      *    L'ASSERZIONE MARCATA COME SCELTA
           MOVE 0 TO WS-CHOSEN-IX
           PERFORM VARYING WS-AS-JX FROM WS-GRP-START BY 1
               UNTIL WS-AS-JX > WS-GRP-END
             IF WS-AS-FACT(WS-AS-JX) = WS-CUR-FACT
                AND WS-AS-CHOSEN(WS-AS-JX) = "Y"
               MOVE WS-AS-JX TO WS-CHOSEN-IX
             END-IF
           END-PERFORM
           MOVE SPACES TO WS-VAL-IN WS-QUAL-IN
           IF PERS-OK-YES
             EVALUATE TRUE
               WHEN ASRT-FACT-BDATE
                 MOVE PERS-BDATE TO WS-VAL-IN
                 MOVE PERS-BDATE-QUAL TO WS-QUAL-IN
               WHEN ASRT-FACT-BPLACE
                 MOVE PERS-BPLACE TO WS-VAL-IN
               WHEN ASRT-FACT-DPLACE
                 MOVE PERS-DPLACE TO WS-VAL-IN
               WHEN ASRT-FACT-NAME
                 MOVE PERS-NAME TO WS-VAL-IN
               WHEN ASRT-FACT-GEND
                 MOVE PERS-GEND TO WS-VAL-IN
             END-EVALUATE
           END-IF
           MOVE WS-CUR-FACT TO WS-FACT-IN
           IF WS-VAL-IN = SPACES AND WS-CHOSEN-IX > 0
             MOVE WS-AS-VALUE(WS-CHOSEN-IX) TO WS-VAL-IN
             MOVE WS-AS-QUAL(WS-CHOSEN-IX) TO WS-QUAL-IN
           END-IF
           IF WS-VAL-IN = SPACES
             MOVE "(NESSUNA)" TO WS-VAL-TXT
           ELSE
             PERFORM 3200-FORMAT-VALUE
           END-IF
           MOVE WS-VAL-TXT TO WS-CONCL-TXT
           MOVE SPACES TO REPORT-REC
           IF WS-CHOSEN-IX > 0
             STRING "    CONCLUSIONE: " FUNCTION TRIM(WS-CONCL-TXT)
                    "  (SCELTA "
                    FUNCTION TRIM(WS-AS-ID(WS-CHOSEN-IX)) ")"
               DELIMITED BY SIZE INTO REPORT-REC
           ELSE
             ADD 1 TO WS-NOCHOICE-CT
             STRING "    CONCLUSIONE: " FUNCTION TRIM(WS-CONCL-TXT)
                    "  (NESSUNA ASSERZIONE SCELTA)"
               DELIMITED BY SIZE INTO REPORT-REC
           END-IF
           WRITE REPORT-REC

           PERFORM VARYING WS-AS-JX FROM WS-GRP-START BY 1
               UNTIL WS-AS-JX > WS-GRP-END
             IF WS-AS-FACT(WS-AS-JX) = WS-CUR-FACT
               PERFORM 3100-PRINT-EVIDENCE
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Una prova: valore, QUAY, fonte con carta, testo come si legge. *
      *----------------------------------------------------------------*
       3100-PRINT-EVIDENCE.
           IF WS-AS-CHOSEN(WS-AS-JX) = "Y"
             MOVE "*" TO WS-MARK
           ELSE
             MOVE SPACE TO WS-MARK
           END-IF
           MOVE WS-AS-VALUE(WS-AS-JX) TO WS-VAL-IN
           MOVE WS-AS-QUAL(WS-AS-JX) TO WS-QUAL-IN
           PERFORM 3200-FORMAT-VALUE

           MOVE SPACES TO WS-SRC-TXT
           MOVE WS-AS-SRCE(WS-AS-JX) TO WS-SSA-SRCE(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1SRCE-SEG
                                WS-SSA-SRCE
           IF DB-STATUS = SPACES
             MOVE SRCE-TITLE TO WS-SRC-TXT
           ELSE
             MOVE WS-AS-SRCE(WS-AS-JX) TO WS-SRC-TXT
           END-IF
           MOVE SPACES TO CITA-PAGE
           MOVE WS-AS-CITA(WS-AS-JX) TO WS-SSA-CITA(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1CITA-SEG
                                WS-SSA-CITA

           MOVE SPACES TO REPORT-REC
           STRING "    " WS-MARK " " WS-AS-ID(WS-AS-JX) " "
                  WS-VAL-TXT(1:30) " QUAY " WS-AS-QUAY(WS-AS-JX)
                  "  " FUNCTION TRIM(WS-SRC-TXT)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           IF CITA-PAGE NOT = SPACES
              OR WS-AS-STATED(WS-AS-JX) NOT = SPACES
             MOVE SPACES TO REPORT-REC
             IF WS-AS-STATED(WS-AS-JX) NOT = SPACES
               STRING "                   " FUNCTION TRIM(CITA-PAGE)
                      "  """ FUNCTION TRIM(WS-AS-STATED(WS-AS-JX))
                      """"
                 DELIMITED BY SIZE INTO REPORT-REC
             ELSE
               STRING "                   " FUNCTION TRIM(CITA-PAGE)
                 DELIMITED BY SIZE INTO REPORT-REC
             END-IF
             WRITE REPORT-REC
           END-IF
           .

      *----------------------------------------------------------------*
      * Valore leggibile: date col qualificatore in parole, luoghi col *
      * nome del gazetteer accanto al PLACE-ID.                        *
      *----------------------------------------------------------------*
       3200-FORMAT-VALUE.
           MOVE SPACES TO WS-VAL-TXT
           MOVE WS-FACT-IN TO ASRT-FACT
           EVALUATE TRUE
             WHEN ASRT-FACT-DATE
               EVALUATE WS-QUAL-IN
                 WHEN "A"
                   STRING "CIRCA " FUNCTION TRIM(WS-VAL-IN)
                     DELIMITED BY SIZE INTO WS-VAL-TXT
                 WHEN "B"
                   STRING "PRIMA DEL " FUNCTION TRIM(WS-VAL-IN)
                     DELIMITED BY SIZE INTO WS-VAL-TXT
                 WHEN "F"
                   STRING "DOPO IL " FUNCTION TRIM(WS-VAL-IN)
                     DELIMITED BY SIZE INTO WS-VAL-TXT
                 WHEN OTHER
                   MOVE WS-VAL-IN TO WS-VAL-TXT
               END-EVALUATE
             WHEN ASRT-FACT-PLACE
               MOVE WS-VAL-IN(1:12) TO WS-SSA-PLAC(17:12)
               MOVE DLI-GU TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1PLAC-SEG
                                    WS-SSA-PLAC
               IF DB-STATUS = SPACES
                 STRING FUNCTION TRIM(PLAC-NAME) " ("
                        FUNCTION TRIM(WS-VAL-IN) ")"
                   DELIMITED BY SIZE INTO WS-VAL-TXT
               ELSE
                 MOVE WS-VAL-IN TO WS-VAL-TXT
               END-IF
             WHEN OTHER
               MOVE WS-VAL-IN TO WS-VAL-TXT
           END-EVALUATE
           .

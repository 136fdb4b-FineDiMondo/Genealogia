                indicizzazione delle donne maritate, che compaiono
                sotto il proprio cognome e, come rinvio, sotto il
                cognome del marito (dai segmenti FAMILY). Cognome =
                ultima parola di PERS-NAME con le sue particelle
                (GNCOGNP, regole di schedatura della societa'): LUCA
                DELLA ROBBIA esce come "DELLA ROBBIA, LUCA" e si
                ordina fra DELLACASA e DELLAVALLE, con un rinvio
                "ROBBIA, LUCA DELLA  VEDI DELLA ROBBIA" sotto la
                radice. Ordinamento italiano: maiuscole, spazi e
                apostrofi non contano (DE' MEDICI = DE MEDICI).
                L'ordinamento passa dal SORT (stesso schema di
                GN3DUP00) e la stampa esce su due colonne da 64.


       SD  SORT-WORK.
       01  SORT-REC.
           05 SORT-KEY.
              10 SORT-KEY-SURN   PIC X(20).
              10 SORT-KEY-GIVEN  PIC X(20).
           05 SORT-LINE          PIC X(120).

       WORKING-STORAGE SECTION.
           05 WS-P-ENTRY OCCURS 5000 TIMES.
              10 WS-P-ID         PIC X(12).
              10 WS-P-NAME       PIC X(40).
              10 WS-P-SURNAME    PIC X(30).
              10 WS-P-GIVEN      PIC X(20).
              10 WS-P-FILE-KEY   PIC X(20).
              10 WS-P-FILE-GIVEN PIC X(20).
              10 WS-P-STEM       PIC X(20).
              10 WS-P-PARTICLES  PIC X(10).
              10 WS-P-BDATE      PIC X(10).
              10 WS-P-DYEAR      PIC X(4).
       01  WS-P-COUNT            PIC 9(5) VALUE 0.
       01  WS-SSA-CITA           PIC X(30)
           VALUE "CITATN  (PERSID=            )".

      * PARTICELLE DEL COGNOME PER IL RINVIO DALLA RADICE
       01  WS-STEM-POS           PIC 9(2) VALUE 0.

       01  WS-FONTI-TXT          PIC X(60) VALUE SPACES.
       01  WS-FONTI-CT           PIC 9(1) VALUE 0.
       COPY GN1CITA.
       COPY GN1SRCE.
       COPY GNFAMIL.
       COPY "GNCOGN.cpy".
       COPY "GENFKEY.CPY".

       LINKAGE SECTION.
       COPY GN1PCBS.
           .

       1010-SPLIT-SURNAME-GIVEN.
           MOVE PERS-NAME TO COGN-IN
           PERFORM 9860-SPLIT-SURNAME
           MOVE COGN-SURNAME TO WS-P-SURNAME(WS-P-COUNT)
           MOVE COGN-GIVEN TO WS-P-GIVEN(WS-P-COUNT)
           MOVE COGN-FILE-KEY TO WS-P-FILE-KEY(WS-P-COUNT)
           MOVE COGN-FILE-GIVEN TO WS-P-FILE-GIVEN(WS-P-COUNT)
           MOVE SPACES TO WS-P-STEM(WS-P-COUNT)
                          WS-P-PARTICLES(WS-P-COUNT)
      *    COGNOME CON PARTICELLE: RADICE E PARTICELLE PER IL RINVIO
           IF COGN-PART-CT > 0
             MOVE COGN-STEM TO WS-P-STEM(WS-P-COUNT)
             COMPUTE WS-STEM-POS =
                 FUNCTION LENGTH(FUNCTION TRIM(COGN-SURNAME))
               - FUNCTION LENGTH(FUNCTION TRIM(COGN-STEM))
             IF WS-STEM-POS > 0 AND WS-STEM-POS <= 10
               MOVE COGN-SURNAME(1:WS-STEM-POS)
                 TO WS-P-PARTICLES(WS-P-COUNT)
             END-IF
           END-IF
           .

           PERFORM 2110-COLLECT-SOURCE-TITLES
           ADD 1 TO WS-ENTRY-CT
           MOVE SPACES TO SORT-REC
           MOVE WS-P-FILE-KEY(WS-I) TO SORT-KEY-SURN
           MOVE WS-P-FILE-GIVEN(WS-I) TO SORT-KEY-GIVEN
           MOVE SPACES TO SORT-LINE
           IF WS-FONTI-TXT = SPACES
             STRING FUNCTION TRIM(WS-P-SURNAME(WS-I)) ", "
               DELIMITED BY SIZE INTO SORT-LINE
           END-IF
           RELEASE SORT-REC
           IF WS-P-STEM(WS-I) NOT = SPACES
             PERFORM 2120-RELEASE-STEM-XREF
           END-IF
           .

      *----------------------------------------------------------------*
      * Cognome con particelle: rinvio dalla radice, come nei volumi   *
      * a stampa ("ROBBIA, LUCA DELLA  VEDI DELLA ROBBIA, LUCA").      *
      *----------------------------------------------------------------*
       2120-RELEASE-STEM-XREF.
           ADD 1 TO WS-XREF-CT
           MOVE SPACES TO SORT-REC
           MOVE WS-P-STEM(WS-I) TO COGN-FF-IN
           MOVE "N" TO COGN-FF-SPACE
           PERFORM 9870-FILING-FORM
           MOVE COGN-FF-OUT TO SORT-KEY-SURN
           MOVE WS-P-FILE-GIVEN(WS-I) TO SORT-KEY-GIVEN
           MOVE SPACES TO SORT-LINE
           STRING FUNCTION TRIM(WS-P-STEM(WS-I)) ", "
                  FUNCTION TRIM(WS-P-GIVEN(WS-I)) " "
                  FUNCTION TRIM(WS-P-PARTICLES(WS-I))
                  "  VEDI "
                  FUNCTION TRIM(WS-P-SURNAME(WS-I)) ", "
                  FUNCTION TRIM(WS-P-GIVEN(WS-I))
             DELIMITED BY SIZE INTO SORT-LINE
           RELEASE SORT-REC
           .

      *----------------------------------------------------------------*
               IF WS-P-ID(WS-I) = ALIA-PERS
                 ADD 1 TO WS-XREF-CT
                 MOVE SPACES TO SORT-REC
                 MOVE ALIA-NAME TO COGN-IN
                 PERFORM 9860-SPLIT-SURNAME
                 MOVE COGN-FILE-KEY TO SORT-KEY-SURN
                 MOVE COGN-FILE-GIVEN TO SORT-KEY-GIVEN
                 MOVE SPACES TO SORT-LINE
                 STRING FUNCTION TRIM(COGN-SURNAME) ", "
                        FUNCTION TRIM(COGN-GIVEN)
                        "  VEDI "
                        FUNCTION TRIM(WS-P-SURNAME(WS-I)) ", "
                        FUNCTION TRIM(WS-P-GIVEN(WS-I))
             IF WS-P-ID(WS-J) = FAMILY-FATHER-ID
               ADD 1 TO WS-XREF-CT
               MOVE SPACES TO SORT-REC
               MOVE WS-P-FILE-KEY(WS-J) TO SORT-KEY-SURN
               MOVE WS-P-FILE-GIVEN(WS-LOOKUP-IX) TO SORT-KEY-GIVEN
               MOVE SPACES TO SORT-LINE
               STRING FUNCTION TRIM(WS-P-SURNAME(WS-J)) ", "
                      FUNCTION TRIM(WS-P-GIVEN(WS-LOOKUP-IX))
           END-IF
           CLOSE REPORT-FILE
           .

       COPY "GNCOGNP.cpy".
       COPY "GENFKEYP.CPY".

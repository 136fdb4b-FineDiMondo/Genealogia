      * date e luoghi, assegna un punteggio di confidenza per campo e  *
      * scrive un GN370-NORM-RECORD. Sotto una soglia minima di        *
      * confidenza offre all'operatore una schermata di revisione.     *
      * La catena patronimica del nome (DI PIERO DI ANTONIO) esce      *
      * scomposta nei campi GNR-PATR-*.                                *
      * L'eta' dichiarata alla morte (AGE) esce in anni compiuti.      *
      * I luoghi escono come testo maiuscolo: li risolve a PLACE-ID    *
      * nel gazetteer S5 al commit (GN3S5CMT).                         *
      *================================================================*

       ENVIRONMENT DIVISION.
       01 WS-NEQ-APPLIED-CT          PIC 9(7) VALUE 0.
       COPY "GNGNEQV.cpy".

      * CATENA PATRONIMICA DEL NOME DI BATTESIMO
       COPY "GNPATR.cpy".
       01 WS-PATR-CT                 PIC 9(7) VALUE 0.
       01 WS-PATR-SURN               PIC X VALUE "N".
          88 PATR-SURN-YES           VALUE "Y".
       01 WS-PATR-POS                PIC 9(4) VALUE 0.

      * ETA' DICHIARATA ALLA MORTE (TAG AGE): PAROLE DEL VALORE,
      * CIFRE INIZIALI DELLA PAROLA CORRENTE, ANNI RICAVATI
       01 WS-AGE-IN                  PIC X(20) VALUE SPACES.
       01 WS-AGE-TOKS.
          05 WS-AGE-TOK              OCCURS 4 TIMES PIC X(10).
       01 WS-AGE-TX                  PIC 9(2) VALUE 0.
       01 WS-AGE-T                   PIC X(10) VALUE SPACES.
       01 WS-AGE-DIG                 PIC 9(2) VALUE 0.
       01 WS-AGE-YRS                 PIC 9(3) VALUE 0.
       01 WS-AGE-Q                   PIC X(1) VALUE SPACE.
       01 WS-AGE-FOUND               PIC X VALUE "N".
          88 AGE-FOUND               VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
             DISPLAY "GN3S3NRM: NOMI RICONDOTTI      = "
                     WS-NEQ-APPLIED-CT
           END-IF
           IF WS-PATR-CT > 0
             DISPLAY "GN3S3NRM: CATENE PATRONIMICHE  = "
                     WS-PATR-CT
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

           MOVE GRR-S1-TOKEN-COUNT TO GNR-S1-TOKEN-COUNT
           MOVE GRR-MAP-STATUS TO GNR-S2-STATUS
           MOVE GRR-S2-WARN-COUNT TO GNR-S2-WARN-COUNT
      *    GLI IDENTIFICATIVI ESTERNI (INDI E SOUR) NON SI NORMALIZZANO:
      *    SISTEMA E VALORE PASSANO TALI E QUALI A S4/S5
           MOVE GRR-XID-COUNT TO GNR-XID-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
             MOVE GRR-XID-SYSTEM(WS-I) TO GNR-XID-SYSTEM(WS-I)
             MOVE GRR-XID-VALUE(WS-I) TO GNR-XID-VALUE(WS-I)
           END-PERFORM

           EVALUATE FUNCTION TRIM(GRR-RECORD-TYPE)
             WHEN "INDI"
             TO GNR-GIVEN-NORM
           MOVE GRR-RAW-GIVEN TO GNR-GIVEN-ORIG
           PERFORM 1150-CANONIZE-GIVEN
           PERFORM 1160-PARSE-PATRONIMICO
           EVALUATE TRUE
             WHEN GRR-RAW-SURNAME NOT = SPACES
               MOVE 100 TO GNR-SURNAME-CONF
             WHEN PATR-SURN-YES
               MOVE 60 TO GNR-SURNAME-CONF
               MOVE "SURNAME " TO WS-WARN-CODE
               MOVE "COGNOME DOPO LA CATENA PATRONIMICA" TO WS-WARN-MSG
               PERFORM 1900-ADD-WARNING
             WHEN OTHER
               MOVE 20 TO GNR-SURNAME-CONF
               MOVE "SURNAME " TO WS-WARN-CODE
               MOVE "COGNOME MANCANTE" TO WS-WARN-MSG
               PERFORM 1900-ADD-WARNING
           END-EVALUATE
           IF GRR-RAW-GIVEN NOT = SPACES
             MOVE 100 TO GNR-GIVEN-CONF
           ELSE
           END-IF
           .

      *----------------------------------------------------------------*
      * Catena patronimica nel nome di battesimo ("Giovanni di Piero   *
      * di Antonio /Bencivenni/"): padre e nonno escono nei campi      *
      * GNR-PATR-* con un avviso PATRONIM, il nome resta intero. Senza *
      * cognome fra le barre, l'ultima parola dopo la catena e' il     *
      * cognome (la convenzione di PERS-NAME) e lascia il nome.        *
      *----------------------------------------------------------------*
       1160-PARSE-PATRONIMICO.
           MOVE "N" TO WS-PATR-SURN
           IF GNR-GIVEN-NORM = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE GNR-GIVEN-NORM TO PATR-IN
           IF GRR-RAW-SURNAME = SPACES
             MOVE "Y" TO PATR-SURNAME-LAST
           ELSE
             MOVE "N" TO PATR-SURNAME-LAST
           END-IF
           PERFORM 9500-PARSE-PATRONIMICO
           IF PATR-LEVELS = 0
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PATR-CT
           MOVE PATR-L-NAME(1) TO GNR-PATR-FATHER
           MOVE PATR-L-QUONDAM(1) TO GNR-PATR-FATHER-Q
           IF PATR-LEVELS >= 2
             MOVE PATR-L-NAME(2) TO GNR-PATR-GRAND
             MOVE PATR-L-QUONDAM(2) TO GNR-PATR-GRAND-Q
           END-IF
           IF GRR-RAW-SURNAME = SPACES AND PATR-SURNAME NOT = SPACES
             MOVE PATR-SURNAME TO GNR-SURNAME-NORM
             MOVE FUNCTION LENGTH(FUNCTION TRIM(GNR-GIVEN-NORM))
               TO WS-PATR-POS
             PERFORM UNTIL WS-PATR-POS <= 1
                        OR GNR-GIVEN-NORM(WS-PATR-POS:1) = SPACE
               SUBTRACT 1 FROM WS-PATR-POS
             END-PERFORM
             IF WS-PATR-POS > 1
               MOVE SPACES TO GNR-GIVEN-NORM(WS-PATR-POS:)
               MOVE "Y" TO WS-PATR-SURN
               MOVE "Y" TO GNR-NAME-MODIFIED
             END-IF
           END-IF
           MOVE "PATRONIM" TO WS-WARN-CODE
           MOVE SPACES TO WS-WARN-MSG
           MOVE 1 TO WS-PATR-POS
           STRING "PADRE " FUNCTION TRIM(GNR-PATR-FATHER)
             DELIMITED BY SIZE INTO WS-WARN-MSG
             WITH POINTER WS-PATR-POS
           IF GNR-PATR-FATHER-Q = "Y"
             STRING " (FU)" DELIMITED BY SIZE INTO WS-WARN-MSG
               WITH POINTER WS-PATR-POS
           END-IF
           IF GNR-PATR-GRAND NOT = SPACES
             STRING ", NONNO " FUNCTION TRIM(GNR-PATR-GRAND)
               DELIMITED BY SIZE INTO WS-WARN-MSG
               WITH POINTER WS-PATR-POS
             IF GNR-PATR-GRAND-Q = "Y"
               STRING " (FU)" DELIMITED BY SIZE INTO WS-WARN-MSG
                 WITH POINTER WS-PATR-POS
             END-IF
           END-IF
           PERFORM 1900-ADD-WARNING
           .

       8600-RESOLVE-GIVEN-NAME.
           MOVE SPACES TO GNEQ-RESULT
           PERFORM VARYING GNEQ-IX FROM 1 BY 1
           MOVE WS-DATE-CAL TO GNR-DEATH-DATE-CAL
           MOVE WS-DATE-CONF TO GNR-DEATH-DATE-CONF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(GRR-RAW-DEATH-PLACE))
             TO GNR-DEATH-PLACE-NORM
      * GNR-DEATH-PLACE-ID e' una chiave del gazetteer: la risolve S5
      * al commit a partire dal testo, come per la nascita.
           IF GRR-RAW-DEATH-DATE NOT = SPACES
             ADD WS-DATE-CONF TO WS-CONF-SUM
             ADD 1 TO WS-CONF-N
           END-IF
           PERFORM 1310-NORM-DEATH-AGE
           .

      * ETA' DICHIARATA ALLA MORTE: "45y", "45", "45 ANNI", "> 45y",
      * "ABT 45", "45y 3m", "3m", "INFANT", "STILLBORN". ANNI
      * COMPIUTI A TRE CIFRE, "A" (CIRCA) PER ABT/CIRCA/</>; MESI O
      * GIORNI SOLI VALGONO ZERO ANNI. CHILD E FORME NON LEGGIBILI
      * RESTANO VUOTE CON UN AVVISO.
       1310-NORM-DEATH-AGE.
           IF GRR-RAW-DEATH-AGE = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(GRR-RAW-DEATH-AGE))
             TO WS-AGE-IN
           MOVE SPACES TO WS-AGE-TOKS
           UNSTRING WS-AGE-IN DELIMITED BY ALL SPACE
             INTO WS-AGE-TOK(1) WS-AGE-TOK(2)
                  WS-AGE-TOK(3) WS-AGE-TOK(4)
           END-UNSTRING
           MOVE SPACE TO WS-AGE-Q
           MOVE "N" TO WS-AGE-FOUND
           MOVE 0 TO WS-AGE-YRS
           PERFORM VARYING WS-AGE-TX FROM 1 BY 1 UNTIL WS-AGE-TX > 4
             PERFORM 1320-AGE-TOKEN
           END-PERFORM
           IF AGE-FOUND AND WS-AGE-YRS <= 120
             MOVE WS-AGE-YRS TO GNR-DEATH-AGE
             MOVE WS-AGE-Q TO GNR-DEATH-AGE-QUAL
           ELSE
             MOVE "DEATHAGE" TO WS-WARN-CODE
             MOVE SPACES TO WS-WARN-MSG
             STRING "ETA' ALLA MORTE NON LEGGIBILE: "
                    FUNCTION TRIM(GRR-RAW-DEATH-AGE)
                    DELIMITED BY SIZE INTO WS-WARN-MSG
             PERFORM 1900-ADD-WARNING
           END-IF
           .

       1320-AGE-TOKEN.
           MOVE WS-AGE-TOK(WS-AGE-TX) TO WS-AGE-T
           IF WS-AGE-T(1:1) = "<" OR WS-AGE-T(1:1) = ">"
              OR WS-AGE-T(1:1) = "~"
             MOVE "A" TO WS-AGE-Q
             MOVE WS-AGE-TOK(WS-AGE-TX)(2:9) TO WS-AGE-T
           END-IF
           IF WS-AGE-T = SPACES
             EXIT PARAGRAPH
           END-IF
           EVALUATE WS-AGE-T
             WHEN "ABT"
             WHEN "ABT."
             WHEN "ABOUT"
             WHEN "CIRCA"
             WHEN "CA"
             WHEN "CA."
             WHEN "C."
             WHEN "EST"
             WHEN "EST."
             WHEN "CAL"
             WHEN "CAL."
               MOVE "A" TO WS-AGE-Q
             WHEN "INFANT"
             WHEN "STILLBORN"
               IF NOT AGE-FOUND
                 MOVE 0 TO WS-AGE-YRS
                 MOVE "Y" TO WS-AGE-FOUND
               END-IF
             WHEN OTHER
               PERFORM VARYING WS-AGE-DIG FROM 1 BY 1
                   UNTIL WS-AGE-DIG > 4
                      OR WS-AGE-T(WS-AGE-DIG:1) IS NOT NUMERIC
                 CONTINUE
               END-PERFORM
               IF WS-AGE-DIG > 1 AND WS-AGE-DIG < 5
                  AND NOT AGE-FOUND
                 EVALUATE WS-AGE-T(WS-AGE-DIG:1)
                   WHEN "Y"
                   WHEN "A"
                   WHEN SPACE
                     COMPUTE WS-AGE-YRS = FUNCTION NUMVAL(
                       WS-AGE-T(1:WS-AGE-DIG - 1))
                     MOVE "Y" TO WS-AGE-FOUND
                   WHEN "M"
                   WHEN "W"
                   WHEN "D"
                   WHEN "G"
                     MOVE 0 TO WS-AGE-YRS
                     MOVE "Y" TO WS-AGE-FOUND
                 END-EVALUATE
               END-IF
           END-EVALUATE
           .

       1400-NORM-TITLE.
                   " (CONF=" GNR-GIVEN-CONF ")"
           DISPLAY "NASCITA   : " GNR-BIRTH-DATE-ISO
                   " (CONF=" GNR-BIRTH-DATE-CONF ")"
           IF GNR-PATR-GRAND NOT = SPACES
             DISPLAY "PATRONIMO : DI " FUNCTION TRIM(GNR-PATR-FATHER)
                     " DI " FUNCTION TRIM(GNR-PATR-GRAND)
           ELSE
             IF GNR-PATR-FATHER NOT = SPACES
               DISPLAY "PATRONIMO : DI "
                       FUNCTION TRIM(GNR-PATR-FATHER)
             END-IF
           END-IF
           DISPLAY "CONFIDENZA COMPLESSIVA: " WS-OVERALL-CONF
           DISPLAY "AVVISI:"
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > GNR-WARN-COUNT
                   WITH NO ADVANCING
           ACCEPT WS-DATE-TOK(1)
           .

       COPY "GNPATRP.cpy".

      *================================================================*
      * GNCOGNP.cpy  VERSION 1.0                                      *
      * Paragrafi del cognome con le particelle (aree in GNCOGN.cpy). *
      * 9860: da COGN-IN il cognome, il nome di battesimo, la radice, *
      *       la chiave di ordinamento e la chiave fonetica. Il       *
      *       cognome e' l'ultima parola piu' le particelle che la    *
      *       precedono (al massimo due: DE LA TORRE); le parole      *
      *       prima sono il nome. Gli apostrofi si uniformano (accento*
      *       grave e apostrofo tipografico valgono come l'apostrofo, *
      *       "DE ' MEDICI" e "DE 'MEDICI" diventano DE' MEDICI) e la *
      *       particella elisa attaccata si stacca dalla parola       *
      *       (D'ELCI: particella D' e radice ELCI) per poi           *
      *       riattaccarsi nella forma di stampa.                     *
      * 9864: tipo di particella di COGN-T (spazio = non lo e').      *
      * 9870: forma di schedatura di COGN-FF-IN in COGN-FF-OUT: solo  *
      *       lettere e cifre, con gli spazi fra parole se            *
      *       COGN-FF-SPACE = "Y" (l'ordinamento italiano dell'indice *
      *       ignora maiuscole, apostrofi e accenti scritti con       *
      *       l'apostrofo: NICCOLO' = NICCOLO).                       *
      *================================================================*
       9860-SPLIT-SURNAME.
           MOVE SPACES TO COGN-SURNAME COGN-GIVEN COGN-STEM
                          COGN-LAST-WORD COGN-PHON-KEY COGN-SORT-KEY
                          COGN-TOK-TABLE
           MOVE 0 TO COGN-PART-CT COGN-TOK-CT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(COGN-IN))
             TO COGN-WORK
           IF COGN-WORK = SPACES
             EXIT PARAGRAPH
           END-IF
           INSPECT COGN-WORK CONVERTING "`" TO "'"
           INSPECT COGN-WORK REPLACING ALL X"E28099" BY "'  "
           MOVE 1 TO COGN-PTR
           PERFORM UNTIL COGN-PTR > 80 OR COGN-TOK-CT >= 16
             MOVE SPACES TO COGN-T
             UNSTRING COGN-WORK DELIMITED BY ALL SPACE
               INTO COGN-T
               WITH POINTER COGN-PTR
             END-UNSTRING
             IF COGN-T NOT = SPACES
               MOVE COGN-T TO COGN-LAST-WORD
               PERFORM 9862-ADD-TOKEN
             ELSE
               MOVE 81 TO COGN-PTR
             END-IF
           END-PERFORM
           IF COGN-TOK-CT = 0
             EXIT PARAGRAPH
           END-IF
      *    PARTICELLE PRIMA DELL'ULTIMA PAROLA
           MOVE COGN-TOK-CT TO COGN-FIRST-SURN
           PERFORM UNTIL COGN-FIRST-SURN < 2
                      OR COGN-PART-CT >= COGN-PART-MAX
             MOVE COGN-TOK(COGN-FIRST-SURN - 1) TO COGN-T
             PERFORM 9864-CLASSIFY-PARTICLE
             IF COGN-KIND = SPACE
               EXIT PERFORM
             END-IF
             SUBTRACT 1 FROM COGN-FIRST-SURN
             ADD 1 TO COGN-PART-CT
           END-PERFORM
      *    FORMA DI STAMPA: PARTICELLA ELISA ATTACCATA, LE ALTRE
      *    STACCATE DA UNO SPAZIO
           MOVE 1 TO COGN-OPTR
           MOVE SPACE TO COGN-PREV-KIND
           PERFORM VARYING COGN-TX FROM COGN-FIRST-SURN BY 1
               UNTIL COGN-TX > COGN-TOK-CT
             IF COGN-TX > COGN-FIRST-SURN AND COGN-PREV-KIND NOT = "E"
               STRING " " DELIMITED BY SIZE
                 INTO COGN-SURNAME WITH POINTER COGN-OPTR
             END-IF
             STRING COGN-TOK(COGN-TX) DELIMITED BY SPACE
               INTO COGN-SURNAME WITH POINTER COGN-OPTR
             MOVE COGN-TOK(COGN-TX) TO COGN-T
             PERFORM 9864-CLASSIFY-PARTICLE
             MOVE COGN-KIND TO COGN-PREV-KIND
           END-PERFORM
           MOVE 1 TO COGN-OPTR
           PERFORM VARYING COGN-TX FROM 1 BY 1
               UNTIL COGN-TX >= COGN-FIRST-SURN
             IF COGN-TX > 1
               STRING " " DELIMITED BY SIZE
                 INTO COGN-GIVEN WITH POINTER COGN-OPTR
             END-IF
             STRING COGN-TOK(COGN-TX) DELIMITED BY SPACE
               INTO COGN-GIVEN WITH POINTER COGN-OPTR
           END-PERFORM
           MOVE COGN-TOK(COGN-TOK-CT) TO COGN-STEM
      *    CHIAVE DI ORDINAMENTO
           MOVE COGN-SURNAME TO COGN-FF-IN
           MOVE "N" TO COGN-FF-SPACE
           PERFORM 9870-FILING-FORM
           MOVE COGN-FF-OUT TO COGN-FILE-KEY
           MOVE COGN-GIVEN TO COGN-FF-IN
           MOVE "Y" TO COGN-FF-SPACE
           PERFORM 9870-FILING-FORM
           MOVE COGN-FF-OUT TO COGN-FILE-GIVEN
      *    CHIAVE FONETICA DELLA RADICE (GENFKEYP)
           MOVE COGN-STEM TO FKEY-IN
           PERFORM 9100-BUILD-PHONETIC-KEY
           MOVE FKEY-OUT TO COGN-PHON-KEY
           .

      *    UNA PAROLA DEL NOME IN TAVOLA. L'APOSTROFO STACCATO
      *    ("DE 'MEDICI", "DE ' MEDICI") VA ALLA PAROLA PRECEDENTE; LA
      *    PARTICELLA CON L'APOSTROFO ATTACCATA ALLA PAROLA (D'ELCI,
      *    DE'MEDICI, DELL'ACQUA) ENTRA COME DUE ELEMENTI
       9862-ADD-TOKEN.
           IF COGN-T(1:1) = "'" AND COGN-TOK-CT > 0
             MOVE FUNCTION LENGTH(FUNCTION TRIM(COGN-TOK(COGN-TOK-CT)))
               TO COGN-L
             IF COGN-L < 30
               MOVE "'" TO COGN-TOK(COGN-TOK-CT)(COGN-L + 1:1)
             END-IF
             MOVE COGN-T(2:29) TO COGN-T2
             MOVE COGN-T2 TO COGN-T
             IF COGN-T = SPACES
               EXIT PARAGRAPH
             END-IF
           END-IF
           PERFORM VARYING COGN-WX FROM 1 BY 1
               UNTIL COGN-WX > COGN-W-COUNT
             MOVE COGN-W-LEN(COGN-WX) TO COGN-LEN
             IF COGN-W-TEXT(COGN-WX)(COGN-LEN:1) = "'"
                AND COGN-T(1:COGN-LEN) =
                    COGN-W-TEXT(COGN-WX)(1:COGN-LEN)
                AND COGN-T(COGN-LEN + 1:1) NOT = SPACE
                AND COGN-TOK-CT < 15
               ADD 1 TO COGN-TOK-CT
               MOVE COGN-W-TEXT(COGN-WX) TO COGN-TOK(COGN-TOK-CT)
               MOVE COGN-T(COGN-LEN + 1:) TO COGN-T2
               MOVE COGN-T2 TO COGN-T
               MOVE COGN-W-COUNT TO COGN-WX
             END-IF
           END-PERFORM
           IF COGN-TOK-CT < 16
             ADD 1 TO COGN-TOK-CT
             MOVE COGN-T TO COGN-TOK(COGN-TOK-CT)
           END-IF
           .

       9864-CLASSIFY-PARTICLE.
           MOVE SPACE TO COGN-KIND
           PERFORM VARYING COGN-WX FROM 1 BY 1
               UNTIL COGN-WX > COGN-W-COUNT OR COGN-KIND NOT = SPACE
             IF COGN-W-TEXT(COGN-WX) = COGN-T
               MOVE COGN-W-KIND(COGN-WX) TO COGN-KIND
             END-IF
           END-PERFORM
           .

       9870-FILING-FORM.
           MOVE SPACES TO COGN-FF-OUT
           MOVE 0 TO COGN-FF-O
           MOVE FUNCTION UPPER-CASE(COGN-FF-IN) TO COGN-FF-IN
           PERFORM VARYING COGN-FF-I FROM 1 BY 1
               UNTIL COGN-FF-I > 40
             MOVE COGN-FF-IN(COGN-FF-I:1) TO COGN-FF-C
             EVALUATE TRUE
               WHEN (COGN-FF-C >= "A" AND COGN-FF-C <= "Z")
                 OR (COGN-FF-C >= "0" AND COGN-FF-C <= "9")
                 ADD 1 TO COGN-FF-O
                 MOVE COGN-FF-C TO COGN-FF-OUT(COGN-FF-O:1)
               WHEN COGN-FF-C = SPACE AND COGN-FF-SPACE-YES
                    AND COGN-FF-O > 0
                 IF COGN-FF-OUT(COGN-FF-O:1) NOT = SPACE
                   ADD 1 TO COGN-FF-O
                 END-IF
             END-EVALUATE
           END-PERFORM
           .

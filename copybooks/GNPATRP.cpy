      *================================================================*
      * GNPATRP.cpy  VERSION 1.0                                      *
      * Paragrafi della scomposizione patronimica (aree in            *
      * GNPATR.cpy). Prima del primo connettivo tutto e' nome proprio *
      * (GIOVANNI BATTISTA); ogni connettivo apre il livello seguente *
      * e le parole che lo seguono ne sono il nome (DI PIER           *
      * FRANCESCO); un connettivo del "fu" marca il livello che apre  *
      * (DEL FU PIERO, Q. ANTONIO). Un connettivo rimasto senza nome  *
      * prima del cognome e' una particella (GIOVANNI DEL BENE) e non *
      * apre nulla. Oltre il terzo livello la catena si ferma.        *
      *================================================================*
       9500-PARSE-PATRONIMICO.
           MOVE SPACES TO PATR-GIVEN PATR-SURNAME PATR-LEVEL-TABLE
                          PATR-TOK-TABLE
           MOVE 0 TO PATR-LEVELS PATR-TOK-CT PATR-CUR
           MOVE "N" TO PATR-OPEN PATR-STOP
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PATR-IN))
             TO PATR-WORK
           IF PATR-WORK = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE 1 TO PATR-PTR
           PERFORM UNTIL PATR-PTR > 80 OR PATR-TOK-CT >= 16
             MOVE SPACES TO PATR-T
             UNSTRING PATR-WORK DELIMITED BY ALL SPACE
               INTO PATR-T
               WITH POINTER PATR-PTR
             END-UNSTRING
             IF PATR-T NOT = SPACES
               ADD 1 TO PATR-TOK-CT
               MOVE PATR-T TO PATR-TOK(PATR-TOK-CT)
             ELSE
               MOVE 81 TO PATR-PTR
             END-IF
           END-PERFORM
           MOVE PATR-TOK(1) TO PATR-GIVEN
           MOVE PATR-TOK-CT TO PATR-TOK-LAST
           IF PATR-SURNAME-LAST-YES AND PATR-TOK-CT >= 2
             MOVE PATR-TOK(PATR-TOK-CT) TO PATR-SURNAME
             SUBTRACT 1 FROM PATR-TOK-LAST
           END-IF
           PERFORM VARYING PATR-TX FROM 2 BY 1
               UNTIL PATR-TX > PATR-TOK-LAST OR PATR-STOP-YES
             MOVE PATR-TOK(PATR-TX) TO PATR-T
             PERFORM 9510-CLASSIFY-WORD
             EVALUATE TRUE
               WHEN PATR-KIND = "S"
                 MOVE "Y" TO PATR-STOP
               WHEN PATR-KIND = "C" OR PATR-KIND = "Q"
                 PERFORM 9520-OPEN-LEVEL
                 IF PATR-KIND = "Q" AND PATR-CUR > 0
                    AND NOT PATR-STOP-YES
                   MOVE "Y" TO PATR-L-QUONDAM(PATR-CUR)
                 END-IF
               WHEN PATR-T(1:2) = "D'" AND PATR-T(3:1) NOT = SPACE
      *          D'ANTONIO: CONNETTIVO E NOME IN UNA PAROLA
                 PERFORM 9520-OPEN-LEVEL
                 MOVE PATR-T(3:18) TO PATR-T
                 PERFORM 9530-ADD-NAME-WORD
               WHEN OTHER
                 PERFORM 9530-ADD-NAME-WORD
             END-EVALUATE
           END-PERFORM
      *    CONNETTIVO SENZA NOME: PARTICELLA DEL COGNOME
           IF PATR-OPEN-YES AND PATR-CUR > 0
             MOVE SPACES TO PATR-LEVEL(PATR-CUR)
             SUBTRACT 1 FROM PATR-CUR
           END-IF
           MOVE PATR-CUR TO PATR-LEVELS
           .

       9510-CLASSIFY-WORD.
           MOVE SPACE TO PATR-KIND
           PERFORM VARYING PATR-WX FROM 1 BY 1
               UNTIL PATR-WX > PATR-W-COUNT OR PATR-KIND NOT = SPACE
             IF PATR-W-TEXT(PATR-WX) = PATR-T
               MOVE PATR-W-KIND(PATR-WX) TO PATR-KIND
             END-IF
           END-PERFORM
           .

      *    UN CONNETTIVO APRE UN LIVELLO SOLO SE IL PRECEDENTE HA GIA'
      *    UN NOME (DEL FU: UN LIVELLO SOLO); OLTRE IL TERZO SI CHIUDE
       9520-OPEN-LEVEL.
           IF PATR-OPEN-YES
             EXIT PARAGRAPH
           END-IF
           IF PATR-CUR >= 3
             MOVE "Y" TO PATR-STOP
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO PATR-CUR
           MOVE "Y" TO PATR-OPEN
           .

       9530-ADD-NAME-WORD.
           IF PATR-STOP-YES
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PATR-WORK
           IF PATR-CUR = 0
             STRING FUNCTION TRIM(PATR-GIVEN) " "
                    FUNCTION TRIM(PATR-T)
               DELIMITED BY SIZE INTO PATR-WORK
             MOVE PATR-WORK TO PATR-GIVEN
           ELSE
             IF PATR-L-NAME(PATR-CUR) = SPACES
               MOVE PATR-T TO PATR-L-NAME(PATR-CUR)
             ELSE
               STRING FUNCTION TRIM(PATR-L-NAME(PATR-CUR)) " "
                      FUNCTION TRIM(PATR-T)
                 DELIMITED BY SIZE INTO PATR-WORK
               MOVE PATR-WORK TO PATR-L-NAME(PATR-CUR)
             END-IF
           END-IF
           MOVE "N" TO PATR-OPEN
           .

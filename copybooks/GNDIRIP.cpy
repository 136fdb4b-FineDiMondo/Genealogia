      *================================================================*
      * GNDIRIP.cpy  VERSION 1.0                                      *
      * Verifica dei diritti di pubblicazione (aree in GNDIRI.cpy).   *
      * 9750: decide se il media in DIRI-RIGHTS puo' uscire per       *
      *       l'uso DIRI-USE e prepara la riga di credito:            *
      *  - senza diritti registrati esce solo per uso interno, o sul  *
      *    web se il registro aveva gia' il consenso MEDI-PUBL = S;   *
      *  - con la licenza scaduta (DIRI-EXPIRY anteriore a oggi) non  *
      *    esce piu' da nessuna uscita pubblica;                      *
      *  - altrimenti vale il flag dell'uso: S consentito. L'uso      *
      *    interno e' negato solo da un N esplicito; il web vuoto     *
      *    ricade sul consenso MEDI-PUBL.                             *
      *================================================================*
       9750-CHECK-MEDIA-RIGHTS.
           IF DIRI-TODAY = SPACES
             STRING FUNCTION CURRENT-DATE(1:4) "-"
                    FUNCTION CURRENT-DATE(5:2) "-"
                    FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO DIRI-TODAY
           END-IF
           MOVE "S" TO DIRI-RESULT
           MOVE SPACES TO DIRI-REASON DIRI-CREDIT
           MOVE "N" TO DIRI-RECORDED-SW
           IF DIRI-HOLDER NOT = SPACES OR DIRI-LIC NOT = SPACES
              OR DIRI-USES NOT = SPACES
             MOVE "Y" TO DIRI-RECORDED-SW
           END-IF
           IF DIRI-CREDIT-IN NOT = SPACES
             MOVE DIRI-CREDIT-IN TO DIRI-CREDIT
           ELSE
             IF DIRI-HOLDER NOT = SPACES
               STRING "(C) " FUNCTION TRIM(DIRI-HOLDER)
                 DELIMITED BY SIZE INTO DIRI-CREDIT
             END-IF
           END-IF

           IF NOT DIRI-RECORDED
             IF DIRI-FOR-INT
                OR (DIRI-FOR-WEB AND DIRI-PUBL = "S")
               EXIT PARAGRAPH
             END-IF
             MOVE "N" TO DIRI-RESULT
             SET DIRI-NO-RIGHTS TO TRUE
             EXIT PARAGRAPH
           END-IF

           IF DIRI-EXPIRY NOT = SPACES AND DIRI-EXPIRY < DIRI-TODAY
              AND NOT DIRI-FOR-INT
             MOVE "N" TO DIRI-RESULT
             SET DIRI-EXPIRED TO TRUE
             EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
             WHEN DIRI-FOR-INT
               IF DIRI-USE-INT = "N"
                 MOVE "N" TO DIRI-RESULT
               END-IF
             WHEN DIRI-FOR-BOOK
               IF DIRI-USE-BOOK NOT = "S"
                 MOVE "N" TO DIRI-RESULT
               END-IF
             WHEN DIRI-FOR-WEB
               IF DIRI-USE-WEB NOT = "S"
                  AND NOT (DIRI-USE-WEB = SPACE AND DIRI-PUBL = "S")
                 MOVE "N" TO DIRI-RESULT
               END-IF
             WHEN DIRI-FOR-EXPT
               IF DIRI-USE-EXPT NOT = "S"
                 MOVE "N" TO DIRI-RESULT
               END-IF
             WHEN OTHER
               MOVE "N" TO DIRI-RESULT
           END-EVALUATE
           IF DIRI-DENIED
             SET DIRI-USE-DENIED TO TRUE
           END-IF
           .

      *================================================================*
      * GNANTEP.cpy  VERSION 1.0                                      *
      * Paragrafi di lettura della chiusura degli antenati (aree in   *
      * GNANTE.cpy).                                                  *
      * 9770: carica ANTE-FILE-NAME nella tavola, tenendo solo le     *
      *       righe entro ANTE-MAX-GEN generazioni (0 = tutte); il    *
      *       file arriva gia' ordinato. ANTE-LOADED resta spento se  *
      *       il file non si apre: il chiamante ricade sul suo giro.  *
      * 9780: antenati di ANTE-FIND-DESC = righe da ANTE-FIRST a      *
      *       ANTE-LAST (0 se non ne ha).                             *
      * 9790: ANTE-FIND-ANC e' antenato di ANTE-FIND-DESC? Se si'     *
      *       ANTE-FOUND con distanza, lato e prova.                  *
      *================================================================*
       9770-LOAD-ANCESTRY.
           MOVE 0 TO ANTE-COUNT ANTE-OVERFLOW
           MOVE "N" TO ANTE-LOADED-SW ANTE-EOF
           OPEN INPUT ANTE-FILE
           IF ANTE-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ANTE-EOF-YES
             READ ANTE-FILE INTO ANTE-REC
               AT END
                 MOVE "Y" TO ANTE-EOF
               NOT AT END
                 IF ANTE-MAX-GEN = 0 OR ANTE-GEN <= ANTE-MAX-GEN
                   IF ANTE-COUNT < 30000
                     ADD 1 TO ANTE-COUNT
                     MOVE ANTE-DESC TO ANTE-T-DESC(ANTE-COUNT)
                     MOVE ANTE-ANC TO ANTE-T-ANC(ANTE-COUNT)
                     MOVE ANTE-GEN TO ANTE-T-GEN(ANTE-COUNT)
                     MOVE ANTE-SIDE TO ANTE-T-SIDE(ANTE-COUNT)
                     MOVE ANTE-PROOF TO ANTE-T-PROOF(ANTE-COUNT)
                   ELSE
                     ADD 1 TO ANTE-OVERFLOW
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ANTE-FILE
           MOVE "Y" TO ANTE-LOADED-SW
           .

       9780-FIND-ANCESTORS.
           MOVE 0 TO ANTE-FIRST ANTE-LAST
           IF ANTE-COUNT = 0
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ANTE-IX
           SEARCH ALL ANTE-ENTRY
             WHEN ANTE-T-DESC(ANTE-TX) = ANTE-FIND-DESC
               SET ANTE-IX TO ANTE-TX
           END-SEARCH
           IF ANTE-IX = 0
             EXIT PARAGRAPH
           END-IF
      *    LA RICERCA BINARIA CADE SU UNA RIGA QUALSIASI DEL
      *    DISCENDENTE: SI ALLARGA AI DUE ESTREMI
           MOVE ANTE-IX TO ANTE-FIRST ANTE-LAST
           PERFORM UNTIL ANTE-FIRST = 1
             IF ANTE-T-DESC(ANTE-FIRST - 1) = ANTE-FIND-DESC
               SUBTRACT 1 FROM ANTE-FIRST
             ELSE
               EXIT PERFORM
             END-IF
           END-PERFORM
           PERFORM UNTIL ANTE-LAST = ANTE-COUNT
             IF ANTE-T-DESC(ANTE-LAST + 1) = ANTE-FIND-DESC
               ADD 1 TO ANTE-LAST
             ELSE
               EXIT PERFORM
             END-IF
           END-PERFORM
           .

       9790-CHECK-ANCESTOR.
           MOVE "N" TO ANTE-FOUND-SW
           MOVE 0 TO ANTE-FOUND-GEN
           MOVE SPACE TO ANTE-FOUND-SIDE ANTE-FOUND-PROOF
           IF ANTE-COUNT = 0
             EXIT PARAGRAPH
           END-IF
           SEARCH ALL ANTE-ENTRY
             WHEN ANTE-T-DESC(ANTE-TX) = ANTE-FIND-DESC
              AND ANTE-T-ANC(ANTE-TX) = ANTE-FIND-ANC
               MOVE "Y" TO ANTE-FOUND-SW
               MOVE ANTE-T-GEN(ANTE-TX) TO ANTE-FOUND-GEN
               MOVE ANTE-T-SIDE(ANTE-TX) TO ANTE-FOUND-SIDE
               MOVE ANTE-T-PROOF(ANTE-TX) TO ANTE-FOUND-PROOF
           END-SEARCH
           .

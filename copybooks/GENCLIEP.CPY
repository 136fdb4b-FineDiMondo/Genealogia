      *================================================================*
      * GENCLIEP.CPY  VERSION 1.0                                     *
      * Paragrafi dell'anagrafe clienti (aree in GENCLIE.CPY).        *
      * 9300: cerca CLI-CERCA-ID in data/CLIENTI.DAT; se c'e' accende *
      *       CLI-TROVATO e lascia la riga in CLI-R1..CLI-R8, il nome *
      *       in CLI-NOME. Un valore non numerico e' il vecchio testo *
      *       libero: torna com'e' in CLI-NOME, senza trovato.        *
      * 9310: spacchetta CLIENTI-REC in CLI-R1..CLI-R8.               *
      *================================================================*
       9300-FIND-CLIENTE.
           MOVE "N" TO CLI-TROVATO
           MOVE CLI-CERCA-ID TO CLI-NOME
           IF FUNCTION TRIM(CLI-CERCA-ID) = SPACES
              OR FUNCTION TRIM(CLI-CERCA-ID) IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           MOVE "N" TO CLI-EOF
           OPEN INPUT CLIENTI-FILE
           IF CLI-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CLI-EOF-YES OR CLI-TROVATO-SI
             READ CLIENTI-FILE
               AT END
                 MOVE "Y" TO CLI-EOF
               NOT AT END
                 IF CLIENTI-REC NOT = SPACES
                    AND CLIENTI-REC(1:1) NOT = "#"
                   PERFORM 9310-SPLIT-CLIENTE-ROW
                   IF FUNCTION TRIM(CLI-R1) =
                      FUNCTION TRIM(CLI-CERCA-ID)
                     SET CLI-TROVATO-SI TO TRUE
                     MOVE CLI-R2 TO CLI-NOME
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CLIENTI-FILE
           .

       9310-SPLIT-CLIENTE-ROW.
           MOVE SPACES TO CLI-R1 CLI-R2 CLI-R3 CLI-R4
                          CLI-R5 CLI-R6 CLI-R7 CLI-R8
           UNSTRING CLIENTI-REC DELIMITED BY "|"
             INTO CLI-R1 CLI-R2 CLI-R3 CLI-R4
                  CLI-R5 CLI-R6 CLI-R7 CLI-R8
           .

       01 WS-FON-F3               PIC X(100) VALUE SPACES.
       01 WS-FON-EOF              PIC X VALUE "N".
          88 FON-EOF-YES          VALUE "Y".
       COPY "GNCOGN.cpy".
       COPY "GENFKEY.CPY".

      * FORME ALTERNATIVE DEL NOME (data/ALIAS.DAT, righe
       01 WS-F4                   PIC X(100) VALUE SPACES.
       01 WS-F5                   PIC X(200) VALUE SPACES.

      * riga della fotografia mostrata (FONTE ESTRATTO, GENFOT00)
       01 WS-FOTO                 PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       COPY "CLIARGS.CPY".

             MOVE 4 TO LK-RETURN-CODE
             GOBACK
           END-IF
      *    CON LA SUITE SULL'ESTRATTO IMS SI DICE DI QUALE NOTTE
           CALL "GENFOT00" USING WS-FOTO
           IF WS-FOTO NOT = SPACES
             DISPLAY FUNCTION TRIM(WS-FOTO)
           END-IF
           MOVE FUNCTION TRIM(LK-PARAM) TO WS-PARAM
           IF WS-PARAM = SPACES
             DISPLAY "ERRORE: FIND RICHIEDE TESTO"
             MOVE 8 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
      *    DEL TESTO CERCATO CONTA IL COGNOME, CON LA STESSA
      *    SCOMPOSIZIONE DELL'INDICE: "LUCA DELLA ROBBIA", "DELLA
      *    ROBBIA" E "ROBBIA" DANNO LA CHIAVE DI ROBBIA
           MOVE WS-PARAM TO COGN-IN
           PERFORM 9860-SPLIT-SURNAME
           MOVE COGN-PHON-KEY TO WS-QUERY-KEY
           DISPLAY "CHIAVE FONETICA CERCATA: " WS-QUERY-KEY

           MOVE "N" TO WS-FON-EOF
           CLOSE INPUT-FILE
           .

       COPY "GNCOGNP.cpy".
       COPY "GENFKEYP.CPY".

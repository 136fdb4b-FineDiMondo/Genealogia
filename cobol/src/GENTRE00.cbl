       01 WS-LUOGO-ID               PIC X(20) VALUE SPACES.
       01 WS-LUOGO-NOME             PIC X(100) VALUE SPACES.

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
           MOVE FUNCTION TRIM(LK-PARAM) TO WS-PERSON-ID
           IF WS-PERSON-ID = SPACES
             DISPLAY "ERRORE: TREE RICHIEDE UN ID PERSONA"

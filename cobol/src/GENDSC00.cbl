          05 WS-GC OCCURS 20 TIMES PIC 9(5).
       01 WS-GC-IX                PIC 9(2) VALUE 0.

      * riga della fotografia mostrata (FONTE ESTRATTO, GENFOT00)
       01 WS-FOTO                 PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       COPY "CLIARGS.CPY".

             MOVE 5 TO WS-MAX-GEN
           END-IF

      *    CON LA SUITE SULL'ESTRATTO IMS SI DICE DI QUALE NOTTE
           CALL "GENFOT00" USING WS-FOTO
           IF WS-FOTO NOT = SPACES
             DISPLAY FUNCTION TRIM(WS-FOTO)
           END-IF
           PERFORM 1000-LOAD-CHILD-LINKS
           INITIALIZE WS-GEN-COUNTS


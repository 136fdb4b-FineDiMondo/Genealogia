       01 WS-NOME                 PIC X(100) VALUE SPACES.
       01 WS-LOOKUP-ID            PIC X(20) VALUE SPACES.

      * riga della fotografia mostrata (FONTE ESTRATTO, GENFOT00)
       01 WS-FOTO                 PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       COPY "CLIARGS.CPY".

             GOBACK
           END-IF

      *    CON LA SUITE SULL'ESTRATTO IMS SI DICE DI QUALE NOTTE
           CALL "GENFOT00" USING WS-FOTO
           IF WS-FOTO NOT = SPACES
             DISPLAY FUNCTION TRIM(WS-FOTO)
           END-IF
           PERFORM 1000-LOAD-PARENT-LINKS
           PERFORM 2000-CLIMB-A
           PERFORM 2100-CLIMB-B

       01 WS-VIVI                  PIC 9(9) VALUE 0.
       01 WS-MORTI                 PIC 9(9) VALUE 0.

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
           MOVE 0 TO WS-GRAND-CNT
           MOVE 0 TO WS-GRAND-REJ
           MOVE SPACES TO WS-FILE
             WHEN "EVENTI"
               MOVE "data/EVENTI.DAT" TO WS-FILE
               MOVE 4 TO WS-EXPECT-FIELDS
      *        QUINTO CAMPO FACOLTATIVO: LUOGO DELL'EVENTO (MAINT
      *        EVTADD, ESTRATTO IMS)
               MOVE 5 TO WS-EXPECT-FIELDS-ALT
             WHEN "LUOGHI"
               MOVE "data/LUOGHI.DAT" TO WS-FILE
               MOVE 3 TO WS-EXPECT-FIELDS

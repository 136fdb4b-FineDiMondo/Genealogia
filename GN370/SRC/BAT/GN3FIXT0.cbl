
      * REGISTRO FIXITY IN MEMORIA
       01  WS-FX-TABLE.
           05 WS-FX-ENTRY OCCURS 9000 TIMES.
              10 WS-FX-MEDI      PIC X(12).
              10 WS-FX-PATH      PIC X(80).
              10 WS-FX-SUM       PIC X(20).

      * PERCORSI DEI MEDIA IN MEMORIA (PER GLI ORFANI)
       01  WS-MP-TABLE.
           05 WS-MP-PATH OCCURS 9000 TIMES PIC X(80).
       01  WS-MP-COUNT           PIC 9(4) VALUE 0.
       01  WS-MP-IX              PIC 9(4) VALUE 0.

           IF WS-FIX-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIX-EOF-YES OR WS-FX-COUNT >= 9000
             READ FIXITY-FILE
               AT END
                 MOVE "Y" TO WS-FIX-EOF
                                GN1MEDI-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF MEDI-PATH NOT = SPACES
               IF WS-MP-COUNT < 9000
                 ADD 1 TO WS-MP-COUNT
                 MOVE MEDI-PATH TO WS-MP-PATH(WS-MP-COUNT)
               END-IF
           END-PERFORM
           IF WS-FX-FOUND = 0
             ADD 1 TO WS-NEW-CT
             IF WS-FX-COUNT < 9000
               ADD 1 TO WS-FX-COUNT
               MOVE MEDI-ID TO WS-FX-MEDI(WS-FX-COUNT)
               MOVE MEDI-PATH TO WS-FX-PATH(WS-FX-COUNT)

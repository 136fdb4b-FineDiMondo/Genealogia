      *================================================================*
      * GNCKPTP.cpy  VERSION 1.0                                      *
      * Paragrafi di checkpoint/restart (aree in GNCKPT.cpy).         *
      * 9700: legge l'ultimo argomento; se e' CKPT=n ne prende        *
      *       l'intervallo (CKPT-ARG-GIVEN: il chiamante toglie un    *
      *       argomento dal suo conteggio), se n non e' numerico      *
      *       CKPT-ARG-BAD. Riporta la lettura al primo argomento.    *
      * 9710: XRST all'avvio. Se IMS rende un ID la corsa e' una      *
      *       ripartenza: CKPT-CTL e CKPT-USER-AREA tornano come      *
      *       erano all'ultimo checkpoint.                            *
      * 9720: conta un'unita' di lavoro e accende CKPT-DUE quando     *
      *       l'intervallo e' pieno.                                  *
      * 9730: CHKP simbolica con CKPT-CTL e CKPT-USER-AREA.           *
      * Una XRST o CHKP fallita accende CKPT-FAILED: il chiamante     *
      * chiude la corsa con RC 12.                                    *
      *================================================================*
       9700-CKPT-GET-ARG.
           MOVE "N" TO CKPT-ARG-SW
           ACCEPT CKPT-ARGC FROM ARGUMENT-NUMBER
           IF CKPT-ARGC = 0
             EXIT PARAGRAPH
           END-IF
           DISPLAY CKPT-ARGC UPON ARGUMENT-NUMBER
           MOVE SPACES TO CKPT-ARG
           ACCEPT CKPT-ARG FROM ARGUMENT-VALUE
           MOVE 1 TO CKPT-ARGC
           DISPLAY CKPT-ARGC UPON ARGUMENT-NUMBER
           MOVE FUNCTION UPPER-CASE(CKPT-ARG) TO CKPT-ARG
           IF CKPT-ARG(1:5) NOT = "CKPT="
             EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(CKPT-ARG(6:11)) IS NUMERIC
             MOVE FUNCTION NUMVAL(CKPT-ARG(6:11)) TO CKPT-INTERVAL
             SET CKPT-ARG-GIVEN TO TRUE
           ELSE
             SET CKPT-ARG-BAD TO TRUE
           END-IF
           .

       9710-CKPT-RESTART.
           MOVE "N" TO CKPT-RESTART-SW CKPT-DUE-SW CKPT-FAIL-SW
           MOVE 0 TO CKPT-SINCE
           MOVE SPACES TO CKPT-IO-AREA
           INITIALIZE CKPT-CTL
           MOVE LENGTH OF CKPT-USER-AREA TO CKPT-USER-LEN
           MOVE "XRST" TO CKPT-FUNC
           CALL "CBLTDLI" USING CKPT-FUNC
                                IOPCB-MASK
                                CKPT-IO-LEN
                                CKPT-IO-AREA
                                CKPT-CTL-LEN
                                CKPT-CTL
                                CKPT-USER-LEN
                                CKPT-USER-AREA
           IF IO-STATUS NOT = SPACES
             DISPLAY CKPT-PROGRAM ": XRST FALLITA, STATO " IO-STATUS
             SET CKPT-FAILED TO TRUE
             EXIT PARAGRAPH
           END-IF
           IF CKPT-ID = SPACES
             INITIALIZE CKPT-CTL
           ELSE
             SET CKPT-RESTARTED TO TRUE
             DISPLAY CKPT-PROGRAM ": RIPARTENZA DAL CHECKPOINT "
                     CKPT-ID " (UNITA' COMPLETATE " CKPT-UNITS ")"
           END-IF
           .

       9720-CKPT-COUNT.
           ADD 1 TO CKPT-SINCE
           IF CKPT-INTERVAL > 0 AND CKPT-SINCE >= CKPT-INTERVAL
             SET CKPT-DUE TO TRUE
           END-IF
           .

       9730-CKPT-TAKE.
           ADD 1 TO CKPT-SEQ
           MOVE CKPT-PROGRAM(4:4) TO CKPT-ID-PGM
           MOVE CKPT-SEQ TO CKPT-ID-SEQ
           MOVE "CHKP" TO CKPT-FUNC
           CALL "CBLTDLI" USING CKPT-FUNC
                                IOPCB-MASK
                                CKPT-IO-LEN
                                CKPT-IO-AREA
                                CKPT-CTL-LEN
                                CKPT-CTL
                                CKPT-USER-LEN
                                CKPT-USER-AREA
           MOVE 0 TO CKPT-SINCE
           MOVE "N" TO CKPT-DUE-SW
           IF IO-STATUS NOT = SPACES
             DISPLAY CKPT-PROGRAM ": CHKP FALLITA, STATO " IO-STATUS
             SET CKPT-FAILED TO TRUE
             EXIT PARAGRAPH
           END-IF
           DISPLAY CKPT-PROGRAM ": CHECKPOINT " CKPT-ID
                   " (UNITA' COMPLETATE " CKPT-UNITS ")"
           .

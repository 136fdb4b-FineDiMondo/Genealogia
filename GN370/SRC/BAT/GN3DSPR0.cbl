                profondita') si confronta con DISP-DEGREE. Un
                disaccordo e' un legame sbagliato o un atto letto
                male: in entrambi i casi, lavoro da fare.
                Con <dir-estratti> gli antenati si prendono dalla
                chiusura antenati.ext di GN3XTR00 (GNANTEP) invece
                di risalire RELATE; se il file non c'e' si risale
                come prima.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-OUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ANTE-FILE ASSIGN TO DYNAMIC ANTE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANTE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-REC            PIC X(132).
       FD  ANTE-FILE.
       01  ANTE-FILE-REC         PIC X(40).

       WORKING-STORAGE SECTION.
       77  WS-OUT-FILE           PIC X(256) VALUE SPACES.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-DISP-CT            PIC 9(5) VALUE 0.
       77  WS-DISAGREE-CT        PIC 9(5) VALUE 0.
       77  WS-EXT-DIR            PIC X(200) VALUE SPACES.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
       COPY GN1RELT.
       COPY GNFAMIL.
       COPY GN1DISP.
       COPY "GNANTE.cpy".

       LINKAGE SECTION.
       COPY GN1PCBS.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             DISPLAY "USO: GN3DSPR0 <report-out> [dir-estratti]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           IF WS-ARGC > 1
             ACCEPT WS-EXT-DIR FROM ARGUMENT-VALUE
             STRING FUNCTION TRIM(WS-EXT-DIR) "/antenati.ext"
               DELIMITED BY SIZE INTO ANTE-FILE-NAME
             MOVE 9 TO ANTE-MAX-GEN
             PERFORM 9770-LOAD-ANCESTRY
             IF NOT ANTE-LOADED
               DISPLAY "GN3DSPR0: CHIUSURA ANTENATI ASSENTE, "
                       "SI RISALE RELATE"
             END-IF
           END-IF

           IF NOT ANTE-LOADED
             PERFORM 1000-LOAD-PARENT-LINKS
           END-IF
           PERFORM 1100-LOAD-FAMILIES

           OPEN OUTPUT REPORT-FILE
           MOVE 1 TO WS-AA-COUNT
           MOVE WS-START-ID TO WS-AA-ID(1)
           MOVE 0 TO WS-AA-DEPTH(1)
           IF ANTE-LOADED
             PERFORM 3150-CLOSURE-ANCESTORS-A
             EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-BFS-IX
           PERFORM UNTIL WS-BFS-IX > WS-AA-COUNT
             IF WS-AA-DEPTH(WS-BFS-IX) < 9
           MOVE 1 TO WS-AB-COUNT
           MOVE WS-START-ID TO WS-AB-ID(1)
           MOVE 0 TO WS-AB-DEPTH(1)
           IF ANTE-LOADED
             PERFORM 3250-CLOSURE-ANCESTORS-B
             EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-BFS-IX
           PERFORM UNTIL WS-BFS-IX > WS-AB-COUNT
             IF WS-AB-DEPTH(WS-BFS-IX) < 9
             ADD 1 TO WS-BFS-IX
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Stessi antenati presi dalla chiusura: una riga per antenato    *
      * con la distanza piu' corta, gia' limitata a 9 generazioni.     *
      *----------------------------------------------------------------*
       3150-CLOSURE-ANCESTORS-A.
           MOVE WS-START-ID TO ANTE-FIND-DESC
           PERFORM 9780-FIND-ANCESTORS
           IF ANTE-FIRST = 0
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ANTE-IX FROM ANTE-FIRST BY 1
               UNTIL ANTE-IX > ANTE-LAST OR WS-AA-COUNT >= 300
             ADD 1 TO WS-AA-COUNT
             MOVE ANTE-T-ANC(ANTE-IX) TO WS-AA-ID(WS-AA-COUNT)
             MOVE ANTE-T-GEN(ANTE-IX) TO WS-AA-DEPTH(WS-AA-COUNT)
           END-PERFORM
           .

       3250-CLOSURE-ANCESTORS-B.
           MOVE WS-START-ID TO ANTE-FIND-DESC
           PERFORM 9780-FIND-ANCESTORS
           IF ANTE-FIRST = 0
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ANTE-IX FROM ANTE-FIRST BY 1
               UNTIL ANTE-IX > ANTE-LAST OR WS-AB-COUNT >= 300
             ADD 1 TO WS-AB-COUNT
             MOVE ANTE-T-ANC(ANTE-IX) TO WS-AB-ID(WS-AB-COUNT)
             MOVE ANTE-T-GEN(ANTE-IX) TO WS-AB-DEPTH(WS-AB-COUNT)
           END-PERFORM
           .

       COPY "GNANTEP.cpy".

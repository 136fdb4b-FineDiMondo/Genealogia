      *================================================================*
      * GNNIXP.cpy  VERSION 1.0                                       *
      * Paragrafi di manutenzione dell'indice dei nomi (aree in       *
      * GNNIX.cpy). 9600: riallinea le righe NAMEIX di una persona:   *
      *       legge gli alias, toglie le righe esistenti (GU          *
      *       qualificata su NIXPID + DLET finche' la GU torna GE) e, *
      *       se la persona non e' cancellata, scrive la riga         *
      *       principale, le forme equivalenti del nome di battesimo  *
      *       (GNGNEQV, default ed estensione) e una riga per alias.  *
      *       Cognome = ultima parola con le sue particelle nella    *
      *       forma di schedatura (DELLAROBBIA, GNCOGNP), nome =      *
      *       prima parola; un nome di una sola parola va nel         *
      *       cognome. Un cognome con particelle ha anche una riga    *
      *       di rinvio (R) sotto la radice, cosi' la FIND su ROBBIA  *
      *       trova ancora LUCA DELLA ROBBIA. Un alias di una sola    *
      *       parola e' un nome di battesimo e prende il cognome      *
      *       della persona.                                          *
      * 9620: nome e cognome di schedatura di NIXM-SPLIT-IN.          *
      *================================================================*
       9600-REINDEX-PERSON.
           MOVE 0 TO NIXM-DEL-CT NIXM-INS-CT NIXM-ERR-CT
                     NIXM-ALIA-CT NIXM-SEQ
           MOVE SPACES TO NIXM-ALIA-TABLE
           IF NIXM-IN-PERS = SPACES
             EXIT PARAGRAPH
           END-IF
           IF NIXM-IN-DELETED NOT = "Y"
             PERFORM 9610-LOAD-ALIASES
           END-IF
           PERFORM 9630-DROP-ENTRIES
           IF NIXM-IN-DELETED = "Y"
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NIXM-BYEAR
           IF NIXM-IN-BDATE(1:4) IS NUMERIC
             MOVE NIXM-IN-BDATE(1:4) TO NIXM-BYEAR
           END-IF
           MOVE NIXM-IN-NAME TO NIXM-SPLIT-IN
           PERFORM 9620-SPLIT-NAME
           MOVE NIXM-LAST TO NIXM-PERS-SURN
           MOVE NIXM-STEM TO NIXM-PERS-STEM
           MOVE SPACES TO NIXM-PERS-GIVEN
           IF NIXM-WORD-CT > 1
             MOVE NIXM-FIRST TO NIXM-PERS-GIVEN
           END-IF
           IF NIXM-PERS-SURN = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE NIXM-PERS-SURN TO NIXM-CUR-SURN
           MOVE NIXM-PERS-GIVEN TO NIXM-CUR-GIVEN
           MOVE "P" TO NIXM-CUR-KIND
           MOVE NIXM-IN-NAME TO NIXM-CUR-NAME
           PERFORM 9640-INSERT-ENTRY
           IF NIXM-PERS-STEM NOT = SPACES
             MOVE NIXM-PERS-STEM TO NIXM-CUR-SURN
             MOVE "R" TO NIXM-CUR-KIND
             PERFORM 9640-INSERT-ENTRY
           END-IF
           IF NIXM-PERS-GIVEN NOT = SPACES
             PERFORM 9650-ADD-EQUIV-FORMS
           END-IF
           PERFORM VARYING NIXM-AX FROM 1 BY 1
               UNTIL NIXM-AX > NIXM-ALIA-CT
             PERFORM 9660-ADD-ALIAS-ENTRY
           END-PERFORM
           .

      *    GLI ALIAS SI LEGGONO TUTTI PRIMA DI SCRIVERE: LE ISRT
      *    SULL'INDICE SPOSTEREBBERO LA POSIZIONE SOTTO LA PERSONA
       9610-LOAD-ALIASES.
           MOVE NIXM-IN-PERS TO NIXM-SSA-ALIA(17:12)
           MOVE "GU  " TO NIXM-FUNC
           CALL "CBLTDLI" USING NIXM-FUNC
                                DBPCB-MASK
                                NIXM-ALIA-BUF
                                NIXM-SSA-ALIA
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR NIXM-ALIA-CT >= 20
             IF NIXM-ALIA-NAME NOT = SPACES
               ADD 1 TO NIXM-ALIA-CT
               MOVE NIXM-ALIA-NAME TO NIXM-ALIA-T(NIXM-ALIA-CT)
             END-IF
             MOVE "GN  " TO NIXM-FUNC
             CALL "CBLTDLI" USING NIXM-FUNC
                                  DBPCB-MASK
                                  NIXM-ALIA-BUF
                                  NIXM-SSA-ALIA
           END-PERFORM
           .

       9620-SPLIT-NAME.
           MOVE SPACES TO NIXM-FIRST NIXM-LAST NIXM-STEM
           MOVE 0 TO NIXM-WORD-CT
           MOVE NIXM-SPLIT-IN TO COGN-IN
           PERFORM 9860-SPLIT-SURNAME
           IF COGN-TOK-CT = 0
             EXIT PARAGRAPH
           END-IF
           MOVE COGN-TOK-CT TO NIXM-WORD-CT
           MOVE COGN-FILE-KEY TO NIXM-LAST
           IF COGN-FILE-GIVEN = SPACES
             MOVE 1 TO NIXM-WORD-CT
             MOVE COGN-FILE-KEY TO NIXM-FIRST
           ELSE
             UNSTRING COGN-FILE-GIVEN DELIMITED BY SPACE
               INTO NIXM-FIRST
             END-UNSTRING
           END-IF
           IF COGN-PART-CT > 0
             MOVE COGN-STEM TO COGN-FF-IN
             MOVE "N" TO COGN-FF-SPACE
             PERFORM 9870-FILING-FORM
             MOVE COGN-FF-OUT TO NIXM-STEM
           END-IF
           .

       9630-DROP-ENTRIES.
           MOVE NIXM-IN-PERS TO NIXM-SSA-NIX(17:12)
           MOVE "GU  " TO NIXM-FUNC
           CALL "CBLTDLI" USING NIXM-FUNC
                                DBPCB-MASK
                                GN1NIDX-SEG
                                NIXM-SSA-NIX
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR NIXM-DEL-CT >= 999
             MOVE "DLET" TO NIXM-FUNC
             CALL "CBLTDLI" USING NIXM-FUNC
                                  DBPCB-MASK
                                  GN1NIDX-SEG
             IF DB-STATUS NOT = SPACES
               ADD 1 TO NIXM-ERR-CT
               EXIT PERFORM
             END-IF
             ADD 1 TO NIXM-DEL-CT
             MOVE "GU  " TO NIXM-FUNC
             CALL "CBLTDLI" USING NIXM-FUNC
                                  DBPCB-MASK
                                  GN1NIDX-SEG
                                  NIXM-SSA-NIX
           END-PERFORM
           .

       9640-INSERT-ENTRY.
           IF NIXM-SEQ >= 99
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO NIXM-SEQ
           MOVE SPACES TO GN1NIDX-SEG
           MOVE NIXM-CUR-SURN TO NIX-SURN
           MOVE NIXM-CUR-GIVEN TO NIX-GIVEN
           MOVE NIXM-BYEAR TO NIX-BYEAR
           MOVE NIXM-IN-PERS TO NIX-PERS
           MOVE NIXM-CUR-KIND TO NIX-KIND
           MOVE NIXM-SEQ TO NIX-SEQ
           MOVE NIXM-CUR-NAME TO NIX-NAME
           MOVE "ISRT" TO NIXM-FUNC
           CALL "CBLTDLI" USING NIXM-FUNC
                                DBPCB-MASK
                                GN1NIDX-SEG
           IF DB-STATUS = SPACES
             ADD 1 TO NIXM-INS-CT
           ELSE
             ADD 1 TO NIXM-ERR-CT
           END-IF
           .

      *    IL NOME DI BATTESIMO E' RICONDOTTO AL CANONICO (FORMA NOTA
      *    O GIA' CANONICO); OGNI ALTRA GRAFIA DELLA FAMIGLIA DIVENTA
      *    UNA RIGA "E", COSI' LA FIND SU IOHANNES ROSSI TROVA
      *    GIOVANNI ROSSI SENZA ESPANDERE IL TESTO CERCATO
       9650-ADD-EQUIV-FORMS.
           MOVE SPACES TO NIXM-CANON
           PERFORM VARYING NIXM-IX FROM 1 BY 1
               UNTIL NIXM-IX > GNEQ-COUNT
             IF GNEQ-FORM(NIXM-IX) = NIXM-PERS-GIVEN
                OR GNEQ-CANON(NIXM-IX) = NIXM-PERS-GIVEN
               MOVE GNEQ-CANON(NIXM-IX) TO NIXM-CANON
             END-IF
           END-PERFORM
           PERFORM VARYING NIXM-IX FROM 1 BY 1
               UNTIL NIXM-IX > GNEQ-EXT-COUNT
             IF GNEQ-EXT-FORM(NIXM-IX) = NIXM-PERS-GIVEN
                OR GNEQ-EXT-CANON(NIXM-IX) = NIXM-PERS-GIVEN
               MOVE GNEQ-EXT-CANON(NIXM-IX) TO NIXM-CANON
             END-IF
           END-PERFORM
           IF NIXM-CANON = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE NIXM-PERS-SURN TO NIXM-CUR-SURN
           MOVE "E" TO NIXM-CUR-KIND
           MOVE NIXM-IN-NAME TO NIXM-CUR-NAME
           IF NIXM-CANON NOT = NIXM-PERS-GIVEN
             MOVE NIXM-CANON TO NIXM-CUR-GIVEN
             PERFORM 9640-INSERT-ENTRY
           END-IF
           PERFORM VARYING NIXM-IX FROM 1 BY 1
               UNTIL NIXM-IX > GNEQ-COUNT
             IF GNEQ-CANON(NIXM-IX) = NIXM-CANON
                AND GNEQ-FORM(NIXM-IX) NOT = NIXM-PERS-GIVEN
               MOVE GNEQ-FORM(NIXM-IX) TO NIXM-CUR-GIVEN
               PERFORM 9640-INSERT-ENTRY
             END-IF
           END-PERFORM
           PERFORM VARYING NIXM-IX FROM 1 BY 1
               UNTIL NIXM-IX > GNEQ-EXT-COUNT
             IF GNEQ-EXT-CANON(NIXM-IX) = NIXM-CANON
                AND GNEQ-EXT-FORM(NIXM-IX) NOT = NIXM-PERS-GIVEN
               MOVE GNEQ-EXT-FORM(NIXM-IX) TO NIXM-CUR-GIVEN
               PERFORM 9640-INSERT-ENTRY
             END-IF
           END-PERFORM
           .

       9660-ADD-ALIAS-ENTRY.
           MOVE NIXM-ALIA-T(NIXM-AX) TO NIXM-SPLIT-IN
           PERFORM 9620-SPLIT-NAME
           IF NIXM-WORD-CT = 0
             EXIT PARAGRAPH
           END-IF
           IF NIXM-WORD-CT = 1
             MOVE NIXM-PERS-SURN TO NIXM-CUR-SURN
             MOVE NIXM-FIRST TO NIXM-CUR-GIVEN
           ELSE
             MOVE NIXM-LAST TO NIXM-CUR-SURN
             MOVE NIXM-FIRST TO NIXM-CUR-GIVEN
           END-IF
           MOVE "A" TO NIXM-CUR-KIND
           MOVE NIXM-ALIA-T(NIXM-AX) TO NIXM-CUR-NAME
           PERFORM 9640-INSERT-ENTRY
           .

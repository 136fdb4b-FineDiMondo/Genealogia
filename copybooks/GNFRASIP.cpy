      *================================================================*
      * GNFRASIP.cpy  VERSION 1.0                                     *
      * Paragrafi del frasario delle edizioni (aree in GNFRASI.cpy).  *
      * 9400: carica data/FRASI.DAT in FRA-EXT (se manca, valgono i   *
      *       soli default compilati).                                *
      * 9410: normalizza FRA-LANG-IN (IT/ITA/ITALIANO, EN/ENG/INGLESE *
      *       ENGLISH, ES/SPA/SPAGNOLO/ESPANOL ...) in FRA-LANG;      *
      *       blank o "-" vale IT.                                    *
      * 9420: FRA-KEY -> FRA-TEXT nella lingua FRA-LANG: prima        *
      *       FRASI.DAT, poi i default, poi le stesse due in          *
      *       italiano; se la chiave non c'e' torna la chiave.        *
      * 9430: riempie i segnaposti &1..&5 del testo FRA-TEXT con      *
      *       FRA-P1..FRA-P5 in FRA-OUT; un parametro vuoto si porta  *
      *       via lo spazio che lo segue. Azzera i parametri.         *
      * 9440: FRA-DATE-IN (AAAA-MM-GG, AAAA-MM o AAAA) in chiaro      *
      *       secondo il formato della lingua (FMT-DATA, FMT-MESE);   *
      *       il solo anno e i testi non numerici restano come sono.  *
      * 9450: come 9440, e in piu' il connettivo in FRA-DATE-CONN     *
      *       dal qualificatore FRA-DATE-QUAL (A circa, B prima, F    *
      *       dopo, R attorno; blank: "IL" per le date piene, "NEL"   *
      *       per anno o mese).                                       *
      *================================================================*
       9400-LOAD-FRASI.
           MOVE 0 TO FRA-EXT-COUNT
           MOVE "N" TO FRA-EOF
           OPEN INPUT FRASI-FILE
           IF FRA-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FRA-EOF-YES OR FRA-EXT-COUNT >= 300
             READ FRASI-FILE
               AT END
                 MOVE "Y" TO FRA-EOF
               NOT AT END
                 IF FRASI-REC NOT = SPACES
                    AND FRASI-REC(1:1) NOT = "#"
                   MOVE SPACES TO FRA-R1 FRA-R2 FRA-R3
                   UNSTRING FRASI-REC DELIMITED BY "|"
                     INTO FRA-R1 FRA-R2 FRA-R3
                   IF FRA-R1 NOT = SPACES AND FRA-R2 NOT = SPACES
                     ADD 1 TO FRA-EXT-COUNT
                     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FRA-R1))
                       TO FRA-X-LANG(FRA-EXT-COUNT)
                     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FRA-R2))
                       TO FRA-X-KEY(FRA-EXT-COUNT)
                     MOVE FUNCTION TRIM(FRA-R3)
                       TO FRA-X-TEXT(FRA-EXT-COUNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE FRASI-FILE
           .

       9410-RESOLVE-LANG.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FRA-LANG-IN))
             TO FRA-LANG-U
           EVALUATE FRA-LANG-U
             WHEN SPACES
             WHEN "-"
             WHEN "IT"
             WHEN "ITA"
             WHEN "ITALIANO"
             WHEN "ITALIAN"
               MOVE "IT" TO FRA-LANG
             WHEN "EN"
             WHEN "ENG"
             WHEN "INGLESE"
             WHEN "ENGLISH"
               MOVE "EN" TO FRA-LANG
             WHEN "ES"
             WHEN "SPA"
             WHEN "ESP"
             WHEN "SPAGNOLO"
             WHEN "SPANISH"
             WHEN "ESPANOL"
             WHEN "CASTELLANO"
               MOVE "ES" TO FRA-LANG
             WHEN OTHER
      * lingua solo in FRASI.DAT: le chiavi che mancano cadono su IT
               MOVE FRA-LANG-U(1:2) TO FRA-LANG
           END-EVALUATE
           .

       9420-GET-FRASE.
           MOVE "N" TO FRA-FOUND
           MOVE FRA-LANG TO FRA-LANG-U
           PERFORM 9425-SEARCH-FRASE
           IF NOT FRA-FOUND-YES AND FRA-LANG NOT = "IT"
             MOVE "IT" TO FRA-LANG-U
             PERFORM 9425-SEARCH-FRASE
           END-IF
           IF NOT FRA-FOUND-YES
             MOVE FRA-KEY TO FRA-TEXT
           END-IF
           .

       9425-SEARCH-FRASE.
           PERFORM VARYING FRA-IX FROM 1 BY 1
                   UNTIL FRA-IX > FRA-EXT-COUNT OR FRA-FOUND-YES
             IF FRA-X-LANG(FRA-IX) = FRA-LANG-U(1:2)
                AND FRA-X-KEY(FRA-IX) = FRA-KEY
               MOVE FRA-X-TEXT(FRA-IX) TO FRA-TEXT
               SET FRA-FOUND-YES TO TRUE
             END-IF
           END-PERFORM
           PERFORM VARYING FRA-IX FROM 1 BY 1
                   UNTIL FRA-IX > FRA-COUNT OR FRA-FOUND-YES
             IF FRA-D-LANG(FRA-IX) = FRA-LANG-U(1:2)
                AND FRA-D-KEY(FRA-IX) = FRA-KEY
               MOVE FRA-D-TEXT(FRA-IX) TO FRA-TEXT
               SET FRA-FOUND-YES TO TRUE
             END-IF
           END-PERFORM
           .

       9430-FILL-FRASE.
           MOVE SPACES TO FRA-OUT
           MOVE 1 TO FRA-PTR
           MOVE 60 TO FRA-LEN
           PERFORM UNTIL FRA-LEN = 0
                      OR FRA-TEXT(FRA-LEN:1) NOT = SPACE
             SUBTRACT 1 FROM FRA-LEN
           END-PERFORM
           MOVE 1 TO FRA-POS
           PERFORM UNTIL FRA-POS > FRA-LEN OR FRA-PTR > 132
             IF FRA-TEXT(FRA-POS:1) = "&" AND FRA-POS < FRA-LEN
                AND FRA-TEXT(FRA-POS + 1:1) >= "1"
                AND FRA-TEXT(FRA-POS + 1:1) <= "5"
               EVALUATE FRA-TEXT(FRA-POS + 1:1)
                 WHEN "1" MOVE FRA-P1 TO FRA-PARM
                 WHEN "2" MOVE FRA-P2 TO FRA-PARM
                 WHEN "3" MOVE FRA-P3 TO FRA-PARM
                 WHEN "4" MOVE FRA-P4 TO FRA-PARM
                 WHEN OTHER MOVE FRA-P5 TO FRA-PARM
               END-EVALUATE
               ADD 2 TO FRA-POS
               IF FRA-PARM = SPACES
                 IF FRA-POS <= FRA-LEN
                    AND FRA-TEXT(FRA-POS:1) = SPACE
                   ADD 1 TO FRA-POS
                 END-IF
               ELSE
                 STRING FUNCTION TRIM(FRA-PARM) DELIMITED BY SIZE
                   INTO FRA-OUT WITH POINTER FRA-PTR
                 END-STRING
               END-IF
             ELSE
               MOVE FRA-TEXT(FRA-POS:1) TO FRA-OUT(FRA-PTR:1)
               ADD 1 TO FRA-PTR
               ADD 1 TO FRA-POS
             END-IF
           END-PERFORM
           MOVE SPACES TO FRA-P1 FRA-P2 FRA-P3 FRA-P4 FRA-P5
           .

       9440-FORMAT-DATE.
           MOVE SPACES TO FRA-DATE-OUT
           MOVE "N" TO FRA-DATE-FULL
           IF FRA-DATE-IN = SPACES
             EXIT PARAGRAPH
           END-IF
           IF FRA-DATE-IN(1:4) IS NOT NUMERIC
             MOVE FRA-DATE-IN TO FRA-DATE-OUT
             EXIT PARAGRAPH
           END-IF
           IF FRA-DATE-IN(5:1) NOT = "-"
              OR FRA-DATE-IN(6:2) IS NOT NUMERIC
              OR FRA-DATE-IN(6:2) < "01" OR FRA-DATE-IN(6:2) > "12"
             MOVE FRA-DATE-IN(1:4) TO FRA-DATE-OUT
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FRA-KEY
           STRING "MESE" FRA-DATE-IN(6:2) DELIMITED BY SIZE
             INTO FRA-KEY
           END-STRING
           PERFORM 9420-GET-FRASE
           MOVE FRA-TEXT TO FRA-MONTH-TXT
           IF FRA-DATE-IN(8:1) = "-"
              AND FRA-DATE-IN(9:2) IS NUMERIC
              AND FRA-DATE-IN(9:2) NOT = "00"
             SET FRA-DATE-FULL-YES TO TRUE
             MOVE FRA-DATE-IN(9:2) TO FRA-DAY
             IF FRA-DAY < 10
               MOVE FRA-DATE-IN(10:1) TO FRA-DAY-TXT
             ELSE
               MOVE FRA-DATE-IN(9:2) TO FRA-DAY-TXT
             END-IF
             MOVE "FMT-DATA" TO FRA-KEY
           ELSE
             MOVE "FMT-MESE" TO FRA-KEY
           END-IF
           PERFORM 9420-GET-FRASE
           MOVE FRA-TEXT TO FRA-WORK
           MOVE 60 TO FRA-LEN
           PERFORM UNTIL FRA-LEN = 0
                      OR FRA-WORK(FRA-LEN:1) NOT = SPACE
             SUBTRACT 1 FROM FRA-LEN
           END-PERFORM
           MOVE 1 TO FRA-PTR
           MOVE 1 TO FRA-POS
           PERFORM UNTIL FRA-POS > FRA-LEN OR FRA-PTR > 40
             EVALUATE TRUE
               WHEN FRA-POS <= 57 AND FRA-WORK(FRA-POS:4) = "AAAA"
                 STRING FRA-DATE-IN(1:4) DELIMITED BY SIZE
                   INTO FRA-DATE-OUT WITH POINTER FRA-PTR
                 END-STRING
                 ADD 4 TO FRA-POS
               WHEN FRA-POS <= 57 AND FRA-WORK(FRA-POS:4) = "MESE"
                 STRING FUNCTION TRIM(FRA-MONTH-TXT)
                   DELIMITED BY SIZE
                   INTO FRA-DATE-OUT WITH POINTER FRA-PTR
                 END-STRING
                 ADD 4 TO FRA-POS
               WHEN FRA-POS <= 59 AND FRA-WORK(FRA-POS:2) = "GG"
                 STRING FUNCTION TRIM(FRA-DAY-TXT) DELIMITED BY SIZE
                   INTO FRA-DATE-OUT WITH POINTER FRA-PTR
                 END-STRING
                 ADD 2 TO FRA-POS
               WHEN OTHER
                 MOVE FRA-WORK(FRA-POS:1) TO FRA-DATE-OUT(FRA-PTR:1)
                 ADD 1 TO FRA-PTR
                 ADD 1 TO FRA-POS
             END-EVALUATE
           END-PERFORM
           .

       9450-BUILD-DATE-CONN.
           PERFORM 9440-FORMAT-DATE
           EVALUATE FRA-DATE-QUAL
             WHEN "A"
               MOVE "CONN-A" TO FRA-KEY
             WHEN "B"
               MOVE "CONN-B" TO FRA-KEY
             WHEN "F"
               MOVE "CONN-F" TO FRA-KEY
             WHEN "R"
               MOVE "CONN-R" TO FRA-KEY
             WHEN OTHER
               IF FRA-DATE-FULL-YES
                 MOVE "CONN-IL" TO FRA-KEY
               ELSE
                 MOVE "CONN-ANNO" TO FRA-KEY
               END-IF
           END-EVALUATE
           PERFORM 9420-GET-FRASE
           MOVE FRA-TEXT TO FRA-DATE-CONN
           .

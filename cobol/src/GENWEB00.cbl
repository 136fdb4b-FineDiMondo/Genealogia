      * della sala di lettura, dai file flat PERSONE/FAMIGLIE/
      * EVENTI/LUOGHI.DAT - una pagina per persona (date, eventi con
      * i luoghi risolti, unioni e figli come collegamenti), l'indice
      * dei cognomi (cognome con le particelle del modulo GNCOGN, in
      * ordine di schedatura: DELLA ROBBIA fra DELLACASA e DELLAVALLE)
      * e l'indice dei luoghi. Le persone presumibilmente
      * viventi (nessun evento MORTE e nascita entro i 100 anni, la
      * stessa regola del modo PRIVACY di GN3EXP00) escono come
      * scheda anonima senza date ne' eventi. Nessuna parte server da
      * gestire: si rigenera e si copia sul chiosco.
      * Se c'e' data/MEDIA.DAT (estratto GN3MEXT0) la scheda mostra
      * anche le immagini della persona, solo quelle i cui diritti
      * consentono l'uso web (GNDIRIP), con la riga di credito sotto
      * l'immagine; le schede anonime dei viventi restano senza.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-LU-IX                PIC 9(4) VALUE 0.
       01 WS-LU-TXT               PIC X(60) VALUE SPACES.

      * MEDIA DELLE PERSONE (ESTRATTO GN3MEXT0) CON I LORO DIRITTI
       01 WS-MD-TABLE.
          05 WS-MD-ENTRY OCCURS 2000 TIMES.
             10 WS-MD-PERS       PIC X(20).
             10 WS-MD-PATH       PIC X(80).
             10 WS-MD-DESC       PIC X(60).
             10 WS-MD-HOLDER     PIC X(40).
             10 WS-MD-LIC        PIC X(10).
             10 WS-MD-USES       PIC X(4).
             10 WS-MD-CREDIT     PIC X(60).
             10 WS-MD-EXPIRY     PIC X(10).
             10 WS-MD-PUBL       PIC X(1).
       01 WS-MD-COUNT             PIC 9(4) VALUE 0.
       01 WS-MD-IX                PIC 9(4) VALUE 0.
       01 WS-MD-ID                PIC X(20) VALUE SPACES.
       01 WS-MD-HEAD              PIC X VALUE "N".
          88 MD-HEAD-DONE         VALUE "Y".
       01 WS-IMG-CT               PIC 9(5) VALUE 0.
       01 WS-IMG-SKIPPED          PIC 9(5) VALUE 0.

      * REGOLA DEI VIVENTI (COME GN3EXP00 PRIVACY)
       01 WS-CUT-YEAR             PIC 9(4) VALUE 0.
       01 WS-ROW-YEAR             PIC 9(4) VALUE 0.
       01 WS-HAS-DEATH            PIC X VALUE "N".
          88 HAS-DEATH            VALUE "Y".

      * COGNOME DELLA PERSONA (GNCOGNP): FORMA DI STAMPA E CHIAVE DI
      * SCHEDATURA
       01 WS-SURNAME              PIC X(40) VALUE SPACES.
       01 WS-SURNAME-KEY          PIC X(30) VALUE SPACES.

       01 WS-FIGLI-TOK.
          05 WS-FG-TOK OCCURS 20 TIMES PIC X(20).
       01 WS-FG-IX                PIC 9(2) VALUE 0.

      * COGNOMI DISTINTI PER L'INDICE, TENUTI IN ORDINE DI CHIAVE DI
      * SCHEDATURA
       01 WS-SN-TABLE.
          05 WS-SN-ENTRY OCCURS 300 TIMES.
             10 WS-SN-KEY         PIC X(30).
             10 WS-SN-NAME        PIC X(40).
       01 WS-SN-COUNT             PIC 9(3) VALUE 0.
       01 WS-SN-IX                PIC 9(3) VALUE 0.
       01 WS-SN-JX                PIC 9(3) VALUE 0.
       01 WS-FOUND                PIC X VALUE "N".
          88 FOUND-YES            VALUE "Y".

       COPY "GNDIRI.cpy".
       COPY "GNCOGN.cpy".
       COPY "GENFKEY.CPY".

       LINKAGE SECTION.
       COPY "CLIARGS.CPY".

           PERFORM 5000-WRITE-HOME-PAGE

           DISPLAY "PAGINE GENERATE: " WS-PAGES-CT
           DISPLAY "IMMAGINI PUBBLICATE: " WS-IMG-CT
           IF WS-IMG-SKIPPED > 0
             DISPLAY "IMMAGINI ESCLUSE (DIRITTI): " WS-IMG-SKIPPED
           END-IF
           DISPLAY "SITO PRONTO IN " FUNCTION TRIM(WS-DIR)
           GOBACK.

             END-PERFORM
             CLOSE INPUT-FILE
           END-IF

      *    FACOLTATIVO: SENZA L'ESTRATTO IL SITO ESCE SENZA IMMAGINI
           MOVE "data/MEDIA.DAT" TO WS-FILE
           MOVE "N" TO WS-EOF
           OPEN INPUT INPUT-FILE
           IF WS-FS = "00"
             PERFORM UNTIL EOF-YES
               READ INPUT-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF INPUT-REC NOT = SPACES
                      AND INPUT-REC(1:1) NOT = "#"
                      AND WS-MD-COUNT < 2000
                     ADD 1 TO WS-MD-COUNT
                     UNSTRING INPUT-REC DELIMITED BY "|"
                       INTO WS-MD-ID
                            WS-MD-PERS(WS-MD-COUNT)
                            WS-MD-PATH(WS-MD-COUNT)
                            WS-MD-DESC(WS-MD-COUNT)
                            WS-MD-HOLDER(WS-MD-COUNT)
                            WS-MD-LIC(WS-MD-COUNT)
                            WS-MD-USES(WS-MD-COUNT)
                            WS-MD-CREDIT(WS-MD-COUNT)
                            WS-MD-EXPIRY(WS-MD-COUNT)
                            WS-MD-PUBL(WS-MD-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE INPUT-FILE
           END-IF
           .

      *----------------------------------------------------------------*
             WRITE HTML-REC
             PERFORM 2200-WRITE-PERSON-EVENTS
             PERFORM 2300-WRITE-PERSON-FAMILIES
             PERFORM 2400-WRITE-PERSON-MEDIA
           END-IF
           MOVE SPACES TO HTML-REC
           STRING "<p><a href=" QUOTE "cognomi.html" QUOTE
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Immagini della persona dall'estratto MEDIA.DAT: escono solo    *
      * quelle che i diritti consentono sul web (GNDIRIP, uso W), con  *
      * la riga di credito sotto l'immagine.                           *
      *----------------------------------------------------------------*
       2400-WRITE-PERSON-MEDIA.
           MOVE "N" TO WS-MD-HEAD
           PERFORM VARYING WS-MD-IX FROM 1 BY 1
               UNTIL WS-MD-IX > WS-MD-COUNT
             IF FUNCTION TRIM(WS-MD-PERS(WS-MD-IX)) =
                FUNCTION TRIM(WS-P-ID(WS-P-IX))
               MOVE WS-MD-HOLDER(WS-MD-IX) TO DIRI-HOLDER
               MOVE WS-MD-LIC(WS-MD-IX) TO DIRI-LIC
               MOVE WS-MD-USES(WS-MD-IX) TO DIRI-USES
               MOVE WS-MD-CREDIT(WS-MD-IX) TO DIRI-CREDIT-IN
               MOVE WS-MD-EXPIRY(WS-MD-IX) TO DIRI-EXPIRY
               MOVE WS-MD-PUBL(WS-MD-IX) TO DIRI-PUBL
               SET DIRI-FOR-WEB TO TRUE
               PERFORM 9750-CHECK-MEDIA-RIGHTS
               IF DIRI-OK
                 PERFORM 2410-WRITE-ONE-IMAGE
               ELSE
                 ADD 1 TO WS-IMG-SKIPPED
               END-IF
             END-IF
           END-PERFORM
           IF MD-HEAD-DONE
             MOVE "</div>" TO HTML-REC
             WRITE HTML-REC
           END-IF
           .

       2410-WRITE-ONE-IMAGE.
           IF NOT MD-HEAD-DONE
             MOVE "<h2>Immagini</h2><div>" TO HTML-REC
             WRITE HTML-REC
             SET MD-HEAD-DONE TO TRUE
           END-IF
           ADD 1 TO WS-IMG-CT
           MOVE SPACES TO HTML-REC
           STRING "<p><img src=" QUOTE
                  FUNCTION TRIM(WS-MD-PATH(WS-MD-IX)) QUOTE
                  " width=" QUOTE "240" QUOTE
                  " alt=" QUOTE
                  FUNCTION TRIM(WS-MD-DESC(WS-MD-IX)) QUOTE ">"
             DELIMITED BY SIZE INTO HTML-REC
           WRITE HTML-REC
           IF WS-MD-DESC(WS-MD-IX) NOT = SPACES
             MOVE SPACES TO HTML-REC
             STRING "<br>" FUNCTION TRIM(WS-MD-DESC(WS-MD-IX))
               DELIMITED BY SIZE INTO HTML-REC
             WRITE HTML-REC
           END-IF
           IF DIRI-CREDIT NOT = SPACES
             MOVE SPACES TO HTML-REC
             STRING "<br><small>" FUNCTION TRIM(DIRI-CREDIT)
                    "</small>"
               DELIMITED BY SIZE INTO HTML-REC
             WRITE HTML-REC
           END-IF
           MOVE "</p>" TO HTML-REC
           WRITE HTML-REC
           .

       3000-WRITE-SURNAME-INDEX.
           MOVE SPACES TO WS-HTML-FILE
           STRING FUNCTION TRIM(WS-DIR) "/cognomi.html"
               UNTIL WS-P-IX > WS-P-COUNT
             IF WS-P-LIVING(WS-P-IX) NOT = "Y"
               PERFORM 8300-EXTRACT-SURNAME
               IF WS-SURNAME-KEY NOT = SPACES
                 PERFORM 3010-ADD-SURNAME
               END-IF
             END-IF
           END-PERFORM
                 UNTIL WS-P-IX > WS-P-COUNT
               IF WS-P-LIVING(WS-P-IX) NOT = "Y"
                 PERFORM 8300-EXTRACT-SURNAME
                 IF WS-SURNAME-KEY = WS-SN-KEY(WS-SN-IX)
                   MOVE SPACES TO HTML-REC
                   STRING "<li><a href=" QUOTE "persona-"
                          FUNCTION TRIM(WS-P-ID(WS-P-IX))
           ADD 1 TO WS-PAGES-CT
           .

      *    COGNOME NUOVO AL SUO POSTO NELL'ORDINE DI SCHEDATURA; LE
      *    GRAFIE CHE SI SCHEDANO UGUALI (DE' MEDICI, DE MEDICI) SONO
      *    UNA VOCE SOLA, CON LA FORMA INCONTRATA PER PRIMA
       3010-ADD-SURNAME.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-SN-IX FROM 1 BY 1
               UNTIL WS-SN-IX > WS-SN-COUNT OR FOUND-YES
             IF WS-SN-KEY(WS-SN-IX) >= WS-SURNAME-KEY
               SET FOUND-YES TO TRUE
             END-IF
           END-PERFORM
           IF FOUND-YES
             SUBTRACT 1 FROM WS-SN-IX
             IF WS-SN-KEY(WS-SN-IX) = WS-SURNAME-KEY
               EXIT PARAGRAPH
             END-IF
           END-IF
           IF WS-SN-COUNT >= 300
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SN-JX FROM WS-SN-COUNT BY -1
               UNTIL WS-SN-JX < WS-SN-IX
             MOVE WS-SN-ENTRY(WS-SN-JX) TO WS-SN-ENTRY(WS-SN-JX + 1)
           END-PERFORM
           ADD 1 TO WS-SN-COUNT
           MOVE WS-SURNAME-KEY TO WS-SN-KEY(WS-SN-IX)
           MOVE WS-SURNAME TO WS-SN-NAME(WS-SN-IX)
           .

       4000-WRITE-PLACE-INDEX.
           MOVE SPACES TO WS-HTML-FILE
           STRING FUNCTION TRIM(WS-DIR) "/luoghi.html"
           .

       8300-EXTRACT-SURNAME.
           MOVE WS-P-NOME(WS-P-IX) TO COGN-IN
           PERFORM 9860-SPLIT-SURNAME
           MOVE COGN-SURNAME TO WS-SURNAME
           MOVE COGN-FILE-KEY TO WS-SURNAME-KEY
           .

       COPY "GNDIRIP.cpy".
       COPY "GNCOGNP.cpy".
       COPY "GENFKEYP.CPY".

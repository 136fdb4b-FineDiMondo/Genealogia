                sezione/fila/numero con tutte le sepolture di ogni
                fossa (il riuso nel tempo esce da solo, una riga per
                sepoltura con la sua data); con un cognome (ultima
                parola di PERS-NAME con le sue particelle, confronto
                sulla chiave di schedatura come GN3ONMS0), le tombe
                dei portatori per le commissioni dei discendenti che
                restaurano le cappelle. Tavole in memoria con le
                solite spazzate non qualificate.
       01  WS-P-IX               PIC 9(5) VALUE 0.
       01  WS-PERS-TXT           PIC X(40) VALUE SPACES.

      * NOME DEL CIMITERO RISOLTO
       01  WS-NAME-TRIM          PIC X(40) VALUE SPACES.

      * COGNOME CERCATO IN FORMA DI SCHEDATURA (GNCOGNP) E CONFRONTO
      * CON IL COGNOME DELLA PERSONA SEPOLTA
       01  WS-SURNAME-KEY        PIC X(30) VALUE SPACES.
       01  WS-SURNAME-PART-CT    PIC 9(1) VALUE 0.
       01  WS-STEM-KEY           PIC X(30) VALUE SPACES.
       01  WS-BEARER-SW          PIC X VALUE "N".
           88 BEARER-YES         VALUE "Y".

       COPY GN1CIMI.
       COPY GN1PLOT.
       COPY GN1EVNT.
       COPY GN1PRSN.
       COPY "GNCOGN.cpy".
       COPY "GENFKEY.CPY".

       LINKAGE SECTION.
       COPY GN1PCBS.
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           IF WS-ARGC >= 2
             ACCEPT WS-SURNAME-ARG FROM ARGUMENT-VALUE
             MOVE WS-SURNAME-ARG TO COGN-IN
             PERFORM 9860-SPLIT-SURNAME
             MOVE COGN-SURNAME TO WS-SURNAME-ARG
             MOVE COGN-FILE-KEY TO WS-SURNAME-KEY
             MOVE COGN-PART-CT TO WS-SURNAME-PART-CT
           END-IF

           PERFORM 1000-LOAD-CEMETERIES
               UNTIL WS-BU-IX > WS-BU-COUNT
             PERFORM 8100-RESOLVE-PERSON-NAME
             PERFORM 8200-EXTRACT-SURNAME
             IF BEARER-YES
               ADD 1 TO WS-BURIAL-CT
               PERFORM 3100-WRITE-ONE-GRAVE
             END-IF
           END-PERFORM
           .

      *    PORTATORE: STESSA CHIAVE DI SCHEDATURA O, PER UN COGNOME
      *    CHIESTO SENZA PARTICELLE, STESSA RADICE
       8200-EXTRACT-SURNAME.
           MOVE "N" TO WS-BEARER-SW
           MOVE WS-PERS-TXT TO COGN-IN
           PERFORM 9860-SPLIT-SURNAME
           IF COGN-FILE-KEY = SPACES
             EXIT PARAGRAPH
           END-IF
           IF COGN-FILE-KEY = WS-SURNAME-KEY
             MOVE "Y" TO WS-BEARER-SW
             EXIT PARAGRAPH
           END-IF
           IF WS-SURNAME-PART-CT = 0 AND COGN-PART-CT > 0
             MOVE COGN-STEM TO COGN-FF-IN
             MOVE "N" TO COGN-FF-SPACE
             PERFORM 9870-FILING-FORM
             MOVE COGN-FF-OUT TO WS-STEM-KEY
             IF WS-STEM-KEY = WS-SURNAME-KEY
               MOVE "Y" TO WS-BEARER-SW
             END-IF
           END-IF
           .

       8300-RESOLVE-CEMETERY-NAME.
             END-IF
           END-PERFORM
           .

       COPY "GNCOGNP.cpy".
       COPY "GENFKEYP.CPY".

                la societa' storica: tutto cio' che l'archivio sa di
                un cognome in una sola corsa, invece di decine di
                FIND e TREE collazionati a mano. Il cognome e'
                l'ultima parola di PERS-NAME con le sue particelle
                (GNCOGNP, stessa convenzione di GN3DEMO0/GENFON00) e
                si confronta sulla chiave di schedatura: "della
                Robbia", "DELLA ROBBIA" e "Della-Robbia" sono lo
                stesso cognome. Un cognome chiesto senza particelle
                prende anche i portatori con le particelle (MEDICI
                raccoglie DE' MEDICI). Il dossier ha quattro sezioni:
                ogni portatore con date e luogo di nascita risolto
                via gazetteer; le linee di trasmissione (catene
                RELATE padre->figlio fra portatori, dal capostipite
       01  WS-Q-COUNT            PIC 9(4) VALUE 0.
       01  WS-Q-IX               PIC 9(4) VALUE 0.

      * COGNOME CERCATO IN FORMA DI SCHEDATURA (GNCOGNP): CHIAVE,
      * PARTICELLE, E CHIAVE DELLA RADICE DEL COGNOME DELLA PERSONA
       01  WS-SURNAME-KEY        PIC X(30) VALUE SPACES.
       01  WS-SURNAME-PART-CT    PIC 9(1) VALUE 0.
       01  WS-STEM-KEY           PIC X(30) VALUE SPACES.
       01  WS-BEARER-SW          PIC X VALUE "N".
           88 BEARER-YES         VALUE "Y".

      * CONTEGGIO DEI PORTATORI PER LUOGO DI NASCITA
       01  WS-CL-TABLE.
       COPY GN1PRSN.
       COPY GN1RELT.
       COPY GN1PLAC.
       COPY "GNCOGN.cpy".
       COPY "GENFKEY.CPY".

       LINKAGE SECTION.
       COPY GN1PCBS.
             GOBACK
           END-IF
           ACCEPT WS-SURNAME-ARG FROM ARGUMENT-VALUE
           MOVE WS-SURNAME-ARG TO COGN-IN
           PERFORM 9860-SPLIT-SURNAME
           MOVE COGN-SURNAME TO WS-SURNAME-U
           MOVE COGN-FILE-KEY TO WS-SURNAME-KEY
           MOVE COGN-PART-CT TO WS-SURNAME-PART-CT
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE

               MOVE PERS-BDATE TO WS-P-BDATE(WS-P-COUNT)
               MOVE PERS-BPLACE TO WS-P-BPLACE(WS-P-COUNT)
               PERFORM 1010-EXTRACT-SURNAME
               IF BEARER-YES
                 MOVE "Y" TO WS-P-BEARER(WS-P-COUNT)
                 ADD 1 TO WS-BEARER-CT
               ELSE
           .

      *----------------------------------------------------------------*
      * L'ultima parola del nome completo con le sue particelle vale   *
      * da cognome (GNCOGNP, stessa convenzione di GN3DEMO0). La       *
      * persona porta il cognome se la chiave di schedatura e' quella  *
      * cercata o, per un cognome chiesto senza particelle, se lo e'   *
      * la radice del suo.                                             *
      *----------------------------------------------------------------*
       1010-EXTRACT-SURNAME.
           MOVE "N" TO WS-BEARER-SW
           MOVE PERS-NAME TO COGN-IN
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

       1100-LOAD-FATHER-LINKS.
             END-IF
           END-PERFORM
           .

       COPY "GNCOGNP.cpy".
       COPY "GENFKEYP.CPY".

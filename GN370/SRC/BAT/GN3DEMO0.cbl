                chiedeva di contare a mano: vite medie per secolo di
                nascita, nascite e decessi per decennio, equilibrio
                di genere, frequenza dei cognomi (ultima parola di
                PERS-NAME con le sue particelle, contati sulla
                chiave di schedatura di GNCOGNP: DE' MEDICI e DE
                MEDICI sono un cognome solo) e l'eta' media alla
                prima unione, dai
                confronti FAMILY-UNION-DATE / data di nascita dei
                coniugi. Il report esce formattato come
                report/GENEALOGIA.RPT (etichetta, puntini, valore).
              10 WS-CEN-LIFE-SUM PIC 9(9).
              10 WS-CEN-LIFE-CT  PIC 9(7).

      * FREQUENZA DEI COGNOMI (CHIAVE DI SCHEDATURA E FORMA DI
      * STAMPA DEL PRIMO INCONTRATO, GNCOGNP)
       01  WS-SURNAME-TABLE.
           05 WS-SURNAME-ENTRY OCCURS 200 TIMES.
              10 WS-SUR-KEY      PIC X(20).
              10 WS-SUR-NAME     PIC X(20).
              10 WS-SUR-CT       PIC 9(7).
       01  WS-SURNAME-COUNT      PIC 9(3) VALUE 0.
       01  WS-SURNAME            PIC X(20) VALUE SPACES.
       01  WS-SURNAME-KEY        PIC X(20) VALUE SPACES.
       01  WS-MAX-CT             PIC 9(7) VALUE 0.
       01  WS-MAX-IX             PIC 9(3) VALUE 0.
       01  WS-TOP-N              PIC 9(2) VALUE 0.
       COPY GN1PRSN.
       COPY GN1EVNT.
       COPY GNFAMIL.
       COPY "GNCOGN.cpy".
       COPY "GENFKEY.CPY".

       LINKAGE SECTION.
       COPY GN1PCBS.

      *----------------------------------------------------------------*
      * L'ultima parola del nome completo ("NOME COGNOME", come lo     *
      * costruisce GN3S5CMT) con le particelle che la precedono vale   *
      * da cognome per la tavola di frequenza (GNCOGNP); le grafie     *
      * che si schedano uguali si contano insieme. La tavola e' a      *
      * capienza fissa, i cognomi oltre la duecentesima voce distinti  *
      * non vengono censiti.                                           *
      *----------------------------------------------------------------*
       2100-TALLY-SURNAME.
           MOVE PERS-NAME TO COGN-IN
           PERFORM 9860-SPLIT-SURNAME
           IF COGN-FILE-KEY = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE COGN-SURNAME TO WS-SURNAME
           MOVE COGN-FILE-KEY TO WS-SURNAME-KEY

           MOVE "N" TO WS-SUR-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SURNAME-COUNT OR SUR-FOUND
             IF WS-SUR-KEY(WS-IDX) = WS-SURNAME-KEY
               ADD 1 TO WS-SUR-CT(WS-IDX)
               SET SUR-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF NOT SUR-FOUND AND WS-SURNAME-COUNT < 200
             ADD 1 TO WS-SURNAME-COUNT
             MOVE WS-SURNAME-KEY TO WS-SUR-KEY(WS-SURNAME-COUNT)
             MOVE WS-SURNAME TO WS-SUR-NAME(WS-SURNAME-COUNT)
             MOVE 1 TO WS-SUR-CT(WS-SURNAME-COUNT)
           END-IF
             SET EOD-PERS-YES TO TRUE
           END-IF
           .

       COPY "GNCOGNP.cpy".
       COPY "GENFKEYP.CPY".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3DEDR0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Riscontro delle trasmissioni dei beni con gli atti
                notarili. Ricostruisce le catene di detentori come
                GN3ATRN0 (per ASET-AKEY, in ordine di data di
                acquisizione) e per ogni passaggio da un detentore
                al successivo cerca il rogito (DEED) che trasferisce
                la detenzione del subentrante o quella ceduta
                (DEEDAST): lo stampa con tipo, data e notaio, o
                segnala il passaggio come non documentato. Se il
                subentrante non compare fra le parti dell'atto con
                un ruolo che riceve il bene, lo si segnala.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-OUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-OUT-FILE           PIC X(256) VALUE SPACES.
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-HAND-CT            PIC 9(5) VALUE 0.
       77  WS-DOC-CT             PIC 9(5) VALUE 0.
       77  WS-UNDOC-CT           PIC 9(5) VALUE 0.
       77  WS-MISM-CT            PIC 9(5) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".

      * DETENZIONI (ASSET) IN MEMORIA
       01  WS-AS-TABLE.
           05 WS-AS-ENTRY OCCURS 1000 TIMES.
              10 WS-AS-ID        PIC X(12).
              10 WS-AS-AKEY      PIC X(12).
              10 WS-AS-TYPE      PIC X(20).
              10 WS-AS-KIND      PIC X(10).
              10 WS-AS-PERS      PIC X(12).
              10 WS-AS-ACQ       PIC X(10).
              10 WS-AS-DISP      PIC X(10).
              10 WS-AS-DONE      PIC X(1).
       01  WS-AS-COUNT           PIC 9(4) VALUE 0.
       01  WS-AS-IX              PIC 9(4) VALUE 0.
       01  WS-AS-JX              PIC 9(4) VALUE 0.
       01  WS-AS-BEST            PIC 9(4) VALUE 0.
       01  WS-AS-PREV            PIC 9(4) VALUE 0.

      * ATTI NOTARILI IN MEMORIA
       01  WS-DE-TABLE.
           05 WS-DE-ENTRY OCCURS 1000 TIMES.
              10 WS-DE-ID        PIC X(12).
              10 WS-DE-TYPE      PIC X(14).
              10 WS-DE-DATE      PIC X(10).
              10 WS-DE-NOTARY    PIC X(30).
       01  WS-DE-COUNT           PIC 9(4) VALUE 0.
       01  WS-DE-IX              PIC 9(4) VALUE 0.
       01  WS-DE-JX              PIC 9(4) VALUE 0.

      * BENI TRASFERITI DAGLI ATTI (DEEDAST)
       01  WS-DA-TABLE.
           05 WS-DA-ENTRY OCCURS 2000 TIMES.
              10 WS-DA-DEED      PIC X(12).
              10 WS-DA-ASET      PIC X(12).
       01  WS-DA-COUNT           PIC 9(4) VALUE 0.
       01  WS-DA-IX              PIC 9(4) VALUE 0.

      * PARTI DEGLI ATTI (DEEDPTY)
       01  WS-DP-TABLE.
           05 WS-DP-ENTRY OCCURS 3000 TIMES.
              10 WS-DP-DEED      PIC X(12).
              10 WS-DP-PERS      PIC X(12).
              10 WS-DP-ROLE      PIC X(12).
       01  WS-DP-COUNT           PIC 9(4) VALUE 0.
       01  WS-DP-IX              PIC 9(4) VALUE 0.

      * PERSONE IN MEMORIA PER I NOMI
       01  WS-P-TABLE.
           05 WS-P-ENTRY OCCURS 5000 TIMES.
              10 WS-P-ID         PIC X(12).
              10 WS-P-NAME       PIC X(40).
       01  WS-P-COUNT            PIC 9(5) VALUE 0.
       01  WS-P-IX               PIC 9(5) VALUE 0.
       01  WS-PERS-TXT           PIC X(40) VALUE SPACES.

       01  WS-CUR-AKEY           PIC X(12) VALUE SPACES.
       01  WS-CHAIN-IX           PIC 9(4) VALUE 0.
       01  WS-BEST-ACQ           PIC X(10) VALUE SPACES.
       01  WS-DEED-ID            PIC X(12) VALUE SPACES.

       01  WS-SW.
           10 WS-RECEIVER        PIC X VALUE "N".
              88 RECEIVER-YES    VALUE "Y".

       COPY GN1ASET.
       COPY GN1DEED.
       COPY GN1DAST.
       COPY GN1DPTY.
       COPY GN1PRSN.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             DISPLAY "USO: GN3DEDR0 <report-out>"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE

           PERFORM 1000-LOAD-PERSONS
           PERFORM 1100-LOAD-ASSETS
           PERFORM 1200-LOAD-DEEDS
           PERFORM 1300-LOAD-DEED-ASSETS
           PERFORM 1400-LOAD-PARTIES

           OPEN OUTPUT REPORT-FILE
           MOVE "TRASMISSIONI DEI BENI E ATTI NOTARILI"
             TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-AS-IX FROM 1 BY 1
               UNTIL WS-AS-IX > WS-AS-COUNT
             IF WS-AS-DONE(WS-AS-IX) = "N"
               MOVE WS-AS-AKEY(WS-AS-IX) TO WS-CUR-AKEY
               PERFORM 3000-WRITE-ONE-CHAIN
             END-IF
           END-PERFORM
           IF WS-AS-COUNT = 0
             MOVE "  (NESSUN BENE CENSITO)" TO REPORT-REC
             WRITE REPORT-REC
           END-IF
           CLOSE REPORT-FILE

           DISPLAY "GN3DEDR0: DETENZIONI LETTE    = " WS-AS-COUNT
           DISPLAY "GN3DEDR0: ATTI LETTI          = " WS-DE-COUNT
           DISPLAY "GN3DEDR0: PASSAGGI            = " WS-HAND-CT
           DISPLAY "GN3DEDR0: PASSAGGI DOCUMENTATI= " WS-DOC-CT
           DISPLAY "GN3DEDR0: NON DOCUMENTATI     = " WS-UNDOC-CT
           DISPLAY "GN3DEDR0: PARTI INCOERENTI    = " WS-MISM-CT
           MOVE 0 TO RETURN-CODE
           GOBACK.

       1000-LOAD-PERSONS.
           MOVE 0 TO WS-P-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-P-COUNT >= 5000
             ADD 1 TO WS-P-COUNT
             MOVE PERS-ID TO WS-P-ID(WS-P-COUNT)
             MOVE PERS-NAME TO WS-P-NAME(WS-P-COUNT)
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PRSN-SEG
           END-PERFORM
           .

       1100-LOAD-ASSETS.
           MOVE 0 TO WS-AS-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1ASET-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-AS-COUNT >= 1000
             ADD 1 TO WS-AS-COUNT
             MOVE ASET-ID TO WS-AS-ID(WS-AS-COUNT)
             IF ASET-AKEY NOT = SPACES
               MOVE ASET-AKEY TO WS-AS-AKEY(WS-AS-COUNT)
             ELSE
               MOVE ASET-ID TO WS-AS-AKEY(WS-AS-COUNT)
             END-IF
             MOVE ASET-TYPE TO WS-AS-TYPE(WS-AS-COUNT)
             MOVE ASET-KIND TO WS-AS-KIND(WS-AS-COUNT)
             MOVE ASET-PERS TO WS-AS-PERS(WS-AS-COUNT)
             MOVE ASET-ACQ TO WS-AS-ACQ(WS-AS-COUNT)
             MOVE ASET-DISP TO WS-AS-DISP(WS-AS-COUNT)
             MOVE "N" TO WS-AS-DONE(WS-AS-COUNT)
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1ASET-SEG
           END-PERFORM
           .

       1200-LOAD-DEEDS.
           MOVE 0 TO WS-DE-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1DEED-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-DE-COUNT >= 1000
             ADD 1 TO WS-DE-COUNT
             MOVE DEED-ID TO WS-DE-ID(WS-DE-COUNT)
             MOVE DEED-TYPE TO WS-DE-TYPE(WS-DE-COUNT)
             MOVE DEED-DATE TO WS-DE-DATE(WS-DE-COUNT)
             MOVE DEED-NOTARY TO WS-DE-NOTARY(WS-DE-COUNT)
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1DEED-SEG
           END-PERFORM
           .

       1300-LOAD-DEED-ASSETS.
           MOVE 0 TO WS-DA-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1DAST-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-DA-COUNT >= 2000
             ADD 1 TO WS-DA-COUNT
             MOVE DAST-DEED TO WS-DA-DEED(WS-DA-COUNT)
             MOVE DAST-ASET TO WS-DA-ASET(WS-DA-COUNT)
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1DAST-SEG
           END-PERFORM
           .

       1400-LOAD-PARTIES.
           MOVE 0 TO WS-DP-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1DPTY-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-DP-COUNT >= 3000
             ADD 1 TO WS-DP-COUNT
             MOVE DPTY-DEED TO WS-DP-DEED(WS-DP-COUNT)
             MOVE DPTY-PERS TO WS-DP-PERS(WS-DP-COUNT)
             MOVE DPTY-ROLE TO WS-DP-ROLE(WS-DP-COUNT)
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1DPTY-SEG
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Catena di un bene, con lo stesso ordinamento di GN3ATRN0       *
      * (selezione del minimo residuo per data di acquisizione, le     *
      * date vuote in coda). Ogni detenzione dopo la prima e' un       *
      * passaggio da riscontrare con gli atti.                         *
      *----------------------------------------------------------------*
       3000-WRITE-ONE-CHAIN.
           MOVE SPACES TO REPORT-REC
           STRING "BENE " FUNCTION TRIM(WS-CUR-AKEY)
                  " - " FUNCTION TRIM(WS-AS-TYPE(WS-AS-IX))
                  " (" FUNCTION TRIM(WS-AS-KIND(WS-AS-IX)) ")"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE 0 TO WS-CHAIN-IX WS-AS-PREV
           PERFORM UNTIL WS-AS-BEST = 0 AND WS-CHAIN-IX > 0
             MOVE 0 TO WS-AS-BEST
             MOVE HIGH-VALUES TO WS-BEST-ACQ
             PERFORM VARYING WS-AS-JX FROM 1 BY 1
                 UNTIL WS-AS-JX > WS-AS-COUNT
               IF WS-AS-AKEY(WS-AS-JX) = WS-CUR-AKEY
                  AND WS-AS-DONE(WS-AS-JX) = "N"
                 IF WS-AS-ACQ(WS-AS-JX) = SPACES
                   IF WS-AS-BEST = 0
                     MOVE WS-AS-JX TO WS-AS-BEST
                     MOVE HIGH-VALUES TO WS-BEST-ACQ
                   END-IF
                 ELSE
                   IF WS-AS-ACQ(WS-AS-JX) < WS-BEST-ACQ
                     MOVE WS-AS-JX TO WS-AS-BEST
                     MOVE WS-AS-ACQ(WS-AS-JX) TO WS-BEST-ACQ
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             IF WS-AS-BEST > 0
               ADD 1 TO WS-CHAIN-IX
               PERFORM 3100-WRITE-CHAIN-STEP
               IF WS-AS-PREV > 0
                 PERFORM 3200-MATCH-DEED
               END-IF
               MOVE "Y" TO WS-AS-DONE(WS-AS-BEST)
               MOVE WS-AS-BEST TO WS-AS-PREV
             END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           .

       3100-WRITE-CHAIN-STEP.
           MOVE WS-AS-PERS(WS-AS-BEST) TO WS-PERS-TXT
           PERFORM VARYING WS-P-IX FROM 1 BY 1
               UNTIL WS-P-IX > WS-P-COUNT
             IF WS-P-ID(WS-P-IX) = WS-AS-PERS(WS-AS-BEST)
               MOVE WS-P-NAME(WS-P-IX) TO WS-PERS-TXT
               MOVE WS-P-COUNT TO WS-P-IX
             END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           STRING "  " WS-CHAIN-IX ". "
                  FUNCTION TRIM(WS-PERS-TXT)
                  " (" FUNCTION TRIM(WS-AS-PERS(WS-AS-BEST)) ")"
                  "  DAL " WS-AS-ACQ(WS-AS-BEST)
                  " AL " WS-AS-DISP(WS-AS-BEST)
                  "  [" FUNCTION TRIM(WS-AS-ID(WS-AS-BEST)) "]"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

      *----------------------------------------------------------------*
      * Passaggio dalla detenzione precedente (WS-AS-PREV) a quella    *
      * corrente (WS-AS-BEST): vale il primo atto che trasferisce la   *
      * detenzione del subentrante; in mancanza, quello che trasferisce*
      * la detenzione ceduta.                                          *
      *----------------------------------------------------------------*
       3200-MATCH-DEED.
           ADD 1 TO WS-HAND-CT
           MOVE SPACES TO WS-DEED-ID
           PERFORM VARYING WS-DA-IX FROM 1 BY 1
               UNTIL WS-DA-IX > WS-DA-COUNT
             IF WS-DA-ASET(WS-DA-IX) = WS-AS-ID(WS-AS-BEST)
               MOVE WS-DA-DEED(WS-DA-IX) TO WS-DEED-ID
               MOVE WS-DA-COUNT TO WS-DA-IX
             END-IF
           END-PERFORM
           IF WS-DEED-ID = SPACES
             PERFORM VARYING WS-DA-IX FROM 1 BY 1
                 UNTIL WS-DA-IX > WS-DA-COUNT
               IF WS-DA-ASET(WS-DA-IX) = WS-AS-ID(WS-AS-PREV)
                 MOVE WS-DA-DEED(WS-DA-IX) TO WS-DEED-ID
                 MOVE WS-DA-COUNT TO WS-DA-IX
               END-IF
             END-PERFORM
           END-IF
           IF WS-DEED-ID = SPACES
             ADD 1 TO WS-UNDOC-CT
             MOVE "       *** PASSAGGIO NON DOCUMENTATO ***"
               TO REPORT-REC
             WRITE REPORT-REC
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DOC-CT
           MOVE 0 TO WS-DE-IX
           PERFORM VARYING WS-DE-JX FROM 1 BY 1
               UNTIL WS-DE-JX > WS-DE-COUNT
             IF WS-DE-ID(WS-DE-JX) = WS-DEED-ID
               MOVE WS-DE-JX TO WS-DE-IX
               MOVE WS-DE-COUNT TO WS-DE-JX
             END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           IF WS-DE-IX = 0
             STRING "       ATTO " FUNCTION TRIM(WS-DEED-ID)
                    " (NON PIU' IN ARCHIVIO)"
               DELIMITED BY SIZE INTO REPORT-REC
           ELSE
             STRING "       ATTO " FUNCTION TRIM(WS-DEED-ID)
                    " " FUNCTION TRIM(WS-DE-TYPE(WS-DE-IX))
                    " DEL " WS-DE-DATE(WS-DE-IX)
                    " NOTAIO " FUNCTION TRIM(WS-DE-NOTARY(WS-DE-IX))
               DELIMITED BY SIZE INTO REPORT-REC
           END-IF
           WRITE REPORT-REC
      *    IL SUBENTRANTE DEVE RICEVERE IL BENE NELL'ATTO
           MOVE "N" TO WS-RECEIVER
           PERFORM VARYING WS-DP-IX FROM 1 BY 1
               UNTIL WS-DP-IX > WS-DP-COUNT
             IF WS-DP-DEED(WS-DP-IX) = WS-DEED-ID
                AND WS-DP-PERS(WS-DP-IX) = WS-AS-PERS(WS-AS-BEST)
               MOVE WS-DP-ROLE(WS-DP-IX) TO DPTY-ROLE
               IF DPTY-RECEIVES
                 MOVE "Y" TO WS-RECEIVER
               END-IF
             END-IF
           END-PERFORM
           IF NOT RECEIVER-YES
             ADD 1 TO WS-MISM-CT
             MOVE SPACES TO REPORT-REC
             STRING "       ATTENZIONE: "
                    FUNCTION TRIM(WS-AS-PERS(WS-AS-BEST))
                    " NON RICEVE IL BENE FRA LE PARTI DELL'ATTO"
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
           END-IF
           .

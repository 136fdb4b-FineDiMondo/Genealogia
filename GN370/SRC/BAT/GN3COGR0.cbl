       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3COGR0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Verifica una tantum del passaggio al cognome con le
                particelle (GNCOGNP): spazza i segmenti PERSON e
                stampa le persone la cui schedatura cambia, cioe'
                quelle il cui cognome finora era l'ultima parola di
                PERS-NAME e ora comprende le particelle (DELLA
                ROBBIA invece di ROBBIA) o perde l'apostrofo nella
                chiave (D'ELCI si scheda DELCI). Per ognuna la
                vecchia voce, il nuovo cognome di stampa, la chiave
                di schedatura e il nome di battesimo, cosi' la
                redazione le controlla prima che il prossimo volume
                dell'indice vada in stampa. In coda i conteggi e il
                promemoria di ricostruire NAMEIX con GN3NIXR0
                RICOSTRUISCI. Non modifica nulla nella base.

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
      * FILTRO DI PARROCCHIA (SECONDO ARGOMENTO): ALL = TUTTO
      * L'ARCHIVIO, ALTRIMENTI SOLO LE PERSONE CON QUEL PERS-PARISH
       77  WS-PARISH-ARG         PIC X(8) VALUE "ALL".

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".

       01  WS-SSA-PERS           PIC X(30)
           VALUE "PERSON  (PERSID=            )".

       01  WS-CUR-PERS-ID        PIC X(12) VALUE SPACES.

      * VECCHIA VOCE: L'ULTIMA PAROLA DEL NOME COM'ERA SCHEDATA
       01  WS-OLD-SURNAME        PIC X(30) VALUE SPACES.

      * CONTATORI
       01  WS-PERS-CT            PIC 9(7) VALUE 0.
       01  WS-CHANGED-CT         PIC 9(7) VALUE 0.
       01  WS-PARTICLE-CT        PIC 9(7) VALUE 0.
       01  WS-ELISION-CT         PIC 9(7) VALUE 0.

       01  WS-SW.
           10 WS-EOD-PERS        PIC X VALUE "N".
              88 EOD-PERS-YES    VALUE "Y".

       01  WS-LABEL              PIC X(30) VALUE SPACES.
       01  WS-CNT-VAL            PIC 9(9) VALUE 0.
       01  WS-EDIT-CNT           PIC ZZZ,ZZZ,ZZ9.

      * RIGA DI DETTAGLIO
       01  WS-DETAIL.
           05 WS-DT-ID           PIC X(12).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DT-OLD          PIC X(20).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DT-NEW          PIC X(24).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DT-KEY          PIC X(20).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DT-GIVEN        PIC X(30).

       COPY GN1PRSN.
       COPY "GNCOGN.cpy".
       COPY "GENFKEY.CPY".

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             DISPLAY "USO: GN3COGR0 <report-out> [parrocchia|ALL]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           IF WS-ARGC >= 2
             ACCEPT WS-PARISH-ARG FROM ARGUMENT-VALUE
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARISH-ARG))
               TO WS-PARISH-ARG
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM 1000-WRITE-HEADING

           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
           PERFORM UNTIL EOD-PERS-YES OR DB-STATUS NOT = SPACES
             MOVE PERS-ID TO WS-CUR-PERS-ID
             IF PERS-IS-DELETED NOT = "Y"
                AND (WS-PARISH-ARG = "ALL"
                     OR PERS-PARISH = WS-PARISH-ARG)
               PERFORM 2000-CHECK-PERSON
             END-IF
             PERFORM 8000-NEXT-PERSON
           END-PERFORM

           PERFORM 5000-WRITE-TOTALS
           CLOSE REPORT-FILE
           DISPLAY "GN3COGR0: PERSONE ESAMINATE = " WS-PERS-CT
                   " SCHEDATURA CAMBIATA = " WS-CHANGED-CT
           MOVE 0 TO RETURN-CODE
           GOBACK.

       1000-WRITE-HEADING.
           MOVE "PERSONE LA CUI SCHEDATURA DEL COGNOME CAMBIA"
             TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "(COGNOME CON LE PARTICELLE, PARROCCHIA "
                  FUNCTION TRIM(WS-PARISH-ARG) ")"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO WS-DETAIL
           MOVE "PERSONA" TO WS-DT-ID
           MOVE "SCHEDATA SOTTO" TO WS-DT-OLD
           MOVE "ORA SOTTO" TO WS-DT-NEW
           MOVE "CHIAVE" TO WS-DT-KEY
           MOVE "NOME DI BATTESIMO" TO WS-DT-GIVEN
           MOVE WS-DETAIL TO REPORT-REC
           WRITE REPORT-REC
           MOVE ALL "-" TO REPORT-REC(1:114)
           WRITE REPORT-REC
           .

      *----------------------------------------------------------------*
      * La vecchia voce e' l'ultima parola del nome cosi' com'e'      *
      * scritta (maiuscola); la nuova e' la chiave di schedatura di   *
      * GNCOGNP. Se le due differiscono la persona cambia posto       *
      * nell'indice: per le particelle riconosciute o perche' la      *
      * particella elisa attaccata (D'ELCI) non si scheda piu' con    *
      * l'apostrofo.                                                  *
      *----------------------------------------------------------------*
       2000-CHECK-PERSON.
           ADD 1 TO WS-PERS-CT
           MOVE PERS-NAME TO COGN-IN
           PERFORM 9860-SPLIT-SURNAME
           IF COGN-FILE-KEY = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE COGN-LAST-WORD TO WS-OLD-SURNAME
           IF WS-OLD-SURNAME = COGN-FILE-KEY
             EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CHANGED-CT
           IF COGN-PART-CT > 0
             ADD 1 TO WS-PARTICLE-CT
           ELSE
             ADD 1 TO WS-ELISION-CT
           END-IF
           MOVE SPACES TO WS-DETAIL
           MOVE WS-CUR-PERS-ID TO WS-DT-ID
           MOVE WS-OLD-SURNAME TO WS-DT-OLD
           MOVE COGN-SURNAME TO WS-DT-NEW
           MOVE COGN-FILE-KEY TO WS-DT-KEY
           MOVE COGN-GIVEN TO WS-DT-GIVEN
           MOVE WS-DETAIL TO REPORT-REC
           WRITE REPORT-REC
           .

       5000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "PERSONE ESAMINATE" TO WS-LABEL
           MOVE WS-PERS-CT TO WS-CNT-VAL
           PERFORM 5900-PUT-COUNT-LINE
           MOVE "SCHEDATURA CAMBIATA" TO WS-LABEL
           MOVE WS-CHANGED-CT TO WS-CNT-VAL
           PERFORM 5900-PUT-COUNT-LINE
           MOVE "  PER LE PARTICELLE" TO WS-LABEL
           MOVE WS-PARTICLE-CT TO WS-CNT-VAL
           PERFORM 5900-PUT-COUNT-LINE
           MOVE "  PER L'APOSTROFO" TO WS-LABEL
           MOVE WS-ELISION-CT TO WS-CNT-VAL
           PERFORM 5900-PUT-COUNT-LINE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           IF WS-CHANGED-CT > 0
             MOVE "VERIFICATE LE VOCI, RICOSTRUIRE NAMEIX CON"
               TO REPORT-REC
             WRITE REPORT-REC
             MOVE "GN3NIXR0 RICOSTRUISCI PRIMA DELLA STAMPA DELL'INDICE"
               TO REPORT-REC
             WRITE REPORT-REC
           ELSE
             MOVE "NESSUNA SCHEDATURA CAMBIA" TO REPORT-REC
             WRITE REPORT-REC
           END-IF
           .

       5900-PUT-COUNT-LINE.
           MOVE WS-CNT-VAL TO WS-EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING WS-LABEL DELIMITED BY SIZE
                  " ...................." DELIMITED BY SIZE
                  WS-EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           WRITE REPORT-REC
           .

       8000-NEXT-PERSON.
           MOVE "PERSON  (PERSID=            )" TO WS-SSA-PERS
           MOVE WS-CUR-PERS-ID TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           IF DB-STATUS = SPACES
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PRSN-SEG
           END-IF
           IF DB-STATUS NOT = SPACES
             SET EOD-PERS-YES TO TRUE
           END-IF
           .

       COPY "GNCOGNP.cpy".
       COPY "GENFKEYP.CPY".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3FNDM0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Caricamento del registro degli esposti: le schede di
                ammissione dei trovatelli (Innocenti e ospedali
                simili) trascritte dai volontari, legate alla persona
                che il bambino e' diventato. Legge le righe
                PERS-ID|OSPEDALE|LUOGO-OSP|DATA-AMM|NUM-AMM|SEGNO|
                COGNOME-DATO|BALIA|LUOGO-BALIA|DATA-BALIA|ESITO|
                DATA-ESITO
                (ESITO: RESTITUITO, MORTO, USCITO o vuoto; date
                AAAA-MM-GG o solo AAAA; i luoghi sono PLACE-ID del
                gazetteer). Ogni riga buona inserisce sotto la
                persona il segmento FOUNDLG, o lo riscrive se la
                scheda c'e' gia' (correzione della trascrizione), e
                mette la persona a genitori ignoti (PERS-PARENTAGE
                "I"): da quel momento i legami genitoriali mancanti
                non sono un buco ma una linea chiusa da un documento,
                e GN3CMPL0, GN3BWAL0 e GN3PRFL0 la trattano cosi'.
                Ogni riga applicata lascia una riga journal sotto la
                persona (operatore GN3FNDM0) e ogni riga finisce nel
                libro degli esiti con APPLICATA o FALLITA e il
                motivo. RC 4 se almeno una riga e' fallita.
                Uso: GN3FNDM0 <schede-in> <esiti-out>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKLIST-FILE ASSIGN TO DYNAMIC WS-WRK-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-FS.
           SELECT ESITI-FILE ASSIGN TO DYNAMIC WS-ESI-FILE
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WORKLIST-FILE.
       01  WORKLIST-REC          PIC X(400).

       FD  ESITI-FILE.
       01  ESITI-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-WRK-FILE           PIC X(256) VALUE SPACES.
       77  WS-ESI-FILE           PIC X(256) VALUE SPACES.
       77  WS-WRK-FS             PIC X(2) VALUE "00".
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-APPL-CT            PIC 9(5) VALUE 0.
       77  WS-FAIL-CT            PIC 9(5) VALUE 0.
       77  WS-JRNL-SEQ           PIC 9(7) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-ISRT           PIC X(4) VALUE "ISRT".
           05 DLI-REPL           PIC X(4) VALUE "REPL".

       01  WS-SSA.
           05 WS-SSA-PERS        PIC X(30)
              VALUE "PERSON  (PERSID=            )".
           05 WS-SSA-FNDL        PIC X(30)
              VALUE "FOUNDLG (PERSID=            )".
           05 WS-SSA-PLAC        PIC X(30)
              VALUE "PLACE   (PLACID=            )".
           05 WS-SSA-JRNL        PIC X(30)
              VALUE "JOURNAL (PERSID=            )".

      * CAMPI DELLA RIGA DI SCHEDA
       01  WS-W-PERS             PIC X(12) VALUE SPACES.
       01  WS-W-HOSP             PIC X(30) VALUE SPACES.
       01  WS-W-HPLACE           PIC X(12) VALUE SPACES.
       01  WS-W-ADM-DATE         PIC X(10) VALUE SPACES.
       01  WS-W-ADM-NUM          PIC X(10) VALUE SPACES.
       01  WS-W-TOKEN            PIC X(60) VALUE SPACES.
       01  WS-W-SURN             PIC X(30) VALUE SPACES.
       01  WS-W-NURSE            PIC X(40) VALUE SPACES.
       01  WS-W-NPLACE           PIC X(12) VALUE SPACES.
       01  WS-W-NDATE            PIC X(10) VALUE SPACES.
       01  WS-W-OUTCOME          PIC X(12) VALUE SPACES.
       01  WS-W-OUT-DATE         PIC X(10) VALUE SPACES.
       01  WS-OUT-CODE           PIC X(1) VALUE SPACES.
       01  WS-ESITO              PIC X(10) VALUE SPACES.
       01  WS-MOTIVO             PIC X(40) VALUE SPACES.
       01  WS-AZIONE             PIC X(10) VALUE SPACES.

      * CONTROLLO DI UNA DATA: AAAA-MM-GG OPPURE SOLO AAAA
       01  WS-CHK-DATE           PIC X(10) VALUE SPACES.
       01  WS-CHK-PLACE          PIC X(12) VALUE SPACES.

       01  WS-SW.
           10 WS-EOF             PIC X VALUE "N".
              88 EOF-YES         VALUE "Y".
           10 WS-DATE-OK         PIC X VALUE "N".
              88 DATE-OK         VALUE "Y".
           10 WS-PLACE-OK        PIC X VALUE "N".
              88 PLACE-OK        VALUE "Y".
           10 WS-FNDL-EXISTS     PIC X VALUE "N".
              88 FNDL-EXISTS     VALUE "Y".

       COPY GN1PRSN.
       COPY GN1FNDL.
       COPY GN1PLAC.
       COPY GN1JRNL.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 2
             DISPLAY "USO: GN3FNDM0 <schede-in> <esiti-out>"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-WRK-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-WRK-FILE) TO WS-WRK-FILE
           ACCEPT WS-ESI-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ESI-FILE) TO WS-ESI-FILE

           OPEN INPUT WORKLIST-FILE
           IF WS-WRK-FS NOT = "00"
             DISPLAY "ERRORE OPEN INPUT SU "
                     FUNCTION TRIM(WS-WRK-FILE)
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT ESITI-FILE

           PERFORM UNTIL EOF-YES
             READ WORKLIST-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF WORKLIST-REC NOT = SPACES
                    AND WORKLIST-REC(1:1) NOT = "#"
                   PERFORM 2000-APPLY-ONE-ROW
                 END-IF
             END-READ
           END-PERFORM

           CLOSE ESITI-FILE
           CLOSE WORKLIST-FILE
           DISPLAY "GN3FNDM0: SCHEDE APPLICATE     = " WS-APPL-CT
           DISPLAY "GN3FNDM0: SCHEDE FALLITE       = " WS-FAIL-CT
           IF WS-FAIL-CT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       2000-APPLY-ONE-ROW.
           MOVE SPACES TO WS-W-PERS WS-W-HOSP WS-W-HPLACE
                          WS-W-ADM-DATE WS-W-ADM-NUM WS-W-TOKEN
                          WS-W-SURN WS-W-NURSE WS-W-NPLACE
                          WS-W-NDATE WS-W-OUTCOME WS-W-OUT-DATE
           UNSTRING WORKLIST-REC DELIMITED BY "|"
             INTO WS-W-PERS WS-W-HOSP WS-W-HPLACE
                  WS-W-ADM-DATE WS-W-ADM-NUM WS-W-TOKEN
                  WS-W-SURN WS-W-NURSE WS-W-NPLACE
                  WS-W-NDATE WS-W-OUTCOME WS-W-OUT-DATE
           MOVE "FALLITA" TO WS-ESITO
           MOVE SPACES TO WS-MOTIVO

           PERFORM 2100-VALIDATE-ROW
           IF WS-MOTIVO = SPACES
             PERFORM 3000-STORE-FOUNDLING
           END-IF

           IF WS-ESITO = "APPLICATA"
             ADD 1 TO WS-APPL-CT
           ELSE
             ADD 1 TO WS-FAIL-CT
           END-IF
           PERFORM 9000-WRITE-ESITO
           .

      *----------------------------------------------------------------*
      * Controlli della riga prima di toccare la base: persona viva,   *
      * ospedale e data d'ammissione presenti, date leggibili, esito   *
      * conosciuto, luoghi risolti nel gazetteer.                      *
      *----------------------------------------------------------------*
       2100-VALIDATE-ROW.
           MOVE "PERSON  (PERSID=            )" TO WS-SSA-PERS
           MOVE WS-W-PERS TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           IF WS-W-PERS = SPACES OR DB-STATUS NOT = SPACES
              OR PERS-IS-DELETED = "Y"
             MOVE "PERSONA INESISTENTE" TO WS-MOTIVO
             EXIT PARAGRAPH
           END-IF
           IF WS-W-HOSP = SPACES
             MOVE "OSPEDALE OBBLIGATORIO" TO WS-MOTIVO
             EXIT PARAGRAPH
           END-IF

           MOVE WS-W-ADM-DATE TO WS-CHK-DATE
           PERFORM 2500-CHECK-DATE
           IF WS-W-ADM-DATE = SPACES OR NOT DATE-OK
             MOVE "DATA DI AMMISSIONE NON VALIDA" TO WS-MOTIVO
             EXIT PARAGRAPH
           END-IF
           MOVE WS-W-NDATE TO WS-CHK-DATE
           PERFORM 2500-CHECK-DATE
           IF NOT DATE-OK
             MOVE "DATA DI BALIATICO NON VALIDA" TO WS-MOTIVO
             EXIT PARAGRAPH
           END-IF
           MOVE WS-W-OUT-DATE TO WS-CHK-DATE
           PERFORM 2500-CHECK-DATE
           IF NOT DATE-OK
             MOVE "DATA DI ESITO NON VALIDA" TO WS-MOTIVO
             EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-W-OUTCOME))
             TO WS-W-OUTCOME
           EVALUATE WS-W-OUTCOME
             WHEN SPACES
               MOVE SPACES TO WS-OUT-CODE
             WHEN "RESTITUITO"
               MOVE "R" TO WS-OUT-CODE
             WHEN "MORTO"
               MOVE "M" TO WS-OUT-CODE
             WHEN "USCITO"
               MOVE "U" TO WS-OUT-CODE
             WHEN OTHER
               MOVE "ESITO SCONOSCIUTO" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-EVALUATE
           IF WS-OUT-CODE = SPACES AND WS-W-OUT-DATE NOT = SPACES
             MOVE "DATA DI ESITO SENZA ESITO" TO WS-MOTIVO
             EXIT PARAGRAPH
           END-IF

           MOVE WS-W-HPLACE TO WS-CHK-PLACE
           PERFORM 2600-CHECK-PLACE
           IF NOT PLACE-OK
             MOVE "LUOGO DELL'OSPEDALE NON NEL GAZETTEER"
               TO WS-MOTIVO
             EXIT PARAGRAPH
           END-IF
           MOVE WS-W-NPLACE TO WS-CHK-PLACE
           PERFORM 2600-CHECK-PLACE
           IF NOT PLACE-OK
             MOVE "LUOGO DELLA BALIA NON NEL GAZETTEER" TO WS-MOTIVO
           END-IF
           .

      *----------------------------------------------------------------*
      * Data vuota, solo anno (AAAA) o piena (AAAA-MM-GG): i libri     *
      * degli esposti non sempre scrivono il giorno del baliatico.     *
      *----------------------------------------------------------------*
       2500-CHECK-DATE.
           MOVE "Y" TO WS-DATE-OK
           IF WS-CHK-DATE = SPACES
             EXIT PARAGRAPH
           END-IF
           IF WS-CHK-DATE(1:4) IS NOT NUMERIC
             MOVE "N" TO WS-DATE-OK
             EXIT PARAGRAPH
           END-IF
           IF WS-CHK-DATE(5:6) = SPACES
             EXIT PARAGRAPH
           END-IF
           IF WS-CHK-DATE(5:1) NOT = "-"
              OR WS-CHK-DATE(6:2) IS NOT NUMERIC
              OR WS-CHK-DATE(8:1) NOT = "-"
              OR WS-CHK-DATE(9:2) IS NOT NUMERIC
              OR WS-CHK-DATE(6:2) < "01" OR WS-CHK-DATE(6:2) > "12"
              OR WS-CHK-DATE(9:2) < "01" OR WS-CHK-DATE(9:2) > "31"
             MOVE "N" TO WS-DATE-OK
           END-IF
           .

       2600-CHECK-PLACE.
           MOVE "Y" TO WS-PLACE-OK
           IF WS-CHK-PLACE = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE "PLACE   (PLACID=            )" TO WS-SSA-PLAC
           MOVE WS-CHK-PLACE TO WS-SSA-PLAC(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PLAC-SEG
                                WS-SSA-PLAC
           IF DB-STATUS NOT = SPACES
             MOVE "N" TO WS-PLACE-OK
           END-IF
           .

      *----------------------------------------------------------------*
      * Scheda sotto la persona: ISRT la prima volta, REPL se c'e'     *
      * gia' (l'ID resta quello della prima trascrizione). Poi la      *
      * persona passa a genitori ignoti (ri-GU prima della REPL, la    *
      * scheda ha spostato la posizione).                              *
      *----------------------------------------------------------------*
       3000-STORE-FOUNDLING.
           MOVE "FOUNDLG (PERSID=            )" TO WS-SSA-FNDL
           MOVE WS-W-PERS TO WS-SSA-FNDL(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1FNDL-SEG
                                WS-SSA-FNDL
           IF DB-STATUS = SPACES
             MOVE "Y" TO WS-FNDL-EXISTS
             MOVE "AGGIORNATA" TO WS-AZIONE
           ELSE
             MOVE "N" TO WS-FNDL-EXISTS
             MOVE "INSERITA" TO WS-AZIONE
             MOVE SPACES TO GN1FNDL-SEG
             STRING "FD" WS-W-PERS(3:10)
               DELIMITED BY SIZE INTO FNDL-ID
           END-IF

           MOVE WS-W-PERS TO FNDL-PERS
           MOVE WS-W-HOSP TO FNDL-HOSP
           MOVE WS-W-HPLACE TO FNDL-HPLACE
           MOVE WS-W-ADM-DATE TO FNDL-ADM-DATE
           MOVE WS-W-ADM-NUM TO FNDL-ADM-NUM
           MOVE WS-W-TOKEN TO FNDL-TOKEN
           MOVE FUNCTION UPPER-CASE(WS-W-SURN) TO FNDL-GIVEN-SURN
           MOVE WS-W-NURSE TO FNDL-NURSE
           MOVE WS-W-NPLACE TO FNDL-NURSE-PLACE
           MOVE WS-W-NDATE TO FNDL-NURSE-DATE
           MOVE WS-OUT-CODE TO FNDL-OUTCOME
           MOVE WS-W-OUT-DATE TO FNDL-OUT-DATE

           IF FNDL-EXISTS
             MOVE DLI-REPL TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1FNDL-SEG
           ELSE
             MOVE DLI-ISRT TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1FNDL-SEG
                                  WS-SSA-FNDL
           END-IF
           IF DB-STATUS NOT = SPACES
             MOVE "SCRITTURA FOUNDLG FALLITA" TO WS-MOTIVO
             EXIT PARAGRAPH
           END-IF

           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           IF DB-STATUS NOT = SPACES
             MOVE "PERSONA NON PIU' LEGGIBILE" TO WS-MOTIVO
             EXIT PARAGRAPH
           END-IF
           IF NOT PERS-ESPOSTO
             MOVE "I" TO PERS-PARENTAGE
             ADD 1 TO PERS-VERSION-SEQ
             MOVE FUNCTION CURRENT-DATE(1:14) TO PERS-UPDATED-AT
             MOVE DLI-REPL TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PRSN-SEG
             IF DB-STATUS NOT = SPACES
               MOVE "REPL PERSON FALLITA" TO WS-MOTIVO
               EXIT PARAGRAPH
             END-IF
           END-IF
           MOVE "APPLICATA" TO WS-ESITO
           STRING "SCHEDA " FUNCTION TRIM(FNDL-ID) " "
                  FUNCTION TRIM(WS-AZIONE)
             DELIMITED BY SIZE INTO WS-MOTIVO
           PERFORM 8000-WRITE-JOURNAL-ROW
           .

      *----------------------------------------------------------------*
      * Riga journal per ogni scheda applicata, sotto la persona.      *
      *----------------------------------------------------------------*
       8000-WRITE-JOURNAL-ROW.
           MOVE SPACES TO GN1JRNL-SEG
           ADD 1 TO WS-JRNL-SEQ
           STRING "JF" WS-JRNL-SEQ DELIMITED BY SIZE INTO JRNL-ID
           MOVE "ESPOSTO" TO JRNL-OP
           MOVE WS-W-PERS TO JRNL-ENTID
           STRING "ESPOSTO " FUNCTION TRIM(FNDL-ID)
                  " N. " FUNCTION TRIM(FNDL-ADM-NUM)
                  " DEL " FNDL-ADM-DATE
             DELIMITED BY SIZE INTO JRNL-DESC
           MOVE "GN3FNDM0" TO JRNL-OPER
           MOVE FUNCTION CURRENT-DATE(1:8) TO JRNL-SESS
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TS
           MOVE "JOURNAL (PERSID=            )" TO WS-SSA-JRNL
           MOVE WS-W-PERS TO WS-SSA-JRNL(17:12)
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1JRNL-SEG
                                WS-SSA-JRNL
           .

       9000-WRITE-ESITO.
           MOVE SPACES TO ESITI-REC
           STRING FUNCTION TRIM(WS-W-PERS) "|"
                  FUNCTION TRIM(WS-W-HOSP) "|"
                  FUNCTION TRIM(WS-W-ADM-NUM) "|"
                  FUNCTION TRIM(WS-ESITO) "|"
                  FUNCTION TRIM(WS-MOTIVO)
             DELIMITED BY SIZE INTO ESITI-REC
           WRITE ESITI-REC
           .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3EMIL0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Caricamento delle liste di bordo dell'emigrazione e
                proposta dei candidati. Legge il manifesto portato
                dai discendenti, una riga per passeggero separata
                da virgole:
                  nave,porto,data,nome,eta,paese,destinazione
                (data AAAA-MM-GG; una prima riga di intestazione
                che comincia con NAVE o SHIP si salta, come le
                righe vuote o con "#"), e ne fa segmenti EMIGRAT
                risolvendo il paese d'origine nel gazetteer, per
                nome corrente o per una forma storica PLACNAM
                (prima quella valida alla data di partenza). Le
                righe gia' caricate (stessa nave, data e nome) non
                si ricaricano. Per ogni riga ancora aperta propone
                le persone candidate con un punteggio:
                  cognome   chiave fonetica uguale 40, a distanza
                            1 20 (oltre: nessun candidato)
                  nome      uguale dopo il dizionario di
                            equivalenza 30, stessa iniziale 10
                  nascita   anno entro la finestra attorno a
                            anno di partenza - eta' 20 (fuori
                            finestra: nessun candidato)
                  paese     luogo di nascita uguale 20, padre o
                            figlio nel gazetteer 10
                provando il nome del passeggero nei due ordini
                (nome cognome / cognome nome). Escono i primi
                cinque candidati sopra soglia per riga nella
                worklist EMIG-ID|PERS-ID|PUNTI|PASSEGGERO|
                CANDIDATO|ESITO, sullo schema di GN3DUP00/GN3MRG00:
                l'ultima colonna si compila a mano (CONFERMA o
                ESCLUDI) e la applica GN3EMIA0.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-IN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FS.
           SELECT WORKLIST-FILE ASSIGN TO DYNAMIC WS-OUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO DYNAMIC WS-SORT-FILE.
           SELECT NOMIEQV-FILE ASSIGN TO "data/NOMIEQV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEQ-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST-FILE.
       01  MANIFEST-REC          PIC X(250).

       FD  WORKLIST-FILE.
       01  WORKLIST-REC          PIC X(200).

       SD  SORT-WORK.
       01  SORT-REC.
           05 SORT-EMIG-ID       PIC X(12).
           05 SORT-SCORE-INV     PIC 9(3).
           05 SORT-PERS-ID       PIC X(12).
           05 SORT-SCORE         PIC 9(3).
           05 SORT-EM-IX         PIC 9(4).
           05 SORT-P-IX          PIC 9(5).

       FD  NOMIEQV-FILE.
       01  NOMIEQV-REC           PIC X(40).

       WORKING-STORAGE SECTION.
       77  WS-IN-FILE            PIC X(256) VALUE SPACES.
       77  WS-OUT-FILE           PIC X(256) VALUE SPACES.
       77  WS-SORT-FILE          PIC X(64)
           VALUE "work/gn3emil-sort.tmp".
       77  WS-IN-FS              PIC X(2) VALUE "00".
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-WINDOW             PIC 9(2) VALUE 3.
       77  WS-WINDOW-ARG         PIC X(2) VALUE SPACES.
       77  WS-THRESHOLD          PIC 9(3) VALUE 50.
       77  WS-THRESH-ARG         PIC X(3) VALUE SPACES.
       77  WS-READ-CT            PIC 9(5) VALUE 0.
       77  WS-LOAD-CT            PIC 9(5) VALUE 0.
       77  WS-DUP-CT             PIC 9(5) VALUE 0.
       77  WS-BAD-CT             PIC 9(5) VALUE 0.
       77  WS-TOWN-CT            PIC 9(5) VALUE 0.
       77  WS-OPEN-CT            PIC 9(5) VALUE 0.
       77  WS-NOCAND-CT          PIC 9(5) VALUE 0.
       77  WS-CAND-CT            PIC 9(7) VALUE 0.
       77  WS-SEQ                PIC 9(7) VALUE 0.
       77  WS-MAX-SEQ            PIC 9(7) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".
           05 DLI-ISRT           PIC X(4) VALUE "ISRT".

      * CAMPI DELLA RIGA DEL MANIFESTO
       01  WS-M-SHIP             PIC X(30) VALUE SPACES.
       01  WS-M-PORT             PIC X(30) VALUE SPACES.
       01  WS-M-DATE             PIC X(10) VALUE SPACES.
       01  WS-M-NAME             PIC X(40) VALUE SPACES.
       01  WS-M-AGE              PIC X(3) JUSTIFIED RIGHT
                                 VALUE SPACES.
       01  WS-M-TOWN             PIC X(30) VALUE SPACES.
       01  WS-M-DEST             PIC X(30) VALUE SPACES.

      * PERSONE NON CANCELLATE, CON NOME DI BATTESIMO CANONICO E
      * CHIAVE FONETICA DEL COGNOME (ULTIMA PAROLA DEL NOME)
       01  WS-P-TABLE.
           05 WS-P-ENTRY OCCURS 5000 TIMES.
              10 WS-P-ID         PIC X(12).
              10 WS-P-NAME       PIC X(40).
              10 WS-P-GIVEN      PIC X(15).
              10 WS-P-SKEY       PIC X(8).
              10 WS-P-BDATE      PIC X(10).
              10 WS-P-BPLACE     PIC X(12).
       01  WS-P-COUNT            PIC 9(5) VALUE 0.
       01  WS-P-IX               PIC 9(5) VALUE 0.

      * GAZETTEER E STORIA DEI NOMI, IN MAIUSCOLO PER IL RISCONTRO
       01  WS-PL-TABLE.
           05 WS-PL-ENTRY OCCURS 2000 TIMES.
              10 WS-PL-ID        PIC X(12).
              10 WS-PL-NAME      PIC X(60).
              10 WS-PL-PARENT    PIC X(12).
       01  WS-PL-COUNT           PIC 9(4) VALUE 0.
       01  WS-PL-IX              PIC 9(4) VALUE 0.
       01  WS-PN-TABLE.
           05 WS-PN-ENTRY OCCURS 2000 TIMES.
              10 WS-PN-PLAC      PIC X(12).
              10 WS-PN-NAME      PIC X(60).
              10 WS-PN-FROM      PIC X(10).
              10 WS-PN-TO        PIC X(10).
       01  WS-PN-COUNT           PIC 9(4) VALUE 0.
       01  WS-PN-IX              PIC 9(4) VALUE 0.
       01  WS-TOWN-U             PIC X(60) VALUE SPACES.
       01  WS-TOWN-PLACE         PIC X(12) VALUE SPACES.

      * RIGHE DI MANIFESTO GIA' A DATABASE PIU' QUELLE CARICATE ORA
       01  WS-EM-TABLE.
           05 WS-EM-ENTRY OCCURS 2000 TIMES.
              10 WS-EM-ID        PIC X(12).
              10 WS-EM-SHIP      PIC X(30).
              10 WS-EM-DATE      PIC X(10).
              10 WS-EM-NAME      PIC X(40).
              10 WS-EM-AGE       PIC X(3).
              10 WS-EM-TOWN      PIC X(30).
              10 WS-EM-PLACE     PIC X(12).
              10 WS-EM-STATUS    PIC X(1).
       01  WS-EM-COUNT           PIC 9(4) VALUE 0.
       01  WS-EM-IX              PIC 9(4) VALUE 0.

      * PUNTEGGIO DI UNA COPPIA RIGA/PERSONA
       01  WS-SCORE              PIC 9(3) VALUE 0.
       01  WS-SCORE-A            PIC 9(3) VALUE 0.
       01  WS-SCORE-B            PIC 9(3) VALUE 0.
       01  WS-NAME-SCORE         PIC 9(3) VALUE 0.
       01  WS-FIRST-WORD         PIC X(40) VALUE SPACES.
       01  WS-LAST-WORD          PIC X(40) VALUE SPACES.
       01  WS-FIRST-GIVEN        PIC X(15) VALUE SPACES.
       01  WS-LAST-GIVEN         PIC X(15) VALUE SPACES.
       01  WS-FIRST-KEY          PIC X(8) VALUE SPACES.
       01  WS-LAST-KEY           PIC X(8) VALUE SPACES.
       01  WS-TRY-GIVEN          PIC X(15) VALUE SPACES.
       01  WS-TRY-KEY            PIC X(8) VALUE SPACES.
       01  WS-EXP-YEAR           PIC 9(4) VALUE 0.
       01  WS-BIRTH-YEAR         PIC 9(4) VALUE 0.
       01  WS-YEAR-DIFF          PIC 9(4) VALUE 0.
       01  WS-AGE-NUM            PIC 9(3) VALUE 0.
       01  WS-WORD-IX            PIC 9(4) VALUE 0.
       01  WS-WORD-LEN           PIC 9(4) VALUE 0.
       01  WS-SPLIT-IN           PIC X(40) VALUE SPACES.
       01  WS-SPLIT-FIRST        PIC X(40) VALUE SPACES.
       01  WS-SPLIT-LAST         PIC X(40) VALUE SPACES.
       01  WS-PREV-EMIG          PIC X(12) VALUE SPACES.
       01  WS-ROW-CAND           PIC 9(3) VALUE 0.
       01  WS-SCORE-ED           PIC ZZ9.

      * DIZIONARIO DI EQUIVALENZA DEI NOMI DI BATTESIMO (COME
      * GN3DUP00: DEFAULT COMPILATI PIU' data/NOMIEQV.DAT)
       01  WS-NEQ-FS             PIC X(2) VALUE "00".
       01  WS-NEQ-EOF            PIC X VALUE "N".
           88 NEQ-EOF-YES        VALUE "Y".
       COPY "GNGNEQV.cpy".

      * CHIAVE FONETICA DEI COGNOMI (COME FIND SOUNDS DEL CLI)
       COPY "GENFKEY.CPY".

       01  WS-SW.
           10 WS-EOF             PIC X VALUE "N".
              88 EOF-YES         VALUE "Y".
           10 WS-SORT-EOF        PIC X VALUE "N".
              88 SORT-EOF-YES    VALUE "Y".
           10 WS-DUP             PIC X VALUE "N".
              88 DUP-YES         VALUE "Y".

       COPY GN1PRSN.
       COPY GN1PLAC.
       COPY GN1PNAM.
       COPY GN1EMIG.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 2
             DISPLAY "USO: GN3EMIL0 <manifesto-in> <worklist-out> "
                     "[finestra-anni] [soglia]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-IN-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-IN-FILE) TO WS-IN-FILE
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           IF WS-ARGC >= 3
             ACCEPT WS-WINDOW-ARG FROM ARGUMENT-VALUE
             IF FUNCTION TRIM(WS-WINDOW-ARG) IS NUMERIC
               MOVE FUNCTION TRIM(WS-WINDOW-ARG) TO WS-WINDOW
             END-IF
           END-IF
           IF WS-ARGC >= 4
             ACCEPT WS-THRESH-ARG FROM ARGUMENT-VALUE
             IF FUNCTION TRIM(WS-THRESH-ARG) IS NUMERIC
               MOVE FUNCTION TRIM(WS-THRESH-ARG) TO WS-THRESHOLD
             END-IF
           END-IF

           OPEN INPUT MANIFEST-FILE
           IF WS-IN-FS NOT = "00"
             DISPLAY "ERRORE OPEN INPUT SU "
                     FUNCTION TRIM(WS-IN-FILE)
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM 0500-LOAD-NAME-EQUIV
           PERFORM 1000-LOAD-PERSONS
           PERFORM 1100-LOAD-PLACES
           PERFORM 1150-LOAD-PLACE-NAMES
           PERFORM 1200-LOAD-EMIGRANTS
           PERFORM 2000-LOAD-MANIFEST
           CLOSE MANIFEST-FILE

           SORT SORT-WORK
               ON ASCENDING KEY SORT-EMIG-ID SORT-SCORE-INV
               INPUT PROCEDURE 3000-PROPOSE-CANDIDATES
               OUTPUT PROCEDURE 4000-WRITE-WORKLIST

           DISPLAY "GN3EMIL0: RIGHE LETTE         = " WS-READ-CT
           DISPLAY "GN3EMIL0: RIGHE CARICATE      = " WS-LOAD-CT
           DISPLAY "GN3EMIL0: GIA' PRESENTI       = " WS-DUP-CT
           DISPLAY "GN3EMIL0: RIGHE SCARTATE      = " WS-BAD-CT
           DISPLAY "GN3EMIL0: PAESI RISOLTI       = " WS-TOWN-CT
           DISPLAY "GN3EMIL0: RIGHE APERTE        = " WS-OPEN-CT
           DISPLAY "GN3EMIL0: SENZA CANDIDATI     = " WS-NOCAND-CT
           DISPLAY "GN3EMIL0: CANDIDATI PROPOSTI  = " WS-CAND-CT
           IF WS-BAD-CT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       0500-LOAD-NAME-EQUIV.
           MOVE 0 TO GNEQ-EXT-COUNT
           MOVE "N" TO WS-NEQ-EOF
           OPEN INPUT NOMIEQV-FILE
           IF WS-NEQ-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL NEQ-EOF-YES OR GNEQ-EXT-COUNT >= 80
             READ NOMIEQV-FILE
               AT END
                 MOVE "Y" TO WS-NEQ-EOF
               NOT AT END
                 IF NOMIEQV-REC NOT = SPACES
                    AND NOMIEQV-REC(1:1) NOT = "#"
                   ADD 1 TO GNEQ-EXT-COUNT
                   UNSTRING NOMIEQV-REC DELIMITED BY "|"
                     INTO GNEQ-EXT-FORM(GNEQ-EXT-COUNT)
                          GNEQ-EXT-CANON(GNEQ-EXT-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE NOMIEQV-FILE
           .

       1000-LOAD-PERSONS.
           MOVE 0 TO WS-P-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-P-COUNT >= 5000
             IF PERS-IS-DELETED NOT = "Y" AND PERS-NAME NOT = SPACES
               ADD 1 TO WS-P-COUNT
               MOVE PERS-ID TO WS-P-ID(WS-P-COUNT)
               MOVE PERS-NAME TO WS-P-NAME(WS-P-COUNT)
               MOVE PERS-BDATE TO WS-P-BDATE(WS-P-COUNT)
               MOVE PERS-BPLACE TO WS-P-BPLACE(WS-P-COUNT)
               MOVE FUNCTION UPPER-CASE(PERS-NAME) TO WS-SPLIT-IN
               PERFORM 8500-SPLIT-NAME
               MOVE WS-SPLIT-FIRST TO GNEQ-LOOKUP
               PERFORM 8600-RESOLVE-GIVEN-NAME
               IF GNEQ-RESULT NOT = SPACES
                 MOVE GNEQ-RESULT TO WS-P-GIVEN(WS-P-COUNT)
               ELSE
                 MOVE WS-SPLIT-FIRST TO WS-P-GIVEN(WS-P-COUNT)
               END-IF
               MOVE WS-SPLIT-LAST TO FKEY-IN
               PERFORM 9100-BUILD-PHONETIC-KEY
               MOVE FKEY-OUT TO WS-P-SKEY(WS-P-COUNT)
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PRSN-SEG
           END-PERFORM
           .

       1100-LOAD-PLACES.
           MOVE 0 TO WS-PL-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PLAC-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-PL-COUNT >= 2000
             ADD 1 TO WS-PL-COUNT
             MOVE PLAC-ID TO WS-PL-ID(WS-PL-COUNT)
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PLAC-NAME))
               TO WS-PL-NAME(WS-PL-COUNT)
             MOVE PLAC-PARENT TO WS-PL-PARENT(WS-PL-COUNT)
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PLAC-SEG
           END-PERFORM
           .

       1150-LOAD-PLACE-NAMES.
           MOVE 0 TO WS-PN-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PNAM-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-PN-COUNT >= 2000
             ADD 1 TO WS-PN-COUNT
             MOVE PNAM-PLAC TO WS-PN-PLAC(WS-PN-COUNT)
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PNAM-NAME))
               TO WS-PN-NAME(WS-PN-COUNT)
             MOVE PNAM-FROM TO WS-PN-FROM(WS-PN-COUNT)
             MOVE PNAM-TO TO WS-PN-TO(WS-PN-COUNT)
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PNAM-SEG
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Righe gia' a database: servono al controllo dei doppioni, al   *
      * progressivo (il piu' alto + 1) e alla proposta, che riguarda   *
      * anche le righe aperte dei caricamenti precedenti.              *
      *----------------------------------------------------------------*
       1200-LOAD-EMIGRANTS.
           MOVE 0 TO WS-EM-COUNT WS-MAX-SEQ
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EMIG-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-EM-COUNT >= 2000
             ADD 1 TO WS-EM-COUNT
             PERFORM 1210-STORE-EMIGRANT
             IF EMIG-ID(3:7) IS NUMERIC
               MOVE EMIG-ID(3:7) TO WS-SEQ
               IF WS-SEQ > WS-MAX-SEQ
                 MOVE WS-SEQ TO WS-MAX-SEQ
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1EMIG-SEG
           END-PERFORM
           .

       1210-STORE-EMIGRANT.
           MOVE EMIG-ID TO WS-EM-ID(WS-EM-COUNT)
           MOVE EMIG-SHIP TO WS-EM-SHIP(WS-EM-COUNT)
           MOVE EMIG-DATE TO WS-EM-DATE(WS-EM-COUNT)
           MOVE EMIG-NAME TO WS-EM-NAME(WS-EM-COUNT)
           MOVE EMIG-AGE TO WS-EM-AGE(WS-EM-COUNT)
           MOVE EMIG-TOWN TO WS-EM-TOWN(WS-EM-COUNT)
           MOVE EMIG-PLACE TO WS-EM-PLACE(WS-EM-COUNT)
           MOVE EMIG-STATUS TO WS-EM-STATUS(WS-EM-COUNT)
           .

      *----------------------------------------------------------------*
      * Carico del manifesto: ogni riga valida diventa un EMIGRAT      *
      * radice con lo stato N (aperta).                                *
      *----------------------------------------------------------------*
       2000-LOAD-MANIFEST.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF-YES
             READ MANIFEST-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF MANIFEST-REC NOT = SPACES
                    AND MANIFEST-REC(1:1) NOT = "#"
                   PERFORM 2100-LOAD-ONE-ROW
                 END-IF
             END-READ
           END-PERFORM
           .

       2100-LOAD-ONE-ROW.
           MOVE SPACES TO WS-M-SHIP WS-M-PORT WS-M-DATE WS-M-NAME
                          WS-M-AGE WS-M-TOWN WS-M-DEST
           UNSTRING MANIFEST-REC DELIMITED BY ","
             INTO WS-M-SHIP WS-M-PORT WS-M-DATE WS-M-NAME
                  WS-M-AGE WS-M-TOWN WS-M-DEST
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-M-SHIP))
             TO WS-M-SHIP
           IF WS-M-SHIP = "NAVE" OR WS-M-SHIP = "SHIP"
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-READ-CT
           MOVE FUNCTION TRIM(WS-M-DATE) TO WS-M-DATE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-M-NAME))
             TO WS-M-NAME
           IF WS-M-NAME = SPACES
              OR WS-M-DATE(1:4) IS NOT NUMERIC
              OR WS-M-DATE(5:1) NOT = "-"
              OR WS-M-DATE(8:1) NOT = "-"
             ADD 1 TO WS-BAD-CT
             DISPLAY "GN3EMIL0: RIGA SCARTATA (NOME O DATA): "
                     FUNCTION TRIM(MANIFEST-REC)
             EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DUP
           PERFORM VARYING WS-EM-IX FROM 1 BY 1
               UNTIL WS-EM-IX > WS-EM-COUNT OR DUP-YES
             IF WS-EM-SHIP(WS-EM-IX) = WS-M-SHIP
                AND WS-EM-DATE(WS-EM-IX) = WS-M-DATE
                AND WS-EM-NAME(WS-EM-IX) = WS-M-NAME
               MOVE "Y" TO WS-DUP
             END-IF
           END-PERFORM
           IF DUP-YES
             ADD 1 TO WS-DUP-CT
             EXIT PARAGRAPH
           END-IF
           IF WS-EM-COUNT >= 2000
             ADD 1 TO WS-BAD-CT
             DISPLAY "GN3EMIL0: TAVOLA PIENA, RIGA NON CARICATA: "
                     FUNCTION TRIM(WS-M-NAME)
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO GN1EMIG-SEG
           ADD 1 TO WS-MAX-SEQ
           STRING "EM" WS-MAX-SEQ DELIMITED BY SIZE INTO EMIG-ID
           MOVE WS-M-SHIP TO EMIG-SHIP
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-M-PORT))
             TO EMIG-PORT
           MOVE WS-M-DATE TO EMIG-DATE
           MOVE WS-M-NAME TO EMIG-NAME
           MOVE FUNCTION TRIM(WS-M-AGE) TO WS-M-AGE
           INSPECT WS-M-AGE REPLACING LEADING SPACE BY ZERO
           IF WS-M-AGE IS NUMERIC AND WS-M-AGE NOT = "000"
             MOVE WS-M-AGE TO EMIG-AGE
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-M-TOWN))
             TO EMIG-TOWN
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-M-DEST))
             TO EMIG-DEST
           PERFORM 2200-RESOLVE-TOWN
           MOVE WS-TOWN-PLACE TO EMIG-PLACE
           IF WS-TOWN-PLACE NOT = SPACES
             ADD 1 TO WS-TOWN-CT
           END-IF
           MOVE "N" TO EMIG-STATUS
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EMIG-SEG
           IF DB-STATUS = SPACES
             ADD 1 TO WS-LOAD-CT
             ADD 1 TO WS-EM-COUNT
             PERFORM 1210-STORE-EMIGRANT
           ELSE
             ADD 1 TO WS-BAD-CT
             DISPLAY "GN3EMIL0: ISRT FALLITA (" DB-STATUS ") PER "
                     FUNCTION TRIM(WS-M-NAME)
           END-IF
           .

      *----------------------------------------------------------------*
      * Paese d'origine nel gazetteer: prima il nome corrente del      *
      * luogo, poi una forma storica PLACNAM valida alla data di       *
      * partenza, infine qualunque forma storica (l'emigrante scrive   *
      * il nome che conosceva, non sempre quello del suo anno).        *
      *----------------------------------------------------------------*
       2200-RESOLVE-TOWN.
           MOVE SPACES TO WS-TOWN-PLACE
           IF EMIG-TOWN = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE EMIG-TOWN TO WS-TOWN-U
           PERFORM VARYING WS-PL-IX FROM 1 BY 1
               UNTIL WS-PL-IX > WS-PL-COUNT
                  OR WS-TOWN-PLACE NOT = SPACES
             IF WS-PL-NAME(WS-PL-IX) = WS-TOWN-U
               MOVE WS-PL-ID(WS-PL-IX) TO WS-TOWN-PLACE
             END-IF
           END-PERFORM
           PERFORM VARYING WS-PN-IX FROM 1 BY 1
               UNTIL WS-PN-IX > WS-PN-COUNT
                  OR WS-TOWN-PLACE NOT = SPACES
             IF WS-PN-NAME(WS-PN-IX) = WS-TOWN-U
                AND (WS-PN-FROM(WS-PN-IX) = SPACES
                     OR WS-PN-FROM(WS-PN-IX) <= EMIG-DATE)
                AND (WS-PN-TO(WS-PN-IX) = SPACES
                     OR WS-PN-TO(WS-PN-IX) >= EMIG-DATE)
               MOVE WS-PN-PLAC(WS-PN-IX) TO WS-TOWN-PLACE
             END-IF
           END-PERFORM
           PERFORM VARYING WS-PN-IX FROM 1 BY 1
               UNTIL WS-PN-IX > WS-PN-COUNT
                  OR WS-TOWN-PLACE NOT = SPACES
             IF WS-PN-NAME(WS-PN-IX) = WS-TOWN-U
               MOVE WS-PN-PLAC(WS-PN-IX) TO WS-TOWN-PLACE
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Proposta: per ogni riga aperta, il nome del passeggero si      *
      * spezza in prima e ultima parola; per ciascuna si preparano il  *
      * nome canonico e la chiave fonetica, poi ogni persona prende il *
      * punteggio migliore fra i due ordini.                           *
      *----------------------------------------------------------------*
       3000-PROPOSE-CANDIDATES.
           PERFORM VARYING WS-EM-IX FROM 1 BY 1
               UNTIL WS-EM-IX > WS-EM-COUNT
             IF WS-EM-STATUS(WS-EM-IX) = "N"
               ADD 1 TO WS-OPEN-CT
               PERFORM 3100-PREPARE-ROW
               MOVE 0 TO WS-ROW-CAND
               PERFORM VARYING WS-P-IX FROM 1 BY 1
                   UNTIL WS-P-IX > WS-P-COUNT
                 PERFORM 3200-SCORE-PERSON
                 IF WS-SCORE >= WS-THRESHOLD
                   ADD 1 TO WS-ROW-CAND
                   MOVE SPACES TO SORT-REC
                   MOVE WS-EM-ID(WS-EM-IX) TO SORT-EMIG-ID
                   COMPUTE SORT-SCORE-INV = 999 - WS-SCORE
                   MOVE WS-P-ID(WS-P-IX) TO SORT-PERS-ID
                   MOVE WS-SCORE TO SORT-SCORE
                   MOVE WS-EM-IX TO SORT-EM-IX
                   MOVE WS-P-IX TO SORT-P-IX
                   RELEASE SORT-REC
                 END-IF
               END-PERFORM
               IF WS-ROW-CAND = 0
                 ADD 1 TO WS-NOCAND-CT
               END-IF
             END-IF
           END-PERFORM
           .

       3100-PREPARE-ROW.
           MOVE WS-EM-NAME(WS-EM-IX) TO WS-SPLIT-IN
           PERFORM 8500-SPLIT-NAME
           MOVE WS-SPLIT-FIRST TO WS-FIRST-WORD
           MOVE WS-SPLIT-LAST TO WS-LAST-WORD
           MOVE WS-FIRST-WORD TO GNEQ-LOOKUP
           PERFORM 8600-RESOLVE-GIVEN-NAME
           IF GNEQ-RESULT NOT = SPACES
             MOVE GNEQ-RESULT TO WS-FIRST-GIVEN
           ELSE
             MOVE WS-FIRST-WORD TO WS-FIRST-GIVEN
           END-IF
           MOVE WS-LAST-WORD TO GNEQ-LOOKUP
           PERFORM 8600-RESOLVE-GIVEN-NAME
           IF GNEQ-RESULT NOT = SPACES
             MOVE GNEQ-RESULT TO WS-LAST-GIVEN
           ELSE
             MOVE WS-LAST-WORD TO WS-LAST-GIVEN
           END-IF
           MOVE WS-FIRST-WORD TO FKEY-IN
           PERFORM 9100-BUILD-PHONETIC-KEY
           MOVE FKEY-OUT TO WS-FIRST-KEY
           MOVE WS-LAST-WORD TO FKEY-IN
           PERFORM 9100-BUILD-PHONETIC-KEY
           MOVE FKEY-OUT TO WS-LAST-KEY
      *    ANNO DI NASCITA ATTESO = ANNO DI PARTENZA - ETA' DICHIARATA
           MOVE 0 TO WS-EXP-YEAR
           IF WS-EM-AGE(WS-EM-IX) IS NUMERIC
              AND WS-EM-DATE(WS-EM-IX)(1:4) IS NUMERIC
             MOVE WS-EM-AGE(WS-EM-IX) TO WS-AGE-NUM
             COMPUTE WS-EXP-YEAR =
               FUNCTION NUMVAL(WS-EM-DATE(WS-EM-IX)(1:4))
               - WS-AGE-NUM
           END-IF
           .

       3200-SCORE-PERSON.
           MOVE 0 TO WS-SCORE
      *    ORDINE NOME COGNOME
           MOVE WS-FIRST-GIVEN TO WS-TRY-GIVEN
           MOVE WS-LAST-KEY TO WS-TRY-KEY
           PERFORM 3210-SCORE-NAME
           MOVE WS-NAME-SCORE TO WS-SCORE-A
      *    ORDINE COGNOME NOME (LE LISTE DI BORDO SCRIVONO COSI')
           MOVE WS-LAST-GIVEN TO WS-TRY-GIVEN
           MOVE WS-FIRST-KEY TO WS-TRY-KEY
           PERFORM 3210-SCORE-NAME
           MOVE WS-NAME-SCORE TO WS-SCORE-B
           IF WS-SCORE-A >= WS-SCORE-B
             MOVE WS-SCORE-A TO WS-SCORE
           ELSE
             MOVE WS-SCORE-B TO WS-SCORE
           END-IF
           IF WS-SCORE = 0
             EXIT PARAGRAPH
           END-IF
      *    FINESTRA DELL'ANNO DI NASCITA: FUORI FINESTRA NON E' LUI
           IF WS-EXP-YEAR > 0
              AND WS-P-BDATE(WS-P-IX)(1:4) IS NUMERIC
             MOVE WS-P-BDATE(WS-P-IX)(1:4) TO WS-BIRTH-YEAR
             IF WS-BIRTH-YEAR > WS-EXP-YEAR
               COMPUTE WS-YEAR-DIFF = WS-BIRTH-YEAR - WS-EXP-YEAR
             ELSE
               COMPUTE WS-YEAR-DIFF = WS-EXP-YEAR - WS-BIRTH-YEAR
             END-IF
             IF WS-YEAR-DIFF > WS-WINDOW
               MOVE 0 TO WS-SCORE
               EXIT PARAGRAPH
             END-IF
             ADD 20 TO WS-SCORE
           END-IF
      *    PAESE D'ORIGINE CONTRO LUOGO DI NASCITA
           IF WS-EM-PLACE(WS-EM-IX) NOT = SPACES
              AND WS-P-BPLACE(WS-P-IX) NOT = SPACES
             IF WS-EM-PLACE(WS-EM-IX) = WS-P-BPLACE(WS-P-IX)
               ADD 20 TO WS-SCORE
             ELSE
               PERFORM 3220-CHECK-NEAR-PLACE
             END-IF
           END-IF
           IF WS-SCORE > 100
             MOVE 100 TO WS-SCORE
           END-IF
           .

      *----------------------------------------------------------------*
      * Punteggio del nome in un ordine: la chiave fonetica del        *
      * cognome e' la condizione (uguale 40, distanza 1 20, altrimenti *
      * zero e nessun candidato), il nome di battesimo aggiunge.       *
      *----------------------------------------------------------------*
       3210-SCORE-NAME.
           MOVE 0 TO WS-NAME-SCORE
           IF WS-TRY-KEY = SPACES
             EXIT PARAGRAPH
           END-IF
           IF WS-TRY-KEY = WS-P-SKEY(WS-P-IX)
             MOVE 40 TO WS-NAME-SCORE
           ELSE
             MOVE WS-TRY-KEY TO FK-KEY-A
             MOVE WS-P-SKEY(WS-P-IX) TO FK-KEY-B
             PERFORM 9200-KEY-DISTANCE
             IF FK-DIST > 1
               EXIT PARAGRAPH
             END-IF
             MOVE 20 TO WS-NAME-SCORE
           END-IF
           IF WS-TRY-GIVEN = WS-P-GIVEN(WS-P-IX)
             ADD 30 TO WS-NAME-SCORE
           ELSE
             IF WS-TRY-GIVEN(1:1) = WS-P-GIVEN(WS-P-IX)(1:1)
               ADD 10 TO WS-NAME-SCORE
             END-IF
           END-IF
           .

       3220-CHECK-NEAR-PLACE.
           PERFORM VARYING WS-PL-IX FROM 1 BY 1
               UNTIL WS-PL-IX > WS-PL-COUNT
             IF (WS-PL-ID(WS-PL-IX) = WS-P-BPLACE(WS-P-IX)
                 AND WS-PL-PARENT(WS-PL-IX) = WS-EM-PLACE(WS-EM-IX))
                OR (WS-PL-ID(WS-PL-IX) = WS-EM-PLACE(WS-EM-IX)
                 AND WS-PL-PARENT(WS-PL-IX) = WS-P-BPLACE(WS-P-IX))
               ADD 10 TO WS-SCORE
               MOVE WS-PL-COUNT TO WS-PL-IX
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Worklist: per riga di manifesto i candidati in ordine di       *
      * punteggio decrescente, al massimo cinque; la colonna ESITO     *
      * resta vuota per la decisione a mano.                           *
      *----------------------------------------------------------------*
       4000-WRITE-WORKLIST.
           OPEN OUTPUT WORKLIST-FILE
           MOVE SPACES TO WORKLIST-REC
           STRING "# EMIG-ID|PERS-ID|PUNTI|PASSEGGERO|CANDIDATO|"
                  "ESITO (CONFERMA/ESCLUDI)"
             DELIMITED BY SIZE INTO WORKLIST-REC
           WRITE WORKLIST-REC
           MOVE SPACES TO WS-PREV-EMIG
           MOVE "N" TO WS-SORT-EOF
           PERFORM UNTIL SORT-EOF-YES
             RETURN SORT-WORK
               AT END
                 MOVE "Y" TO WS-SORT-EOF
               NOT AT END
                 IF SORT-EMIG-ID NOT = WS-PREV-EMIG
                   MOVE SORT-EMIG-ID TO WS-PREV-EMIG
                   MOVE 0 TO WS-ROW-CAND
                 END-IF
                 ADD 1 TO WS-ROW-CAND
                 IF WS-ROW-CAND <= 5
                   PERFORM 4100-WRITE-CANDIDATE
                 END-IF
             END-RETURN
           END-PERFORM
           CLOSE WORKLIST-FILE
           .

       4100-WRITE-CANDIDATE.
           ADD 1 TO WS-CAND-CT
           MOVE SORT-EM-IX TO WS-EM-IX
           MOVE SORT-P-IX TO WS-P-IX
           MOVE SORT-SCORE TO WS-SCORE-ED
           MOVE SPACES TO WORKLIST-REC
           STRING FUNCTION TRIM(SORT-EMIG-ID) "|"
                  FUNCTION TRIM(SORT-PERS-ID) "|"
                  SORT-SCORE "|"
                  FUNCTION TRIM(WS-EM-NAME(WS-EM-IX))
                  " ETA' " WS-EM-AGE(WS-EM-IX)
                  " DA " FUNCTION TRIM(WS-EM-TOWN(WS-EM-IX))
                  " IL " WS-EM-DATE(WS-EM-IX) "|"
                  FUNCTION TRIM(WS-P-NAME(WS-P-IX))
                  " N. " WS-P-BDATE(WS-P-IX) "|"
             DELIMITED BY SIZE INTO WORKLIST-REC
           WRITE WORKLIST-REC
           .

      *----------------------------------------------------------------*
      * Prima e ultima parola di WS-SPLIT-IN (maiuscolo): per un nome  *
      * di una sola parola coincidono.                                 *
      *----------------------------------------------------------------*
       8500-SPLIT-NAME.
           MOVE SPACES TO WS-SPLIT-FIRST WS-SPLIT-LAST
           MOVE FUNCTION TRIM(WS-SPLIT-IN) TO WS-SPLIT-IN
           IF WS-SPLIT-IN = SPACES
             EXIT PARAGRAPH
           END-IF
           UNSTRING WS-SPLIT-IN DELIMITED BY SPACE
             INTO WS-SPLIT-FIRST
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SPLIT-IN))
             TO WS-WORD-LEN
           MOVE WS-WORD-LEN TO WS-WORD-IX
           PERFORM UNTIL WS-WORD-IX <= 1
                      OR WS-SPLIT-IN(WS-WORD-IX:1) = SPACE
             SUBTRACT 1 FROM WS-WORD-IX
           END-PERFORM
           IF WS-SPLIT-IN(WS-WORD-IX:1) = SPACE
             MOVE WS-SPLIT-IN(WS-WORD-IX + 1:
                              WS-WORD-LEN - WS-WORD-IX)
               TO WS-SPLIT-LAST
           ELSE
             MOVE WS-SPLIT-FIRST TO WS-SPLIT-LAST
           END-IF
           .

       8600-RESOLVE-GIVEN-NAME.
           MOVE SPACES TO GNEQ-RESULT
           PERFORM VARYING GNEQ-IX FROM 1 BY 1
               UNTIL GNEQ-IX > GNEQ-COUNT
             IF GNEQ-FORM(GNEQ-IX) = GNEQ-LOOKUP
               MOVE GNEQ-CANON(GNEQ-IX) TO GNEQ-RESULT
             END-IF
           END-PERFORM
           PERFORM VARYING GNEQ-IX FROM 1 BY 1
               UNTIL GNEQ-IX > GNEQ-EXT-COUNT
             IF GNEQ-EXT-FORM(GNEQ-IX) = GNEQ-LOOKUP
               MOVE GNEQ-EXT-CANON(GNEQ-IX) TO GNEQ-RESULT
             END-IF
           END-PERFORM
           .

       COPY "GENFKEYP.CPY".

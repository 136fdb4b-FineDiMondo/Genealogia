       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3CATM0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Manutenzione delle particelle catastali: la
                particella (PARCEL, radice) di un'edizione del
                catasto con comune, sezione, numero, superficie e
                coltura, e i beni (PARCAST) che la comprendono,
                legati per identita' del bene (ASET-AKEY; ASET-ID per
                un bene censito una volta sola), cosi' che la stessa
                particella segua il podere attraverso i detentori.
                Verbi in riga di comando, nello stile di GN3DEDM0:
                  GN3CATM0 CARICA <file-csv> [PROVA]
                    carica il CSV delle particelle dell'archivio di
                    stato, una per riga:
                      EDIZIONE,ANNO,COMUNE,SEZIONE,PARTICELLA,
                      SUPERFICIE,COLTURA[,LAT,LON[,BENE]]
                    ANNO = anno di attivazione dell'edizione (vuoto
                    se ignoto), COMUNE = PLACE-ID del gazetteer o il
                    nome del luogo (deve individuarne uno solo),
                    SUPERFICIE in metri quadrati (decimali col punto,
                    arrotondati), LAT/LON centroide in gradi decimali
                    se la mappa digitalizzata lo da', BENE = identita'
                    del bene da legare subito. Righe vuote, commenti
                    (#) e la riga di testata (EDIZIONE,...) si
                    saltano; una particella gia' caricata (stessa
                    edizione, comune, sezione e numero) non si
                    ricarica. Le righe respinte vanno in
                    work/catasto-errori.dat con la ragione, come per
                    il LOAD del CLI (GENLOAD0). In PROVA si convalida
                    senza scrivere.
                  GN3CATM0 LEGA <parc-id> <bene>
                  GN3CATM0 SLEGA <parc-id> <bene>
                    <bene> = ASET-AKEY, o ASET-ID se il bene non ha
                    AKEY; un ASET-ID con la AKEY valorizzata si lega
                    per la sua AKEY.
                I possessi per famiglia sono di GN3CATR0, la mappa di
                GN3GEOD0.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSV-FILE ASSIGN TO DYNAMIC WS-CSV-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FS.
           SELECT ERRORI-FILE ASSIGN TO "work/catasto-errori.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CSV-FILE.
       01  CSV-REC               PIC X(256).
       FD  ERRORI-FILE.
       01  ERRORI-REC            PIC X(320).

       WORKING-STORAGE SECTION.
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-VERB               PIC X(8) VALUE SPACES.
       77  WS-ARG                PIC X(40) VALUE SPACES.
       77  WS-CSV-FILE           PIC X(256) VALUE SPACES.
       77  WS-CSV-FS             PIC X(2) VALUE "00".
       77  WS-ERR-FS             PIC X(2) VALUE "00".
       77  WS-PARC-ARG           PIC X(12) VALUE SPACES.
       77  WS-BENE-ARG           PIC X(12) VALUE SPACES.
       77  WS-SEQ                PIC 9(7) VALUE 0.
       77  WS-PARC-SEQ           PIC 9(7) VALUE 0.
       77  WS-LINK-SEQ           PIC 9(7) VALUE 0.
       77  WS-CT-LETTE           PIC 9(7) VALUE 0.
       77  WS-CT-CARICATE        PIC 9(7) VALUE 0.
       77  WS-CT-RESPINTE        PIC 9(7) VALUE 0.
       77  WS-CT-LEGATE          PIC 9(7) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".
           05 DLI-ISRT           PIC X(4) VALUE "ISRT".
           05 DLI-DLET           PIC X(4) VALUE "DLET".

       01  WS-SSA-PARC           PIC X(30)
           VALUE "PARCEL  (PARCID=            )".
       01  WS-SSA-PAST           PIC X(30)
           VALUE "PARCAST (PARCID=            )".

      * CAMPI DELLA RIGA CSV
       01  WS-C-EDITION          PIC X(40) VALUE SPACES.
       01  WS-C-YEAR             PIC X(40) VALUE SPACES.
       01  WS-C-COMUNE           PIC X(60) VALUE SPACES.
       01  WS-C-SECTION          PIC X(40) VALUE SPACES.
       01  WS-C-NUMBER           PIC X(40) VALUE SPACES.
       01  WS-C-AREA             PIC X(40) VALUE SPACES.
       01  WS-C-USE              PIC X(40) VALUE SPACES.
       01  WS-C-LAT              PIC X(40) VALUE SPACES.
       01  WS-C-LON              PIC X(40) VALUE SPACES.
       01  WS-C-BENE             PIC X(40) VALUE SPACES.
       01  WS-AREA-INT           PIC X(12) VALUE SPACES.
       01  WS-AREA-DEC           PIC X(12) VALUE SPACES.
       01  WS-AREA-NUM           PIC 9(9)V99 VALUE 0.
       01  WS-REASON             PIC X(60) VALUE SPACES.
       01  WS-COMUNE-ID          PIC X(12) VALUE SPACES.
       01  WS-BENE-ID            PIC X(12) VALUE SPACES.

      * GAZETTEER IN MEMORIA PER IL COMUNE (ID E NOME MAIUSCOLO)
       01  WS-PL-TABLE.
           05 WS-PL-ENTRY OCCURS 5000 TIMES.
              10 WS-PL-ID        PIC X(12).
              10 WS-PL-NAME      PIC X(60).
       01  WS-PL-COUNT           PIC 9(4) VALUE 0.
       01  WS-PL-HITS            PIC 9(4) VALUE 0.
       01  WS-I                  PIC 9(5) VALUE 0.

      * PARTICELLE GIA' IN BASE (E CARICATE IN QUESTA CORSA): CHIAVE
      * EDIZIONE + COMUNE + SEZIONE + NUMERO
       01  WS-PK-TABLE.
           05 WS-PK-ENTRY OCCURS 20000 TIMES PIC X(36).
       01  WS-PK-COUNT           PIC 9(5) VALUE 0.
       01  WS-PK-FULL            PIC X VALUE "N".
           88 PK-FULL-YES        VALUE "Y".
       01  WS-NEW-KEY.
           05 WS-NK-EDITION      PIC X(12).
           05 WS-NK-COMUNE       PIC X(12).
           05 WS-NK-SECTION      PIC X(4).
           05 WS-NK-NUMBER       PIC X(8).

       01  WS-SW.
           10 WS-EOF             PIC X VALUE "N".
              88 EOF-YES         VALUE "Y".
           10 WS-DRYRUN          PIC X VALUE "N".
              88 DRYRUN-YES      VALUE "Y".
           10 WS-ROW-OK          PIC X VALUE "Y".
              88 ROW-OK          VALUE "Y".
           10 WS-FOUND           PIC X VALUE "N".
              88 FOUND-YES       VALUE "Y".

       COPY GN1PARC.
       COPY GN1PAST.
       COPY GN1ASET.
       COPY GN1PLAC.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 2
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-VERB FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VERB))
             TO WS-VERB

           EVALUATE WS-VERB
             WHEN "CARICA"
               PERFORM 2000-LOAD-CSV
             WHEN "LEGA"
               PERFORM 3000-LINK-ADD
             WHEN "SLEGA"
               PERFORM 4000-LINK-DROP
             WHEN OTHER
               PERFORM 9000-SHOW-USAGE
               MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       9000-SHOW-USAGE.
           DISPLAY "USO: GN3CATM0 CARICA <file-csv> [PROVA]"
           DISPLAY "     GN3CATM0 LEGA <parc-id> <aset-akey|aset-id>"
           DISPLAY "     GN3CATM0 SLEGA <parc-id> <aset-akey|aset-id>"
           .

      *----------------------------------------------------------------*
      * Caricamento del CSV: gazetteer e particelle esistenti in       *
      * memoria, poi riga per riga convalida e ISRT della particella   *
      * (e del legame se la riga porta il bene).                       *
      *----------------------------------------------------------------*
       2000-LOAD-CSV.
           ACCEPT WS-CSV-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-CSV-FILE) TO WS-CSV-FILE
           IF WS-ARGC >= 3
             ACCEPT WS-ARG FROM ARGUMENT-VALUE
             IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG)) = "PROVA"
               SET DRYRUN-YES TO TRUE
               DISPLAY "GN3CATM0: PROVA, NESSUNA SCRITTURA"
             END-IF
           END-IF
           PERFORM 2100-LOAD-PLACES
           PERFORM 2200-LOAD-PARCEL-KEYS
           PERFORM 3100-NEXT-LINK-SEQ
           MOVE WS-SEQ TO WS-LINK-SEQ

           OPEN INPUT CSV-FILE
           IF WS-CSV-FS NOT = "00"
             DISPLAY "GN3CATM0: ERRORE APERTURA "
                     FUNCTION TRIM(WS-CSV-FILE)
             MOVE 12 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ERRORI-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF-YES
             READ CSV-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF CSV-REC NOT = SPACES
                    AND CSV-REC(1:1) NOT = "#"
                    AND FUNCTION UPPER-CASE(CSV-REC(1:9))
                        NOT = "EDIZIONE,"
                   ADD 1 TO WS-CT-LETTE
                   PERFORM 2300-PROCESS-ROW
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CSV-FILE
           CLOSE ERRORI-FILE

           DISPLAY "GN3CATM0: RIGHE LETTE        = " WS-CT-LETTE
           DISPLAY "GN3CATM0: PARTICELLE CARICATE = " WS-CT-CARICATE
           DISPLAY "GN3CATM0: LEGAMI AI BENI      = " WS-CT-LEGATE
           DISPLAY "GN3CATM0: RIGHE RESPINTE     = " WS-CT-RESPINTE
           IF PK-FULL-YES
             DISPLAY "GN3CATM0: TAVOLA DELLE PARTICELLE PIENA, "
                     "DOPPIONI OLTRE IL LIMITE NON RICONOSCIUTI"
           END-IF
           IF WS-CT-RESPINTE > 0
             DISPLAY "GN3CATM0: RAGIONI IN work/catasto-errori.dat"
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           .

       2100-LOAD-PLACES.
           MOVE 0 TO WS-PL-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PLAC-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-PL-COUNT >= 5000
             IF PLAC-RETIRED NOT = "Y"
               ADD 1 TO WS-PL-COUNT
               MOVE PLAC-ID TO WS-PL-ID(WS-PL-COUNT)
               MOVE FUNCTION UPPER-CASE(PLAC-NAME)
                 TO WS-PL-NAME(WS-PL-COUNT)
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PLAC-SEG
           END-PERFORM
           .

      *    CHIAVI DELLE PARTICELLE IN BASE E PROGRESSIVO PIU' ALTO
       2200-LOAD-PARCEL-KEYS.
           MOVE 0 TO WS-PK-COUNT WS-PARC-SEQ
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PARC-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF PARC-ID(3:7) IS NUMERIC
               MOVE PARC-ID(3:7) TO WS-SEQ
               IF WS-SEQ > WS-PARC-SEQ
                 MOVE WS-SEQ TO WS-PARC-SEQ
               END-IF
             END-IF
             MOVE PARC-EDITION TO WS-NK-EDITION
             MOVE PARC-COMUNE TO WS-NK-COMUNE
             MOVE PARC-SECTION TO WS-NK-SECTION
             MOVE PARC-NUMBER TO WS-NK-NUMBER
             PERFORM 2290-ADD-PARCEL-KEY
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PARC-SEG
           END-PERFORM
           .

       2290-ADD-PARCEL-KEY.
           IF WS-PK-COUNT < 20000
             ADD 1 TO WS-PK-COUNT
             MOVE WS-NEW-KEY TO WS-PK-ENTRY(WS-PK-COUNT)
           ELSE
             SET PK-FULL-YES TO TRUE
           END-IF
           .

       2300-PROCESS-ROW.
           MOVE "Y" TO WS-ROW-OK
           MOVE SPACES TO WS-C-EDITION WS-C-YEAR WS-C-COMUNE
                          WS-C-SECTION WS-C-NUMBER WS-C-AREA WS-C-USE
                          WS-C-LAT WS-C-LON WS-C-BENE
           UNSTRING CSV-REC DELIMITED BY ","
             INTO WS-C-EDITION WS-C-YEAR WS-C-COMUNE WS-C-SECTION
                  WS-C-NUMBER WS-C-AREA WS-C-USE WS-C-LAT WS-C-LON
                  WS-C-BENE
           END-UNSTRING
           MOVE SPACES TO GN1PARC-SEG
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-C-EDITION))
             TO PARC-EDITION
           IF PARC-EDITION = SPACES
             MOVE "EDIZIONE MANCANTE" TO WS-REASON
             PERFORM 2900-REJECT-ROW
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO PARC-YEAR
           IF WS-C-YEAR NOT = SPACES
             IF FUNCTION TRIM(WS-C-YEAR) IS NUMERIC
                AND FUNCTION LENGTH(FUNCTION TRIM(WS-C-YEAR)) = 4
               MOVE FUNCTION TRIM(WS-C-YEAR) TO PARC-YEAR
             ELSE
               MOVE "ANNO NON VALIDO (AAAA)" TO WS-REASON
               PERFORM 2900-REJECT-ROW
               EXIT PARAGRAPH
             END-IF
           END-IF
           PERFORM 2310-RESOLVE-COMUNE
           IF NOT ROW-OK
             EXIT PARAGRAPH
           END-IF
           MOVE WS-COMUNE-ID TO PARC-COMUNE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-C-SECTION))
             TO PARC-SECTION
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-C-NUMBER))
             TO PARC-NUMBER
           IF PARC-NUMBER = SPACES
             MOVE "NUMERO DI PARTICELLA MANCANTE" TO WS-REASON
             PERFORM 2900-REJECT-ROW
             EXIT PARAGRAPH
           END-IF
           PERFORM 2320-EDIT-AREA
           IF NOT ROW-OK
             EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-C-USE))
             TO PARC-USE
           MOVE FUNCTION TRIM(WS-C-LAT) TO PARC-LAT
           MOVE FUNCTION TRIM(WS-C-LON) TO PARC-LON
           IF (PARC-LAT = SPACES) NOT = (PARC-LON = SPACES)
             MOVE "LAT E LON VANNO DATE INSIEME" TO WS-REASON
             PERFORM 2900-REJECT-ROW
             EXIT PARAGRAPH
           END-IF
           IF PARC-LAT NOT = SPACES
             IF FUNCTION TEST-NUMVAL(PARC-LAT) NOT = 0
                OR FUNCTION TEST-NUMVAL(PARC-LON) NOT = 0
               MOVE "COORDINATE NON NUMERICHE" TO WS-REASON
               PERFORM 2900-REJECT-ROW
               EXIT PARAGRAPH
             END-IF
           END-IF

           MOVE PARC-EDITION TO WS-NK-EDITION
           MOVE PARC-COMUNE TO WS-NK-COMUNE
           MOVE PARC-SECTION TO WS-NK-SECTION
           MOVE PARC-NUMBER TO WS-NK-NUMBER
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-PK-COUNT OR FOUND-YES
             IF WS-PK-ENTRY(WS-I) = WS-NEW-KEY
               MOVE "Y" TO WS-FOUND
             END-IF
           END-PERFORM
           IF FOUND-YES
             MOVE "PARTICELLA GIA' CARICATA" TO WS-REASON
             PERFORM 2900-REJECT-ROW
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-BENE-ID
           IF WS-C-BENE NOT = SPACES
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-C-BENE))
               TO WS-BENE-ARG
             PERFORM 5000-FIND-ASSET
             IF NOT FOUND-YES
               MOVE "BENE NON TROVATO" TO WS-REASON
               PERFORM 2900-REJECT-ROW
               EXIT PARAGRAPH
             END-IF
           END-IF

           ADD 1 TO WS-PARC-SEQ
           MOVE SPACES TO PARC-ID
           STRING "CP" WS-PARC-SEQ DELIMITED BY SIZE INTO PARC-ID
           PERFORM 2290-ADD-PARCEL-KEY
           ADD 1 TO WS-CT-CARICATE
           IF WS-BENE-ID NOT = SPACES
             ADD 1 TO WS-CT-LEGATE
           END-IF
           IF DRYRUN-YES
             EXIT PARAGRAPH
           END-IF
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PARC-SEG
           IF DB-STATUS NOT = SPACES
             SUBTRACT 1 FROM WS-CT-CARICATE
             MOVE SPACES TO WS-REASON
             STRING "ISRT PARTICELLA FALLITA (" DB-STATUS ")"
               DELIMITED BY SIZE INTO WS-REASON
             PERFORM 2900-REJECT-ROW
             EXIT PARAGRAPH
           END-IF
           IF WS-BENE-ID NOT = SPACES
             MOVE PARC-ID TO WS-PARC-ARG
             PERFORM 3200-INSERT-LINK
             IF DB-STATUS NOT = SPACES
               SUBTRACT 1 FROM WS-CT-LEGATE
               MOVE SPACES TO WS-REASON
               STRING "PARTICELLA " PARC-ID " CARICATA, ISRT LEGAME "
                      "FALLITA (" DB-STATUS ")"
                 DELIMITED BY SIZE INTO WS-REASON
               PERFORM 2900-REJECT-ROW
             END-IF
           END-IF
           .

      *    COMUNE: PLACE-ID ESISTENTE, ALTRIMENTI UN SOLO LUOGO CON
      *    QUEL NOME
       2310-RESOLVE-COMUNE.
           MOVE SPACES TO WS-COMUNE-ID
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-C-COMUNE))
             TO WS-C-COMUNE
           IF WS-C-COMUNE = SPACES
             MOVE "COMUNE MANCANTE" TO WS-REASON
             PERFORM 2900-REJECT-ROW
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-PL-COUNT OR WS-COMUNE-ID NOT = SPACES
             IF WS-PL-ID(WS-I) = WS-C-COMUNE
               MOVE WS-PL-ID(WS-I) TO WS-COMUNE-ID
             END-IF
           END-PERFORM
           IF WS-COMUNE-ID NOT = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PL-HITS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PL-COUNT
             IF WS-PL-NAME(WS-I) = WS-C-COMUNE
               ADD 1 TO WS-PL-HITS
               MOVE WS-PL-ID(WS-I) TO WS-COMUNE-ID
             END-IF
           END-PERFORM
           EVALUATE WS-PL-HITS
             WHEN 0
               MOVE "COMUNE NON NEL GAZETTEER" TO WS-REASON
               PERFORM 2900-REJECT-ROW
             WHEN 1
               CONTINUE
             WHEN OTHER
               MOVE "NOME DI COMUNE AMBIGUO, USARE IL PLACE-ID"
                 TO WS-REASON
               PERFORM 2900-REJECT-ROW
           END-EVALUATE
           .

      *    SUPERFICIE: CIFRE CON DECIMALI FACOLTATIVI DOPO IL PUNTO
       2320-EDIT-AREA.
           MOVE SPACES TO WS-AREA-INT WS-AREA-DEC
           UNSTRING WS-C-AREA DELIMITED BY "."
             INTO WS-AREA-INT WS-AREA-DEC
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-AREA-INT) TO WS-AREA-INT
           MOVE FUNCTION TRIM(WS-AREA-DEC) TO WS-AREA-DEC
           IF WS-AREA-INT = SPACES
              OR FUNCTION TRIM(WS-AREA-INT) IS NOT NUMERIC
              OR FUNCTION LENGTH(FUNCTION TRIM(WS-AREA-INT)) > 9
              OR (WS-AREA-DEC NOT = SPACES
                  AND FUNCTION TRIM(WS-AREA-DEC) IS NOT NUMERIC)
             MOVE "SUPERFICIE NON VALIDA (METRI QUADRATI)" TO WS-REASON
             PERFORM 2900-REJECT-ROW
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AREA-NUM = FUNCTION NUMVAL(WS-C-AREA)
           COMPUTE PARC-AREA ROUNDED = WS-AREA-NUM
           .

       2900-REJECT-ROW.
           MOVE "N" TO WS-ROW-OK
           ADD 1 TO WS-CT-RESPINTE
           MOVE SPACES TO ERRORI-REC
           STRING FUNCTION TRIM(WS-REASON) ": "
                  CSV-REC
             DELIMITED BY SIZE INTO ERRORI-REC
           WRITE ERRORI-REC
           .

      *----------------------------------------------------------------*
      * Legame particella-bene: la particella deve esistere, il bene   *
      * pure (per AKEY o per ASET-ID) e il legame non deve esserci     *
      * gia'.                                                          *
      *----------------------------------------------------------------*
       3000-LINK-ADD.
           IF WS-ARGC < 3
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 6000-ACCEPT-PARCEL
           ACCEPT WS-BENE-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BENE-ARG))
             TO WS-BENE-ARG
           PERFORM 5000-FIND-ASSET
           IF NOT FOUND-YES
             DISPLAY "GN3CATM0: BENE NON TROVATO: "
                     FUNCTION TRIM(WS-BENE-ARG)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 6100-FIND-LINK
           IF FOUND-YES
             DISPLAY "GN3CATM0: BENE " FUNCTION TRIM(WS-BENE-ID)
                     " GIA' LEGATO ALLA PARTICELLA"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 3100-NEXT-LINK-SEQ
           MOVE WS-SEQ TO WS-LINK-SEQ
           PERFORM 3200-INSERT-LINK
           IF DB-STATUS = SPACES
             DISPLAY "GN3CATM0: PARTICELLA " FUNCTION TRIM(WS-PARC-ARG)
                     " LEGATA AL BENE " FUNCTION TRIM(WS-BENE-ID)
             MOVE 0 TO RETURN-CODE
           ELSE
             DISPLAY "GN3CATM0: ISRT LEGAME FALLITA (" DB-STATUS ")"
             MOVE 12 TO RETURN-CODE
           END-IF
           .

      *    PROSSIMO PROGRESSIVO DEI LEGAMI (IL PIU' ALTO + 1) IN WS-SEQ
       3100-NEXT-LINK-SEQ.
           MOVE 0 TO WS-LINK-SEQ
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PAST-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF PAST-ID(3:7) IS NUMERIC
               MOVE PAST-ID(3:7) TO WS-SEQ
               IF WS-SEQ > WS-LINK-SEQ
                 MOVE WS-SEQ TO WS-LINK-SEQ
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PAST-SEG
           END-PERFORM
           COMPUTE WS-SEQ = WS-LINK-SEQ + 1
           .

      *    ISRT DEL LEGAME WS-PARC-ARG / WS-BENE-ID CON IL PROGRESSIVO
      *    WS-LINK-SEQ, CHE AVANZA PER IL LEGAME SUCCESSIVO
       3200-INSERT-LINK.
           MOVE SPACES TO GN1PAST-SEG
           STRING "CB" WS-LINK-SEQ DELIMITED BY SIZE INTO PAST-ID
           MOVE WS-PARC-ARG TO PAST-PARC
           MOVE WS-BENE-ID TO PAST-AKEY
           MOVE "PARCAST (PARCID=            )" TO WS-SSA-PAST
           MOVE WS-PARC-ARG TO WS-SSA-PAST(17:12)
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PAST-SEG
                                WS-SSA-PAST
           IF DB-STATUS = SPACES
             ADD 1 TO WS-LINK-SEQ
           END-IF
           .

      *----------------------------------------------------------------*
      * Legame tolto: GU qualificata sui beni della particella fino a  *
      * quello indicato, poi DLET.                                     *
      *----------------------------------------------------------------*
       4000-LINK-DROP.
           IF WS-ARGC < 3
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 6000-ACCEPT-PARCEL
           ACCEPT WS-BENE-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BENE-ARG))
             TO WS-BENE-ARG
      *    UN ASET-ID SI RICONDUCE ALLA SUA AKEY COME NELLA LEGA; SE
      *    LA DETENZIONE NON C'E' PIU' VALE L'IDENTITA' SCRITTA
           PERFORM 5000-FIND-ASSET
           IF NOT FOUND-YES
             MOVE WS-BENE-ARG TO WS-BENE-ID
           END-IF
           PERFORM 6100-FIND-LINK
           IF NOT FOUND-YES
             DISPLAY "GN3CATM0: BENE " FUNCTION TRIM(WS-BENE-ID)
                     " NON LEGATO ALLA PARTICELLA "
                     FUNCTION TRIM(WS-PARC-ARG)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE DLI-DLET TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PAST-SEG
           IF DB-STATUS = SPACES
             DISPLAY "GN3CATM0: BENE " FUNCTION TRIM(WS-BENE-ID)
                     " SLEGATO DALLA PARTICELLA "
                     FUNCTION TRIM(WS-PARC-ARG)
             MOVE 0 TO RETURN-CODE
           ELSE
             DISPLAY "GN3CATM0: DLET LEGAME FALLITA (" DB-STATUS ")"
             MOVE 12 TO RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * Bene WS-BENE-ARG: una detenzione con quella AKEY, o con quel   *
      * ASET-ID (le detenzioni vivono sotto le persone, si cercano per *
      * spazzata). WS-BENE-ID = l'identita' da legare.                 *
      *----------------------------------------------------------------*
       5000-FIND-ASSET.
           MOVE "N" TO WS-FOUND
           MOVE SPACES TO WS-BENE-ID
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1ASET-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES OR FOUND-YES
             IF ASET-AKEY = WS-BENE-ARG AND ASET-AKEY NOT = SPACES
               MOVE "Y" TO WS-FOUND
               MOVE ASET-AKEY TO WS-BENE-ID
             ELSE
               IF ASET-ID = WS-BENE-ARG
                 MOVE "Y" TO WS-FOUND
                 MOVE ASET-AKEY TO WS-BENE-ID
                 IF ASET-AKEY = SPACES
                   MOVE ASET-ID TO WS-BENE-ID
                 END-IF
               ELSE
                 MOVE DLI-GN TO WS-DLI-FUNC
                 CALL "CBLTDLI" USING WS-DLI-FUNC
                                      DBPCB-MASK
                                      GN1ASET-SEG
               END-IF
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Particella di riferimento dei verbi LEGA/SLEGA: GU qualificata *
      * per PARCID, la particella deve esistere.                       *
      *----------------------------------------------------------------*
       6000-ACCEPT-PARCEL.
           ACCEPT WS-PARC-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARC-ARG))
             TO WS-PARC-ARG
           MOVE "PARCEL  (PARCID=            )" TO WS-SSA-PARC
           MOVE WS-PARC-ARG TO WS-SSA-PARC(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PARC-SEG
                                WS-SSA-PARC
           IF DB-STATUS NOT = SPACES
             DISPLAY "GN3CATM0: PARTICELLA NON TROVATA: "
                     FUNCTION TRIM(WS-PARC-ARG)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           .

      *    LEGAME WS-PARC-ARG / WS-BENE-ID: GU E GN QUALIFICATE SUI
      *    BENI DELLA PARTICELLA; TROVATO, E' IL SEGMENTO CORRENTE
       6100-FIND-LINK.
           MOVE "N" TO WS-FOUND
           MOVE "PARCAST (PARCID=            )" TO WS-SSA-PAST
           MOVE WS-PARC-ARG TO WS-SSA-PAST(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PAST-SEG
                                WS-SSA-PAST
           PERFORM UNTIL DB-STATUS NOT = SPACES OR FOUND-YES
             IF PAST-AKEY = WS-BENE-ID
               MOVE "Y" TO WS-FOUND
             ELSE
               MOVE DLI-GN TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1PAST-SEG
                                    WS-SSA-PAST
             END-IF
           END-PERFORM
           .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3DEDM0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Manutenzione del registro degli atti notarili: il
                rogito (DEED, radice) con notaio, data e tipo, le
                sue parti con il ruolo (DEEDPTY) e le detenzioni
                ASSET che trasferisce (DEEDAST). Una dote si puo'
                agganciare all'unione (FAMILY) che documenta. Verbi
                in riga di comando, nello stile di GN3REGM0 e
                GN3SANM0:
                  GN3DEDM0 ATTO <tipo> <data> <notaio> [sour-id]
                    (tipo: TESTAMENTO, DOTE, COMPRAVENDITA,
                     DIVISIONE; data AAAA-MM-GG)
                  GN3DEDM0 PARTE <deed-id> <ruolo> <pers-id>
                    (ruolo: TESTATORE, EREDE, COMPRATORE,
                     VENDITORE, SPOSA, SPOSO, PADRESPOSO,
                     PADRESPOSA, CONDIVIDENTE, TESTIMONE)
                  GN3DEDM0 BENE <deed-id> <aset-id>
                  GN3DEDM0 UNIONE <deed-id> <fam-id|*>
                    (solo per le doti; "*" toglie l'aggancio)
                Il riscontro con le trasmissioni dei beni e' di
                GN3DEDR0.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-VERB               PIC X(8) VALUE SPACES.
       77  WS-ARG                PIC X(40) VALUE SPACES.
       77  WS-DEED-ARG           PIC X(12) VALUE SPACES.
       77  WS-PERS-ARG           PIC X(12) VALUE SPACES.
       77  WS-ASET-ARG           PIC X(12) VALUE SPACES.
       77  WS-FAM-ARG            PIC X(12) VALUE SPACES.
       77  WS-SRCE-ARG           PIC X(12) VALUE SPACES.
       77  WS-DATE-ARG           PIC X(10) VALUE SPACES.
       77  WS-SEQ                PIC 9(7) VALUE 0.
       77  WS-MAX-SEQ            PIC 9(7) VALUE 0.
       77  WS-FATHER-ID          PIC X(12) VALUE SPACES.
       77  WS-MOTHER-ID          PIC X(12) VALUE SPACES.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".
           05 DLI-ISRT           PIC X(4) VALUE "ISRT".
           05 DLI-REPL           PIC X(4) VALUE "REPL".

       01  WS-SSA-DEED           PIC X(30)
           VALUE "DEED    (DEEDID=            )".
       01  WS-SSA-DPTY           PIC X(30)
           VALUE "DEEDPTY (DEEDID=            )".
       01  WS-SSA-DAST           PIC X(30)
           VALUE "DEEDAST (DEEDID=            )".
       01  WS-SSA-SRCE           PIC X(30)
           VALUE "SOURCE  (SOURID=            )".
       01  WS-SSA-FAM            PIC X(30)
           VALUE "FAMILY  (FAMID =            )".
       01  WS-SSA-PERS           PIC X(30)
           VALUE "PERSON  (PERSID=            )".

       01  WS-SW.
           10 WS-FOUND           PIC X VALUE "N".
              88 FOUND-YES       VALUE "Y".
           10 WS-FATHER-PTY      PIC X VALUE "N".
              88 FATHER-PTY-YES  VALUE "Y".
           10 WS-MOTHER-PTY      PIC X VALUE "N".
              88 MOTHER-PTY-YES  VALUE "Y".

       COPY GN1DEED.
       COPY GN1DPTY.
       COPY GN1DAST.
       COPY GN1ASET.
       COPY GN1SRCE.
       COPY GNFAMIL.
       COPY GN1PRSN.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-VERB FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VERB))
             TO WS-VERB

           EVALUATE WS-VERB
             WHEN "ATTO"
               PERFORM 2000-DEED-ADD
             WHEN "PARTE"
               PERFORM 3000-PARTY-ADD
             WHEN "BENE"
               PERFORM 4000-ASSET-ADD
             WHEN "UNIONE"
               PERFORM 5000-FAMILY-LINK
             WHEN OTHER
               PERFORM 9000-SHOW-USAGE
               MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       9000-SHOW-USAGE.
           DISPLAY "USO: GN3DEDM0 ATTO <tipo> <data> <notaio> "
                   "[sour-id]"
           DISPLAY "     GN3DEDM0 PARTE <deed-id> <ruolo> <pers-id>"
           DISPLAY "     GN3DEDM0 BENE <deed-id> <aset-id>"
           DISPLAY "     GN3DEDM0 UNIONE <deed-id> <fam-id|*>"
           .

      *----------------------------------------------------------------*
      * Nuovo rogito: tipo dalla sua tassonomia, data AAAA-MM-GG,      *
      * notaio come scritto; la fonte facoltativa deve esistere.       *
      *----------------------------------------------------------------*
       2000-DEED-ADD.
           IF WS-ARGC < 4
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 2100-NEXT-DEED-SEQ
           MOVE SPACES TO GN1DEED-SEG
           STRING "NO" WS-SEQ DELIMITED BY SIZE INTO DEED-ID
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG))
             TO DEED-TYPE
           IF NOT DEED-TESTAMENTO AND NOT DEED-DOTE
              AND NOT DEED-COMPRAVENDITA AND NOT DEED-DIVISIONE
             DISPLAY "GN3DEDM0: TIPO NON VALIDO (TESTAMENTO/DOTE/"
                     "COMPRAVENDITA/DIVISIONE)"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-DATE-ARG FROM ARGUMENT-VALUE
           IF WS-DATE-ARG(1:4) IS NOT NUMERIC
              OR WS-DATE-ARG(5:1) NOT = "-"
              OR WS-DATE-ARG(6:2) IS NOT NUMERIC
              OR WS-DATE-ARG(8:1) NOT = "-"
              OR WS-DATE-ARG(9:2) IS NOT NUMERIC
             DISPLAY "GN3DEDM0: DATA NON VALIDA (AAAA-MM-GG)"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-DATE-ARG TO DEED-DATE
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG))
             TO DEED-NOTARY
           IF WS-ARGC >= 5
             ACCEPT WS-SRCE-ARG FROM ARGUMENT-VALUE
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SRCE-ARG))
               TO WS-SRCE-ARG
             MOVE WS-SRCE-ARG TO WS-SSA-SRCE(17:12)
             MOVE DLI-GU TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1SRCE-SEG
                                  WS-SSA-SRCE
             IF DB-STATUS NOT = SPACES
               DISPLAY "GN3DEDM0: FONTE NON CENSITA: "
                       FUNCTION TRIM(WS-SRCE-ARG)
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE WS-SRCE-ARG TO DEED-SRCE
           END-IF
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1DEED-SEG
           IF DB-STATUS = SPACES
             DISPLAY "GN3DEDM0: ATTO " FUNCTION TRIM(DEED-TYPE)
                     " DEL " DEED-DATE " CREATO COME "
                     FUNCTION TRIM(DEED-ID)
             MOVE 0 TO RETURN-CODE
           ELSE
             DISPLAY "GN3DEDM0: ISRT ATTO FALLITA (" DB-STATUS ")"
             MOVE 12 TO RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * Progressivi: il piu' alto gia' usato + 1, prima di comporre il *
      * segmento (la spazzata usa la stessa area di I/O).              *
      *----------------------------------------------------------------*
       2100-NEXT-DEED-SEQ.
           MOVE 0 TO WS-MAX-SEQ
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1DEED-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF DEED-ID(3:7) IS NUMERIC
               MOVE DEED-ID(3:7) TO WS-SEQ
               IF WS-SEQ > WS-MAX-SEQ
                 MOVE WS-SEQ TO WS-MAX-SEQ
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1DEED-SEG
           END-PERFORM
           COMPUTE WS-SEQ = WS-MAX-SEQ + 1
           .

       3100-NEXT-PARTY-SEQ.
           MOVE 0 TO WS-MAX-SEQ
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1DPTY-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF DPTY-ID(3:7) IS NUMERIC
               MOVE DPTY-ID(3:7) TO WS-SEQ
               IF WS-SEQ > WS-MAX-SEQ
                 MOVE WS-SEQ TO WS-MAX-SEQ
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1DPTY-SEG
           END-PERFORM
           COMPUTE WS-SEQ = WS-MAX-SEQ + 1
           .

       4100-NEXT-ASSET-SEQ.
           MOVE 0 TO WS-MAX-SEQ
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1DAST-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF DAST-ID(3:7) IS NUMERIC
               MOVE DAST-ID(3:7) TO WS-SEQ
               IF WS-SEQ > WS-MAX-SEQ
                 MOVE WS-SEQ TO WS-MAX-SEQ
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1DAST-SEG
           END-PERFORM
           COMPUTE WS-SEQ = WS-MAX-SEQ + 1
           .

      *----------------------------------------------------------------*
      * Nuova parte dell'atto: la persona deve esistere e non essere   *
      * cancellata, il ruolo passa dalla sua tassonomia.               *
      *----------------------------------------------------------------*
       3000-PARTY-ADD.
           IF WS-ARGC < 4
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 6000-ACCEPT-DEED
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
           ACCEPT WS-PERS-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PERS-ARG))
             TO WS-PERS-ARG
           PERFORM 6100-CHECK-PERSON
           PERFORM 3100-NEXT-PARTY-SEQ
           MOVE SPACES TO GN1DPTY-SEG
           STRING "NP" WS-SEQ DELIMITED BY SIZE INTO DPTY-ID
           MOVE WS-DEED-ARG TO DPTY-DEED
           MOVE WS-PERS-ARG TO DPTY-PERS
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG))
             TO DPTY-ROLE
           IF NOT DPTY-TESTATORE AND NOT DPTY-EREDE
              AND NOT DPTY-COMPRATORE AND NOT DPTY-VENDITORE
              AND NOT DPTY-SPOSA AND NOT DPTY-SPOSO
              AND NOT DPTY-PADRESPOSO AND NOT DPTY-PADRESPOSA
              AND NOT DPTY-CONDIVIDENTE AND NOT DPTY-TESTIMONE
             DISPLAY "GN3DEDM0: RUOLO NON VALIDO (TESTATORE/EREDE/"
                     "COMPRATORE/VENDITORE/SPOSA/SPOSO/PADRESPOSO/"
                     "PADRESPOSA/CONDIVIDENTE/TESTIMONE)"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE "DEEDPTY (DEEDID=            )" TO WS-SSA-DPTY
           MOVE WS-DEED-ARG TO WS-SSA-DPTY(17:12)
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1DPTY-SEG
                                WS-SSA-DPTY
           IF DB-STATUS = SPACES
             DISPLAY "GN3DEDM0: PARTE " FUNCTION TRIM(DPTY-ID)
                     " (" FUNCTION TRIM(DPTY-ROLE) ") AGGIUNTA "
                     "ALL'ATTO " FUNCTION TRIM(WS-DEED-ARG)
             MOVE 0 TO RETURN-CODE
           ELSE
             DISPLAY "GN3DEDM0: ISRT PARTE FALLITA (" DB-STATUS ")"
             MOVE 12 TO RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * Nuovo bene trasferito: la detenzione ASSET deve esistere (le   *
      * detenzioni vivono sotto le persone, si cercano per spazzata)   *
      * e non essere gia' legata allo stesso atto.                     *
      *----------------------------------------------------------------*
       4000-ASSET-ADD.
           IF WS-ARGC < 3
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 6000-ACCEPT-DEED
           ACCEPT WS-ASET-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ASET-ARG))
             TO WS-ASET-ARG
           MOVE "N" TO WS-FOUND
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1ASET-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES OR FOUND-YES
             IF ASET-ID = WS-ASET-ARG
               MOVE "Y" TO WS-FOUND
             ELSE
               MOVE DLI-GN TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1ASET-SEG
             END-IF
           END-PERFORM
           IF NOT FOUND-YES
             DISPLAY "GN3DEDM0: DETENZIONE NON TROVATA: "
                     FUNCTION TRIM(WS-ASET-ARG)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE "N" TO WS-FOUND
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1DAST-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES OR FOUND-YES
             IF DAST-DEED = WS-DEED-ARG AND DAST-ASET = WS-ASET-ARG
               MOVE "Y" TO WS-FOUND
             ELSE
               MOVE DLI-GN TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1DAST-SEG
             END-IF
           END-PERFORM
           IF FOUND-YES
             DISPLAY "GN3DEDM0: DETENZIONE GIA' LEGATA ALL'ATTO"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 4100-NEXT-ASSET-SEQ
           MOVE SPACES TO GN1DAST-SEG
           STRING "NB" WS-SEQ DELIMITED BY SIZE INTO DAST-ID
           MOVE WS-DEED-ARG TO DAST-DEED
           MOVE WS-ASET-ARG TO DAST-ASET
           MOVE "DEEDAST (DEEDID=            )" TO WS-SSA-DAST
           MOVE WS-DEED-ARG TO WS-SSA-DAST(17:12)
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1DAST-SEG
                                WS-SSA-DAST
           IF DB-STATUS = SPACES
             DISPLAY "GN3DEDM0: DETENZIONE " FUNCTION TRIM(WS-ASET-ARG)
                     " LEGATA ALL'ATTO " FUNCTION TRIM(WS-DEED-ARG)
             MOVE 0 TO RETURN-CODE
           ELSE
             DISPLAY "GN3DEDM0: ISRT BENE FALLITA (" DB-STATUS ")"
             MOVE 12 TO RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * Aggancio di una dote all'unione che documenta: la FAMILY deve  *
      * esistere e non essere cancellata. Se i coniugi dell'unione non *
      * compaiono fra le parti dell'atto lo si segnala, senza          *
      * rifiutare (le parti si possono aggiungere dopo). "*" toglie    *
      * l'aggancio.                                                    *
      *----------------------------------------------------------------*
       5000-FAMILY-LINK.
           IF WS-ARGC < 3
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 6000-ACCEPT-DEED
           IF NOT DEED-DOTE
             DISPLAY "GN3DEDM0: SOLO UNA DOTE DOCUMENTA UN'UNIONE"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-FAM-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FAM-ARG))
             TO WS-FAM-ARG
           IF WS-FAM-ARG = "*"
             MOVE SPACES TO WS-FAM-ARG
           ELSE
             MOVE WS-FAM-ARG TO WS-SSA-FAM(17:12)
             MOVE DLI-GU TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  FAMILY-REC
                                  WS-SSA-FAM
             IF DB-STATUS NOT = SPACES OR FAMILY-IS-DELETED = "Y"
               DISPLAY "GN3DEDM0: UNIONE NON TROVATA: "
                       FUNCTION TRIM(WS-FAM-ARG)
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE FAMILY-FATHER-ID TO WS-FATHER-ID
             MOVE FAMILY-MOTHER-ID TO WS-MOTHER-ID
             PERFORM 5100-CHECK-SPOUSES
           END-IF
      *    LA SPAZZATA DELLE PARTI HA SPOSTATO LA POSIZIONE: SI
      *    RIPRENDE L'ATTO PRIMA DELLA REPL
           MOVE "DEED    (DEEDID=            )" TO WS-SSA-DEED
           MOVE WS-DEED-ARG TO WS-SSA-DEED(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1DEED-SEG
                                WS-SSA-DEED
           MOVE WS-FAM-ARG TO DEED-FAM
           MOVE DLI-REPL TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1DEED-SEG
           IF DB-STATUS = SPACES
             IF WS-FAM-ARG = SPACES
               DISPLAY "GN3DEDM0: ATTO " FUNCTION TRIM(WS-DEED-ARG)
                       " NON PIU' AGGANCIATO A UN'UNIONE"
             ELSE
               DISPLAY "GN3DEDM0: ATTO " FUNCTION TRIM(WS-DEED-ARG)
                       " PROVA DELL'UNIONE " FUNCTION TRIM(WS-FAM-ARG)
             END-IF
             MOVE 0 TO RETURN-CODE
           ELSE
             DISPLAY "GN3DEDM0: REPL ATTO FALLITA (" DB-STATUS ")"
             MOVE 12 TO RETURN-CODE
           END-IF
           .

       5100-CHECK-SPOUSES.
           MOVE "N" TO WS-FATHER-PTY WS-MOTHER-PTY
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1DPTY-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF DPTY-DEED = WS-DEED-ARG
               IF DPTY-PERS = WS-FATHER-ID
                  AND WS-FATHER-ID NOT = SPACES
                 MOVE "Y" TO WS-FATHER-PTY
               END-IF
               IF DPTY-PERS = WS-MOTHER-ID
                  AND WS-MOTHER-ID NOT = SPACES
                 MOVE "Y" TO WS-MOTHER-PTY
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1DPTY-SEG
           END-PERFORM
           IF NOT FATHER-PTY-YES AND NOT MOTHER-PTY-YES
             DISPLAY "GN3DEDM0: ATTENZIONE - NESSUNO DEI CONIUGI "
                     "DELL'UNIONE E' PARTE DELL'ATTO"
           END-IF
           .

      *----------------------------------------------------------------*
      * Atto di riferimento dei verbi PARTE/BENE/UNIONE: GU qualificata*
      * per DEEDID, l'atto deve esistere.                              *
      *----------------------------------------------------------------*
       6000-ACCEPT-DEED.
           ACCEPT WS-DEED-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DEED-ARG))
             TO WS-DEED-ARG
           MOVE "DEED    (DEEDID=            )" TO WS-SSA-DEED
           MOVE WS-DEED-ARG TO WS-SSA-DEED(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1DEED-SEG
                                WS-SSA-DEED
           IF DB-STATUS NOT = SPACES
             DISPLAY "GN3DEDM0: ATTO NON TROVATO: "
                     FUNCTION TRIM(WS-DEED-ARG)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           .

       6100-CHECK-PERSON.
           MOVE WS-PERS-ARG TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           IF DB-STATUS NOT = SPACES OR PERS-IS-DELETED = "Y"
             DISPLAY "GN3DEDM0: PERSONA NON TROVATA: "
                     FUNCTION TRIM(WS-PERS-ARG)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3ASRM0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Manutenzione del registro delle asserzioni (ASSERT):
                per ogni fatto di una persona (data e luogo di
                nascita, data e luogo di morte, nome, genere, nome
                del padre e della madre) cio' che afferma ciascuna
                citazione, col grado QUAY della citazione. Il campo
                di PERSON diventa la conclusione scelta fra le
                asserzioni: SCEGLI la marca e la riporta in
                anagrafe (con riga di journal e indice dei nomi
                riallineato), le altre restano
                come prova concorrente per il riscontro GN3ASRR0.
                Verbi in riga di comando, nello stile di GN3XIDM0:
                  GN3ASRM0 AGGIUNGI <pers-id> <fatto> <cita-id>
                                    <valore> [qual] ["testo fonte"]
                    (fatto: BDATE BPLACE DDATE DPLACE NAME GEND
                     FATHER MOTHER; date AAAA[-MM[-GG]], luoghi
                     come PLACE-ID; qual A/B/F o - per nessuno)
                  GN3ASRM0 SCEGLI <asrt-id>
                  GN3ASRM0 ELIMINA <asrt-id>
                  GN3ASRM0 ELENCO <pers-id>
                La citazione deve appartenere alla stessa persona:
                la sua fonte e il suo QUAY vengono copiati
                sull'asserzione.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-VERB               PIC X(8) VALUE SPACES.
       77  WS-PERS-ARG           PIC X(12) VALUE SPACES.
       77  WS-FACT-ARG           PIC X(8) VALUE SPACES.
       77  WS-CITA-ARG           PIC X(12) VALUE SPACES.
       77  WS-VALUE-ARG          PIC X(60) VALUE SPACES.
       77  WS-QUAL-ARG           PIC X(1) VALUE SPACES.
       77  WS-STATED-ARG         PIC X(40) VALUE SPACES.
       77  WS-ASRT-ARG           PIC X(12) VALUE SPACES.
       77  WS-SEQ                PIC 9(7) VALUE 0.
       77  WS-MAX-SEQ            PIC 9(7) VALUE 0.
       77  WS-LIST-CT            PIC 9(5) VALUE 0.
       77  WS-UNMARK-CT          PIC 9(5) VALUE 0.
       77  WS-VAL-LEN            PIC 9(4) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".
           05 DLI-ISRT           PIC X(4) VALUE "ISRT".
           05 DLI-REPL           PIC X(4) VALUE "REPL".
           05 DLI-DLET           PIC X(4) VALUE "DLET".

       01  WS-SSA-PERS           PIC X(30)
           VALUE "PERSON  (PERSID=            )".
       01  WS-SSA-CITA           PIC X(30)
           VALUE "CITATN  (CITAID=            )".
       01  WS-SSA-PLAC           PIC X(30)
           VALUE "PLACE   (PLACID=            )".
       01  WS-SSA-ASRT           PIC X(30)
           VALUE "ASSERT  (ASRTID=            )".
       01  WS-SSA-ASRT-P         PIC X(30)
           VALUE "ASSERT  (PERSID=            )".
       01  WS-SSA-JRNL           PIC X(30)
           VALUE "JOURNAL (PERSID=            )".

      * ASSERZIONE SCELTA, SALVATA PRIMA DELLE SPAZZATE SULLE SORELLE
       01  WS-SEL.
           05 WS-SEL-ID          PIC X(12).
           05 WS-SEL-PERS        PIC X(12).
           05 WS-SEL-FACT        PIC X(8).
           05 WS-SEL-VALUE       PIC X(60).
           05 WS-SEL-QUAL        PIC X(1).
       01  WS-PERS-BEFORE        PIC X(256) VALUE SPACES.
       01  WS-JRNL-DESC          PIC X(40) VALUE SPACES.

       01  WS-SW.
           10 WS-FOUND           PIC X VALUE "N".
              88 FOUND-YES       VALUE "Y".
           10 WS-PERS-FIELD      PIC X VALUE "N".
              88 PERS-FIELD-YES  VALUE "Y".

       COPY GN1ASRT.
       COPY GN1CITA.
       COPY GN1PLAC.
       COPY GN1PRSN.
       COPY GN1JRNL.
       COPY GN1NIDX.
       COPY GNGNEQV.
       COPY "GNNIX.cpy".
       COPY "GNCOGN.cpy".
       COPY "GENFKEY.CPY".

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
             WHEN "AGGIUNGI"
               PERFORM 2000-ASRT-ADD
             WHEN "SCEGLI"
               PERFORM 3000-ASRT-CHOOSE
             WHEN "ELIMINA"
               PERFORM 4000-ASRT-DELETE
             WHEN "ELENCO"
               PERFORM 5000-ASRT-LIST
             WHEN OTHER
               PERFORM 9000-SHOW-USAGE
               MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       9000-SHOW-USAGE.
           DISPLAY "USO: GN3ASRM0 AGGIUNGI <pers-id> <fatto> "
                   "<cita-id> <valore> [qual] [""testo fonte""]"
           DISPLAY "     (fatto: BDATE BPLACE DDATE DPLACE NAME GEND "
                   "FATHER MOTHER)"
           DISPLAY "     GN3ASRM0 SCEGLI <asrt-id>"
           DISPLAY "     GN3ASRM0 ELIMINA <asrt-id>"
           DISPLAY "     GN3ASRM0 ELENCO <pers-id>"
           .

      *----------------------------------------------------------------*
      * Nuova asserzione: persona viva in anagrafe, fatto della        *
      * tassonomia, citazione della stessa persona, valore nella forma *
      * del fatto (data, PLACE-ID censito, genere M/F/U). Fonte e QUAY *
      * vengono dalla citazione.                                       *
      *----------------------------------------------------------------*
       2000-ASRT-ADD.
           IF WS-ARGC < 5
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 6000-ACCEPT-PERSON
           ACCEPT WS-FACT-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FACT-ARG))
             TO WS-FACT-ARG
           ACCEPT WS-CITA-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CITA-ARG))
             TO WS-CITA-ARG
           ACCEPT WS-VALUE-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-VALUE-ARG) TO WS-VALUE-ARG
           MOVE SPACES TO WS-QUAL-ARG WS-STATED-ARG
           IF WS-ARGC >= 6
             ACCEPT WS-QUAL-ARG FROM ARGUMENT-VALUE
             MOVE FUNCTION UPPER-CASE(WS-QUAL-ARG) TO WS-QUAL-ARG
             IF WS-QUAL-ARG = "-"
               MOVE SPACE TO WS-QUAL-ARG
             END-IF
           END-IF
           IF WS-ARGC >= 7
             ACCEPT WS-STATED-ARG FROM ARGUMENT-VALUE
           END-IF

           MOVE SPACES TO GN1ASRT-SEG
           MOVE WS-FACT-ARG TO ASRT-FACT
           IF NOT ASRT-FACT-VALID
             DISPLAY "GN3ASRM0: FATTO NON VALIDO (BDATE BPLACE DDATE "
                     "DPLACE NAME GEND FATHER MOTHER)"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-QUAL-ARG NOT = SPACE AND NOT = "A"
              AND NOT = "B" AND NOT = "F"
             DISPLAY "GN3ASRM0: QUALIFICATORE NON VALIDO (A/B/F/-)"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-VALUE-ARG = SPACES
             DISPLAY "GN3ASRM0: VALORE MANCANTE"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 2100-CHECK-VALUE
           PERFORM 2050-GET-CITATION
           PERFORM 2200-NEXT-ASRT-SEQ

           MOVE SPACES TO GN1ASRT-SEG
           STRING "AS" WS-SEQ DELIMITED BY SIZE INTO ASRT-ID
           MOVE WS-PERS-ARG TO ASRT-PERS
           MOVE WS-FACT-ARG TO ASRT-FACT
           MOVE WS-VALUE-ARG TO ASRT-VALUE
           MOVE WS-QUAL-ARG TO ASRT-QUAL
           MOVE 0 TO ASRT-YEAR
           IF ASRT-FACT-DATE
             MOVE WS-VALUE-ARG(1:4) TO ASRT-YEAR
           END-IF
           MOVE WS-STATED-ARG TO ASRT-STATED
           MOVE CITA-ID TO ASRT-CITA
           MOVE CITA-SRCE TO ASRT-SRCE
           MOVE CITA-QUAY TO ASRT-QUAY
           MOVE WS-PERS-ARG TO WS-SSA-ASRT-P(17:12)
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1ASRT-SEG
                                WS-SSA-ASRT-P
           IF DB-STATUS = SPACES
             DISPLAY "GN3ASRM0: " FUNCTION TRIM(ASRT-FACT) " = "
                     FUNCTION TRIM(ASRT-VALUE) " DA "
                     FUNCTION TRIM(ASRT-CITA) " (QUAY " ASRT-QUAY
                     ") REGISTRATA COME " FUNCTION TRIM(ASRT-ID)
             MOVE 0 TO RETURN-CODE
           ELSE
             DISPLAY "GN3ASRM0: ISRT ASSERT FALLITA (" DB-STATUS ")"
             MOVE 12 TO RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * La citazione deve esistere ed essere della stessa persona:     *
      * un'asserzione non si appoggia alla prova di qualcun altro.     *
      *----------------------------------------------------------------*
       2050-GET-CITATION.
           MOVE WS-CITA-ARG TO WS-SSA-CITA(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1CITA-SEG
                                WS-SSA-CITA
           IF DB-STATUS NOT = SPACES
             DISPLAY "GN3ASRM0: CITAZIONE NON TROVATA: "
                     FUNCTION TRIM(WS-CITA-ARG)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           IF CITA-PERS NOT = WS-PERS-ARG
             DISPLAY "GN3ASRM0: LA CITAZIONE "
                     FUNCTION TRIM(WS-CITA-ARG) " DOCUMENTA "
                     FUNCTION TRIM(CITA-PERS) ", NON "
                     FUNCTION TRIM(WS-PERS-ARG)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           .

      *----------------------------------------------------------------*
      * Forma del valore secondo il fatto: date AAAA, AAAA-MM o        *
      * AAAA-MM-GG; luoghi censiti nel gazetteer; genere M/F/U; i nomi *
      * sono testo libero.                                             *
      *----------------------------------------------------------------*
       2100-CHECK-VALUE.
           EVALUATE TRUE
             WHEN ASRT-FACT-DATE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VALUE-ARG))
                 TO WS-VAL-LEN
               IF WS-VALUE-ARG(1:4) IS NOT NUMERIC
                  OR (WS-VAL-LEN NOT = 4 AND NOT = 7
                      AND NOT = 10)
                  OR (WS-VAL-LEN >= 7
                      AND (WS-VALUE-ARG(5:1) NOT = "-"
                        OR WS-VALUE-ARG(6:2) IS NOT NUMERIC))
                  OR (WS-VAL-LEN = 10
                      AND (WS-VALUE-ARG(8:1) NOT = "-"
                        OR WS-VALUE-ARG(9:2) IS NOT NUMERIC))
                 DISPLAY "GN3ASRM0: DATA NON VALIDA "
                         "(AAAA, AAAA-MM O AAAA-MM-GG)"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
               END-IF
             WHEN ASRT-FACT-PLACE
               MOVE FUNCTION UPPER-CASE(WS-VALUE-ARG) TO WS-VALUE-ARG
               MOVE WS-VALUE-ARG(1:12) TO WS-SSA-PLAC(17:12)
               MOVE DLI-GU TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1PLAC-SEG
                                    WS-SSA-PLAC
               IF DB-STATUS NOT = SPACES
                 DISPLAY "GN3ASRM0: LUOGO NON CENSITO: "
                         FUNCTION TRIM(WS-VALUE-ARG)
                 MOVE 8 TO RETURN-CODE
                 GOBACK
               END-IF
             WHEN ASRT-FACT-GEND
               MOVE FUNCTION UPPER-CASE(WS-VALUE-ARG) TO WS-VALUE-ARG
               IF WS-VALUE-ARG NOT = "M" AND NOT = "F"
                  AND NOT = "U"
                 DISPLAY "GN3ASRM0: GENERE NON VALIDO (M/F/U)"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
               END-IF
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Progressivo: il piu' alto gia' usato + 1, prima di comporre il *
      * segmento (la spazzata usa la stessa area di I/O).              *
      *----------------------------------------------------------------*
       2200-NEXT-ASRT-SEQ.
           MOVE 0 TO WS-MAX-SEQ
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1ASRT-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF ASRT-ID(1:2) = "AS" AND ASRT-ID(3:7) IS NUMERIC
               MOVE ASRT-ID(3:7) TO WS-SEQ
               IF WS-SEQ > WS-MAX-SEQ
                 MOVE WS-SEQ TO WS-MAX-SEQ
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1ASRT-SEG
           END-PERFORM
           COMPUTE WS-SEQ = WS-MAX-SEQ + 1
           .

      *----------------------------------------------------------------*
      * Conclusione: l'asserzione scelta diventa l'unica marcata per   *
      * persona e fatto, e dove il fatto ha un campo in PERSON il suo  *
      * valore vi viene riportato (versione, timbro e journal con le   *
      * immagini prima/dopo, come ogni mutazione dell'anagrafe).       *
      *----------------------------------------------------------------*
       3000-ASRT-CHOOSE.
           IF WS-ARGC < 2
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 6300-GET-ASRT
           MOVE ASRT-ID TO WS-SEL-ID
           MOVE ASRT-PERS TO WS-SEL-PERS
           MOVE ASRT-FACT TO WS-SEL-FACT
           MOVE ASRT-VALUE TO WS-SEL-VALUE
           MOVE ASRT-QUAL TO WS-SEL-QUAL

           MOVE 0 TO WS-UNMARK-CT
           MOVE WS-SEL-PERS TO WS-SSA-ASRT-P(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1ASRT-SEG
                                WS-SSA-ASRT-P
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF ASRT-FACT = WS-SEL-FACT AND ASRT-ID NOT = WS-SEL-ID
                AND ASRT-IS-CHOSEN
               MOVE SPACE TO ASRT-CHOSEN
               MOVE DLI-REPL TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1ASRT-SEG
               ADD 1 TO WS-UNMARK-CT
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1ASRT-SEG
                                  WS-SSA-ASRT-P
           END-PERFORM

           MOVE WS-SEL-ID TO WS-SSA-ASRT(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1ASRT-SEG
                                WS-SSA-ASRT
           MOVE "Y" TO ASRT-CHOSEN
           MOVE DLI-REPL TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1ASRT-SEG
           IF DB-STATUS NOT = SPACES
             DISPLAY "GN3ASRM0: REPL ASSERT FALLITA (" DB-STATUS ")"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-UNMARK-CT > 0
             DISPLAY "GN3ASRM0: CONCLUSIONE PRECEDENTE SU "
                     FUNCTION TRIM(WS-SEL-FACT) " RIMOSSA"
           END-IF
           PERFORM 3100-APPLY-TO-PERSON
           .

       3100-APPLY-TO-PERSON.
           MOVE WS-SEL-PERS TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           IF DB-STATUS NOT = SPACES
             DISPLAY "GN3ASRM0: PERSONA NON TROVATA: "
                     FUNCTION TRIM(WS-SEL-PERS)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE GN1PRSN-SEG TO WS-PERS-BEFORE
           MOVE "Y" TO WS-PERS-FIELD
           MOVE WS-SEL-FACT TO ASRT-FACT
           EVALUATE TRUE
             WHEN ASRT-FACT-BDATE
               MOVE WS-SEL-VALUE(1:10) TO PERS-BDATE
               MOVE WS-SEL-QUAL TO PERS-BDATE-QUAL
             WHEN ASRT-FACT-BPLACE
               MOVE WS-SEL-VALUE(1:12) TO PERS-BPLACE
             WHEN ASRT-FACT-DPLACE
               MOVE WS-SEL-VALUE(1:12) TO PERS-DPLACE
             WHEN ASRT-FACT-NAME
               MOVE WS-SEL-VALUE(1:40) TO PERS-NAME
             WHEN ASRT-FACT-GEND
               MOVE WS-SEL-VALUE(1:1) TO PERS-GEND
             WHEN OTHER
               MOVE "N" TO WS-PERS-FIELD
           END-EVALUATE
           IF NOT PERS-FIELD-YES
             DISPLAY "GN3ASRM0: " FUNCTION TRIM(WS-SEL-ID)
                     " SCELTA PER " FUNCTION TRIM(WS-SEL-FACT)
                     " (NESSUN CAMPO IN ANAGRAFE DA AGGIORNARE)"
             MOVE 0 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           IF GN1PRSN-SEG = WS-PERS-BEFORE
             DISPLAY "GN3ASRM0: " FUNCTION TRIM(WS-SEL-ID)
                     " SCELTA; ANAGRAFE GIA' CONFORME"
             MOVE 0 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO PERS-VERSION-SEQ
           MOVE FUNCTION CURRENT-DATE(1:14) TO PERS-UPDATED-AT
           MOVE DLI-REPL TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
           IF DB-STATUS NOT = SPACES
             DISPLAY "GN3ASRM0: REPL PERSON FALLITA (" DB-STATUS ")"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACES TO WS-JRNL-DESC
           STRING "CONCLUSIONE " FUNCTION TRIM(WS-SEL-FACT) " DA "
                  FUNCTION TRIM(WS-SEL-ID)
             DELIMITED BY SIZE INTO WS-JRNL-DESC
           PERFORM 8000-WRITE-JOURNAL-ROW
      *    NOME E ANNO DI NASCITA SONO LE CHIAVI DELL'INDICE DEI NOMI
           MOVE PERS-ID TO NIXM-IN-PERS
           MOVE PERS-NAME TO NIXM-IN-NAME
           MOVE PERS-BDATE TO NIXM-IN-BDATE
           MOVE PERS-IS-DELETED TO NIXM-IN-DELETED
           PERFORM 9600-REINDEX-PERSON
           DISPLAY "GN3ASRM0: " FUNCTION TRIM(WS-SEL-ID)
                   " SCELTA; " FUNCTION TRIM(WS-SEL-FACT) " DI "
                   FUNCTION TRIM(WS-SEL-PERS) " = "
                   FUNCTION TRIM(WS-SEL-VALUE)
           MOVE 0 TO RETURN-CODE
           IF NIXM-ERR-CT > 0
             DISPLAY "GN3ASRM0: INDICE NOMI NON RIALLINEATO PER "
                     FUNCTION TRIM(WS-SEL-PERS) " (ESEGUIRE GN3NIXR0)"
             MOVE 4 TO RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * Cancellazione: se l'asserzione era la conclusione scelta il    *
      * campo in anagrafe resta com'e' (non si indovina una nuova      *
      * conclusione); lo si segnala.                                   *
      *----------------------------------------------------------------*
       4000-ASRT-DELETE.
           IF WS-ARGC < 2
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 6300-GET-ASRT
           MOVE ASRT-CHOSEN TO WS-FOUND
           MOVE DLI-DLET TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1ASRT-SEG
           IF DB-STATUS = SPACES
             DISPLAY "GN3ASRM0: " FUNCTION TRIM(WS-ASRT-ARG)
                     " CANCELLATA"
             IF FOUND-YES
               DISPLAY "GN3ASRM0: ERA LA CONCLUSIONE SCELTA; IL "
                       "CAMPO IN ANAGRAFE RESTA INVARIATO"
             END-IF
             MOVE 0 TO RETURN-CODE
           ELSE
             DISPLAY "GN3ASRM0: DLET ASSERT FALLITA (" DB-STATUS ")"
             MOVE 12 TO RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * Elenco delle asserzioni di una persona: GU+GN qualificate sulla*
      * chiave del padre; "*" marca la conclusione scelta.             *
      *----------------------------------------------------------------*
       5000-ASRT-LIST.
           IF WS-ARGC < 2
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 6000-ACCEPT-PERSON
           MOVE 0 TO WS-LIST-CT
           MOVE WS-PERS-ARG TO WS-SSA-ASRT-P(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1ASRT-SEG
                                WS-SSA-ASRT-P
           PERFORM UNTIL DB-STATUS NOT = SPACES
             ADD 1 TO WS-LIST-CT
             IF ASRT-IS-CHOSEN
               MOVE "*" TO WS-FOUND
             ELSE
               MOVE " " TO WS-FOUND
             END-IF
             DISPLAY WS-FOUND " " ASRT-ID " " ASRT-FACT " "
                     FUNCTION TRIM(ASRT-VALUE) " " ASRT-QUAL
                     " CIT " FUNCTION TRIM(ASRT-CITA)
                     " QUAY " ASRT-QUAY " "
                     FUNCTION TRIM(ASRT-STATED)
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1ASRT-SEG
                                  WS-SSA-ASRT-P
           END-PERFORM
           DISPLAY "GN3ASRM0: " WS-LIST-CT " ASSERZIONI PER "
                   FUNCTION TRIM(WS-PERS-ARG)
           MOVE 0 TO RETURN-CODE
           .

      *----------------------------------------------------------------*
      * Persona di riferimento: GU qualificata sulla chiave; la        *
      * persona non deve essere cancellata.                            *
      *----------------------------------------------------------------*
       6000-ACCEPT-PERSON.
           ACCEPT WS-PERS-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PERS-ARG))
             TO WS-PERS-ARG
           MOVE WS-PERS-ARG TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           IF DB-STATUS NOT = SPACES OR PERS-IS-DELETED = "Y"
             DISPLAY "GN3ASRM0: PERSONA NON TROVATA: "
                     FUNCTION TRIM(WS-PERS-ARG)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           .

       6300-GET-ASRT.
           ACCEPT WS-ASRT-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ASRT-ARG))
             TO WS-ASRT-ARG
           MOVE WS-ASRT-ARG TO WS-SSA-ASRT(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1ASRT-SEG
                                WS-SSA-ASRT
           IF DB-STATUS NOT = SPACES
             DISPLAY "GN3ASRM0: ASSERZIONE NON TROVATA: "
                     FUNCTION TRIM(WS-ASRT-ARG)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           .

      *----------------------------------------------------------------*
      * Riga journal sotto la persona, con le immagini PERSON prima e  *
      * dopo: la conclusione cambiata resta ricostruibile "as-of".     *
      *----------------------------------------------------------------*
       8000-WRITE-JOURNAL-ROW.
           MOVE SPACES TO GN1JRNL-SEG
           STRING "JA" FUNCTION CURRENT-DATE(9:8)
             DELIMITED BY SIZE INTO JRNL-ID
           MOVE "ASRTSCEL" TO JRNL-OP
           MOVE WS-SEL-PERS TO JRNL-ENTID
           MOVE WS-JRNL-DESC TO JRNL-DESC
           MOVE "GN3ASRM0" TO JRNL-OPER
           MOVE FUNCTION CURRENT-DATE(1:8) TO JRNL-SESS
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TS
           MOVE WS-PERS-BEFORE TO JRNL-BEF-IMG
           MOVE GN1PRSN-SEG TO JRNL-AFT-IMG
           MOVE WS-SEL-PERS TO WS-SSA-JRNL(17:12)
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1JRNL-SEG
                                WS-SSA-JRNL
           .

       COPY "GNNIXP.cpy".
       COPY "GNCOGNP.cpy".
       COPY "GENFKEYP.CPY".

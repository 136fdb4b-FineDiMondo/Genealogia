       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3NIXR0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Verifica e ricostruzione dell'indice dei nomi
                (segmento NAMEIX, tracciato GN1NIDX) che la FIND e
                l'interrogazione eventi di IGONL01 leggono al posto
                della spazzata delle PERSON. Ogni path che scrive
                PERSON o ALIAS lo tiene allineato (GNNIXP), ma un
                carico fuori procedura, una corsa interrotta o un
                ripristino parziale lo possono lasciare indietro.
                Nel report:
                  ORFANA    riga dell'indice di una persona che non
                            esiste piu' o e' cancellata
                  OBSOLETA  riga principale con cognome, nome, anno
                            o nome esteso diversi dalla PERSON
                  MANCANTE  persona senza riga principale
                  DOPPIA    persona con piu' di una riga principale
                  ALIAS     righe alias diverse dagli ALIAS della
                            persona
                Il cognome atteso e' quello di schedatura, con le
                particelle (DELLAROBBIA, GNCOGNP): le righe scritte
                quando il cognome era la sola ultima parola escono
                OBSOLETE e un RICOSTRUISCI le riallinea, rinvii
                dalla radice (R) compresi.
                Uso:
                  GN3NIXR0 <report-out> [VERIFICA|RICOSTRUISCI]
                VERIFICA (il default) non scrive nulla e chiude con
                RC 4 se trova discordanze. RICOSTRUISCI toglie le
                righe delle persone orfane e riscrive da capo quelle
                di ogni persona (9600, GNNIXP): e' anche la via per
                il primo carico dell'indice su una base esistente.

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
       77  WS-ARG                PIC X(16) VALUE SPACES.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-NIX-CT             PIC 9(7) VALUE 0.
       77  WS-ALIA-CT            PIC 9(7) VALUE 0.
       77  WS-ORPH-CT            PIC 9(7) VALUE 0.
       77  WS-STALE-CT           PIC 9(7) VALUE 0.
       77  WS-MISS-CT            PIC 9(7) VALUE 0.
       77  WS-DUP-CT             PIC 9(7) VALUE 0.
       77  WS-ADIFF-CT           PIC 9(7) VALUE 0.
       77  WS-REIX-CT            PIC 9(7) VALUE 0.
       77  WS-INS-CT             PIC 9(7) VALUE 0.
       77  WS-DEL-CT             PIC 9(7) VALUE 0.
       77  WS-ERR-CT             PIC 9(7) VALUE 0.

       01  WS-MODE               PIC X(12) VALUE "VERIFICA".
           88 MODE-RICOSTRUISCI  VALUE "RICOSTRUISCI".

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".

      * SSA NON QUALIFICATE (SOLO NOME SEGMENTO) DELLE SPAZZATE
       01  WS-SSA.
           05 WS-SSA-NIX-UNQ     PIC X(9) VALUE "NAMEIX   ".
           05 WS-SSA-ALIA-UNQ    PIC X(9) VALUE "ALIAS    ".

      * PERSONE IN ORDINE DI CHIAVE (LA SPAZZATA DELLE RADICI LE
      * RESTITUISCE COSI'), CON LA RIGA PRINCIPALE ATTESA E I
      * CONTEGGI DI CIO' CHE L'INDICE E GLI ALIAS PORTANO
       01  WS-P-TABLE.
           05 WS-P-ENTRY OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-P-COUNT
                 ASCENDING KEY IS WS-P-ID
                 INDEXED BY WS-PX.
              10 WS-P-ID         PIC X(12).
              10 WS-P-NAME       PIC X(40).
              10 WS-P-BDATE      PIC X(10).
              10 WS-P-DEL        PIC X(1).
              10 WS-P-SURN       PIC X(20).
              10 WS-P-GIVEN      PIC X(15).
              10 WS-P-YEAR       PIC X(4).
              10 WS-P-PRIM-N     PIC 9(3).
              10 WS-P-AIDX-N     PIC 9(3).
              10 WS-P-ALIA-N     PIC 9(3).
       01  WS-P-COUNT            PIC 9(5) VALUE 0.
       01  WS-I                  PIC 9(5) VALUE 0.
       01  WS-P-FULL             PIC X VALUE "N".
           88 P-FULL             VALUE "Y".
       01  WS-P-SORTED           PIC X VALUE "Y".
           88 P-SORTED           VALUE "Y".
       01  WS-PREV-ID            PIC X(12) VALUE LOW-VALUES.
       01  WS-FOUND              PIC X VALUE "N".
           88 FOUND-YES          VALUE "Y".

      * PERSONE ORFANE TROVATE NELL'INDICE, DA RIPULIRE IN
      * RICOSTRUZIONE DOPO LA SPAZZATA
       01  WS-O-TABLE.
           05 WS-O-ID OCCURS 1000 TIMES PIC X(12).
       01  WS-O-COUNT            PIC 9(4) VALUE 0.
       01  WS-OX                 PIC 9(4) VALUE 0.

       01  WS-ALIA-BUF.
           05 WS-ALIA-ID         PIC X(12).
           05 WS-ALIA-PERS       PIC X(12).
           05 WS-ALIA-NAME       PIC X(40).
           05 FILLER             PIC X(32).
       01  WS-FIND-ID            PIC X(12) VALUE SPACES.
       01  WS-ESITO              PIC X(10) VALUE SPACES.
       01  WS-N1-Z               PIC ZZ9.
       01  WS-N2-Z               PIC ZZ9.

       COPY GN1PRSN.
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
             DISPLAY "USO: GN3NIXR0 <report-out>"
                     " [VERIFICA|RICOSTRUISCI]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           IF WS-ARGC >= 2
             ACCEPT WS-ARG FROM ARGUMENT-VALUE
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG))
               TO WS-MODE
             IF WS-MODE NOT = "VERIFICA"
                AND WS-MODE NOT = "RICOSTRUISCI"
               DISPLAY "GN3NIXR0: MODO NON VALIDO " WS-MODE
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF

           PERFORM 1000-LOAD-PERSONS
           IF P-FULL
             DISPLAY "GN3NIXR0: OLTRE 5000 PERSONE, VERIFICA PARZIALE"
           END-IF
           PERFORM 1100-COUNT-ALIASES

           OPEN OUTPUT REPORT-FILE
           PERFORM 5000-WRITE-HEADER
           PERFORM 2000-SWEEP-INDEX
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-P-COUNT
             PERFORM 3000-CHECK-PERSON
           END-PERFORM
           IF MODE-RICOSTRUISCI
             PERFORM 4000-REBUILD
           END-IF
           PERFORM 5900-WRITE-TOTALS
           CLOSE REPORT-FILE

           DISPLAY "GN3NIXR0: PERSONE           = " WS-P-COUNT
           DISPLAY "GN3NIXR0: RIGHE INDICE      = " WS-NIX-CT
           DISPLAY "GN3NIXR0: RIGHE ORFANE      = " WS-ORPH-CT
           DISPLAY "GN3NIXR0: RIGHE OBSOLETE    = " WS-STALE-CT
           DISPLAY "GN3NIXR0: PRINCIPALI MANC.  = " WS-MISS-CT
           DISPLAY "GN3NIXR0: PRINCIPALI DOPPIE = " WS-DUP-CT
           DISPLAY "GN3NIXR0: ALIAS DISCORDI    = " WS-ADIFF-CT
           IF MODE-RICOSTRUISCI
             DISPLAY "GN3NIXR0: PERSONE RIALLINEATE = " WS-REIX-CT
             DISPLAY "GN3NIXR0: RIGHE TOLTE         = " WS-DEL-CT
             DISPLAY "GN3NIXR0: RIGHE SCRITTE       = " WS-INS-CT
             DISPLAY "GN3NIXR0: CHIAMATE FALLITE    = " WS-ERR-CT
           END-IF
           IF MODE-RICOSTRUISCI
             IF P-FULL OR WS-ERR-CT > 0
               MOVE 4 TO RETURN-CODE
             ELSE
               MOVE 0 TO RETURN-CODE
             END-IF
           ELSE
             IF P-FULL OR WS-ORPH-CT > 0 OR WS-STALE-CT > 0
                OR WS-MISS-CT > 0 OR WS-DUP-CT > 0
                OR WS-ADIFF-CT > 0
               MOVE 4 TO RETURN-CODE
             ELSE
               MOVE 0 TO RETURN-CODE
             END-IF
           END-IF
           GOBACK.

      *----------------------------------------------------------------*
      * Tutte le PERSON, comprese le cancellate (le loro righe sono    *
      * orfane), con la riga principale che dovrebbero avere: stessa   *
      * scomposizione della manutenzione (9620, GNNIXP).               *
      *----------------------------------------------------------------*
       1000-LOAD-PERSONS.
           MOVE 0 TO WS-P-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF WS-P-COUNT >= 5000
               MOVE "Y" TO WS-P-FULL
             ELSE
               PERFORM 1010-ADD-PERSON
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PRSN-SEG
           END-PERFORM
           .

       1010-ADD-PERSON.
           IF PERS-ID NOT > WS-PREV-ID
             MOVE "N" TO WS-P-SORTED
           END-IF
           MOVE PERS-ID TO WS-PREV-ID
           ADD 1 TO WS-P-COUNT
           MOVE PERS-ID TO WS-P-ID(WS-P-COUNT)
           MOVE PERS-NAME TO WS-P-NAME(WS-P-COUNT)
           MOVE PERS-BDATE TO WS-P-BDATE(WS-P-COUNT)
           MOVE PERS-IS-DELETED TO WS-P-DEL(WS-P-COUNT)
           MOVE 0 TO WS-P-PRIM-N(WS-P-COUNT)
                     WS-P-AIDX-N(WS-P-COUNT)
                     WS-P-ALIA-N(WS-P-COUNT)
           MOVE PERS-NAME TO NIXM-SPLIT-IN
           PERFORM 9620-SPLIT-NAME
           MOVE NIXM-LAST TO WS-P-SURN(WS-P-COUNT)
           MOVE SPACES TO WS-P-GIVEN(WS-P-COUNT)
           IF NIXM-WORD-CT > 1
             MOVE NIXM-FIRST TO WS-P-GIVEN(WS-P-COUNT)
           END-IF
           MOVE SPACES TO WS-P-YEAR(WS-P-COUNT)
           IF PERS-BDATE(1:4) IS NUMERIC
             MOVE PERS-BDATE(1:4) TO WS-P-YEAR(WS-P-COUNT)
           END-IF
           .

      *    ALIAS CON UN NOME PER PERSONA, SPAZZATA NON QUALIFICATA
       1100-COUNT-ALIASES.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                WS-ALIA-BUF
                                WS-SSA-ALIA-UNQ
           PERFORM UNTIL DB-STATUS NOT = SPACES
             ADD 1 TO WS-ALIA-CT
             MOVE WS-ALIA-PERS TO WS-FIND-ID
             PERFORM 1900-FIND-PERSON
             IF FOUND-YES AND WS-ALIA-NAME NOT = SPACES
                AND WS-P-ALIA-N(WS-PX) < 999
               ADD 1 TO WS-P-ALIA-N(WS-PX)
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  WS-ALIA-BUF
                                  WS-SSA-ALIA-UNQ
           END-PERFORM
           .

      *    PERSONA DI WS-FIND-ID NELLA TAVOLA (WS-PX): RICERCA
      *    BINARIA SE LE RADICI SONO ARRIVATE IN ORDINE DI CHIAVE,
      *    ALTRIMENTI SEQUENZIALE
       1900-FIND-PERSON.
           MOVE "N" TO WS-FOUND
           IF WS-P-COUNT = 0
             EXIT PARAGRAPH
           END-IF
           IF P-SORTED
             SEARCH ALL WS-P-ENTRY
               WHEN WS-P-ID(WS-PX) = WS-FIND-ID
                 MOVE "Y" TO WS-FOUND
             END-SEARCH
           ELSE
             SET WS-PX TO 1
             SEARCH WS-P-ENTRY
               WHEN WS-P-ID(WS-PX) = WS-FIND-ID
                 MOVE "Y" TO WS-FOUND
             END-SEARCH
           END-IF
           .

      *----------------------------------------------------------------*
      * Spazzata dell'indice: ogni riga deve avere la sua persona viva *
      * e, se principale, i valori che la persona ha oggi. Si contano  *
      * per persona le righe principali e quelle alias.                *
      *----------------------------------------------------------------*
       2000-SWEEP-INDEX.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1NIDX-SEG
                                WS-SSA-NIX-UNQ
           PERFORM UNTIL DB-STATUS NOT = SPACES
             ADD 1 TO WS-NIX-CT
             PERFORM 2100-CHECK-INDEX-ROW
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1NIDX-SEG
                                  WS-SSA-NIX-UNQ
           END-PERFORM
           .

       2100-CHECK-INDEX-ROW.
           MOVE NIX-PERS TO WS-FIND-ID
           PERFORM 1900-FIND-PERSON
           IF NOT FOUND-YES AND P-FULL
      *      PERSONA OLTRE LA TAVOLA: NON SI GIUDICA
             EXIT PARAGRAPH
           END-IF
           IF NOT FOUND-YES OR WS-P-DEL(WS-PX) = "Y"
             ADD 1 TO WS-ORPH-CT
             MOVE "ORFANA" TO WS-ESITO
             PERFORM 5100-WRITE-ROW-LINE
             PERFORM 2200-NOTE-ORPHAN
             EXIT PARAGRAPH
           END-IF
           EVALUATE NIX-KIND
             WHEN "P"
               IF WS-P-PRIM-N(WS-PX) < 999
                 ADD 1 TO WS-P-PRIM-N(WS-PX)
               END-IF
               IF NIX-SURN NOT = WS-P-SURN(WS-PX)
                  OR NIX-GIVEN NOT = WS-P-GIVEN(WS-PX)
                  OR NIX-BYEAR NOT = WS-P-YEAR(WS-PX)
                  OR NIX-NAME NOT = WS-P-NAME(WS-PX)
                 ADD 1 TO WS-STALE-CT
                 MOVE "OBSOLETA" TO WS-ESITO
                 PERFORM 5100-WRITE-ROW-LINE
               END-IF
             WHEN "A"
               IF WS-P-AIDX-N(WS-PX) < 999
                 ADD 1 TO WS-P-AIDX-N(WS-PX)
               END-IF
           END-EVALUATE
           .

      *    UNA PERSONA ORFANA SI ANNOTA UNA VOLTA (LE SUE RIGHE SONO
      *    CONTIGUE SOLO SE HANNO LO STESSO COGNOME)
       2200-NOTE-ORPHAN.
           PERFORM VARYING WS-OX FROM 1 BY 1
               UNTIL WS-OX > WS-O-COUNT
             IF WS-O-ID(WS-OX) = NIX-PERS
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF WS-O-COUNT < 1000
             ADD 1 TO WS-O-COUNT
             MOVE NIX-PERS TO WS-O-ID(WS-O-COUNT)
           END-IF
           .

      *----------------------------------------------------------------*
      * Persona per persona: una e una sola riga principale, tante     *
      * righe alias quanti ALIAS con un nome (quelli vuoti non hanno   *
      * riga, e la manutenzione si ferma a 20 per persona).            *
      *----------------------------------------------------------------*
       3000-CHECK-PERSON.
           IF WS-P-DEL(WS-I) = "Y" OR WS-P-SURN(WS-I) = SPACES
             EXIT PARAGRAPH
           END-IF
           IF WS-P-PRIM-N(WS-I) = 0
             ADD 1 TO WS-MISS-CT
             MOVE "MANCANTE" TO WS-ESITO
             PERFORM 5200-WRITE-PERSON-LINE
           END-IF
           IF WS-P-PRIM-N(WS-I) > 1
             ADD 1 TO WS-DUP-CT
             MOVE "DOPPIA" TO WS-ESITO
             PERFORM 5200-WRITE-PERSON-LINE
           END-IF
           IF WS-P-AIDX-N(WS-I) NOT = WS-P-ALIA-N(WS-I)
              AND NOT (WS-P-ALIA-N(WS-I) > 20
                       AND WS-P-AIDX-N(WS-I) = 20)
             ADD 1 TO WS-ADIFF-CT
             MOVE "ALIAS" TO WS-ESITO
             PERFORM 5200-WRITE-PERSON-LINE
           END-IF
           .

      *----------------------------------------------------------------*
      * Ricostruzione: prima si tolgono le righe delle orfane, poi     *
      * ogni persona della tavola riscrive le sue (le cancellate       *
      * restano senza righe). La spazzata e' gia' chiusa, quindi le    *
      * ISRT/DLET non disturbano nessuna posizione.                    *
      *----------------------------------------------------------------*
       4000-REBUILD.
           PERFORM VARYING WS-OX FROM 1 BY 1
               UNTIL WS-OX > WS-O-COUNT
             MOVE WS-O-ID(WS-OX) TO NIXM-IN-PERS
             MOVE "Y" TO NIXM-IN-DELETED
             PERFORM 9600-REINDEX-PERSON
             ADD NIXM-DEL-CT TO WS-DEL-CT
             ADD NIXM-ERR-CT TO WS-ERR-CT
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-P-COUNT
             MOVE WS-P-ID(WS-I) TO NIXM-IN-PERS
             MOVE WS-P-NAME(WS-I) TO NIXM-IN-NAME
             MOVE WS-P-BDATE(WS-I) TO NIXM-IN-BDATE
             MOVE WS-P-DEL(WS-I) TO NIXM-IN-DELETED
             PERFORM 9600-REINDEX-PERSON
             ADD 1 TO WS-REIX-CT
             ADD NIXM-DEL-CT TO WS-DEL-CT
             ADD NIXM-INS-CT TO WS-INS-CT
             ADD NIXM-ERR-CT TO WS-ERR-CT
           END-PERFORM
           .

       5000-WRITE-HEADER.
           MOVE SPACES TO REPORT-REC
           STRING "GN3NIXR0 INDICE DEI NOMI - MODO "
                  FUNCTION TRIM(WS-MODE) " - "
                  FUNCTION CURRENT-DATE(1:8)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "ESITO     PERSONA      COGNOME              "
                  "NOME            ANNO NOME ESTESO"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

       5100-WRITE-ROW-LINE.
           MOVE SPACES TO REPORT-REC
           STRING WS-ESITO NIX-PERS " " NIX-SURN " " NIX-GIVEN " "
                  NIX-BYEAR " " NIX-NAME
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

       5200-WRITE-PERSON-LINE.
           MOVE SPACES TO REPORT-REC
           IF WS-ESITO = "ALIAS"
             MOVE WS-P-AIDX-N(WS-I) TO WS-N1-Z
             MOVE WS-P-ALIA-N(WS-I) TO WS-N2-Z
             STRING WS-ESITO WS-P-ID(WS-I) " RIGHE ALIAS "
                    WS-N1-Z " ALIAS DELLA PERSONA " WS-N2-Z
               DELIMITED BY SIZE INTO REPORT-REC
           ELSE
             STRING WS-ESITO WS-P-ID(WS-I) " " WS-P-SURN(WS-I) " "
                    WS-P-GIVEN(WS-I) " " WS-P-YEAR(WS-I) " "
                    WS-P-NAME(WS-I)
               DELIMITED BY SIZE INTO REPORT-REC
           END-IF
           WRITE REPORT-REC
           .

       5900-WRITE-TOTALS.
           MOVE SPACES TO REPORT-REC
           STRING "TOTALI: RIGHE " WS-NIX-CT
                  " ORFANE " WS-ORPH-CT
                  " OBSOLETE " WS-STALE-CT
                  " MANCANTI " WS-MISS-CT
                  " DOPPIE " WS-DUP-CT
                  " ALIAS " WS-ADIFF-CT
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           IF MODE-RICOSTRUISCI
             MOVE SPACES TO REPORT-REC
             STRING "RICOSTRUZIONE: PERSONE " WS-REIX-CT
                    " RIGHE TOLTE " WS-DEL-CT
                    " RIGHE SCRITTE " WS-INS-CT
                    " FALLITE " WS-ERR-CT
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
           END-IF
           .

       COPY "GNNIXP.cpy".
       COPY "GNCOGNP.cpy".
       COPY "GENFKEYP.CPY".

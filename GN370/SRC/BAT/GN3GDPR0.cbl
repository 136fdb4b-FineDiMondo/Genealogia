       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3GDPR0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Richieste dell'interessato vivente (accesso e
                cancellazione, artt. 15 e 17 GDPR). Finora la
                risposta era una ricerca a mano nella base DL/I, nei
                file flat del CLI, nell'archivio scansioni, nel
                journal e in RICHIESTE/COMMESSE.
                  GN3GDPR0 <report> <admin> <ACCESSO|CANCELLA>
                           <ricevuta-il> <dir-archivio-journal>
                           <PERS-ID>
                  GN3GDPR0 <report> <admin> <ACCESSO|CANCELLA>
                           <ricevuta-il> <dir-archivio-journal>
                           <nome> <nascita>
                <admin> e' un operatore ADMIN attivo (GNOPER), come
                in GN3MASS0; <ricevuta-il> e' la data AAAAMMGG in cui
                la richiesta e' arrivata; <dir-archivio-journal> e'
                la cartella dei file annuali JRNL<AAAA>.DAT di
                GN3JRLL0. Con nome e nascita (AAAA-MM-GG) la persona
                e' cercata fra le PERSON non cancellate: piu' di una
                corrispondenza ferma la corsa con l'elenco, da
                rilanciare con il PERS-ID; nessuna prosegue sui soli
                file flat. ACCESSO scrive nel report tutto cio' che
                e' conservato: la PERSON, ogni segmento figlio (con i
                PARTIC dei suoi eventi e i percorsi dei media), le
                righe dell'indice dei nomi, le righe journal online
                e quelle dei file annuali, le righe dei file flat
                (PERSONE, ALIAS, EVENTI, FAMIGLIE e GIORNALE
                riscontrati per nome e nascita; RICHIESTE, COMMESSE
                e CANDIDATI per PERS-ID). CANCELLA, solo per una
                persona presumibilmente vivente (nessun evento MORTE
                e nascita da meno di 100 anni, il criterio del modo
                PRIVACY di GN3EXP00), toglie con DLET i segmenti
                figli e le righe journal, svuota l'indice dei nomi e
                lascia la PERSON come guscio pseudonimo (nome
                sostituito, nascita e luoghi vuoti, cancellata e
                riservata): i legami degli altri (RELATE, FAMILY,
                PARTIC di eventi altrui) restano coerenti ma non
                portano piu' nulla di personale. Le righe HHMEMB,
                EMIGRAT e DEEDPTY che la nominano, elencate da
                ACCESSO, restano al loro fuoco, lista o atto senza
                PERS-ID ne' nome come scritto. Una sola riga
                journal GDPRCANC, senza dati, ne resta traccia. I
                file annuali perdono le righe della persona; le foto
                (MEDI-TYPE FOTO) sono rimosse dal disco, le
                scansioni di registro restano perche' riguardano
                anche terzi. Nei file flat, sotto il lock
                data/ARCHIVIO.LCK e con il giornale del CLI, la riga
                PERSONE diventa pseudonima e cancellata, ALIAS,
                EVENTI e CANDIDATI perdono le sue righe, il GIORNALE
                le immagini; FAMIGLIE (soli legami fra ID),
                RICHIESTE e COMMESSE (rapporto con il cliente) sono
                conservate e il report lo dice. Ogni risposta, anche
                una cancellazione respinta, lascia una riga nel
                registro data/REGISTRO-GDPR.DAT:
                  NUM|TIPO|RICEVUTA-IL|EVASA-IL|GIORNI|OPERATORE|
                  PERS-ID|SOGGETTO|NASCITA|ESITO|AZIONI|REPORT|CKSUM
                con l'impronta cksum del report consegnato: e' il
                minimo che il registro conserva per dimostrare al
                Garante quando e come la richiesta e' stata evasa.
                Oltre i 30 giorni l'esito lo segnala. RC 0 evasa,
                4 cancellazione respinta (persona defunta), 8
                persona non trovata o ambigua, 12 archivio flat
                occupato (nulla e' stato toccato), 16 uso errato.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-OUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDGER-FILE ASSIGN TO "data/REGISTRO-GDPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LED-FS.
           SELECT FLAT-FILE ASSIGN TO DYNAMIC WS-FLAT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-FS.
           SELECT FLAT-OUT-FILE ASSIGN TO DYNAMIC WS-FLAT-OUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOUT-FS.
           SELECT ANNI-FILE ASSIGN TO DYNAMIC WS-ANNI-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANNI-FS.
           SELECT CKSUM-FILE ASSIGN TO "work/gdpr-cksum.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKS-FS.
           SELECT LOCK-FILE ASSIGN TO "data/ARCHIVIO.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-FS.
           SELECT GIORNALE-FILE ASSIGN TO "data/GIORNALE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-REC            PIC X(132).

       FD  LEDGER-FILE.
       01  LEDGER-REC            PIC X(400).

       FD  FLAT-FILE.
       01  FLAT-REC              PIC X(640).

       FD  FLAT-OUT-FILE.
       01  FLAT-OUT-REC          PIC X(640).

       FD  ANNI-FILE.
       01  ANNI-REC              PIC X(4).

       FD  CKSUM-FILE.
       01  CKSUM-REC             PIC X(160).

       FD  LOCK-FILE.
       01  LOCK-REC              PIC X(14).

       FD  GIORNALE-FILE.
       01  GIORNALE-REC.
           05 GIO-TS             PIC X(14).
           05 FILLER             PIC X(1).
           05 GIO-OP             PIC X(12).
           05 FILLER             PIC X(1).
           05 GIO-ID             PIC X(20).
           05 FILLER             PIC X(1).
           05 GIO-BEFORE         PIC X(240).
           05 GIO-AFTER          PIC X(240).

       WORKING-STORAGE SECTION.
       77  WS-OUT-FILE           PIC X(256) VALUE SPACES.
       77  WS-FLAT-FILE          PIC X(200) VALUE SPACES.
       77  WS-FLAT-OUT           PIC X(200) VALUE SPACES.
       77  WS-ANNI-FILE          PIC X(200) VALUE SPACES.
       77  WS-ARCH-DIR           PIC X(128) VALUE SPACES.
       77  WS-LED-FS             PIC X(2) VALUE "00".
       77  WS-FLAT-FS            PIC X(2) VALUE "00".
       77  WS-FOUT-FS            PIC X(2) VALUE "00".
       77  WS-ANNI-FS            PIC X(2) VALUE "00".
       77  WS-CKS-FS             PIC X(2) VALUE "00".
       77  WS-LCK-FS             PIC X(2) VALUE "00".
       77  WS-JRN-FS             PIC X(2) VALUE "00".
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-ADMIN-ARG          PIC X(8) VALUE SPACES.
       77  WS-MODE-ARG           PIC X(10) VALUE SPACES.
       77  WS-RCV-ARG            PIC X(10) VALUE SPACES.
       77  WS-ID-ARG             PIC X(40) VALUE SPACES.
       77  WS-BDATE-ARG          PIC X(10) VALUE SPACES.
       77  WS-CMD                PIC X(300) VALUE SPACES.
       77  WS-TODAY              PIC X(8) VALUE SPACES.
       77  WS-REQ-NUM            PIC 9(6) VALUE 0.
       77  WS-LED-NUM            PIC 9(6) VALUE 0.
       77  WS-DAYS               PIC S9(5) VALUE 0.
       77  WS-DAYS-OUT           PIC 9(5) VALUE 0.
       77  WS-OUTCOME            PIC X(30) VALUE SPACES.
       77  WS-ACTIONS            PIC X(160) VALUE SPACES.
       77  WS-CKSUM              PIC X(20) VALUE SPACES.
       77  WS-CK-F1              PIC X(20) VALUE SPACES.
       77  WS-NAME-U             PIC X(40) VALUE SPACES.
       77  WS-JRNL-SEQ           PIC 9(4) VALUE 0.
       77  WS-BIRTH-YEAR         PIC 9(4) VALUE 0.
       77  WS-PRIV-CUT-YEAR      PIC 9(4) VALUE 0.
       77  WS-PRIV-YEARS         PIC 9(3) VALUE 100.
       77  WS-LOOKUP             PIC X(20) VALUE SPACES.
       77  WS-IMG-POS            PIC 9(3) VALUE 0.
       77  WS-IMG-PFX            PIC X(11) VALUE SPACES.
       77  WS-FL-LABEL           PIC X(10) VALUE SPACES.
       77  WS-FL-KIND            PIC X(1) VALUE SPACE.
       77  WS-FL-VERB            PIC X(40) VALUE SPACES.
       77  WS-NEW-REC            PIC X(640) VALUE SPACES.
       77  WS-IMG                PIC X(240) VALUE SPACES.

      * CONTATORI DELLA RISPOSTA
       77  WS-SEG-CT             PIC 9(5) VALUE 0.
       77  WS-TOT-SEG            PIC 9(7) VALUE 0.
       77  WS-PARTIC-CT          PIC 9(5) VALUE 0.
      * RIGHE ALTRUI CHE LO NOMINANO (HHMEMB, EMIGRAT, DEEDPTY)
       77  WS-REF-CT             PIC 9(5) VALUE 0.
       77  WS-JRNL-CT            PIC 9(7) VALUE 0.
       77  WS-ARCH-CT            PIC 9(7) VALUE 0.
       77  WS-NIX-CT             PIC 9(5) VALUE 0.
       77  WS-FLAT-CT            PIC 9(5) VALUE 0.
       77  WS-FLAT-CHG           PIC 9(5) VALUE 0.
       77  WS-FLAT-KEPT          PIC 9(5) VALUE 0.
       77  WS-FOTO-CT            PIC 9(5) VALUE 0.
       77  WS-SCAN-KEPT          PIC 9(5) VALUE 0.
       77  WS-FILE-CHG           PIC 9(5) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".
           05 DLI-ISRT           PIC X(4) VALUE "ISRT".
           05 DLI-REPL           PIC X(4) VALUE "REPL".
           05 DLI-DLET           PIC X(4) VALUE "DLET".

       01  WS-SSA.
           05 WS-SSA-PERS        PIC X(30)
              VALUE "PERSON  (PERSID=            )".
           05 WS-SSA-CHILD       PIC X(30) VALUE SPACES.
           05 WS-SSA-PEVT        PIC X(30)
              VALUE "PARTIC  (EVNTID=            )".
           05 WS-SSA-JRNL        PIC X(30)
              VALUE "JOURNAL (PERSID=            )".
           05 WS-SSA-NIX         PIC X(30)
              VALUE "NAMEIX  (NIXPID=            )".
           05 WS-SSA-OPER        PIC X(30)
              VALUE "OPERATR (OPERID=        )".

      * TIPI DI SEGMENTO FIGLI DI PERSON, NELL'ORDINE DEL REPORT (IL
      * JOURNAL HA UNA SEZIONE SUA)
       01  WS-CHILD-TYPES.
           05 FILLER             PIC X(8) VALUE "EVENT".
           05 FILLER             PIC X(8) VALUE "RELATE".
           05 FILLER             PIC X(8) VALUE "TITLE".
           05 FILLER             PIC X(8) VALUE "ASSET".
           05 FILLER             PIC X(8) VALUE "MEDIA".
           05 FILLER             PIC X(8) VALUE "PERSHOU".
           05 FILLER             PIC X(8) VALUE "CITATN".
           05 FILLER             PIC X(8) VALUE "ALIAS".
           05 FILLER             PIC X(8) VALUE "OCCUPA".
           05 FILLER             PIC X(8) VALUE "NOTESEG".
           05 FILLER             PIC X(8) VALUE "ASSERT".
           05 FILLER             PIC X(8) VALUE "DNAKIT".
           05 FILLER             PIC X(8) VALUE "EXTID".
           05 FILLER             PIC X(8) VALUE "FOUNDLG".
       01  WS-CHILD-TABLE REDEFINES WS-CHILD-TYPES.
           05 WS-CT-TYPE         PIC X(8) OCCURS 14 TIMES.
       01  WS-CT-IX              PIC 9(2) VALUE 0.
       01  WS-SEG-TYPE           PIC X(8) VALUE SPACES.
       01  WS-CHILD-BUF          PIC X(640) VALUE SPACES.

      * SOGGETTO DELLA RICHIESTA
       01  WS-SUBJ-ID            PIC X(12) VALUE SPACES.
       01  WS-SUBJ-NAME          PIC X(40) VALUE SPACES.
       01  WS-SUBJ-NAME-U        PIC X(40) VALUE SPACES.
       01  WS-SUBJ-BDATE         PIC X(10) VALUE SPACES.
       01  WS-PERS-BEFORE        PIC X(256) VALUE SPACES.

      * PERSONE CORRISPONDENTI A NOME E NASCITA
       01  WS-MATCH-TABLE.
           05 WS-MATCH-ID        PIC X(12) OCCURS 10 TIMES.
       01  WS-MATCH-CT           PIC 9(2) VALUE 0.
       01  WS-MX                 PIC 9(2) VALUE 0.

      * EVENTI DELLA PERSONA, PER I PARTIC DOPO LA SPAZZATA
       01  WS-EV-TABLE.
           05 WS-EV-ID           PIC X(12) OCCURS 200 TIMES.
       01  WS-EV-CT              PIC 9(3) VALUE 0.
       01  WS-EX                 PIC 9(3) VALUE 0.

      * ID DELLA PERSONA NEL FILE FLAT PERSONE (RISCONTRO NOME E
      * NASCITA): CHIAVE DI ALIAS, EVENTI, FAMIGLIE E GIORNALE
       01  WS-FID-TABLE.
           05 WS-FID             PIC X(20) OCCURS 20 TIMES.
       01  WS-FID-CT             PIC 9(2) VALUE 0.
       01  WS-FX                 PIC 9(2) VALUE 0.

      * ANNI DEL JOURNAL ARCHIVIATO
       01  WS-AN-TABLE.
           05 WS-AN-YEAR         PIC X(4) OCCURS 100 TIMES.
       01  WS-AN-COUNT           PIC 9(3) VALUE 0.
       01  WS-AN-IX              PIC 9(3) VALUE 0.

      * CAMPI DI UNA RIGA FLAT
       01  WS-F1                 PIC X(200) VALUE SPACES.
       01  WS-F2                 PIC X(200) VALUE SPACES.
       01  WS-F3                 PIC X(200) VALUE SPACES.
       01  WS-F4                 PIC X(200) VALUE SPACES.
       01  WS-F5                 PIC X(200) VALUE SPACES.
       01  WS-F6                 PIC X(200) VALUE SPACES.
       01  WS-CH-TOK             PIC X(20) OCCURS 20 TIMES.
       01  WS-CH-IX              PIC 9(2) VALUE 0.

      * GIORNALE DEL CLI
       01  WS-JRN-OP             PIC X(12) VALUE SPACES.
       01  WS-JRN-ID             PIC X(20) VALUE SPACES.
       01  WS-JRN-BEFORE         PIC X(240) VALUE SPACES.
       01  WS-JRN-AFTER          PIC X(240) VALUE SPACES.

       01  WS-SW.
           10 WS-ERASE           PIC X VALUE "N".
              88 ERASE-MODE      VALUE "Y".
           10 WS-IN-IMS          PIC X VALUE "N".
              88 IN-IMS          VALUE "Y".
           10 WS-IS-LIVING       PIC X VALUE "Y".
              88 IS-LIVING       VALUE "Y".
           10 WS-FOUND           PIC X VALUE "N".
              88 FOUND-YES       VALUE "Y".
           10 WS-MORE-CHILD      PIC X VALUE "N".
              88 MORE-CHILD-YES  VALUE "Y".
           10 WS-EOF             PIC X VALUE "N".
              88 EOF-YES         VALUE "Y".
           10 WS-ANNI-EOF        PIC X VALUE "N".
              88 ANNI-EOF-YES    VALUE "Y".
           10 WS-LOCK-HELD       PIC X VALUE "N".
              88 LOCK-HELD       VALUE "Y".
           10 WS-FL-HIT          PIC X VALUE "N".
              88 FL-HIT          VALUE "Y".
      *    AZIONE SULLA RIGA FLAT: K CONSERVA, D TOGLIE, R SOSTITUISCE
           10 WS-FL-ACT          PIC X VALUE "K".
              88 FL-KEEP         VALUE "K".
              88 FL-DROP         VALUE "D".
              88 FL-REPLACE      VALUE "R".
           10 WS-FL-MUTABLE      PIC X VALUE "N".
              88 FL-MUTABLE      VALUE "Y".
           10 WS-FL-CHANGED      PIC X VALUE "N".
              88 FL-CHANGED      VALUE "Y".

       COPY GN1PRSN.
       COPY GN1EVNT.
       COPY GN1PEVT.
       COPY GN1MEDI.
       COPY GN1HMEM.
       COPY GN1EMIG.
       COPY GN1DPTY.
       COPY GN1JRNL.
       COPY GN1NIDX.
       COPY GNGNEQV.
       COPY "GNNIX.cpy".
       COPY "GNCOGN.cpy".
       COPY "GENFKEY.CPY".
       COPY GNOPER.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 6
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           ACCEPT WS-ADMIN-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ADMIN-ARG))
             TO WS-ADMIN-ARG
           ACCEPT WS-MODE-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE-ARG))
             TO WS-MODE-ARG
           ACCEPT WS-RCV-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-RCV-ARG) TO WS-RCV-ARG
           ACCEPT WS-ARCH-DIR FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARCH-DIR) TO WS-ARCH-DIR
           ACCEPT WS-ID-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ID-ARG) TO WS-ID-ARG
           IF WS-ARGC > 6
             ACCEPT WS-BDATE-ARG FROM ARGUMENT-VALUE
             MOVE FUNCTION TRIM(WS-BDATE-ARG) TO WS-BDATE-ARG
           END-IF

           EVALUATE WS-MODE-ARG
             WHEN "ACCESSO"
               CONTINUE
             WHEN "CANCELLA"
               SET ERASE-MODE TO TRUE
             WHEN OTHER
               PERFORM 9000-SHOW-USAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF WS-RCV-ARG(1:8) IS NOT NUMERIC
              OR WS-RCV-ARG(9:2) NOT = SPACES
              OR WS-RCV-ARG(1:8) > WS-TODAY
             DISPLAY "GN3GDPR0: DATA DI RICEVUTA NON VALIDA "
                     FUNCTION TRIM(WS-RCV-ARG) " (AAAAMMGG)"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           COMPUTE WS-DAYS = FUNCTION INTEGER-OF-DATE(
                               FUNCTION NUMVAL(WS-TODAY))
                           - FUNCTION INTEGER-OF-DATE(
                               FUNCTION NUMVAL(WS-RCV-ARG(1:8)))
           MOVE WS-DAYS TO WS-DAYS-OUT

           PERFORM 1000-CHECK-ADMIN
           PERFORM 1100-FIND-SUBJECT
           IF RETURN-CODE NOT = 0
             GOBACK
           END-IF
           PERFORM 1200-NEXT-REQUEST-NUM

      *    LE MUTAZIONI DEI FILE FLAT PASSANO DAL LOCK DEL CLI: SE E'
      *    OCCUPATO NON SI TOCCA NULLA, NEMMENO LA BASE DATI
           IF ERASE-MODE
             IF IN-IMS
               PERFORM 1300-CHECK-LIVING
             END-IF
             IF IS-LIVING
               PERFORM 6300-ACQUIRE-LOCK
               IF NOT LOCK-HELD
                 DISPLAY "GN3GDPR0: ARCHIVIO OCCUPATO "
                         "(data/ARCHIVIO.LCK), NULLA E' STATO TOCCATO"
                 MOVE 12 TO RETURN-CODE
                 GOBACK
               END-IF
             END-IF
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM 1500-WRITE-HEADER

           IF ERASE-MODE AND NOT IS-LIVING
             MOVE "RESPINTA: PERSONA DEFUNTA" TO WS-OUTCOME
             MOVE "NESSUNA: LA PERSONA RISULTA DEFUNTA"
               TO WS-ACTIONS
             MOVE SPACES TO REPORT-REC
             STRING "CANCELLAZIONE RESPINTA: LA PERSONA RISULTA "
                    "DEFUNTA (EVENTO MORTE O NASCITA DA OLTRE "
                    WS-PRIV-YEARS " ANNI). IL GDPR TUTELA I VIVENTI."
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
             CLOSE REPORT-FILE
             PERFORM 8000-WRITE-LEDGER
             DISPLAY "GN3GDPR0: RICHIESTA " WS-REQ-NUM
                     " RESPINTA, PERSONA DEFUNTA"
             MOVE 4 TO RETURN-CODE
             GOBACK
           END-IF

           IF IN-IMS
             IF ERASE-MODE
               PERFORM 4000-ERASE-IMS
             ELSE
               PERFORM 3000-LIST-IMS
             END-IF
           ELSE
             MOVE SPACES TO REPORT-REC
             STRING "BASE DATI: NESSUNA PERSONA CON NOME E NASCITA "
                    "INDICATI"
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
           END-IF
           IF IN-IMS
             PERFORM 3400-ARCHIVED-JOURNAL
           END-IF
           PERFORM 5000-FLAT-FILES
           IF ERASE-MODE
             PERFORM 5900-WRITE-GIORNALE-ROWS
             PERFORM 6350-RELEASE-LOCK
           END-IF
           PERFORM 1600-WRITE-SUMMARY
           CLOSE REPORT-FILE
           PERFORM 8000-WRITE-LEDGER

           DISPLAY "GN3GDPR0: RICHIESTA " WS-REQ-NUM " "
                   FUNCTION TRIM(WS-MODE-ARG) " "
                   FUNCTION TRIM(WS-OUTCOME)
           DISPLAY "GN3GDPR0: SEGMENTI          = " WS-TOT-SEG
           DISPLAY "GN3GDPR0: RIGHE JOURNAL     = " WS-JRNL-CT
           DISPLAY "GN3GDPR0: RIGHE ARCHIVIATE  = " WS-ARCH-CT
           DISPLAY "GN3GDPR0: RIGHE FILE FLAT   = " WS-FLAT-CT
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------*
      * Solo un operatore ADMIN: stesso controllo di GN3MASS0.         *
      *----------------------------------------------------------------*
       1000-CHECK-ADMIN.
           IF WS-ADMIN-ARG = SPACES
             DISPLAY "GN3GDPR0: OPERATORE ADMIN OBBLIGATORIO"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-ADMIN-ARG TO WS-SSA-OPER(17:8)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                OPERATOR-SEGMENT
                                WS-SSA-OPER
           IF DB-STATUS NOT = SPACES OR NOT OPRS-ROLE-ADMIN
              OR NOT OPRS-ACTIVE
             DISPLAY "GN3GDPR0: L'OPERATORE "
                     FUNCTION TRIM(WS-ADMIN-ARG)
                     " NON E' ADMIN, RICHIESTA RIFIUTATA"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .

      *----------------------------------------------------------------*
      * Soggetto per PERS-ID (sesto argomento da solo) o per nome e    *
      * nascita (sesto e settimo): spazzata delle PERSON non           *
      * cancellate, stesso riscontro esatto di GN3MIGR0/GN3RECN0.      *
      *----------------------------------------------------------------*
       1100-FIND-SUBJECT.
           MOVE 0 TO RETURN-CODE
           IF WS-BDATE-ARG = SPACES
             MOVE WS-ID-ARG(1:12) TO WS-SSA-PERS(17:12)
             MOVE DLI-GU TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PRSN-SEG
                                  WS-SSA-PERS
             IF DB-STATUS NOT = SPACES
               DISPLAY "GN3GDPR0: PERSONA "
                       FUNCTION TRIM(WS-ID-ARG) " NON TROVATA"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
             END-IF
             SET IN-IMS TO TRUE
             MOVE PERS-ID TO WS-SUBJ-ID
             MOVE PERS-NAME TO WS-SUBJ-NAME
             MOVE PERS-BDATE TO WS-SUBJ-BDATE
           ELSE
             MOVE WS-ID-ARG(1:40) TO WS-SUBJ-NAME
             MOVE WS-BDATE-ARG TO WS-SUBJ-BDATE
             MOVE FUNCTION UPPER-CASE(WS-SUBJ-NAME) TO WS-NAME-U
             MOVE 0 TO WS-MATCH-CT
             MOVE DLI-GU TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PRSN-SEG
             PERFORM UNTIL DB-STATUS NOT = SPACES
               IF PERS-IS-DELETED NOT = "Y"
                  AND FUNCTION UPPER-CASE(PERS-NAME) = WS-NAME-U
                  AND PERS-BDATE = WS-SUBJ-BDATE
                  AND WS-MATCH-CT < 10
                 ADD 1 TO WS-MATCH-CT
                 MOVE PERS-ID TO WS-MATCH-ID(WS-MATCH-CT)
               END-IF
               MOVE DLI-GN TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1PRSN-SEG
             END-PERFORM
             IF WS-MATCH-CT > 1
               DISPLAY "GN3GDPR0: " WS-MATCH-CT " PERSONE CON NOME E "
                       "NASCITA INDICATI, RILANCIARE CON IL PERS-ID:"
               PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MATCH-CT
                 DISPLAY "GN3GDPR0:   " WS-MATCH-ID(WS-MX)
               END-PERFORM
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
             END-IF
             IF WS-MATCH-CT = 1
               SET IN-IMS TO TRUE
               MOVE WS-MATCH-ID(1) TO WS-SUBJ-ID
             END-IF
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SUBJ-NAME))
             TO WS-SUBJ-NAME-U
           .

      *----------------------------------------------------------------*
      * Numero della richiesta: il successivo al piu' alto del         *
      * registro (file assente = prima richiesta).                     *
      *----------------------------------------------------------------*
       1200-NEXT-REQUEST-NUM.
           MOVE 0 TO WS-REQ-NUM
           MOVE "N" TO WS-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-LED-FS = "00"
             PERFORM UNTIL EOF-YES
               READ LEDGER-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF LEDGER-REC(1:6) IS NUMERIC
                     MOVE LEDGER-REC(1:6) TO WS-LED-NUM
                     IF WS-LED-NUM > WS-REQ-NUM
                       MOVE WS-LED-NUM TO WS-REQ-NUM
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LEDGER-FILE
           END-IF
           MOVE "N" TO WS-EOF
           ADD 1 TO WS-REQ-NUM
           .

      *----------------------------------------------------------------*
      * Presumibilmente vivente: stesso criterio del modo PRIVACY di   *
      * GN3EXP00 (nessun evento MORTE e nascita da meno di 100 anni;   *
      * nascita ignota non vuol dire defunto).                         *
      *----------------------------------------------------------------*
       1300-CHECK-LIVING.
           MOVE "Y" TO WS-IS-LIVING
           COMPUTE WS-PRIV-CUT-YEAR =
             FUNCTION NUMVAL(WS-TODAY(1:4)) - WS-PRIV-YEARS
           MOVE 0 TO WS-BIRTH-YEAR
           IF WS-SUBJ-BDATE(1:4) IS NUMERIC
             MOVE WS-SUBJ-BDATE(1:4) TO WS-BIRTH-YEAR
           END-IF
           IF WS-BIRTH-YEAR > 0
              AND WS-BIRTH-YEAR <= WS-PRIV-CUT-YEAR
             MOVE "N" TO WS-IS-LIVING
             EXIT PARAGRAPH
           END-IF
           MOVE "EVENT   (PERSID=            )" TO WS-SSA-CHILD
           MOVE WS-SUBJ-ID TO WS-SSA-CHILD(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EVNT-SEG
                                WS-SSA-CHILD
           PERFORM UNTIL DB-STATUS NOT = SPACES OR NOT IS-LIVING
             IF FUNCTION UPPER-CASE(FUNCTION TRIM(EVNT-TYPE))
                  = "MORTE"
               MOVE "N" TO WS-IS-LIVING
             ELSE
               MOVE DLI-GN TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1EVNT-SEG
                                    WS-SSA-CHILD
             END-IF
           END-PERFORM
           .

       1500-WRITE-HEADER.
           MOVE SPACES TO REPORT-REC
           IF ERASE-MODE
             STRING "GN3GDPR0 - ATTESTATO DI CANCELLAZIONE (ART. 17 "
                    "GDPR)"
               DELIMITED BY SIZE INTO REPORT-REC
           ELSE
             STRING "GN3GDPR0 - RISPOSTA ALL'ACCESSO DELL'INTERESSATO"
                    " (ART. 15 GDPR)"
               DELIMITED BY SIZE INTO REPORT-REC
           END-IF
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "RICHIESTA N. " WS-REQ-NUM
                  "  RICEVUTA IL " WS-RCV-ARG(1:8)
                  "  EVASA IL " WS-TODAY
                  "  DOPO " WS-DAYS-OUT " GIORNI"
                  "  OPERATORE " FUNCTION TRIM(WS-ADMIN-ARG)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "INTERESSATO: " FUNCTION TRIM(WS-SUBJ-NAME)
                  "  NATO/A IL " WS-SUBJ-BDATE
                  "  PERS-ID " WS-SUBJ-ID
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           .

       1600-WRITE-SUMMARY.
           MOVE SPACES TO WS-ACTIONS
           IF ERASE-MODE
             STRING "RIMOSSI SEG " WS-TOT-SEG
                    " PARTIC " WS-PARTIC-CT
                    " RIF " WS-REF-CT
                    " JRNL " WS-JRNL-CT
                    " ARCH " WS-ARCH-CT
                    " NIX " WS-NIX-CT
                    "; FLAT MOD " WS-FLAT-CHG
                    " CONS " WS-FLAT-KEPT
                    "; FOTO " WS-FOTO-CT
                    " SCANS CONS " WS-SCAN-KEPT
               DELIMITED BY SIZE INTO WS-ACTIONS
           ELSE
             STRING "TROVATI SEG " WS-TOT-SEG
                    " PARTIC " WS-PARTIC-CT
                    " RIF " WS-REF-CT
                    " JRNL " WS-JRNL-CT
                    " ARCH " WS-ARCH-CT
                    " NIX " WS-NIX-CT
                    " FLAT " WS-FLAT-CT
               DELIMITED BY SIZE INTO WS-ACTIONS
           END-IF
           IF WS-TOT-SEG = 0 AND WS-JRNL-CT = 0 AND WS-ARCH-CT = 0
              AND WS-FLAT-CT = 0 AND NOT IN-IMS
             MOVE "NESSUN DATO CONSERVATO" TO WS-OUTCOME
           ELSE
             IF ERASE-MODE
               MOVE "CANCELLATA" TO WS-OUTCOME
             ELSE
               MOVE "EVASA" TO WS-OUTCOME
             END-IF
           END-IF
           IF WS-DAYS > 30
             STRING FUNCTION TRIM(WS-OUTCOME) " OLTRE 30 GG"
               DELIMITED BY SIZE INTO WS-OUTCOME
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "ESITO: " FUNCTION TRIM(WS-OUTCOME)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "AZIONI: " FUNCTION TRIM(WS-ACTIONS)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

      *----------------------------------------------------------------*
      * ACCESSO: la PERSON per esteso, poi ogni tipo di figlio con la  *
      * sua immagine, i PARTIC dei suoi eventi, l'indice dei nomi e il *
      * journal online.                                                *
      *----------------------------------------------------------------*
       3000-LIST-IMS.
           MOVE WS-SUBJ-ID TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           MOVE "1. ANAGRAFICA (PERSON)" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "  NOME " PERS-NAME "  SESSO " PERS-GEND
                  "  NASCITA " PERS-BDATE " " PERS-BDATE-QUAL
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "  LUOGO NASCITA " PERS-BPLACE
                  "  LUOGO MORTE " PERS-DPLACE
                  "  PARROCCHIA " PERS-PARISH
                  "  CASATO/RADICE " PERS-ROOT
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "  RISERVATA " PERS-RESTRICTED
                  "  CANCELLATA " PERS-IS-DELETED
                  "  VERIFICATA " PERS-VERIF " " PERS-VERIF-OPER
                  "  AGGIORNATA IL " PERS-UPDATED-AT
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           ADD 1 TO WS-TOT-SEG

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "2. DATI COLLEGATI (SEGMENTI FIGLI)" TO REPORT-REC
           WRITE REPORT-REC
           MOVE 0 TO WS-EV-CT
           PERFORM VARYING WS-CT-IX FROM 1 BY 1 UNTIL WS-CT-IX > 14
             MOVE WS-CT-TYPE(WS-CT-IX) TO WS-SEG-TYPE
             PERFORM 3100-LIST-CHILD-TYPE
           END-PERFORM
           PERFORM VARYING WS-EX FROM 1 BY 1 UNTIL WS-EX > WS-EV-CT
             PERFORM 3200-LIST-PARTICIPANTS
           END-PERFORM
           PERFORM 3250-LIST-REFERENCES

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "3. INDICE DEI NOMI (NAMEIX)" TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-SUBJ-ID TO WS-SSA-NIX(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1NIDX-SEG
                                WS-SSA-NIX
           PERFORM UNTIL DB-STATUS NOT = SPACES
             ADD 1 TO WS-NIX-CT
             MOVE SPACES TO REPORT-REC
             STRING "  " NIX-KIND " " NIX-NAME
                    "  (" FUNCTION TRIM(NIX-SURN) " "
                    FUNCTION TRIM(NIX-GIVEN) " " NIX-BYEAR ")"
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1NIDX-SEG
                                  WS-SSA-NIX
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "4. JOURNAL ONLINE" TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-SUBJ-ID TO WS-SSA-JRNL(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1JRNL-SEG
                                WS-SSA-JRNL
           PERFORM UNTIL DB-STATUS NOT = SPACES
             ADD 1 TO WS-JRNL-CT
             PERFORM 3310-WRITE-JRNL-ROW
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1JRNL-SEG
                                  WS-SSA-JRNL
           END-PERFORM
           .

       3100-LIST-CHILD-TYPE.
           MOVE 0 TO WS-SEG-CT
           MOVE SPACES TO WS-SSA-CHILD
           STRING WS-SEG-TYPE "(PERSID=" WS-SUBJ-ID ")"
             DELIMITED BY SIZE INTO WS-SSA-CHILD
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                WS-CHILD-BUF
                                WS-SSA-CHILD
           PERFORM UNTIL DB-STATUS NOT = SPACES
             ADD 1 TO WS-SEG-CT
             ADD 1 TO WS-TOT-SEG
             MOVE SPACES TO WS-IMG-PFX
             STRING "  " WS-SEG-TYPE DELIMITED BY SIZE INTO WS-IMG-PFX
             PERFORM 6100-WRITE-IMAGE
             IF WS-SEG-TYPE = "EVENT" AND WS-EV-CT < 200
               ADD 1 TO WS-EV-CT
               MOVE WS-CHILD-BUF(1:12) TO WS-EV-ID(WS-EV-CT)
             END-IF
             IF WS-SEG-TYPE = "MEDIA"
               MOVE WS-CHILD-BUF TO GN1MEDI-SEG
               MOVE SPACES TO REPORT-REC
               STRING "           FILE " FUNCTION TRIM(MEDI-PATH)
                      "  (" FUNCTION TRIM(MEDI-TYPE) ")"
                 DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  WS-CHILD-BUF
                                  WS-SSA-CHILD
           END-PERFORM
           IF WS-SEG-CT > 0
             MOVE SPACES TO REPORT-REC
             STRING "  " WS-SEG-TYPE " TOTALE " WS-SEG-CT
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
           END-IF
           .

       3200-LIST-PARTICIPANTS.
           MOVE WS-EV-ID(WS-EX) TO WS-SSA-PEVT(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PEVT-SEG
                                WS-SSA-PEVT
           PERFORM UNTIL DB-STATUS NOT = SPACES
             ADD 1 TO WS-PARTIC-CT
             MOVE SPACES TO WS-CHILD-BUF
             MOVE GN1PEVT-SEG TO WS-CHILD-BUF
             MOVE "  PARTIC" TO WS-IMG-PFX
             PERFORM 6100-WRITE-IMAGE
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PEVT-SEG
                                  WS-SSA-PEVT
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Righe di altri alberi che nominano la persona con PERS-ID e    *
      * nome come scritto: membri dei fuochi, passeggeri delle liste   *
      * di bordo, parti degli atti notarili. Nessuna via qualificata:  *
      * spazzate non qualificate, come in GN3SANR0 e GN3DEDR0.         *
      *----------------------------------------------------------------*
       3250-LIST-REFERENCES.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1HMEM-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF HMEM-PERS = WS-SUBJ-ID
               ADD 1 TO WS-REF-CT
               MOVE SPACES TO WS-CHILD-BUF
               MOVE GN1HMEM-SEG TO WS-CHILD-BUF
               MOVE "  HHMEMB" TO WS-IMG-PFX
               PERFORM 6100-WRITE-IMAGE
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1HMEM-SEG
           END-PERFORM
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EMIG-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF EMIG-PERS = WS-SUBJ-ID
               ADD 1 TO WS-REF-CT
               MOVE SPACES TO WS-CHILD-BUF
               MOVE GN1EMIG-SEG TO WS-CHILD-BUF
               MOVE "  EMIGRAT" TO WS-IMG-PFX
               PERFORM 6100-WRITE-IMAGE
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1EMIG-SEG
           END-PERFORM
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1DPTY-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF DPTY-PERS = WS-SUBJ-ID
               ADD 1 TO WS-REF-CT
               MOVE SPACES TO WS-CHILD-BUF
               MOVE GN1DPTY-SEG TO WS-CHILD-BUF
               MOVE "  DEEDPTY" TO WS-IMG-PFX
               PERFORM 6100-WRITE-IMAGE
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1DPTY-SEG
           END-PERFORM
           .

      *    RIGA JOURNAL IN GN1JRNL-SEG: CHI, QUANDO, COSA E I DATI
      *    ANAGRAFICI NELLE DUE IMMAGINI PERSON (NOME E NASCITA)
       3310-WRITE-JRNL-ROW.
           MOVE SPACES TO REPORT-REC
           STRING "  " JRNL-TS " " JRNL-OP " " JRNL-OPER " "
                  JRNL-ID " " JRNL-DESC
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           IF JRNL-BEF-IMG(13:51) NOT = SPACES
             MOVE SPACES TO REPORT-REC
             STRING "      PRIMA: " JRNL-BEF-IMG(13:40) " "
                    JRNL-BEF-IMG(54:10)
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
           END-IF
           IF JRNL-AFT-IMG(13:51) NOT = SPACES
              AND JRNL-AFT-IMG(13:51) NOT = JRNL-BEF-IMG(13:51)
             MOVE SPACES TO REPORT-REC
             STRING "      DOPO : " JRNL-AFT-IMG(13:40) " "
                    JRNL-AFT-IMG(54:10)
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
           END-IF
           .

      *----------------------------------------------------------------*
      * Journal archiviato (GN3JRLL0): gli anni di JRNL-ANNI.DAT, un   *
      * file per anno. ACCESSO elenca le righe della persona,          *
      * CANCELLA riscrive il file senza (TMP + mv).                    *
      *----------------------------------------------------------------*
       3400-ARCHIVED-JOURNAL.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "5. JOURNAL ARCHIVIATO (FILE ANNUALI)" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO WS-ANNI-FILE
           STRING FUNCTION TRIM(WS-ARCH-DIR) "/JRNL-ANNI.DAT"
             DELIMITED BY SIZE INTO WS-ANNI-FILE
           MOVE 0 TO WS-AN-COUNT
           MOVE "N" TO WS-ANNI-EOF
           OPEN INPUT ANNI-FILE
           IF WS-ANNI-FS NOT = "00"
             MOVE "  NESSUN ANNO ARCHIVIATO" TO REPORT-REC
             WRITE REPORT-REC
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ANNI-EOF-YES OR WS-AN-COUNT >= 100
             READ ANNI-FILE
               AT END
                 MOVE "Y" TO WS-ANNI-EOF
               NOT AT END
                 IF ANNI-REC IS NUMERIC
                   ADD 1 TO WS-AN-COUNT
                   MOVE ANNI-REC TO WS-AN-YEAR(WS-AN-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ANNI-FILE
           PERFORM VARYING WS-AN-IX FROM 1 BY 1
               UNTIL WS-AN-IX > WS-AN-COUNT
             PERFORM 3410-SCAN-YEAR-FILE
           END-PERFORM
           .

       3410-SCAN-YEAR-FILE.
           MOVE SPACES TO WS-FLAT-FILE WS-FLAT-OUT
           STRING FUNCTION TRIM(WS-ARCH-DIR) "/JRNL"
                  WS-AN-YEAR(WS-AN-IX) ".DAT"
             DELIMITED BY SIZE INTO WS-FLAT-FILE
           STRING FUNCTION TRIM(WS-FLAT-FILE) ".TMP"
             DELIMITED BY SIZE INTO WS-FLAT-OUT
           MOVE 0 TO WS-FILE-CHG
           MOVE "N" TO WS-EOF
           OPEN INPUT FLAT-FILE
           IF WS-FLAT-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           IF ERASE-MODE
             OPEN OUTPUT FLAT-OUT-FILE
             IF WS-FOUT-FS NOT = "00"
               CLOSE FLAT-FILE
               MOVE SPACES TO REPORT-REC
               STRING "  " FUNCTION TRIM(WS-FLAT-FILE)
                      ": NON RISCRIVIBILE, RIGHE NON TOLTE"
                 DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
             END-IF
           END-IF
           PERFORM UNTIL EOF-YES
             READ FLAT-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF FLAT-REC(21:12) = WS-SUBJ-ID
                   ADD 1 TO WS-ARCH-CT
                   ADD 1 TO WS-FILE-CHG
                   IF NOT ERASE-MODE
                     MOVE FLAT-REC(1:622) TO GN1JRNL-SEG
                     PERFORM 3310-WRITE-JRNL-ROW
                   END-IF
                 ELSE
                   IF ERASE-MODE
                     MOVE FLAT-REC TO FLAT-OUT-REC
                     WRITE FLAT-OUT-REC
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE FLAT-FILE
           MOVE "N" TO WS-EOF
           IF ERASE-MODE
             CLOSE FLAT-OUT-FILE
             PERFORM 6400-COMMIT-REWRITE
             IF WS-FILE-CHG > 0
               MOVE SPACES TO REPORT-REC
               STRING "  " FUNCTION TRIM(WS-FLAT-FILE) ": RIMOSSE "
                      WS-FILE-CHG " RIGHE"
                 DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
             END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * CANCELLA: ogni tipo di figlio con GU qualificata + DLET finche'*
      * la GU torna GE (il giro di GN3PURG0, senza archivio), i PARTIC *
      * con la DLET del loro evento; poi journal e indice dei nomi, la *
      * PERSON resa pseudonima e la riga journal che lo attesta. Il    *
      * report porta solo tipi e chiavi, non i dati tolti.             *
      *----------------------------------------------------------------*
       4000-ERASE-IMS.
           MOVE "1. BASE DATI" TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-CT-IX FROM 1 BY 1 UNTIL WS-CT-IX > 14
             MOVE WS-CT-TYPE(WS-CT-IX) TO WS-SEG-TYPE
             PERFORM 4100-ERASE-CHILD-TYPE
           END-PERFORM
           PERFORM 4200-ERASE-REFERENCES

           MOVE WS-SUBJ-ID TO WS-SSA-JRNL(17:12)
           MOVE "Y" TO WS-MORE-CHILD
           PERFORM UNTIL NOT MORE-CHILD-YES
             MOVE DLI-GU TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1JRNL-SEG
                                  WS-SSA-JRNL
             IF DB-STATUS NOT = SPACES
               MOVE "N" TO WS-MORE-CHILD
             ELSE
               ADD 1 TO WS-JRNL-CT
               MOVE DLI-DLET TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1JRNL-SEG
             END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           STRING "  JOURNAL  RIMOSSE " WS-JRNL-CT " RIGHE"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-SUBJ-ID TO NIXM-IN-PERS
           MOVE "Y" TO NIXM-IN-DELETED
           PERFORM 9600-REINDEX-PERSON
           MOVE NIXM-DEL-CT TO WS-NIX-CT
           MOVE SPACES TO REPORT-REC
           STRING "  NAMEIX   RIMOSSE " WS-NIX-CT " RIGHE"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-SUBJ-ID TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           IF DB-STATUS NOT = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE GN1PRSN-SEG TO WS-PERS-BEFORE
           MOVE "DATI CANCELLATI SU RICHIESTA" TO PERS-NAME
           MOVE SPACES TO PERS-GEND PERS-BDATE PERS-BPLACE
                          PERS-DPLACE PERS-BDATE-QUAL
           MOVE "Y" TO PERS-IS-DELETED
           MOVE "Y" TO PERS-RESTRICTED
           ADD 1 TO PERS-VERSION-SEQ
           MOVE FUNCTION CURRENT-DATE(1:14) TO PERS-UPDATED-AT
           MOVE DLI-REPL TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
           MOVE SPACES TO REPORT-REC
           STRING "  PERSON   " WS-SUBJ-ID
                  " RESA PSEUDONIMA: NOME, NASCITA E LUOGHI TOLTI"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

      *    LA RIGA JOURNAL NON PORTA DATI: NELLE DUE IMMAGINI C'E' IL
      *    SOLO GUSCIO PSEUDONIMO
           ADD 1 TO WS-JRNL-SEQ
           MOVE SPACES TO GN1JRNL-SEG
           STRING "JD" FUNCTION CURRENT-DATE(9:6) WS-JRNL-SEQ
             DELIMITED BY SIZE INTO JRNL-ID
           MOVE "GDPRCANC" TO JRNL-OP
           MOVE WS-SUBJ-ID TO JRNL-ENTID
           STRING "CANCELLAZIONE GDPR RICHIESTA " WS-REQ-NUM
             DELIMITED BY SIZE INTO JRNL-DESC
           MOVE WS-ADMIN-ARG TO JRNL-OPER
           MOVE WS-TODAY TO JRNL-SESS
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TS
           MOVE GN1PRSN-SEG TO JRNL-BEF-IMG
           MOVE GN1PRSN-SEG TO JRNL-AFT-IMG
           MOVE WS-SUBJ-ID TO WS-SSA-JRNL(17:12)
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1JRNL-SEG
                                WS-SSA-JRNL
           .

       4100-ERASE-CHILD-TYPE.
           MOVE 0 TO WS-SEG-CT
           MOVE SPACES TO WS-SSA-CHILD
           STRING WS-SEG-TYPE "(PERSID=" WS-SUBJ-ID ")"
             DELIMITED BY SIZE INTO WS-SSA-CHILD
           MOVE "Y" TO WS-MORE-CHILD
           PERFORM UNTIL NOT MORE-CHILD-YES
             MOVE DLI-GU TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  WS-CHILD-BUF
                                  WS-SSA-CHILD
             IF DB-STATUS NOT = SPACES
               MOVE "N" TO WS-MORE-CHILD
             ELSE
               ADD 1 TO WS-SEG-CT
               ADD 1 TO WS-TOT-SEG
               MOVE SPACES TO REPORT-REC
               STRING "  " WS-SEG-TYPE " " WS-CHILD-BUF(1:12)
                      " RIMOSSO"
                 DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               IF WS-SEG-TYPE = "MEDIA"
                 PERFORM 4160-ERASE-MEDIA-FILE
               END-IF
               IF WS-SEG-TYPE = "EVENT"
      *          I PARTIC SE NE VANNO CON LA DLET DELL'EVENTO: SI
      *          CONTANO PRIMA, POI SI RIPRENDE POSIZIONE
                 PERFORM 4150-COUNT-PARTICIPANTS
                 MOVE DLI-GU TO WS-DLI-FUNC
                 CALL "CBLTDLI" USING WS-DLI-FUNC
                                      DBPCB-MASK
                                      WS-CHILD-BUF
                                      WS-SSA-CHILD
               END-IF
               MOVE DLI-DLET TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    WS-CHILD-BUF
             END-IF
           END-PERFORM
           .

       4150-COUNT-PARTICIPANTS.
           MOVE WS-CHILD-BUF(1:12) TO WS-SSA-PEVT(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PEVT-SEG
                                WS-SSA-PEVT
           PERFORM UNTIL DB-STATUS NOT = SPACES
             ADD 1 TO WS-PARTIC-CT
             MOVE SPACES TO REPORT-REC
             STRING "    PARTIC " PEVT-ID " RIMOSSO CON L'EVENTO"
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PEVT-SEG
                                  WS-SSA-PEVT
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Le righe altrui che la nominano restano, perche' sono del      *
      * fuoco, della lista di bordo o dell'atto, ma perdono il legame  *
      * alla persona e il nome come scritto (REPL sul posto).          *
      *----------------------------------------------------------------*
       4200-ERASE-REFERENCES.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1HMEM-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF HMEM-PERS = WS-SUBJ-ID
               ADD 1 TO WS-REF-CT
               MOVE SPACES TO HMEM-PERS HMEM-NAME
               MOVE DLI-REPL TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1HMEM-SEG
               MOVE SPACES TO REPORT-REC
               STRING "  HHMEMB   " HMEM-ID
                      " NOME E LEGAME ALLA PERSONA TOLTI"
                 DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1HMEM-SEG
           END-PERFORM
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EMIG-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF EMIG-PERS = WS-SUBJ-ID
               ADD 1 TO WS-REF-CT
      *        L'EVENTO EMIGRAZIONE E' GIA' ANDATO CON GLI EVENT
               MOVE SPACES TO EMIG-PERS EMIG-NAME EMIG-EVNT
               MOVE DLI-REPL TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1EMIG-SEG
               MOVE SPACES TO REPORT-REC
               STRING "  EMIGRAT  " EMIG-ID
                      " NOME E LEGAME ALLA PERSONA TOLTI"
                 DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1EMIG-SEG
           END-PERFORM
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1DPTY-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF DPTY-PERS = WS-SUBJ-ID
               ADD 1 TO WS-REF-CT
               MOVE SPACES TO DPTY-PERS
               MOVE DLI-REPL TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1DPTY-SEG
               MOVE SPACES TO REPORT-REC
               STRING "  DEEDPTY  " DPTY-ID
                      " LEGAME ALLA PERSONA TOLTO"
                 DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1DPTY-SEG
           END-PERFORM
           .

      *    LE FOTO SONO DELLA PERSONA E SPARISCONO CON LEI; UNA
      *    SCANSIONE DI REGISTRO DOCUMENTA ANCHE ALTRI E RESTA
      *    NELL'ARCHIVIO (GN3FIXT0 LA SEGNALERA' COME ORFANA)
       4160-ERASE-MEDIA-FILE.
           MOVE WS-CHILD-BUF TO GN1MEDI-SEG
           IF MEDI-PATH = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-REC
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(MEDI-TYPE)) = "FOTO"
             MOVE SPACES TO WS-CMD
             STRING "rm -f '" FUNCTION TRIM(MEDI-PATH) "'"
               DELIMITED BY SIZE INTO WS-CMD
             CALL "SYSTEM" USING WS-CMD
             ADD 1 TO WS-FOTO-CT
             STRING "           FILE " FUNCTION TRIM(MEDI-PATH)
                    " RIMOSSO DAL DISCO"
               DELIMITED BY SIZE INTO REPORT-REC
           ELSE
             ADD 1 TO WS-SCAN-KEPT
             STRING "           FILE " FUNCTION TRIM(MEDI-PATH)
                    " CONSERVATO (SCANSIONE, RIGUARDA ANCHE TERZI)"
               DELIMITED BY SIZE INTO REPORT-REC
           END-IF
           WRITE REPORT-REC
           .

      *----------------------------------------------------------------*
      * File flat del CLI, PERSONE per primo: il suo riscontro per     *
      * nome e nascita da' gli ID flat che ALIAS, EVENTI, FAMIGLIE e   *
      * GIORNALE riferiscono. RICHIESTE, COMMESSE e CANDIDATI portano  *
      * invece il PERS-ID della base dati.                             *
      *----------------------------------------------------------------*
       5000-FLAT-FILES.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "6. FILE FLAT DEL CLI" TO REPORT-REC
           WRITE REPORT-REC
           MOVE 0 TO WS-FID-CT
           MOVE "data/PERSONE.DAT" TO WS-FLAT-FILE
           MOVE "PERSONE" TO WS-FL-LABEL
           MOVE "P" TO WS-FL-KIND
           MOVE "Y" TO WS-FL-MUTABLE
           PERFORM 5100-SCAN-FLAT-FILE
           MOVE "data/ALIAS.DAT" TO WS-FLAT-FILE
           MOVE "ALIAS" TO WS-FL-LABEL
           MOVE "A" TO WS-FL-KIND
           MOVE "Y" TO WS-FL-MUTABLE
           PERFORM 5100-SCAN-FLAT-FILE
           MOVE "data/EVENTI.DAT" TO WS-FLAT-FILE
           MOVE "EVENTI" TO WS-FL-LABEL
           MOVE "E" TO WS-FL-KIND
           MOVE "Y" TO WS-FL-MUTABLE
           PERFORM 5100-SCAN-FLAT-FILE
           MOVE "data/FAMIGLIE.DAT" TO WS-FLAT-FILE
           MOVE "FAMIGLIE" TO WS-FL-LABEL
           MOVE "F" TO WS-FL-KIND
           MOVE "N" TO WS-FL-MUTABLE
           PERFORM 5100-SCAN-FLAT-FILE
           MOVE "data/GIORNALE.DAT" TO WS-FLAT-FILE
           MOVE "GIORNALE" TO WS-FL-LABEL
           MOVE "G" TO WS-FL-KIND
           MOVE "Y" TO WS-FL-MUTABLE
           PERFORM 5100-SCAN-FLAT-FILE
           MOVE "data/CANDIDATI.DAT" TO WS-FLAT-FILE
           MOVE "CANDIDATI" TO WS-FL-LABEL
           MOVE "K" TO WS-FL-KIND
           MOVE "Y" TO WS-FL-MUTABLE
           PERFORM 5100-SCAN-FLAT-FILE
           MOVE "data/RICHIESTE.DAT" TO WS-FLAT-FILE
           MOVE "RICHIESTE" TO WS-FL-LABEL
           MOVE "R" TO WS-FL-KIND
           MOVE "N" TO WS-FL-MUTABLE
           PERFORM 5100-SCAN-FLAT-FILE
           MOVE "data/COMMESSE.DAT" TO WS-FLAT-FILE
           MOVE "COMMESSE" TO WS-FL-LABEL
           MOVE "C" TO WS-FL-KIND
           MOVE "N" TO WS-FL-MUTABLE
           PERFORM 5100-SCAN-FLAT-FILE
           .

      *    UN FILE FLAT: OGNI RIGA CLASSIFICATA DA 5200; IN CANCELLA,
      *    SE IL FILE E' MODIFICABILE, RISCRITTURA TMP + mv (GENMNT00)
       5100-SCAN-FLAT-FILE.
           MOVE SPACES TO WS-FLAT-OUT
           STRING FUNCTION TRIM(WS-FLAT-FILE) ".TMP"
             DELIMITED BY SIZE INTO WS-FLAT-OUT
           MOVE 0 TO WS-FILE-CHG
           MOVE "N" TO WS-EOF
           OPEN INPUT FLAT-FILE
           IF WS-FLAT-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           IF ERASE-MODE AND FL-MUTABLE
             OPEN OUTPUT FLAT-OUT-FILE
             IF WS-FOUT-FS NOT = "00"
               CLOSE FLAT-FILE
               MOVE SPACES TO REPORT-REC
               STRING "  " FUNCTION TRIM(WS-FLAT-FILE)
                      ": NON RISCRIVIBILE, RIGHE NON TOCCATE"
                 DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
             END-IF
           END-IF
           PERFORM UNTIL EOF-YES
             READ FLAT-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 PERFORM 5200-CLASSIFY-LINE
                 IF FL-HIT
                   PERFORM 5300-REPORT-LINE
                 END-IF
                 IF ERASE-MODE AND FL-MUTABLE
                   EVALUATE TRUE
                     WHEN FL-DROP
                       CONTINUE
                     WHEN FL-REPLACE
                       MOVE WS-NEW-REC TO FLAT-OUT-REC
                       WRITE FLAT-OUT-REC
                     WHEN OTHER
                       MOVE FLAT-REC TO FLAT-OUT-REC
                       WRITE FLAT-OUT-REC
                   END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE FLAT-FILE
           MOVE "N" TO WS-EOF
           IF ERASE-MODE AND FL-MUTABLE
             CLOSE FLAT-OUT-FILE
             PERFORM 6400-COMMIT-REWRITE
           END-IF
           .

      *----------------------------------------------------------------*
      * Riga della persona?  PERSONE: nome e nascita; ALIAS, EVENTI:   *
      * secondo campo fra gli ID flat; FAMIGLIE: marito, moglie o      *
      * figlio; GIORNALE: un'immagine che e' una riga PERSONE della    *
      * persona (ADD/EDIT/DEL/UNDEL) o un suo evento (EVT*);           *
      * CANDIDATI: PERS-ID nel secondo campo, RICHIESTE nel sesto,     *
      * COMMESSE nel quarto. In CANCELLA l'azione: R per PERSONE e     *
      * GIORNALE, D per ALIAS, EVENTI, CANDIDATI, K per gli altri.     *
      *----------------------------------------------------------------*
       5200-CLASSIFY-LINE.
           MOVE "N" TO WS-FL-HIT
           MOVE "K" TO WS-FL-ACT
           IF FLAT-REC = SPACES OR FLAT-REC(1:1) = "#"
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6
           IF WS-FL-KIND NOT = "G"
             UNSTRING FLAT-REC DELIMITED BY "|"
               INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6
           END-IF
           EVALUATE WS-FL-KIND
             WHEN "P"
               IF WS-SUBJ-NAME-U NOT = SPACES
                  AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F2))
                      = WS-SUBJ-NAME-U
                  AND FUNCTION TRIM(WS-F4) = WS-SUBJ-BDATE
                 SET FL-HIT TO TRUE
                 IF WS-FID-CT < 20
                   ADD 1 TO WS-FID-CT
                   MOVE WS-F1(1:20) TO WS-FID(WS-FID-CT)
                 END-IF
                 SET FL-REPLACE TO TRUE
                 MOVE SPACES TO WS-NEW-REC
                 STRING FUNCTION TRIM(WS-F1)
                        "|DATI CANCELLATI SU RICHIESTA|||D"
                   DELIMITED BY SIZE INTO WS-NEW-REC
               END-IF
             WHEN "A"
             WHEN "E"
               MOVE WS-F2(1:20) TO WS-LOOKUP
               PERFORM 8100-IS-FLAT-ID
               IF FOUND-YES
                 SET FL-HIT TO TRUE
                 SET FL-DROP TO TRUE
               END-IF
             WHEN "F"
               MOVE WS-F2(1:20) TO WS-LOOKUP
               PERFORM 8100-IS-FLAT-ID
               IF NOT FOUND-YES
                 MOVE WS-F3(1:20) TO WS-LOOKUP
                 PERFORM 8100-IS-FLAT-ID
               END-IF
               IF NOT FOUND-YES
                 MOVE SPACES TO WS-CH-TOK(1) WS-CH-TOK(2)
                 PERFORM VARYING WS-CH-IX FROM 1 BY 1
                     UNTIL WS-CH-IX > 20
                   MOVE SPACES TO WS-CH-TOK(WS-CH-IX)
                 END-PERFORM
                 UNSTRING WS-F5 DELIMITED BY ","
                   INTO WS-CH-TOK(1) WS-CH-TOK(2) WS-CH-TOK(3)
                        WS-CH-TOK(4) WS-CH-TOK(5) WS-CH-TOK(6)
                        WS-CH-TOK(7) WS-CH-TOK(8) WS-CH-TOK(9)
                        WS-CH-TOK(10) WS-CH-TOK(11) WS-CH-TOK(12)
                        WS-CH-TOK(13) WS-CH-TOK(14) WS-CH-TOK(15)
                        WS-CH-TOK(16) WS-CH-TOK(17) WS-CH-TOK(18)
                        WS-CH-TOK(19) WS-CH-TOK(20)
                 END-UNSTRING
                 PERFORM VARYING WS-CH-IX FROM 1 BY 1
                     UNTIL WS-CH-IX > 20 OR FOUND-YES
                   IF WS-CH-TOK(WS-CH-IX) NOT = SPACES
                     MOVE FUNCTION TRIM(WS-CH-TOK(WS-CH-IX))
                       TO WS-LOOKUP
                     PERFORM 8100-IS-FLAT-ID
                   END-IF
                 END-PERFORM
               END-IF
               IF FOUND-YES
                 SET FL-HIT TO TRUE
               END-IF
             WHEN "G"
               MOVE FLAT-REC TO GIORNALE-REC
               MOVE GIO-BEFORE TO WS-IMG
               PERFORM 5250-GIORNALE-IMAGE
               IF NOT FL-HIT
                 MOVE GIO-AFTER TO WS-IMG
                 PERFORM 5250-GIORNALE-IMAGE
               END-IF
               IF FL-HIT
                 SET FL-REPLACE TO TRUE
                 MOVE SPACES TO GIO-BEFORE GIO-AFTER
                 MOVE GIORNALE-REC TO WS-NEW-REC
               END-IF
             WHEN "K"
               IF WS-SUBJ-ID NOT = SPACES
                  AND FUNCTION TRIM(WS-F2) = WS-SUBJ-ID
                 SET FL-HIT TO TRUE
                 SET FL-DROP TO TRUE
               END-IF
             WHEN "R"
               IF WS-SUBJ-ID NOT = SPACES
                  AND FUNCTION TRIM(WS-F6) = WS-SUBJ-ID
                 SET FL-HIT TO TRUE
               END-IF
             WHEN "C"
               IF WS-SUBJ-ID NOT = SPACES
                  AND FUNCTION TRIM(WS-F4) = WS-SUBJ-ID
                 SET FL-HIT TO TRUE
               END-IF
           END-EVALUATE
           .

       5250-GIORNALE-IMAGE.
           IF WS-IMG = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-F1 WS-F2
           UNSTRING WS-IMG DELIMITED BY "|" INTO WS-F1 WS-F2
           EVALUATE TRUE
             WHEN GIO-OP(1:3) = "EVT"
               MOVE WS-F2(1:20) TO WS-LOOKUP
               PERFORM 8100-IS-FLAT-ID
               IF FOUND-YES
                 SET FL-HIT TO TRUE
               END-IF
             WHEN GIO-OP = "ADD" OR "EDIT" OR "DEL" OR "UNDEL"
               MOVE WS-F1(1:20) TO WS-LOOKUP
               PERFORM 8100-IS-FLAT-ID
               IF FOUND-YES
                  AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F2))
                      = WS-SUBJ-NAME-U
                 SET FL-HIT TO TRUE
               END-IF
           END-EVALUATE
           .

      *    ACCESSO: LA RIGA PER ESTESO; CANCELLA: COSA NE E' STATO FATTO
       5300-REPORT-LINE.
           ADD 1 TO WS-FLAT-CT
           MOVE SPACES TO WS-FL-VERB
           IF ERASE-MODE
             IF FL-MUTABLE AND NOT FL-KEEP
               ADD 1 TO WS-FLAT-CHG
               ADD 1 TO WS-FILE-CHG
               IF FL-DROP
                 MOVE "RIGA RIMOSSA" TO WS-FL-VERB
               ELSE
                 MOVE "RIGA RESA PSEUDONIMA" TO WS-FL-VERB
               END-IF
             ELSE
               ADD 1 TO WS-FLAT-KEPT
               IF WS-FL-KIND = "F"
                 MOVE "CONSERVATA (SOLI LEGAMI FRA ID)"
                   TO WS-FL-VERB
               ELSE
                 MOVE "CONSERVATA (RAPPORTO CON IL CLIENTE)"
                   TO WS-FL-VERB
               END-IF
             END-IF
             MOVE SPACES TO REPORT-REC
             IF WS-FL-KIND = "G"
               STRING "  " WS-FL-LABEL " " GIO-TS " " GIO-OP " "
                      FUNCTION TRIM(GIO-ID) " IMMAGINI TOLTE"
                 DELIMITED BY SIZE INTO REPORT-REC
             ELSE
               STRING "  " WS-FL-LABEL " " FUNCTION TRIM(WS-F1)
                      " " WS-FL-VERB
                 DELIMITED BY SIZE INTO REPORT-REC
             END-IF
             WRITE REPORT-REC
             EXIT PARAGRAPH
           END-IF
           IF WS-FL-KIND = "G"
             MOVE FLAT-REC TO GIORNALE-REC
             MOVE SPACES TO REPORT-REC
             STRING "  " WS-FL-LABEL " " GIO-TS " " GIO-OP " "
                    FUNCTION TRIM(GIO-ID)
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
             IF GIO-BEFORE NOT = SPACES
               MOVE SPACES TO REPORT-REC
               STRING "      PRIMA: " GIO-BEFORE(1:110)
                 DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
             END-IF
             IF GIO-AFTER NOT = SPACES
               MOVE SPACES TO REPORT-REC
               STRING "      DOPO : " GIO-AFTER(1:110)
                 DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
             END-IF
           ELSE
             MOVE SPACES TO REPORT-REC
             STRING "  " WS-FL-LABEL " " FLAT-REC(1:110)
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
           END-IF
           .

      *    UNA RIGA NEL GIORNALE DEL CLI PER OGNI RIGA PERSONE RESA
      *    PSEUDONIMA, DOPO LA RISCRITTURA DEL GIORNALE STESSO
       5900-WRITE-GIORNALE-ROWS.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > WS-FID-CT
             MOVE "GDPRCANC" TO WS-JRN-OP
             MOVE WS-FID(WS-FX) TO WS-JRN-ID
             MOVE SPACES TO WS-JRN-BEFORE WS-JRN-AFTER
             STRING FUNCTION TRIM(WS-FID(WS-FX))
                    "|DATI CANCELLATI SU RICHIESTA|||D"
               DELIMITED BY SIZE INTO WS-JRN-AFTER
             PERFORM 9900-WRITE-GIORNALE
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Immagine di un segmento in righe da 100 byte, saltando quelle  *
      * vuote; WS-IMG-PFX apre la prima riga.                          *
      *----------------------------------------------------------------*
       6100-WRITE-IMAGE.
           PERFORM VARYING WS-IMG-POS FROM 1 BY 100
               UNTIL WS-IMG-POS > 640
             IF WS-IMG-POS < 601
               IF WS-CHILD-BUF(WS-IMG-POS:100) NOT = SPACES
                 MOVE SPACES TO REPORT-REC
                 STRING WS-IMG-PFX WS-CHILD-BUF(WS-IMG-POS:100)
                   DELIMITED BY SIZE INTO REPORT-REC
                 WRITE REPORT-REC
                 MOVE SPACES TO WS-IMG-PFX
               END-IF
             ELSE
               IF WS-CHILD-BUF(WS-IMG-POS:40) NOT = SPACES
                 MOVE SPACES TO REPORT-REC
                 STRING WS-IMG-PFX WS-CHILD-BUF(WS-IMG-POS:40)
                   DELIMITED BY SIZE INTO REPORT-REC
                 WRITE REPORT-REC
               END-IF
             END-IF
           END-PERFORM
           .

       6300-ACQUIRE-LOCK.
           MOVE "N" TO WS-LOCK-HELD
           OPEN INPUT LOCK-FILE
           IF WS-LCK-FS = "00"
             CLOSE LOCK-FILE
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LOCK-FILE
           IF WS-LCK-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO LOCK-REC
           WRITE LOCK-REC
           CLOSE LOCK-FILE
           SET LOCK-HELD TO TRUE
           .

       6350-RELEASE-LOCK.
           IF LOCK-HELD
             CALL "SYSTEM" USING "rm -f data/ARCHIVIO.LCK"
             MOVE "N" TO WS-LOCK-HELD
           END-IF
           .

      *    FILE RISCRITTO: IL TMP PRENDE IL POSTO DELL'ORIGINALE SOLO SE
      *    QUALCOSA E' CAMBIATO
       6400-COMMIT-REWRITE.
           MOVE SPACES TO WS-CMD
           IF WS-FILE-CHG > 0
             STRING "mv '" FUNCTION TRIM(WS-FLAT-OUT) "' '"
                    FUNCTION TRIM(WS-FLAT-FILE) "'"
               DELIMITED BY SIZE INTO WS-CMD
           ELSE
             STRING "rm -f '" FUNCTION TRIM(WS-FLAT-OUT) "'"
               DELIMITED BY SIZE INTO WS-CMD
           END-IF
           CALL "SYSTEM" USING WS-CMD
           .

      *----------------------------------------------------------------*
      * Registro delle richieste: una riga per risposta, con           *
      * l'impronta cksum del report consegnato (come GN3FIXT0).        *
      *----------------------------------------------------------------*
       8000-WRITE-LEDGER.
           MOVE SPACES TO WS-CKSUM
           MOVE SPACES TO WS-CMD
           STRING "cksum '" FUNCTION TRIM(WS-OUT-FILE)
                  "' > work/gdpr-cksum.tmp 2>/dev/null"
             DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           OPEN INPUT CKSUM-FILE
           IF WS-CKS-FS = "00"
             READ CKSUM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE SPACES TO WS-CK-F1
                 UNSTRING CKSUM-REC DELIMITED BY ALL SPACE
                   INTO WS-CK-F1
                 MOVE WS-CK-F1 TO WS-CKSUM
             END-READ
             CLOSE CKSUM-FILE
           END-IF

           OPEN EXTEND LEDGER-FILE
           IF WS-LED-FS NOT = "00"
             OPEN OUTPUT LEDGER-FILE
             IF WS-LED-FS NOT = "00"
               DISPLAY "GN3GDPR0: REGISTRO data/REGISTRO-GDPR.DAT "
                       "NON SCRIVIBILE (FS " WS-LED-FS ")"
               EXIT PARAGRAPH
             END-IF
           END-IF
           MOVE SPACES TO LEDGER-REC
           STRING WS-REQ-NUM "|" FUNCTION TRIM(WS-MODE-ARG) "|"
                  WS-RCV-ARG(1:8) "|" WS-TODAY "|" WS-DAYS-OUT "|"
                  FUNCTION TRIM(WS-ADMIN-ARG) "|"
                  FUNCTION TRIM(WS-SUBJ-ID) "|"
                  FUNCTION TRIM(WS-SUBJ-NAME) "|"
                  FUNCTION TRIM(WS-SUBJ-BDATE) "|"
                  FUNCTION TRIM(WS-OUTCOME) "|"
                  FUNCTION TRIM(WS-ACTIONS) "|"
                  FUNCTION TRIM(WS-OUT-FILE) "|"
                  FUNCTION TRIM(WS-CKSUM)
             DELIMITED BY SIZE INTO LEDGER-REC
           WRITE LEDGER-REC
           CLOSE LEDGER-FILE
           .

       8100-IS-FLAT-ID.
           MOVE "N" TO WS-FOUND
           IF WS-LOOKUP = SPACES
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-FID-CT OR FOUND-YES
             IF FUNCTION TRIM(WS-FID(WS-FX)) = FUNCTION TRIM(WS-LOOKUP)
               SET FOUND-YES TO TRUE
             END-IF
           END-PERFORM
           .

       9000-SHOW-USAGE.
           DISPLAY "USO: GN3GDPR0 <report> <admin> <ACCESSO|CANCELLA>"
           DISPLAY "              <ricevuta-il AAAAMMGG> "
                   "<dir-archivio-journal>"
           DISPLAY "              <PERS-ID> | <nome> <nascita>"
           .

       9900-WRITE-GIORNALE.
           OPEN EXTEND GIORNALE-FILE
           IF WS-JRN-FS NOT = "00"
             OPEN OUTPUT GIORNALE-FILE
             IF WS-JRN-FS NOT = "00"
               EXIT PARAGRAPH
             END-IF
           END-IF
           MOVE SPACES TO GIORNALE-REC
           MOVE FUNCTION CURRENT-DATE(1:14) TO GIO-TS
           MOVE WS-JRN-OP TO GIO-OP
           MOVE WS-JRN-ID TO GIO-ID
           MOVE WS-JRN-BEFORE TO GIO-BEFORE
           MOVE WS-JRN-AFTER TO GIO-AFTER
           WRITE GIORNALE-REC
           CLOSE GIORNALE-FILE
           MOVE SPACES TO WS-JRN-BEFORE
           .

       COPY "GNNIXP.cpy".
       COPY "GNCOGNP.cpy".
       COPY "GENFKEYP.CPY".

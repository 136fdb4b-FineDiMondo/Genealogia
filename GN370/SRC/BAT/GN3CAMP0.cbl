       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3CAMP0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Verifica a campione dell'archivio contro le fonti: la
                verifica a doppia chiave copre solo le persone
                immesse da quando esiste, le centinaia di migliaia di
                record piu' vecchi (e tutto cio' che e' entrato da
                GN3S5CMT) non sono mai stati riletti sui registri. In
                tre tempi:
                  GN3CAMP0 <report> CAMPIONE <seme> [per-strato]
                    estrae un campione casuale stratificato delle
                    persone con almeno una citazione (CITATN). Lo
                    strato e' parrocchia (PERS-PARISH), canale di
                    immissione e decennio di immissione; da ogni
                    strato escono le [per-strato] persone (default
                    10, tutte se lo strato e' piu' piccolo) col
                    punteggio piu' basso, calcolato dal seme e dal
                    PERS-ID: stesso seme, stesso campione, qualunque
                    sia l'ordine della spazzata. Il riferimento e'
                    AU + seme; il campione con i fatti numerati va in
                    work/AUDIT-<rif>.DAT e il report e' la pila delle
                    schede di verifica: i fatti registrati accanto a
                    registro e carta citati, con il percorso delle
                    scansioni della carta e della persona.
                  GN3CAMP0 <report> ESITO <rif> <pers-id> <fatto|*>
                           <OK|ERR|NV> <operatore> [nota]
                    registra l'esito di un fatto (* = tutti i fatti
                    della persona, solo OK o NV) in
                    work/AUDIT-<rif>.ESI; vale l'ultima riga. NV = non
                    verificabile (carta illeggibile o mancante), fuori
                    dal calcolo. L'operatore deve essere attivo nel
                    segmento OPERATR.
                  GN3CAMP0 <report> STIMA <rif>
                    tasso d'errore per strato (fatti ERR sui fatti
                    OK+ERR) con l'intervallo di Wilson al 95%, e per
                    l'archivio intero la media pesata sulle persone
                    di ogni strato con l'intervallo normale; in coda
                    l'elenco dei fatti errati da correggere. I fatti
                    di una stessa persona sono trattati come
                    indipendenti: l'intervallo e' indicativo.
                Canale di immissione: GEDCOM (PERS-ID GED, GN3S5CMT),
                MIGRAZ (PERS-ID MIG o prima riga journal MIGRATE,
                GN3MIGR0), TRASCR (PERS-ID di un atto AT...-nn o prima
                riga journal TRASCR, IGONL07), ONLINE (prima riga
                journal di un operatore), STORICO (nessuna riga
                journal o storia scaricata da GN3JRLL0). Decennio:
                dal timbro piu' antico fra le righe journal e
                PERS-UPDATED-AT ("----" se non ce n'e'); per le
                persone mai ritoccate e' il giorno dell'immissione,
                per le altre il primo ritocco noto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-OUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAMP-FILE ASSIGN TO DYNAMIC WS-CAMP-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMP-FS.
           SELECT ESITI-FILE ASSIGN TO DYNAMIC WS-ESITI-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESITI-FS.
           SELECT SORT-WORK ASSIGN TO DYNAMIC WS-SORT-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-REC            PIC X(132).
       FD  CAMP-FILE.
       01  CAMP-REC              PIC X(160).
       FD  ESITI-FILE.
       01  ESITI-REC             PIC X(120).

       SD  SORT-WORK.
       01  SORT-REC.
           05 SORT-STRATUM       PIC X(20).
           05 SORT-SCORE         PIC 9(10).
           05 SORT-PERS          PIC X(12).

       WORKING-STORAGE SECTION.
       77  WS-OUT-FILE           PIC X(256) VALUE SPACES.
       77  WS-CAMP-FILE          PIC X(64) VALUE SPACES.
       77  WS-ESITI-FILE         PIC X(64) VALUE SPACES.
       77  WS-SORT-FILE          PIC X(64)
           VALUE "work/gn3camp-sort.tmp".
       77  WS-CAMP-FS            PIC X(2) VALUE "00".
       77  WS-ESITI-FS           PIC X(2) VALUE "00".
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-MODE-ARG           PIC X(10) VALUE SPACES.
       77  WS-ARG                PIC X(12) VALUE SPACES.
       77  WS-NUM-ARG            PIC X(6) JUSTIFIED RIGHT
                                 VALUE SPACES.
       77  WS-SEED               PIC 9(6) VALUE 0.
       77  WS-QUOTA              PIC 9(3) VALUE 10.
       77  WS-REF                PIC X(8) VALUE SPACES.
       77  WS-PERS-ARG           PIC X(12) VALUE SPACES.
       77  WS-FACT-ARG           PIC X(2) VALUE SPACES.
       77  WS-OUTCOME-ARG        PIC X(3) VALUE SPACES.
       77  WS-OPER-ARG           PIC X(8) VALUE SPACES.
       77  WS-NOTE-ARG           PIC X(40) VALUE SPACES.
       77  WS-NOTE-WORD          PIC X(40) VALUE SPACES.
       77  WS-NOTE-PTR           PIC 9(3) VALUE 1.
       77  WS-ARG-IX             PIC 9(4) VALUE 0.
       77  WS-POP-CT             PIC 9(7) VALUE 0.
       77  WS-NOCITA-CT          PIC 9(7) VALUE 0.
       77  WS-SHEET-CT           PIC 9(5) VALUE 0.
       77  WS-ESITI-CT           PIC 9(5) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".

       01  WS-SSA-PERS           PIC X(30)
           VALUE "PERSON  (PERSID=            )".
       01  WS-SSA-CITA           PIC X(30)
           VALUE "CITATN  (PERSID=            )".
       01  WS-SSA-JRNL           PIC X(30)
           VALUE "JOURNAL (PERSID=            )".
       01  WS-SSA-EVNT           PIC X(30)
           VALUE "EVENT   (PERSID=            )".
       01  WS-SSA-MEDP           PIC X(30)
           VALUE "MEDIA   (PERSID=            )".
       01  WS-SSA-MEDR           PIC X(30)
           VALUE "MEDIA   (REGBID=            )".
       01  WS-SSA-SRCE           PIC X(30)
           VALUE "SOURCE  (SOURID=            )".
       01  WS-SSA-REGB           PIC X(30)
           VALUE "REGISTR (REGBID=            )".
       01  WS-SSA-PLAC           PIC X(30)
           VALUE "PLACE   (PLACID=            )".
       01  WS-SSA-OPER           PIC X(30)
           VALUE "OPERATR (OPERID=        )".

       01  WS-CUR-PERS-ID        PIC X(12) VALUE SPACES.

      * STRATO DELLA PERSONA CORRENTE
       01  WS-STRATUM.
           05 WS-STR-PARISH      PIC X(8).
           05 WS-STR-CHANNEL     PIC X(8).
           05 WS-STR-DECADE      PIC X(4).
       01  WS-OLDEST-TS          PIC X(14) VALUE SPACES.
       01  WS-ENTRY-TS           PIC X(14) VALUE SPACES.
       01  WS-FIRST-OP           PIC X(8) VALUE SPACES.
       01  WS-FIRST-OPER         PIC X(8) VALUE SPACES.

      * PUNTEGGIO PSEUDOCASUALE DAL SEME E DAL PERS-ID
       01  WS-HASH               PIC 9(18) VALUE 0.
       01  WS-HX                 PIC 9(2) VALUE 0.

      * STRATI: CHIAVE, POPOLAZIONE, CAMPIONE E, PER LA STIMA,
      * PERSONE VERIFICATE PER INTERO, PERSONE CON ERRORI, FATTI
      * CONTROLLATI (OK+ERR), ERRATI E NON VERIFICABILI
       01  WS-ST-TABLE.
           05 WS-ST-ENTRY OCCURS 300 TIMES.
              10 WS-ST-KEY.
                 15 WS-ST-PARISH PIC X(8).
                 15 WS-ST-CHANNEL PIC X(8).
                 15 WS-ST-DECADE PIC X(4).
              10 WS-ST-POP       PIC 9(7).
              10 WS-ST-SAMP      PIC 9(5).
              10 WS-ST-DONE      PIC 9(5).
              10 WS-ST-PERS-ERR  PIC 9(5).
              10 WS-ST-CHK       PIC 9(6).
              10 WS-ST-ERR       PIC 9(6).
              10 WS-ST-NV        PIC 9(6).
       01  WS-ST-COUNT           PIC 9(3) VALUE 0.
       01  WS-ST-IX              PIC 9(3) VALUE 0.
       01  WS-ST-HIT             PIC 9(3) VALUE 0.
       01  WS-ST-FULL            PIC X VALUE "N".
           88 ST-FULL-YES        VALUE "Y".

      * PERSONE DEL CAMPIONE: STRATO, FATTI ED ESITO DI OGNI FATTO
       01  WS-SEL-TABLE.
           05 WS-SEL-ENTRY OCCURS 2000 TIMES.
              10 WS-SEL-PERS     PIC X(12).
              10 WS-SEL-ST       PIC 9(3).
              10 WS-SEL-FACTS    PIC 9(2).
              10 WS-SEL-OUT      PIC X(3) OCCURS 15 TIMES.
       01  WS-SEL-COUNT          PIC 9(4) VALUE 0.
       01  WS-SEL-IX             PIC 9(4) VALUE 0.
       01  WS-SEL-HIT            PIC 9(4) VALUE 0.
       01  WS-GRP-STRATUM        PIC X(20) VALUE SPACES.
       01  WS-GRP-TAKEN          PIC 9(3) VALUE 0.

      * FATTI DELLA SCHEDA CORRENTE
       01  WS-FT-TABLE.
           05 WS-FT-ENTRY OCCURS 15 TIMES.
              10 WS-FT-LABEL     PIC X(20).
              10 WS-FT-VALUE     PIC X(70).
              10 WS-FT-PLACE     PIC X(12).
       01  WS-FT-COUNT           PIC 9(2) VALUE 0.
       01  WS-FT-IX              PIC 9(2) VALUE 0.
       01  WS-FT-MAX             PIC 9(2) VALUE 15.
       01  WS-NEW-LABEL          PIC X(20) VALUE SPACES.
       01  WS-NEW-VALUE          PIC X(70) VALUE SPACES.
       01  WS-NEW-PLACE          PIC X(12) VALUE SPACES.
       01  WS-PLACE-ID           PIC X(12) VALUE SPACES.
       01  WS-PLACE-TXT          PIC X(60) VALUE SPACES.
       01  WS-QUAL-TXT           PIC X(10) VALUE SPACES.

      * CITAZIONI DELLA SCHEDA CORRENTE (LETTE PRIMA DI ANDARE SUI
      * REGISTRI, CHE SPOSTANO LA POSIZIONE)
       01  WS-CT-TABLE.
           05 WS-CT-ENTRY OCCURS 10 TIMES.
              10 WS-CT-ID        PIC X(12).
              10 WS-CT-SRCE      PIC X(12).
              10 WS-CT-PAGE      PIC X(30).
              10 WS-CT-QUAY      PIC X(1).
              10 WS-CT-REGB      PIC X(12).
              10 WS-CT-FOLIO     PIC 9(4).
       01  WS-CT-COUNT           PIC 9(2) VALUE 0.
       01  WS-CT-IX              PIC 9(2) VALUE 0.

      * RIGHE DEL FILE DEL CAMPIONE E DEL FILE DEGLI ESITI
       01  WS-CF-TYPE            PIC X(1) VALUE SPACE.
       01  WS-CF-F1              PIC X(20) VALUE SPACES.
       01  WS-CF-F2              PIC X(20) VALUE SPACES.
       01  WS-CF-F3              PIC X(20) VALUE SPACES.
       01  WS-CF-F4              PIC X(70) VALUE SPACES.
       01  WS-CF-F5              PIC X(10) VALUE SPACES.
       01  WS-ES-PERS            PIC X(12) VALUE SPACES.
       01  WS-ES-FACT            PIC X(2) VALUE SPACES.
       01  WS-ES-OUT             PIC X(3) VALUE SPACES.
       01  WS-ES-OPER            PIC X(8) VALUE SPACES.
       01  WS-ES-TS              PIC X(14) VALUE SPACES.
       01  WS-ES-NOTE            PIC X(40) VALUE SPACES.
       01  WS-FACT-NO            PIC 9(2) VALUE 0.
       01  WS-FACT-ED            PIC 9(2) VALUE 0.

      * FATTI ERRATI CON LA NOTA DELL'ULTIMO ESITO ERR
       01  WS-ER-TABLE.
           05 WS-ER-ENTRY OCCURS 1000 TIMES.
              10 WS-ER-SEL       PIC 9(4).
              10 WS-ER-FACT      PIC 9(2).
              10 WS-ER-NOTE      PIC X(40).
       01  WS-ER-COUNT           PIC 9(4) VALUE 0.
       01  WS-ER-IX              PIC 9(4) VALUE 0.

      * CALCOLI DELLA STIMA
       01  WS-M                  PIC 9(6) VALUE 0.
       01  WS-P                  PIC 9V9(8) VALUE 0.
       01  WS-DENOM              PIC 9(3)V9(8) VALUE 0.
       01  WS-CENTER             PIC 9V9(8) VALUE 0.
       01  WS-HALF               PIC 9V9(8) VALUE 0.
       01  WS-LO                 PIC S9V9(8) VALUE 0.
       01  WS-HI                 PIC S9V9(8) VALUE 0.
       01  WS-W                  PIC 9V9(8) VALUE 0.
       01  WS-W-POP              PIC 9(8) VALUE 0.
       01  WS-ALL-P              PIC 9V9(8) VALUE 0.
       01  WS-ALL-VAR            PIC 9V9(12) VALUE 0.
       01  WS-ALL-CHK            PIC 9(7) VALUE 0.
       01  WS-ALL-ERR            PIC 9(7) VALUE 0.
       01  WS-ALL-NV             PIC 9(7) VALUE 0.
       01  WS-PCT-IN             PIC S9V9(8) VALUE 0.
       01  WS-PCT-VAL            PIC 9(3)V9 VALUE 0.
       01  WS-PCT-ED             PIC ZZ9.9.
       01  WS-PCT-TXT            PIC X(6) VALUE SPACES.
       01  WS-RATE-TXT           PIC X(6) VALUE SPACES.
       01  WS-LO-TXT             PIC X(6) VALUE SPACES.
       01  WS-HI-TXT             PIC X(6) VALUE SPACES.
       01  WS-PERS-OK            PIC X VALUE "N".
           88 PERS-ALL-DONE      VALUE "Y".
       01  WS-PERS-HAS-ERR       PIC X VALUE "N".
           88 PERS-HAS-ERR       VALUE "Y".

       01  WS-SW.
           10 WS-EOD-PERS        PIC X VALUE "N".
              88 EOD-PERS-YES    VALUE "Y".
           10 WS-SORT-EOF        PIC X VALUE "N".
              88 SORT-EOF-YES    VALUE "Y".
           10 WS-CAMP-EOF        PIC X VALUE "N".
              88 CAMP-EOF-YES    VALUE "Y".
           10 WS-ESITI-EOF       PIC X VALUE "N".
              88 ESITI-EOF-YES   VALUE "Y".
           10 WS-ROLLOFF-SEEN    PIC X VALUE "N".
              88 ROLLOFF-SEEN    VALUE "Y".

       01  WS-CNT-ED             PIC ZZZZZZ9.
       01  WS-CNT-ED2            PIC ZZZZ9.
       01  WS-SHEET-HDR.
           05 FILLER             PIC X(22)
              VALUE "SCHEDA DI VERIFICA    ".
           05 WS-SH-REF          PIC X(10).
           05 FILLER             PIC X(9) VALUE "PERSONA  ".
           05 WS-SH-PERS         PIC X(14).
           05 WS-SH-N            PIC ZZZ9.
           05 FILLER             PIC X(3) VALUE " / ".
           05 WS-SH-TOT          PIC ZZZ9.
       01  WS-FACT-LINE.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-FL-NO           PIC 9(2).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-FL-LABEL        PIC X(20).
           05 WS-FL-VALUE        PIC X(70).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-FL-BOX          PIC X(26)
              VALUE "[ ] OK  [ ] ERR  [ ] NV".
       01  WS-STRAT-LINE.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-SL-PARISH       PIC X(9).
           05 WS-SL-CHANNEL      PIC X(9).
           05 WS-SL-DECADE       PIC X(6).
           05 WS-SL-POP          PIC ZZZZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-SL-SAMP         PIC ZZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-SL-DONE         PIC ZZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-SL-CHK          PIC ZZZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-SL-ERR          PIC ZZZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-SL-PERR         PIC ZZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-SL-RATE         PIC X(7).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 WS-SL-CI           PIC X(16).

       COPY GN1PRSN.
       COPY GN1CITA.
       COPY GN1JRNL.
       COPY GN1EVNT.
       COPY GN1MEDI.
       COPY GN1SRCE.
       COPY GN1REGB.
       COPY GN1PLAC.
       COPY GNOPER.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 3
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           ACCEPT WS-MODE-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE-ARG))
             TO WS-MODE-ARG

           EVALUATE WS-MODE-ARG
             WHEN "CAMPIONE"
               ACCEPT WS-ARG FROM ARGUMENT-VALUE
               PERFORM 1900-EDIT-NUM-ARG
               IF WS-NUM-ARG IS NOT NUMERIC
                 DISPLAY "GN3CAMP0: SEME NON NUMERICO (1-999999): "
                         FUNCTION TRIM(WS-ARG)
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               MOVE WS-NUM-ARG TO WS-SEED
               IF WS-ARGC >= 4
                 ACCEPT WS-ARG FROM ARGUMENT-VALUE
                 PERFORM 1900-EDIT-NUM-ARG
                 IF WS-NUM-ARG IS NUMERIC
                   MOVE WS-NUM-ARG TO WS-QUOTA
                 END-IF
               END-IF
               IF WS-QUOTA < 1
                 MOVE 10 TO WS-QUOTA
               END-IF
               MOVE "AU" TO WS-REF
               MOVE WS-SEED TO WS-REF(3:6)
             WHEN "ESITO"
               IF WS-ARGC < 7
                 PERFORM 9000-SHOW-USAGE
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ACCEPT WS-REF FROM ARGUMENT-VALUE
               ACCEPT WS-PERS-ARG FROM ARGUMENT-VALUE
               ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ACCEPT WS-OUTCOME-ARG FROM ARGUMENT-VALUE
               ACCEPT WS-OPER-ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PERS-ARG))
                 TO WS-PERS-ARG
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OUTCOME-ARG))
                 TO WS-OUTCOME-ARG
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OPER-ARG))
                 TO WS-OPER-ARG
               IF FUNCTION TRIM(WS-ARG) = "*"
                 MOVE "*" TO WS-FACT-ARG
               ELSE
                 PERFORM 1900-EDIT-NUM-ARG
                 IF WS-NUM-ARG IS NOT NUMERIC
                    OR WS-NUM-ARG(1:4) NOT = "0000"
                   DISPLAY "GN3CAMP0: FATTO NON VALIDO: "
                           FUNCTION TRIM(WS-ARG)
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                 END-IF
                 MOVE WS-NUM-ARG(5:2) TO WS-FACT-ARG
               END-IF
      *        LA NOTA E' IL RESTO DELLA RIGA, PAROLA PER PAROLA
               MOVE 1 TO WS-NOTE-PTR
               PERFORM VARYING WS-ARG-IX FROM 8 BY 1
                   UNTIL WS-ARG-IX > WS-ARGC OR WS-NOTE-PTR > 40
                 ACCEPT WS-NOTE-WORD FROM ARGUMENT-VALUE
                 IF WS-NOTE-PTR > 1
                   STRING " " DELIMITED BY SIZE
                     INTO WS-NOTE-ARG WITH POINTER WS-NOTE-PTR
                 END-IF
                 STRING WS-NOTE-WORD DELIMITED BY SPACE
                   INTO WS-NOTE-ARG WITH POINTER WS-NOTE-PTR
               END-PERFORM
               INSPECT WS-NOTE-ARG REPLACING ALL "|" BY "/"
             WHEN "STIMA"
               ACCEPT WS-REF FROM ARGUMENT-VALUE
             WHEN OTHER
               PERFORM 9000-SHOW-USAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REF)) TO WS-REF
           MOVE SPACES TO WS-CAMP-FILE WS-ESITI-FILE
           STRING "work/AUDIT-" FUNCTION TRIM(WS-REF) ".DAT"
             DELIMITED BY SIZE INTO WS-CAMP-FILE
           STRING "work/AUDIT-" FUNCTION TRIM(WS-REF) ".ESI"
             DELIMITED BY SIZE INTO WS-ESITI-FILE

           OPEN OUTPUT REPORT-FILE
           EVALUATE WS-MODE-ARG
             WHEN "CAMPIONE"
               PERFORM 2000-DRAW-SAMPLE
             WHEN "ESITO"
               PERFORM 4000-RECORD-OUTCOME
             WHEN "STIMA"
               PERFORM 5000-ESTIMATE
           END-EVALUATE
           CLOSE REPORT-FILE
           GOBACK.

       1900-EDIT-NUM-ARG.
           MOVE FUNCTION TRIM(WS-ARG) TO WS-NUM-ARG
           INSPECT WS-NUM-ARG REPLACING LEADING SPACE BY ZERO
           .

      *----------------------------------------------------------------*
      * Campione: la popolazione (persone vive in archivio con almeno  *
      * una citazione) passa dal SORT per strato e punteggio; da ogni  *
      * strato si prendono le prime WS-QUOTA. Poi una scheda per       *
      * persona, nell'ordine del SORT.                                 *
      *----------------------------------------------------------------*
       2000-DRAW-SAMPLE.
           INITIALIZE WS-ST-TABLE WS-SEL-TABLE
           MOVE 0 TO WS-ST-COUNT WS-SEL-COUNT
           SORT SORT-WORK
               ON ASCENDING KEY SORT-STRATUM SORT-SCORE SORT-PERS
               INPUT PROCEDURE 2100-RELEASE-POPULATION
               OUTPUT PROCEDURE 2500-TAKE-SAMPLE

           OPEN OUTPUT CAMP-FILE
           IF WS-CAMP-FS NOT = "00"
             DISPLAY "GN3CAMP0: FILE DEL CAMPIONE NON SCRIVIBILE: "
                     FUNCTION TRIM(WS-CAMP-FILE)
             MOVE 12 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CAMP-REC
           STRING "H|" WS-REF "|" WS-SEED "|" WS-QUOTA "|"
                  FUNCTION CURRENT-DATE(1:14)
             DELIMITED BY SIZE INTO CAMP-REC
           WRITE CAMP-REC
           PERFORM VARYING WS-ST-IX FROM 1 BY 1
               UNTIL WS-ST-IX > WS-ST-COUNT
             MOVE SPACES TO CAMP-REC
             STRING "S|" WS-ST-PARISH(WS-ST-IX) "|"
                    WS-ST-CHANNEL(WS-ST-IX) "|"
                    WS-ST-DECADE(WS-ST-IX) "|"
                    WS-ST-POP(WS-ST-IX) "|" WS-ST-SAMP(WS-ST-IX)
               DELIMITED BY SIZE INTO CAMP-REC
             WRITE CAMP-REC
           END-PERFORM

           PERFORM VARYING WS-SEL-IX FROM 1 BY 1
               UNTIL WS-SEL-IX > WS-SEL-COUNT
             PERFORM 3000-WRITE-SHEET
           END-PERFORM
           CLOSE CAMP-FILE

           PERFORM 2900-WRITE-SAMPLE-SUMMARY
           DISPLAY "GN3CAMP0: CAMPIONE " WS-REF
           DISPLAY "GN3CAMP0: PERSONE CON CITAZIONI = " WS-POP-CT
           DISPLAY "GN3CAMP0: STRATI               = " WS-ST-COUNT
           DISPLAY "GN3CAMP0: SCHEDE               = " WS-SHEET-CT
           IF ST-FULL-YES
             DISPLAY "GN3CAMP0: TAVOLA DEGLI STRATI PIENA, PERSONE "
                     "DEGLI STRATI IN PIU' ESCLUSE"
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           .

       2100-RELEASE-POPULATION.
           MOVE "N" TO WS-EOD-PERS
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
           PERFORM UNTIL EOD-PERS-YES OR DB-STATUS NOT = SPACES
             MOVE PERS-ID TO WS-CUR-PERS-ID
             IF PERS-IS-DELETED NOT = "Y"
               PERFORM 2110-CHECK-PERSON
             END-IF
             PERFORM 8000-NEXT-PERSON
           END-PERFORM
           .

       2110-CHECK-PERSON.
           MOVE "CITATN  (PERSID=            )" TO WS-SSA-CITA
           MOVE WS-CUR-PERS-ID TO WS-SSA-CITA(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1CITA-SEG
                                WS-SSA-CITA
           IF DB-STATUS NOT = SPACES
             ADD 1 TO WS-NOCITA-CT
             EXIT PARAGRAPH
           END-IF
           PERFORM 2120-CLASSIFY-ENTRY
           PERFORM 2140-FIND-STRATUM
           IF WS-ST-HIT = 0
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POP-CT
           ADD 1 TO WS-ST-POP(WS-ST-HIT)
           PERFORM 2130-SCORE-PERSON
           MOVE WS-STRATUM TO SORT-STRATUM
           MOVE WS-HASH TO SORT-SCORE
           MOVE WS-CUR-PERS-ID TO SORT-PERS
           RELEASE SORT-REC
           .

      *----------------------------------------------------------------*
      * Canale e decennio di immissione (vedi REMARKS). La PERSON e'   *
      * ancora nell'area di I/O: parrocchia, PERS-ID e                 *
      * PERS-UPDATED-AT si leggono prima di scendere sul journal.      *
      *----------------------------------------------------------------*
       2120-CLASSIFY-ENTRY.
           MOVE SPACES TO WS-STRATUM
           MOVE PERS-PARISH TO WS-STR-PARISH
           IF WS-STR-PARISH = SPACES
             MOVE "(UNICO)" TO WS-STR-PARISH
           END-IF
           MOVE SPACES TO WS-ENTRY-TS
           IF PERS-UPDATED-AT IS NUMERIC
             MOVE PERS-UPDATED-AT TO WS-ENTRY-TS
           END-IF

           MOVE SPACES TO WS-OLDEST-TS WS-FIRST-OP WS-FIRST-OPER
           MOVE "N" TO WS-ROLLOFF-SEEN
           MOVE "JOURNAL (PERSID=            )" TO WS-SSA-JRNL
           MOVE WS-CUR-PERS-ID TO WS-SSA-JRNL(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1JRNL-SEG
                                WS-SSA-JRNL
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF JRNL-OP = "ROLLOFF"
               SET ROLLOFF-SEEN TO TRUE
             END-IF
             IF JRNL-TS IS NUMERIC
               IF WS-OLDEST-TS = SPACES OR JRNL-TS < WS-OLDEST-TS
                 MOVE JRNL-TS TO WS-OLDEST-TS
                 MOVE JRNL-OP TO WS-FIRST-OP
                 MOVE JRNL-OPER TO WS-FIRST-OPER
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1JRNL-SEG
                                  WS-SSA-JRNL
           END-PERFORM
           IF WS-OLDEST-TS NOT = SPACES
             IF WS-ENTRY-TS = SPACES OR WS-OLDEST-TS < WS-ENTRY-TS
               MOVE WS-OLDEST-TS TO WS-ENTRY-TS
             END-IF
           END-IF
           IF WS-ENTRY-TS = SPACES
             MOVE "----" TO WS-STR-DECADE
           ELSE
             MOVE WS-ENTRY-TS(1:3) TO WS-STR-DECADE(1:3)
             MOVE "0" TO WS-STR-DECADE(4:1)
           END-IF

           EVALUATE TRUE
             WHEN WS-CUR-PERS-ID(1:3) = "GED"
               MOVE "GEDCOM" TO WS-STR-CHANNEL
             WHEN WS-CUR-PERS-ID(1:3) = "MIG"
               MOVE "MIGRAZ" TO WS-STR-CHANNEL
             WHEN WS-CUR-PERS-ID(1:2) = "AT"
                  AND WS-CUR-PERS-ID(10:1) = "-"
               MOVE "TRASCR" TO WS-STR-CHANNEL
             WHEN WS-OLDEST-TS = SPACES OR ROLLOFF-SEEN
               MOVE "STORICO" TO WS-STR-CHANNEL
             WHEN WS-FIRST-OP = "TRASCR"
               MOVE "TRASCR" TO WS-STR-CHANNEL
             WHEN WS-FIRST-OP = "MIGRATE"
               MOVE "MIGRAZ" TO WS-STR-CHANNEL
             WHEN WS-FIRST-OPER(1:3) = "GN3"
               MOVE "STORICO" TO WS-STR-CHANNEL
             WHEN OTHER
               MOVE "ONLINE" TO WS-STR-CHANNEL
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Punteggio della persona: congruenziale sul seme e sui 12       *
      * caratteri del PERS-ID, due giri di mescolamento in coda. Non   *
      * dipende dall'ordine di lettura: lo stesso seme rida' sempre lo *
      * stesso campione sullo stesso archivio.                         *
      *----------------------------------------------------------------*
       2130-SCORE-PERSON.
           MOVE WS-SEED TO WS-HASH
           PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 12
             COMPUTE WS-HASH = FUNCTION MOD(
                 WS-HASH * 69069
                 + FUNCTION ORD(WS-CUR-PERS-ID(WS-HX:1)) * 7919 + 1,
                 2147483647)
           END-PERFORM
           COMPUTE WS-HASH = FUNCTION MOD(WS-HASH * 48271, 2147483647)
           COMPUTE WS-HASH = FUNCTION MOD(WS-HASH * 48271, 2147483647)
           .

       2140-FIND-STRATUM.
           MOVE 0 TO WS-ST-HIT
           PERFORM VARYING WS-ST-IX FROM 1 BY 1
               UNTIL WS-ST-IX > WS-ST-COUNT OR WS-ST-HIT > 0
             IF WS-ST-KEY(WS-ST-IX) = WS-STRATUM
               MOVE WS-ST-IX TO WS-ST-HIT
             END-IF
           END-PERFORM
           IF WS-ST-HIT = 0
             IF WS-ST-COUNT < 300
               ADD 1 TO WS-ST-COUNT
               MOVE WS-STRATUM TO WS-ST-KEY(WS-ST-COUNT)
               MOVE WS-ST-COUNT TO WS-ST-HIT
             ELSE
               SET ST-FULL-YES TO TRUE
             END-IF
           END-IF
           .

       2500-TAKE-SAMPLE.
           MOVE "N" TO WS-SORT-EOF
           MOVE SPACES TO WS-GRP-STRATUM
           MOVE 0 TO WS-GRP-TAKEN
           PERFORM UNTIL SORT-EOF-YES
             RETURN SORT-WORK
               AT END
                 MOVE "Y" TO WS-SORT-EOF
               NOT AT END
                 IF SORT-STRATUM NOT = WS-GRP-STRATUM
                   MOVE SORT-STRATUM TO WS-GRP-STRATUM
                   MOVE 0 TO WS-GRP-TAKEN
                 END-IF
                 IF WS-GRP-TAKEN < WS-QUOTA AND WS-SEL-COUNT < 2000
                   MOVE SORT-STRATUM TO WS-STRATUM
                   PERFORM 2140-FIND-STRATUM
                   ADD 1 TO WS-GRP-TAKEN
                   ADD 1 TO WS-SEL-COUNT
                   MOVE SORT-PERS TO WS-SEL-PERS(WS-SEL-COUNT)
                   MOVE WS-ST-HIT TO WS-SEL-ST(WS-SEL-COUNT)
                   ADD 1 TO WS-ST-SAMP(WS-ST-HIT)
                 END-IF
             END-RETURN
           END-PERFORM
           .

       2900-WRITE-SAMPLE-SUMMARY.
           MOVE ALL "=" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "CAMPIONE DI VERIFICA " WS-REF "  SEME " WS-SEED
                  "  PER STRATO " WS-QUOTA
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           PERFORM 2910-STRATUM-HEADING
           MOVE SPACES TO REPORT-REC(41:)
           WRITE REPORT-REC
           PERFORM VARYING WS-ST-IX FROM 1 BY 1
               UNTIL WS-ST-IX > WS-ST-COUNT
             MOVE SPACES TO WS-STRAT-LINE
             MOVE WS-ST-PARISH(WS-ST-IX) TO WS-SL-PARISH
             MOVE WS-ST-CHANNEL(WS-ST-IX) TO WS-SL-CHANNEL
             MOVE WS-ST-DECADE(WS-ST-IX) TO WS-SL-DECADE
             MOVE WS-ST-POP(WS-ST-IX) TO WS-SL-POP
             MOVE WS-ST-SAMP(WS-ST-IX) TO WS-SL-SAMP
             MOVE WS-STRAT-LINE(1:40) TO REPORT-REC
             WRITE REPORT-REC
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-POP-CT TO WS-CNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "PERSONE CON CITAZIONI " WS-CNT-ED
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-NOCITA-CT TO WS-CNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "PERSONE SENZA CITAZIONI (FUORI CAMPIONE) " WS-CNT-ED
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-SHEET-CT TO WS-CNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "SCHEDE DI VERIFICA " WS-CNT-ED
                  "  (CAMPIONE IN " FUNCTION TRIM(WS-CAMP-FILE) ")"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

      *    TESTATA DELLE COLONNE DI WS-STRAT-LINE IN REPORT-REC
       2910-STRATUM-HEADING.
           MOVE SPACES TO REPORT-REC
           MOVE "PARROC." TO REPORT-REC(3:7)
           MOVE "CANALE" TO REPORT-REC(12:6)
           MOVE "DECEN." TO REPORT-REC(21:6)
           MOVE "POPOL." TO REPORT-REC(28:6)
           MOVE "CAMP." TO REPORT-REC(36:5)
           MOVE "VERIF" TO REPORT-REC(43:5)
           MOVE "FATTI" TO REPORT-REC(51:5)
           MOVE "ERRATI" TO REPORT-REC(58:6)
           MOVE "PERS.E" TO REPORT-REC(65:6)
           MOVE "TASSO" TO REPORT-REC(74:5)
           MOVE "IC 95%" TO REPORT-REC(81:6)
           .

      *----------------------------------------------------------------*
      * Una scheda: i fatti registrati, numerati, con la casella       *
      * dell'esito; poi le fonti citate con registro, carta e          *
      * scansioni. Persona e fatti vanno anche nel file del campione,  *
      * che STIMA rilegge.                                             *
      *----------------------------------------------------------------*
       3000-WRITE-SHEET.
           MOVE WS-SEL-PERS(WS-SEL-IX) TO WS-CUR-PERS-ID
           MOVE "PERSON  (PERSID=            )" TO WS-SSA-PERS
           MOVE WS-CUR-PERS-ID TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           IF DB-STATUS NOT = SPACES
             EXIT PARAGRAPH
           END-IF
           PERFORM 3100-BUILD-FACTS
           PERFORM 3200-LOAD-CITATIONS
           MOVE WS-FT-COUNT TO WS-SEL-FACTS(WS-SEL-IX)
           ADD 1 TO WS-SHEET-CT
           MOVE WS-SEL-ST(WS-SEL-IX) TO WS-ST-IX

           MOVE SPACES TO CAMP-REC
           STRING "P|" WS-CUR-PERS-ID "|" WS-ST-PARISH(WS-ST-IX) "|"
                  WS-ST-CHANNEL(WS-ST-IX) "|" WS-ST-DECADE(WS-ST-IX)
                  "|" WS-FT-COUNT
             DELIMITED BY SIZE INTO CAMP-REC
           WRITE CAMP-REC
           PERFORM VARYING WS-FT-IX FROM 1 BY 1
               UNTIL WS-FT-IX > WS-FT-COUNT
             MOVE SPACES TO CAMP-REC
             STRING "F|" WS-CUR-PERS-ID "|" WS-FT-IX "|"
                    WS-FT-LABEL(WS-FT-IX) "|" WS-FT-VALUE(WS-FT-IX)
               DELIMITED BY SIZE INTO CAMP-REC
             WRITE CAMP-REC
           END-PERFORM

           MOVE ALL "=" TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-REF TO WS-SH-REF
           MOVE WS-CUR-PERS-ID TO WS-SH-PERS
           MOVE WS-SEL-IX TO WS-SH-N
           MOVE WS-SEL-COUNT TO WS-SH-TOT
           MOVE WS-SHEET-HDR TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "STRATO: PARROCCHIA " WS-ST-PARISH(WS-ST-IX)
                  "  CANALE " WS-ST-CHANNEL(WS-ST-IX)
                  "  DECENNIO D'IMMISSIONE " WS-ST-DECADE(WS-ST-IX)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           IF PERS-RESTRICTED = "Y"
             MOVE "PERSONA SOTTO EMBARGO: SCHEDA RISERVATA"
               TO REPORT-REC
             WRITE REPORT-REC
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "FATTI REGISTRATI" TO REPORT-REC
           MOVE "ESITO" TO REPORT-REC(99:5)
           WRITE REPORT-REC
           PERFORM VARYING WS-FT-IX FROM 1 BY 1
               UNTIL WS-FT-IX > WS-FT-COUNT
             MOVE WS-FT-IX TO WS-FL-NO
             MOVE WS-FT-LABEL(WS-FT-IX) TO WS-FL-LABEL
             MOVE WS-FT-VALUE(WS-FT-IX) TO WS-FL-VALUE
             MOVE WS-FACT-LINE TO REPORT-REC
             WRITE REPORT-REC
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           PERFORM 3300-WRITE-SOURCES
           PERFORM 3400-WRITE-PERSON-MEDIA
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "ESITO: GN3CAMP0 <report> ESITO " WS-REF " "
                  FUNCTION TRIM(WS-CUR-PERS-ID)
                  " <fatto|*> <OK|ERR|NV> <operatore> [nota]"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

      *----------------------------------------------------------------*
      * I fatti: nome, sesso, nascita, luoghi di nascita e di morte e  *
      * gli eventi della persona, i vuoti esclusi. Il numero del fatto *
      * e' la sua posizione sulla scheda.                              *
      *----------------------------------------------------------------*
       3100-BUILD-FACTS.
           MOVE 0 TO WS-FT-COUNT
           MOVE SPACES TO WS-FT-TABLE
           MOVE SPACES TO WS-NEW-PLACE
           MOVE "NOME" TO WS-NEW-LABEL
           MOVE PERS-NAME TO WS-NEW-VALUE
           PERFORM 3190-ADD-FACT
           IF PERS-GEND = "M" OR PERS-GEND = "F"
             MOVE "SESSO" TO WS-NEW-LABEL
             MOVE PERS-GEND TO WS-NEW-VALUE
             PERFORM 3190-ADD-FACT
           END-IF
           IF PERS-BDATE NOT = SPACES
             MOVE PERS-BDATE-QUAL TO WS-QUAL-TXT
             PERFORM 3180-QUAL-TEXT
             MOVE "NASCITA" TO WS-NEW-LABEL
             MOVE SPACES TO WS-NEW-VALUE
             STRING WS-QUAL-TXT DELIMITED BY SPACE
                    " " PERS-BDATE DELIMITED BY SIZE
               INTO WS-NEW-VALUE
             MOVE FUNCTION TRIM(WS-NEW-VALUE) TO WS-NEW-VALUE
             MOVE SPACES TO WS-NEW-PLACE
             PERFORM 3190-ADD-FACT
           END-IF
      *    I LUOGHI COME ID: IL NOME SI RISOLVE A SCHEDA COMPLETA
           IF PERS-BPLACE NOT = SPACES
             MOVE "LUOGO DI NASCITA" TO WS-NEW-LABEL
             MOVE SPACES TO WS-NEW-VALUE
             MOVE PERS-BPLACE TO WS-NEW-PLACE
             PERFORM 3190-ADD-FACT
           END-IF
           IF PERS-DPLACE NOT = SPACES
             MOVE "LUOGO DI MORTE" TO WS-NEW-LABEL
             MOVE SPACES TO WS-NEW-VALUE
             MOVE PERS-DPLACE TO WS-NEW-PLACE
             PERFORM 3190-ADD-FACT
           END-IF
           PERFORM 3150-ADD-EVENT-FACTS
      *    I NOMI DEI LUOGHI DOPO GLI EVENTI: LA LETTURA DI PLACE
      *    SPOSTA LA POSIZIONE SULLA BASE
           PERFORM VARYING WS-FT-IX FROM 1 BY 1
               UNTIL WS-FT-IX > WS-FT-COUNT
             IF WS-FT-PLACE(WS-FT-IX) NOT = SPACES
               MOVE WS-FT-PLACE(WS-FT-IX) TO WS-PLACE-ID
               PERFORM 8100-PLACE-NAME
               IF WS-FT-VALUE(WS-FT-IX) = SPACES
                 MOVE WS-PLACE-TXT TO WS-FT-VALUE(WS-FT-IX)
               ELSE
                 MOVE SPACES TO WS-NEW-VALUE
                 STRING FUNCTION TRIM(WS-FT-VALUE(WS-FT-IX))
                        " A " FUNCTION TRIM(WS-PLACE-TXT)
                   DELIMITED BY SIZE INTO WS-NEW-VALUE
                 MOVE WS-NEW-VALUE TO WS-FT-VALUE(WS-FT-IX)
               END-IF
               INSPECT WS-FT-VALUE(WS-FT-IX) REPLACING ALL "|" BY "/"
             END-IF
           END-PERFORM
           .

       3150-ADD-EVENT-FACTS.
           MOVE "EVENT   (PERSID=            )" TO WS-SSA-EVNT
           MOVE WS-CUR-PERS-ID TO WS-SSA-EVNT(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EVNT-SEG
                                WS-SSA-EVNT
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-FT-COUNT >= WS-FT-MAX
             MOVE EVNT-DATE-QUAL TO WS-QUAL-TXT
             PERFORM 3180-QUAL-TEXT
             MOVE SPACES TO WS-NEW-LABEL WS-NEW-VALUE
             STRING "EVENTO " EVNT-TYPE DELIMITED BY SIZE
               INTO WS-NEW-LABEL
             STRING WS-QUAL-TXT DELIMITED BY SPACE
                    " " EVNT-DATE DELIMITED BY SIZE
               INTO WS-NEW-VALUE
             MOVE EVNT-PLACE TO WS-NEW-PLACE
             IF EVNT-AGE NOT = SPACES
               MOVE SPACES TO WS-CF-F4
               STRING FUNCTION TRIM(WS-NEW-VALUE) " ETA' "
                      EVNT-AGE DELIMITED BY SIZE
                 INTO WS-CF-F4
               MOVE WS-CF-F4 TO WS-NEW-VALUE
             END-IF
             MOVE FUNCTION TRIM(WS-NEW-VALUE) TO WS-NEW-VALUE
             PERFORM 3190-ADD-FACT
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1EVNT-SEG
                                  WS-SSA-EVNT
           END-PERFORM
           .

      *    QUALIFICATORE DI DATA (A/B/F/R) IN CHIARO; PUNTUALE = VUOTO
       3180-QUAL-TEXT.
           EVALUATE WS-QUAL-TXT(1:1)
             WHEN "A"
               MOVE "CIRCA" TO WS-QUAL-TXT
             WHEN "B"
               MOVE "PRIMA DEL" TO WS-QUAL-TXT
             WHEN "F"
               MOVE "DOPO IL" TO WS-QUAL-TXT
             WHEN "R"
               MOVE "FRA" TO WS-QUAL-TXT
             WHEN OTHER
               MOVE SPACES TO WS-QUAL-TXT
           END-EVALUATE
           .

       3190-ADD-FACT.
           IF WS-FT-COUNT < WS-FT-MAX
             ADD 1 TO WS-FT-COUNT
             MOVE WS-NEW-LABEL TO WS-FT-LABEL(WS-FT-COUNT)
             MOVE WS-NEW-VALUE TO WS-FT-VALUE(WS-FT-COUNT)
             MOVE WS-NEW-PLACE TO WS-FT-PLACE(WS-FT-COUNT)
             INSPECT WS-FT-VALUE(WS-FT-COUNT) REPLACING ALL "|" BY "/"
           END-IF
           .

       3200-LOAD-CITATIONS.
           MOVE 0 TO WS-CT-COUNT
           MOVE "CITATN  (PERSID=            )" TO WS-SSA-CITA
           MOVE WS-CUR-PERS-ID TO WS-SSA-CITA(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1CITA-SEG
                                WS-SSA-CITA
           PERFORM UNTIL DB-STATUS NOT = SPACES OR WS-CT-COUNT >= 10
             ADD 1 TO WS-CT-COUNT
             MOVE CITA-ID TO WS-CT-ID(WS-CT-COUNT)
             MOVE CITA-SRCE TO WS-CT-SRCE(WS-CT-COUNT)
             MOVE CITA-PAGE TO WS-CT-PAGE(WS-CT-COUNT)
             MOVE CITA-QUAY TO WS-CT-QUAY(WS-CT-COUNT)
             MOVE CITA-REGB TO WS-CT-REGB(WS-CT-COUNT)
             MOVE 0 TO WS-CT-FOLIO(WS-CT-COUNT)
             IF CITA-FOLIO IS NUMERIC
               MOVE CITA-FOLIO TO WS-CT-FOLIO(WS-CT-COUNT)
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1CITA-SEG
                                  WS-SSA-CITA
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Le fonti citate: la fonte (SOURCE) con pagina e grado, il      *
      * registro e la carta quando la citazione li porta, e le         *
      * scansioni di quella carta (MEDIA figli di REGISTR).            *
      *----------------------------------------------------------------*
       3300-WRITE-SOURCES.
           MOVE "FONTI CITATE" TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-CT-IX FROM 1 BY 1
               UNTIL WS-CT-IX > WS-CT-COUNT
             MOVE SPACES TO GN1SRCE-SEG
             IF WS-CT-SRCE(WS-CT-IX) NOT = SPACES
               MOVE "SOURCE  (SOURID=            )" TO WS-SSA-SRCE
               MOVE WS-CT-SRCE(WS-CT-IX) TO WS-SSA-SRCE(17:12)
               MOVE DLI-GU TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1SRCE-SEG
                                    WS-SSA-SRCE
               IF DB-STATUS NOT = SPACES
                 MOVE "(FONTE NON TROVATA)" TO SRCE-TITLE
               END-IF
             END-IF
             MOVE SPACES TO REPORT-REC
             STRING "  " WS-CT-ID(WS-CT-IX) " FONTE "
                    WS-CT-SRCE(WS-CT-IX) " "
                    FUNCTION TRIM(SRCE-TITLE)
                    "  GRADO " WS-CT-QUAY(WS-CT-IX)
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
             IF WS-CT-PAGE(WS-CT-IX) NOT = SPACES
               MOVE SPACES TO REPORT-REC
               STRING "      PAGINA/CARTA " WS-CT-PAGE(WS-CT-IX)
                 DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
             END-IF
             IF WS-CT-REGB(WS-CT-IX) NOT = SPACES
               PERFORM 3310-WRITE-REGISTER
             END-IF
           END-PERFORM
           IF WS-CT-COUNT >= 10
             MOVE "  (ALTRE CITAZIONI OLTRE LA DECIMA NON ELENCATE)"
               TO REPORT-REC
             WRITE REPORT-REC
           END-IF
           .

       3310-WRITE-REGISTER.
           MOVE "REGISTR (REGBID=            )" TO WS-SSA-REGB
           MOVE WS-CT-REGB(WS-CT-IX) TO WS-SSA-REGB(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1REGB-SEG
                                WS-SSA-REGB
           IF DB-STATUS NOT = SPACES
             MOVE "(REGISTRO NON CENSITO)" TO REGB-TITLE
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "      REGISTRO " WS-CT-REGB(WS-CT-IX) " "
                  FUNCTION TRIM(REGB-TITLE)
                  "  CARTA " WS-CT-FOLIO(WS-CT-IX)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           IF WS-CT-FOLIO(WS-CT-IX) = 0
             EXIT PARAGRAPH
           END-IF
           MOVE "MEDIA   (REGBID=            )" TO WS-SSA-MEDR
           MOVE WS-CT-REGB(WS-CT-IX) TO WS-SSA-MEDR(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1MEDI-SEG
                                WS-SSA-MEDR
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF MEDI-FOLIO IS NUMERIC
                AND MEDI-FOLIO = WS-CT-FOLIO(WS-CT-IX)
               MOVE SPACES TO REPORT-REC
               STRING "      SCANSIONE " MEDI-SIDE " "
                      FUNCTION TRIM(MEDI-PATH)
                 DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1MEDI-SEG
                                  WS-SSA-MEDR
           END-PERFORM
           .

       3400-WRITE-PERSON-MEDIA.
           MOVE "MEDIA   (PERSID=            )" TO WS-SSA-MEDP
           MOVE WS-CUR-PERS-ID TO WS-SSA-MEDP(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1MEDI-SEG
                                WS-SSA-MEDP
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF MEDI-PATH NOT = SPACES
               MOVE SPACES TO REPORT-REC
               STRING "  DOCUMENTO " FUNCTION TRIM(MEDI-TYPE) " "
                      FUNCTION TRIM(MEDI-PATH)
                 DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1MEDI-SEG
                                  WS-SSA-MEDP
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Esito: la persona e il fatto devono essere nel campione, ERR   *
      * vuole il numero del fatto; la riga si accoda al file degli     *
      * esiti col timbro e l'operatore.                                *
      *----------------------------------------------------------------*
       4000-RECORD-OUTCOME.
           IF WS-OUTCOME-ARG NOT = "OK" AND NOT = "ERR"
              AND NOT = "NV"
             DISPLAY "GN3CAMP0: ESITO NON VALIDO (OK/ERR/NV): "
                     WS-OUTCOME-ARG
             MOVE 16 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           IF WS-FACT-ARG = "*" AND WS-OUTCOME-ARG = "ERR"
             DISPLAY "GN3CAMP0: ERR VUOLE IL NUMERO DEL FATTO"
             MOVE 16 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM 1000-CHECK-OPERATOR
           IF RETURN-CODE NOT = 0
             EXIT PARAGRAPH
           END-IF
           PERFORM 5100-LOAD-SAMPLE
           IF RETURN-CODE NOT = 0
             EXIT PARAGRAPH
           END-IF
           MOVE WS-PERS-ARG TO WS-ES-PERS
           PERFORM 5190-FIND-SELECTED
           IF WS-SEL-HIT = 0
             DISPLAY "GN3CAMP0: PERSONA " FUNCTION TRIM(WS-PERS-ARG)
                     " NON E' NEL CAMPIONE " WS-REF
             MOVE 16 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           IF WS-FACT-ARG NOT = "*"
             MOVE WS-FACT-ARG TO WS-FACT-NO
             IF WS-FACT-NO < 1 OR WS-FACT-NO > WS-SEL-FACTS(WS-SEL-HIT)
               DISPLAY "GN3CAMP0: LA SCHEDA HA I FATTI DA 1 A "
                       WS-SEL-FACTS(WS-SEL-HIT)
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
             END-IF
           END-IF

           OPEN EXTEND ESITI-FILE
           IF WS-ESITI-FS NOT = "00"
             OPEN OUTPUT ESITI-FILE
           END-IF
           MOVE SPACES TO ESITI-REC
           STRING WS-PERS-ARG "|" WS-FACT-ARG "|" WS-OUTCOME-ARG "|"
                  WS-OPER-ARG "|" FUNCTION CURRENT-DATE(1:14) "|"
                  WS-NOTE-ARG
             DELIMITED BY SIZE INTO ESITI-REC
           WRITE ESITI-REC
           CLOSE ESITI-FILE

           MOVE SPACES TO REPORT-REC
           STRING "ESITO REGISTRATO " WS-REF " "
                  FUNCTION TRIM(WS-PERS-ARG) " FATTO " WS-FACT-ARG
                  " " FUNCTION TRIM(WS-OUTCOME-ARG)
                  " OPERATORE " FUNCTION TRIM(WS-OPER-ARG)
                  " " FUNCTION TRIM(WS-NOTE-ARG)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           DISPLAY "GN3CAMP0: " FUNCTION TRIM(REPORT-REC)
           MOVE 0 TO RETURN-CODE
           .

      *----------------------------------------------------------------*
      * Operatore del sign-on censito e attivo in OPERATR (stesso      *
      * controllo di GN3MASS0, senza richiedere il ruolo ADMIN).       *
      *----------------------------------------------------------------*
       1000-CHECK-OPERATOR.
           MOVE 0 TO RETURN-CODE
           IF WS-OPER-ARG = SPACES
             DISPLAY "GN3CAMP0: OPERATORE OBBLIGATORIO"
             MOVE 16 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           MOVE WS-OPER-ARG TO WS-SSA-OPER(17:8)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                OPERATOR-SEGMENT
                                WS-SSA-OPER
           IF DB-STATUS NOT = SPACES OR NOT OPRS-ACTIVE
             DISPLAY "GN3CAMP0: OPERATORE "
                     FUNCTION TRIM(WS-OPER-ARG)
                     " NON CENSITO O NON ATTIVO, ESITO RIFIUTATO"
             MOVE 16 TO RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * Stima: strati e persone dal file del campione, esiti applicati *
      * nell'ordine in cui sono stati registrati (vale l'ultimo), poi  *
      * i conteggi e gli intervalli.                                   *
      *----------------------------------------------------------------*
       5000-ESTIMATE.
           PERFORM 5100-LOAD-SAMPLE
           IF RETURN-CODE NOT = 0
             EXIT PARAGRAPH
           END-IF
           PERFORM 5200-APPLY-OUTCOMES
           PERFORM 5300-TALLY
           PERFORM 5400-WRITE-ESTIMATE
           PERFORM 5500-WRITE-ERRORS
           DISPLAY "GN3CAMP0: STIMA DEL CAMPIONE " WS-REF
           DISPLAY "GN3CAMP0: ESITI LETTI        = " WS-ESITI-CT
           DISPLAY "GN3CAMP0: FATTI CONTROLLATI  = " WS-ALL-CHK
           DISPLAY "GN3CAMP0: FATTI ERRATI       = " WS-ALL-ERR
           MOVE 0 TO RETURN-CODE
           .

       5100-LOAD-SAMPLE.
           MOVE 0 TO RETURN-CODE
           INITIALIZE WS-ST-TABLE WS-SEL-TABLE
           MOVE 0 TO WS-ST-COUNT WS-SEL-COUNT
           OPEN INPUT CAMP-FILE
           IF WS-CAMP-FS NOT = "00"
             DISPLAY "GN3CAMP0: CAMPIONE SCONOSCIUTO: "
                     FUNCTION TRIM(WS-CAMP-FILE)
             MOVE 12 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CAMP-EOF
           PERFORM UNTIL CAMP-EOF-YES
             READ CAMP-FILE
               AT END
                 MOVE "Y" TO WS-CAMP-EOF
               NOT AT END
                 MOVE SPACES TO WS-CF-TYPE WS-CF-F1 WS-CF-F2
                                WS-CF-F3 WS-CF-F4 WS-CF-F5
                 UNSTRING CAMP-REC DELIMITED BY "|"
                   INTO WS-CF-TYPE WS-CF-F1 WS-CF-F2 WS-CF-F3
                        WS-CF-F4 WS-CF-F5
                 END-UNSTRING
                 EVALUATE WS-CF-TYPE
                   WHEN "S"
                     PERFORM 5110-LOAD-STRATUM
                   WHEN "P"
                     PERFORM 5120-LOAD-PERSON
                 END-EVALUATE
             END-READ
           END-PERFORM
           CLOSE CAMP-FILE
           .

       5110-LOAD-STRATUM.
           IF WS-ST-COUNT >= 300
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ST-COUNT
           MOVE WS-CF-F1 TO WS-ST-PARISH(WS-ST-COUNT)
           MOVE WS-CF-F2 TO WS-ST-CHANNEL(WS-ST-COUNT)
           MOVE WS-CF-F3 TO WS-ST-DECADE(WS-ST-COUNT)
           MOVE WS-CF-F4(1:7) TO WS-ST-POP(WS-ST-COUNT)
           MOVE WS-CF-F5(1:5) TO WS-ST-SAMP(WS-ST-COUNT)
           .

      *    RIGA P: PERS-ID|PARROCCHIA|CANALE|DECENNIO|N. FATTI
       5120-LOAD-PERSON.
           IF WS-SEL-COUNT >= 2000
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-STRATUM
           MOVE WS-CF-F2 TO WS-STR-PARISH
           MOVE WS-CF-F3 TO WS-STR-CHANNEL
           MOVE WS-CF-F4(1:4) TO WS-STR-DECADE
           MOVE 0 TO WS-ST-HIT
           PERFORM VARYING WS-ST-IX FROM 1 BY 1
               UNTIL WS-ST-IX > WS-ST-COUNT OR WS-ST-HIT > 0
             IF WS-ST-KEY(WS-ST-IX) = WS-STRATUM
               MOVE WS-ST-IX TO WS-ST-HIT
             END-IF
           END-PERFORM
           IF WS-ST-HIT = 0
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEL-COUNT
           MOVE WS-CF-F1 TO WS-SEL-PERS(WS-SEL-COUNT)
           MOVE WS-ST-HIT TO WS-SEL-ST(WS-SEL-COUNT)
           MOVE WS-CF-F5(1:2) TO WS-SEL-FACTS(WS-SEL-COUNT)
           .

       5190-FIND-SELECTED.
           MOVE 0 TO WS-SEL-HIT
           PERFORM VARYING WS-SEL-IX FROM 1 BY 1
               UNTIL WS-SEL-IX > WS-SEL-COUNT OR WS-SEL-HIT > 0
             IF WS-SEL-PERS(WS-SEL-IX) = WS-ES-PERS
               MOVE WS-SEL-IX TO WS-SEL-HIT
             END-IF
           END-PERFORM
           .

       5200-APPLY-OUTCOMES.
           MOVE 0 TO WS-ER-COUNT WS-ESITI-CT
           OPEN INPUT ESITI-FILE
           IF WS-ESITI-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ESITI-EOF
           PERFORM UNTIL ESITI-EOF-YES
             READ ESITI-FILE
               AT END
                 MOVE "Y" TO WS-ESITI-EOF
               NOT AT END
                 MOVE SPACES TO WS-ES-PERS WS-ES-FACT WS-ES-OUT
                                WS-ES-OPER WS-ES-TS WS-ES-NOTE
                 UNSTRING ESITI-REC DELIMITED BY "|"
                   INTO WS-ES-PERS WS-ES-FACT WS-ES-OUT
                        WS-ES-OPER WS-ES-TS WS-ES-NOTE
                 END-UNSTRING
                 ADD 1 TO WS-ESITI-CT
                 PERFORM 5190-FIND-SELECTED
                 IF WS-SEL-HIT > 0
                   PERFORM 5210-APPLY-ONE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ESITI-FILE
           .

       5210-APPLY-ONE.
           IF WS-ES-FACT = "*"
             PERFORM VARYING WS-FT-IX FROM 1 BY 1
                 UNTIL WS-FT-IX > WS-SEL-FACTS(WS-SEL-HIT)
                    OR WS-FT-IX > 15
               MOVE WS-ES-OUT TO WS-SEL-OUT(WS-SEL-HIT, WS-FT-IX)
             END-PERFORM
             EXIT PARAGRAPH
           END-IF
           IF WS-ES-FACT IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           MOVE WS-ES-FACT TO WS-FACT-NO
           IF WS-FACT-NO < 1 OR WS-FACT-NO > 15
             EXIT PARAGRAPH
           END-IF
           MOVE WS-ES-OUT TO WS-SEL-OUT(WS-SEL-HIT, WS-FACT-NO)
      *    LA NOTA DELL'ULTIMO ERR DEL FATTO
           IF WS-ES-OUT = "ERR"
             PERFORM VARYING WS-ER-IX FROM 1 BY 1
                 UNTIL WS-ER-IX > WS-ER-COUNT
               IF WS-ER-SEL(WS-ER-IX) = WS-SEL-HIT
                  AND WS-ER-FACT(WS-ER-IX) = WS-FACT-NO
                 MOVE WS-ES-NOTE TO WS-ER-NOTE(WS-ER-IX)
                 EXIT PARAGRAPH
               END-IF
             END-PERFORM
             IF WS-ER-COUNT < 1000
               ADD 1 TO WS-ER-COUNT
               MOVE WS-SEL-HIT TO WS-ER-SEL(WS-ER-COUNT)
               MOVE WS-FACT-NO TO WS-ER-FACT(WS-ER-COUNT)
               MOVE WS-ES-NOTE TO WS-ER-NOTE(WS-ER-COUNT)
             END-IF
           END-IF
           .

       5300-TALLY.
           PERFORM VARYING WS-SEL-IX FROM 1 BY 1
               UNTIL WS-SEL-IX > WS-SEL-COUNT
             MOVE WS-SEL-ST(WS-SEL-IX) TO WS-ST-IX
             MOVE "Y" TO WS-PERS-OK
             MOVE "N" TO WS-PERS-HAS-ERR
             PERFORM VARYING WS-FT-IX FROM 1 BY 1
                 UNTIL WS-FT-IX > WS-SEL-FACTS(WS-SEL-IX)
                    OR WS-FT-IX > 15
               EVALUATE WS-SEL-OUT(WS-SEL-IX, WS-FT-IX)
                 WHEN "OK"
                   ADD 1 TO WS-ST-CHK(WS-ST-IX)
                 WHEN "ERR"
                   ADD 1 TO WS-ST-CHK(WS-ST-IX)
                   ADD 1 TO WS-ST-ERR(WS-ST-IX)
                   SET PERS-HAS-ERR TO TRUE
                 WHEN "NV"
                   ADD 1 TO WS-ST-NV(WS-ST-IX)
                 WHEN OTHER
                   MOVE "N" TO WS-PERS-OK
               END-EVALUATE
             END-PERFORM
             IF PERS-ALL-DONE
               ADD 1 TO WS-ST-DONE(WS-ST-IX)
             END-IF
             IF PERS-HAS-ERR
               ADD 1 TO WS-ST-PERS-ERR(WS-ST-IX)
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Per strato: tasso = ERR / (OK+ERR) con l'intervallo di Wilson  *
      * al 95% (z = 1,96). Archivio intero: media dei tassi pesata     *
      * sulla popolazione degli strati controllati, varianza           *
      * sum W^2 p(1-p)/m, intervallo normale.                          *
      *----------------------------------------------------------------*
       5400-WRITE-ESTIMATE.
           MOVE ALL "=" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "STIMA DEL TASSO D'ERRORE - CAMPIONE " WS-REF
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           PERFORM 2910-STRATUM-HEADING
           WRITE REPORT-REC
           MOVE 0 TO WS-W-POP WS-ALL-CHK WS-ALL-ERR WS-ALL-NV
           PERFORM VARYING WS-ST-IX FROM 1 BY 1
               UNTIL WS-ST-IX > WS-ST-COUNT
             ADD WS-ST-CHK(WS-ST-IX) TO WS-ALL-CHK
             ADD WS-ST-ERR(WS-ST-IX) TO WS-ALL-ERR
             ADD WS-ST-NV(WS-ST-IX) TO WS-ALL-NV
             IF WS-ST-CHK(WS-ST-IX) > 0
               ADD WS-ST-POP(WS-ST-IX) TO WS-W-POP
             END-IF
           END-PERFORM

           MOVE 0 TO WS-ALL-P WS-ALL-VAR
           PERFORM VARYING WS-ST-IX FROM 1 BY 1
               UNTIL WS-ST-IX > WS-ST-COUNT
             MOVE SPACES TO WS-STRAT-LINE
             MOVE WS-ST-PARISH(WS-ST-IX) TO WS-SL-PARISH
             MOVE WS-ST-CHANNEL(WS-ST-IX) TO WS-SL-CHANNEL
             MOVE WS-ST-DECADE(WS-ST-IX) TO WS-SL-DECADE
             MOVE WS-ST-POP(WS-ST-IX) TO WS-SL-POP
             MOVE WS-ST-SAMP(WS-ST-IX) TO WS-SL-SAMP
             MOVE WS-ST-DONE(WS-ST-IX) TO WS-SL-DONE
             MOVE WS-ST-CHK(WS-ST-IX) TO WS-SL-CHK
             MOVE WS-ST-ERR(WS-ST-IX) TO WS-SL-ERR
             MOVE WS-ST-PERS-ERR(WS-ST-IX) TO WS-SL-PERR
             MOVE WS-ST-CHK(WS-ST-IX) TO WS-M
             IF WS-M = 0
               MOVE "   -" TO WS-SL-RATE
               MOVE "NON CONTROLLATO" TO WS-SL-CI
             ELSE
               COMPUTE WS-P ROUNDED = WS-ST-ERR(WS-ST-IX) / WS-M
               PERFORM 5410-WILSON
               MOVE WS-P TO WS-PCT-IN
               PERFORM 8200-EDIT-PCT
               MOVE WS-PCT-TXT TO WS-SL-RATE
               MOVE WS-LO TO WS-PCT-IN
               PERFORM 8200-EDIT-PCT
               MOVE WS-PCT-TXT TO WS-LO-TXT
               MOVE WS-HI TO WS-PCT-IN
               PERFORM 8200-EDIT-PCT
               MOVE WS-PCT-TXT TO WS-HI-TXT
               MOVE SPACES TO WS-SL-CI
               STRING FUNCTION TRIM(WS-LO-TXT) " - "
                      FUNCTION TRIM(WS-HI-TXT)
                 DELIMITED BY SIZE INTO WS-SL-CI
               COMPUTE WS-W ROUNDED = WS-ST-POP(WS-ST-IX) / WS-W-POP
               COMPUTE WS-ALL-P ROUNDED = WS-ALL-P + WS-W * WS-P
               COMPUTE WS-ALL-VAR ROUNDED = WS-ALL-VAR
                   + WS-W * WS-W * WS-P * (1 - WS-P) / WS-M
             END-IF
             MOVE WS-STRAT-LINE TO REPORT-REC
             WRITE REPORT-REC
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-ALL-CHK TO WS-CNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "FATTI CONTROLLATI (OK+ERR) " WS-CNT-ED
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-ALL-ERR TO WS-CNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "FATTI ERRATI               " WS-CNT-ED
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-ALL-NV TO WS-CNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "NON VERIFICABILI (ESCLUSI) " WS-CNT-ED
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           IF WS-ALL-CHK = 0
             MOVE "NESSUN ESITO REGISTRATO: STIMA NON CALCOLABILE"
               TO REPORT-REC
             WRITE REPORT-REC
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HALF ROUNDED = 1.96 * FUNCTION SQRT(WS-ALL-VAR)
           COMPUTE WS-LO = WS-ALL-P - WS-HALF
           COMPUTE WS-HI = WS-ALL-P + WS-HALF
           IF WS-LO < 0
             MOVE 0 TO WS-LO
           END-IF
           IF WS-HI > 1
             MOVE 1 TO WS-HI
           END-IF
           MOVE WS-ALL-P TO WS-PCT-IN
           PERFORM 8200-EDIT-PCT
           MOVE WS-PCT-TXT TO WS-RATE-TXT
           MOVE WS-LO TO WS-PCT-IN
           PERFORM 8200-EDIT-PCT
           MOVE WS-PCT-TXT TO WS-LO-TXT
           MOVE WS-HI TO WS-PCT-IN
           PERFORM 8200-EDIT-PCT
           MOVE WS-PCT-TXT TO WS-HI-TXT
           MOVE SPACES TO REPORT-REC
           STRING "TASSO D'ERRORE STIMATO PER L'ARCHIVIO (PESATO SUGLI "
                  "STRATI CONTROLLATI) " FUNCTION TRIM(WS-RATE-TXT)
                  "  IC 95% " FUNCTION TRIM(WS-LO-TXT) " - "
                  FUNCTION TRIM(WS-HI-TXT)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

       5410-WILSON.
           COMPUTE WS-DENOM ROUNDED = 1 + 3.8416 / WS-M
           COMPUTE WS-CENTER ROUNDED =
               (WS-P + 1.9208 / WS-M) / WS-DENOM
           COMPUTE WS-HALF ROUNDED = 1.96 * FUNCTION SQRT(
               WS-P * (1 - WS-P) / WS-M + 0.9604 / (WS-M * WS-M))
               / WS-DENOM
           COMPUTE WS-LO = WS-CENTER - WS-HALF
           COMPUTE WS-HI = WS-CENTER + WS-HALF
           IF WS-LO < 0
             MOVE 0 TO WS-LO
           END-IF
           IF WS-HI > 1
             MOVE 1 TO WS-HI
           END-IF
           .

      *----------------------------------------------------------------*
      * Fatti ancora ERR all'ultimo esito, con il testo della scheda   *
      * riletto dal file del campione: la lista delle correzioni.      *
      *----------------------------------------------------------------*
       5500-WRITE-ERRORS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "FATTI ERRATI DA CORREGGERE" TO REPORT-REC
           WRITE REPORT-REC
           OPEN INPUT CAMP-FILE
           IF WS-CAMP-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CAMP-EOF
           PERFORM UNTIL CAMP-EOF-YES
             READ CAMP-FILE
               AT END
                 MOVE "Y" TO WS-CAMP-EOF
               NOT AT END
                 IF CAMP-REC(1:2) = "F|"
                   PERFORM 5510-CHECK-ERROR-FACT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CAMP-FILE
           IF WS-ALL-ERR = 0
             MOVE "  NESSUNO" TO REPORT-REC
             WRITE REPORT-REC
           END-IF
           .

      *    RIGA F: PERS-ID|N. FATTO|ETICHETTA|VALORE
       5510-CHECK-ERROR-FACT.
           MOVE SPACES TO WS-CF-TYPE WS-CF-F1 WS-CF-F2 WS-CF-F3 WS-CF-F4
           UNSTRING CAMP-REC DELIMITED BY "|"
             INTO WS-CF-TYPE WS-CF-F1 WS-CF-F2 WS-CF-F3 WS-CF-F4
           END-UNSTRING
           MOVE WS-CF-F1 TO WS-ES-PERS
           PERFORM 5190-FIND-SELECTED
           IF WS-SEL-HIT = 0 OR WS-CF-F2(1:2) IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           MOVE WS-CF-F2(1:2) TO WS-FACT-NO
           IF WS-FACT-NO < 1 OR WS-FACT-NO > 15
             EXIT PARAGRAPH
           END-IF
           IF WS-SEL-OUT(WS-SEL-HIT, WS-FACT-NO) NOT = "ERR"
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ES-NOTE
           PERFORM VARYING WS-ER-IX FROM 1 BY 1
               UNTIL WS-ER-IX > WS-ER-COUNT
             IF WS-ER-SEL(WS-ER-IX) = WS-SEL-HIT
                AND WS-ER-FACT(WS-ER-IX) = WS-FACT-NO
               MOVE WS-ER-NOTE(WS-ER-IX) TO WS-ES-NOTE
             END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           STRING "  " WS-CF-F1(1:12) " FATTO " WS-FACT-NO " "
                  WS-CF-F3 " " WS-CF-F4(1:40) " NOTA: "
                  WS-ES-NOTE
             DELIMITED BY SIZE INTO REPORT-REC
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

      *    NOME DEL LUOGO WS-PLACE-ID DAL GAZETTEER, CON L'ID
       8100-PLACE-NAME.
           MOVE "PLACE   (PLACID=            )" TO WS-SSA-PLAC
           MOVE WS-PLACE-ID TO WS-SSA-PLAC(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PLAC-SEG
                                WS-SSA-PLAC
           MOVE SPACES TO WS-PLACE-TXT
           IF DB-STATUS = SPACES
             STRING FUNCTION TRIM(PLAC-NAME) " ("
                    FUNCTION TRIM(WS-PLACE-ID) ")"
               DELIMITED BY SIZE INTO WS-PLACE-TXT
           ELSE
             MOVE WS-PLACE-ID TO WS-PLACE-TXT
           END-IF
           .

      *    PERCENTUALE CON UN DECIMALE DA UNA FRAZIONE 0-1
       8200-EDIT-PCT.
           COMPUTE WS-PCT-VAL ROUNDED = WS-PCT-IN * 100
           MOVE WS-PCT-VAL TO WS-PCT-ED
           MOVE SPACES TO WS-PCT-TXT
           STRING WS-PCT-ED "%" DELIMITED BY SIZE INTO WS-PCT-TXT
           .

       9000-SHOW-USAGE.
           DISPLAY "USO: GN3CAMP0 <report> CAMPIONE <seme> [per-strato]"
           DISPLAY "     GN3CAMP0 <report> ESITO <rif> <pers-id> "
                   "<fatto|*> <OK|ERR|NV> <operatore> [nota]"
           DISPLAY "     GN3CAMP0 <report> STIMA <rif>"
           .

      ******************************************************************
      * PROGRAM-ID: GN37P006
      *
      * DESC: PROGRAMMA COBOL PER TX GN37W04 (MONDO 4 - CONTESTO).
      *       PER LA PERSONA A FUOCO MOSTRA GLI EVENTI STORICI DELLA
      *       TAVOLA HISTEVT (PESTI, CARESTIE, GUERRE, ALLUVIONI,
      *       CAMBI DI CONFINE, ANNI DELLO STATO CIVILE NAPOLEONICO)
      *       CHE CADONO NEL SUO ARCO DI VITA E NEI SUOI LUOGHI: UN
      *       EVENTO TOCCA LA PERSONA SE IL SUO AMBITO E' UNO DEI
      *       LUOGHI DI NASCITA, MORTE O DEI SUOI EVENTI, OPPURE UN
      *       LUOGO A CUI QUESTI RISALGONO LUNGO PLAC-PARENT.
      *       E' LA RISPOSTA A VIDEO A "PERCHE' NEL 1630 SONO MORTI
      *       TRE FIGLI?".
      *
      * AUTH: GN370, 2026-10-15
      *
      * PARADIGM: IMS/DC, MACCHINA A STATI SEQ-ID PERSISTITA SULLO
      *           SCRATCHPAD, COME GN37P002/GN37P003 (SCRP-WORLD "04").
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN37P006.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      * STRUTTURE DATI MACCHINA A STATI
      *
       77  WS-PROGRAM-DESC    PIC X(24) VALUE 'PROGRAMMA TX: GN37P006'.
       77  WS-SEQ-ID          PIC 9(1)  VALUE 1.
           88  SEQ-IS-ENTRA         VALUE 1.
           88  SEQ-IS-CONTESTO      VALUE 2.

       77  W-DLI-FUNC-GU      PIC X(4)  VALUE 'GU  '.
       77  W-DLI-FUNC-GN      PIC X(4)  VALUE 'GN  '.
       77  W-DLI-FUNC-ISRT    PIC X(4)  VALUE 'ISRT'.
       77  W-DLI-FUNC-REPL    PIC X(4)  VALUE 'REPL'.

       01  WS-MAP-IO-AREA       PIC X(1920).
      *
      * STATO DI SESSIONE RIPRISTINATO/SALVATO SULLO SCRATCHPAD:
      * PERSONA A FUOCO E PAGINA DEGLI EVENTI
      *
       77  WS-NAV-PAGE        PIC 9(3)  VALUE 1.
       77  WS-FOCUS-ID        PIC X(12) VALUE SPACES.
       77  WS-SCRP-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-SSA-SCRP        PIC X(30)
           VALUE "SCRPAD  (LTERMID=        )".
      *
      * COMANDI DEL MONDO 4:
      *   PERS <persid>       -> CONTESTO DI QUELLA PERSONA
      *   <persid>            -> IDEM (TESTO LIBERO)
      * PF8 PAGINA AVANTI, PF5 PAGINA INDIETRO.
      *
       77  WS-CMD-TEXT        PIC X(40) VALUE SPACES.
      *
      * ACCESSO AI SEGMENTI
      *
       77  WS-PERS-STATUS     PIC X(2)  VALUE SPACES.
       77  WS-EVNT-STATUS     PIC X(2)  VALUE SPACES.
       77  WS-PLAC-STATUS     PIC X(2)  VALUE SPACES.
       77  WS-HEVT-STATUS     PIC X(2)  VALUE SPACES.
       77  WS-OPER-ADMIN      PIC X(1)  VALUE 'N'.
           88  OPER-ADMIN           VALUE 'Y'.
       01  WS-SSA-PERS        PIC X(30)
           VALUE "PERSON  (PERSID=            )".
       01  WS-SSA-EVNT        PIC X(30)
           VALUE "EVENT   (PERSID=            )".
       01  WS-SSA-PLAC        PIC X(30)
           VALUE "PLACE   (PLACID=            )".
      *
      * ARCO DI VITA: DALLA NASCITA (O DAL PRIMO EVENTO DATATO) ALLA
      * MORTE (EVENTO MORTE) O, SE IGNOTA, A 90 ANNI DALL'INIZIO
      *
       77  WS-LIFE-FROM       PIC X(10) VALUE SPACES.
       77  WS-LIFE-TO         PIC X(10) VALUE SPACES.
       77  WS-FIRST-EVNT      PIC X(10) VALUE SPACES.
       77  WS-LIFE-YEAR       PIC 9(4)  VALUE ZERO.
       77  WS-BIRTH-YEAR      PIC 9(4)  VALUE ZERO.
       77  WS-EVT-YEAR        PIC 9(4)  VALUE ZERO.
       77  WS-AGE             PIC 9(3)  VALUE ZERO.
       77  WS-AGE-EDIT        PIC ZZ9.
       77  WS-AGE-DISP        PIC X(3)  VALUE SPACES.
       77  WS-DEATH-FOUND     PIC X(1)  VALUE 'N'.
           88  DEATH-FOUND          VALUE 'Y'.
      *
      * AMBITO DEI LUOGHI: I LUOGHI DELLA PERSONA (SEMI) E TUTTI I
      * LORO ANTENATI NEL GAZETTEER, SENZA DOPPIONI
      *
       77  WS-SD-COUNT        PIC 9(2)  VALUE ZERO.
       77  WS-SD-IX           PIC 9(2)  VALUE ZERO.
       01  WS-SD-TABLE.
           05 WS-SD-ID           PIC X(12) OCCURS 20 TIMES.
       77  WS-SC-COUNT        PIC 9(2)  VALUE ZERO.
       77  WS-SC-IX           PIC 9(2)  VALUE ZERO.
       77  WS-SC-DEPTH        PIC 9(2)  VALUE ZERO.
       77  WS-SC-NEXT         PIC X(12) VALUE SPACES.
       77  WS-SC-PROBE        PIC X(12) VALUE SPACES.
       77  WS-SC-FOUND        PIC X(1)  VALUE 'N'.
           88  SC-FOUND             VALUE 'Y'.
       01  WS-SC-TABLE.
           05 WS-SC-ID           PIC X(12) OCCURS 40 TIMES.
      *
      * EVENTI STORICI CHE TOCCANO LA PERSONA, IN ORDINE DI DATA
      *
       77  WS-HM-COUNT        PIC 9(2)  VALUE ZERO.
       77  WS-HM-IX           PIC 9(2)  VALUE ZERO.
       77  WS-HM-JX           PIC 9(2)  VALUE ZERO.
       77  WS-HEVT-END        PIC X(10) VALUE SPACES.
       01  WS-HM-TABLE.
           05 WS-HM-ENTRY OCCURS 40 TIMES.
              10 WS-HM-FROM      PIC X(10).
              10 WS-HM-TO        PIC X(10).
              10 WS-HM-TYPE      PIC X(10).
              10 WS-HM-TITLE     PIC X(60).
      *
      * PAGINAZIONE E RIGHE DEL CANVAS
      *
       77  WS-PAGE-SIZE       PIC 9(3)  VALUE 4.
       77  WS-PAGE-MAX        PIC 9(3)  VALUE ZERO.
       77  WS-LINE-NO         PIC 9(3)  VALUE ZERO.
       77  WS-CNT-EDIT        PIC ZZ9.
       77  WS-CNT-EDIT2       PIC ZZ9.
       77  WS-PERS-NAME       PIC X(30) VALUE SPACES.
       77  WS-YEARS-DISP      PIC X(9)  VALUE SPACES.
       77  WS-CANV-LINE       PIC X(60) VALUE SPACES.
      *
      * COPYBOOKS
      *
       COPY GN37M04.
       COPY GNSYMB.
       COPY ERRMSG.
       COPY GN1HEVT.
       COPY GN1EVNT.
       COPY GN1PLAC.
       COPY GNSCRP.
       COPY "GNOPRIO.cpy".
       COPY GN1PRSN.

      ******************************************************************
      * LINKAGE SECTION
      ******************************************************************
       LINKAGE SECTION.
       01  IOPCB.
           05 LTERM-ID         PIC X(8).
           05 FILLER           PIC X(2).
           05 IOPCB-STATUS     PIC X(2).
           05 FILLER           PIC X(12).

       01  DBPCB.
           05 DBD-NAME         PIC X(8).
           05 SEG-LEVEL        PIC X(2).
           05 DBPCB-STATUS     PIC X(2).
           05 PROC-OPTS        PIC X(4).
           05 FILLER           PIC S9(5) COMP.
           05 SEG-NAME-FB      PIC X(8).
           05 KEY-LEN-FB       PIC S9(5) COMP.
           05 NUM-SENS-SEGS    PIC S9(5) COMP.
           05 KEY-FB-AREA      PIC X(1).

      ******************************************************************
      * PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION USING IOPCB, DBPCB.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE-TRANSACTION.
           PERFORM 2000-RECEIVE-MESSAGE.
           PERFORM 2050-RESTORE-SCRATCHPAD.

           IF IOPCB-STATUS = '  '
              PERFORM 2100-PARSE-COMMAND
              PERFORM 2200-DECODE-PF-KEY
           END-IF.

           PERFORM 3000-SEQUENCE-DISPATCH.
           PERFORM 4000-PERFORM-DLI-CALLS.
           PERFORM 5000-BUILD-OUTPUT-MAP.
           PERFORM 6000-SEND-MESSAGE.
           PERFORM 7000-SAVE-SCRATCHPAD.
           PERFORM 9999-TERMINATE-PROGRAM.
           GOBACK.

      ******************************************************************
      * 1000 - INIZIALIZZAZIONE
      ******************************************************************
       1000-INITIALIZE-TRANSACTION.
           INITIALIZE GN37D004O.
           MOVE 'MONDO 4 - CONTESTO' TO HDR4TTL.
           SET SEQ-IS-ENTRA TO TRUE.
           .

      ******************************************************************
      * 2000 - RICEZIONE E PARSING
      ******************************************************************
       2000-RECEIVE-MESSAGE.
           CALL 'CBLTDLI' USING W-DLI-FUNC-GU, IOPCB, WS-MAP-IO-AREA.
           MOVE WS-MAP-IO-AREA TO GN37D004I.
           .
      ******************************************************************
      * 2050 - RIPRISTINO STATO DI SESSIONE (SCRATCHPAD)
      * STESSA CONVENZIONE DI GN37P003: SI RIPRENDE SOLO UNO STATO
      * DEL MONDO 4. SE LO SCRATCHPAD E' DI UN ALTRO MONDO SI RIPARTE
      * DA ENTRA, MA LA PERSONA CHE LI' ERA A FUOCO (SEQ:5 DEL MONDO
      * 1, MURO DEL MONDO 8) RESTA PROPOSTA: NEXT NE MOSTRA IL
      * CONTESTO SENZA RIDIGITARE IL PERSID.
      ******************************************************************
       2050-RESTORE-SCRATCHPAD.
           MOVE LTERM-ID TO WS-SSA-SCRP(18:8).
           CALL 'CBLTDLI' USING W-DLI-FUNC-GU, DBPCB,
                                SCRATCHPAD-SEGMENT, WS-SSA-SCRP.
           MOVE DBPCB-STATUS TO WS-SCRP-STATUS.
           IF WS-SCRP-STATUS = SPACES AND SCRP-WORLD = "04"
              IF SCRP-SEQ-ID >= 1 AND SCRP-SEQ-ID <= 2
                 MOVE SCRP-SEQ-ID    TO WS-SEQ-ID
              END-IF
              MOVE SCRP-FOCUS-ID  TO WS-FOCUS-ID
              IF SCRP-NAV-PAGE IS NUMERIC AND SCRP-NAV-PAGE > ZERO
                 MOVE SCRP-NAV-PAGE TO WS-NAV-PAGE
              END-IF
           ELSE
              SET SEQ-IS-ENTRA TO TRUE
              MOVE SPACES TO WS-FOCUS-ID
              IF WS-SCRP-STATUS = SPACES
                 MOVE SCRP-FOCUS-ID TO WS-FOCUS-ID
              END-IF
              MOVE 1 TO WS-NAV-PAGE
           END-IF.
           .
       2100-PARSE-COMMAND.
      *    NEXT/PREV MUOVONO LA MACCHINA A STATI; PERS <PERSID> O UN
      *    PERSID IN TESTO LIBERO PORTANO AL CONTESTO DELLA PERSONA.
           IF CMD4IN NOT = SPACES
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CMD4IN))
                TO WS-CMD-TEXT
              EVALUATE TRUE
                 WHEN WS-CMD-TEXT = "NEXT"
                    IF WS-SEQ-ID < 2
                       ADD 1 TO WS-SEQ-ID
                    END-IF
                 WHEN WS-CMD-TEXT = "PREV"
                    IF WS-SEQ-ID > 1
                       SUBTRACT 1 FROM WS-SEQ-ID
                    END-IF
                 WHEN WS-CMD-TEXT(1:5) = "PERS "
                    MOVE FUNCTION TRIM(WS-CMD-TEXT(6:35))
                      TO WS-FOCUS-ID
                    MOVE 1 TO WS-NAV-PAGE
                    SET SEQ-IS-CONTESTO TO TRUE
                 WHEN WS-CMD-TEXT(1:12) NOT = SPACES
                      AND WS-CMD-TEXT(13:28) = SPACES
                    MOVE WS-CMD-TEXT(1:12) TO WS-FOCUS-ID
                    MOVE 1 TO WS-NAV-PAGE
                    SET SEQ-IS-CONTESTO TO TRUE
                 WHEN OTHER
                    PERFORM 8000-ERROR-HANDLER
              END-EVALUATE
           END-IF.
           .
       2200-DECODE-PF-KEY.
           MOVE PFKEY4IN TO WS-PFKEY-IN.
           EVALUATE TRUE
              WHEN PF6-PRESSED
                 IF WS-SEQ-ID < 2
                    ADD 1 TO WS-SEQ-ID
                 END-IF
              WHEN PF7-PRESSED
                 IF WS-SEQ-ID > 1
                    SUBTRACT 1 FROM WS-SEQ-ID
                 END-IF
              WHEN PF3-PRESSED
                 SET SEQ-IS-ENTRA TO TRUE
              WHEN PF8-PRESSED
                 IF SEQ-IS-CONTESTO AND WS-NAV-PAGE < 999
                    ADD 1 TO WS-NAV-PAGE
                 END-IF
              WHEN PF5-PRESSED
                 IF SEQ-IS-CONTESTO AND WS-NAV-PAGE > 1
                    SUBTRACT 1 FROM WS-NAV-PAGE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           .

      ******************************************************************
      * 3000 - DISPATCH DELLA MACCHINA A STATI
      ******************************************************************
       3000-SEQUENCE-DISPATCH.
           EVALUATE TRUE
               WHEN SEQ-IS-ENTRA     PERFORM 3100-SEQ-1-ENTRA
               WHEN SEQ-IS-CONTESTO  PERFORM 3200-SEQ-2-CONTESTO
               WHEN OTHER            PERFORM 8000-ERROR-HANDLER
           END-EVALUATE.
           .
       3100-SEQ-1-ENTRA.
           MOVE "(SEQ:1) ENTRA" TO CANV41.
           MOVE "└─ Mondo 4: la storia attorno a una vita"
             TO CANV42.
           IF WS-FOCUS-ID = SPACES
              MOVE "   CMD persid (o PERS persid) per il contesto"
                TO CANV43
           ELSE
              STRING "   NEXT per il contesto di " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-FOCUS-ID) DELIMITED BY SIZE
                  INTO CANV43
           END-IF.
           .
       3200-SEQ-2-CONTESTO.
           MOVE "(SEQ:2) CONTESTO" TO CANV41.
           MOVE "└─ Nessuna persona a fuoco: CMD persid" TO CANV42.
           .

      ******************************************************************
      * 4000 - CHIAMATE DL/I
      ******************************************************************
       4000-PERFORM-DLI-CALLS.
           IF SEQ-IS-CONTESTO AND WS-FOCUS-ID NOT = SPACES
              PERFORM 4050-LOOKUP-OPER-ROLE
              PERFORM 4100-READ-FOCUS-PERSON
              IF WS-PERS-STATUS NOT = SPACES
                 OR PERS-IS-DELETED = "Y"
                 MOVE SPACES TO CANV42
                 STRING "└─ " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-FOCUS-ID) DELIMITED BY SIZE
                        " non trovata" DELIMITED BY SIZE
                     INTO CANV42
              ELSE
                 IF PERS-RESTRICTED = "Y" AND NOT OPER-ADMIN
                    MOVE SPACES TO CANV42
                    STRING "└─ (RISERVATO) " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-FOCUS-ID)
                             DELIMITED BY SIZE
                        INTO CANV42
                    MOVE "   (contesto riservato agli ADMIN)"
                      TO CANV43
                 ELSE
                    PERFORM 4200-FIND-LIFESPAN
                    PERFORM 4250-SHOW-PERSON-LINE
                    IF WS-LIFE-FROM NOT = SPACES
                       PERFORM 4300-BUILD-PLACE-SCOPE
                       PERFORM 4400-COLLECT-HIST-EVENTS
                       PERFORM 4500-SHOW-EVENT-PAGE
                    ELSE
                       MOVE "   Nessuna data: arco di vita ignoto"
                         TO CANV43
                    END-IF
                 END-IF
              END-IF
           END-IF.
           .

      ******************************************************************
      * 4050 - RUOLO DELL'OPERATORE COLLEGATO (GNOPRS0)
      * COME 3600-LOOKUP-OPER-ROLE IN IGONL01: LE PERSONE RISERVATE
      * (PERS-RESTRICTED) COMPAIONO COME STUB PER I NON ADMIN, E DATE
      * E LUOGHI NON SI DEDUCONO NEMMENO DAGLI EVENTI MOSTRATI.
      ******************************************************************
       4050-LOOKUP-OPER-ROLE.
           MOVE 'N' TO WS-OPER-ADMIN.
           MOVE 'R' TO OPR-IN-FUNC.
           MOVE LTERM-ID TO OPR-IN-LTERM.
           CALL 'GNOPRS0' USING GNOPR-IO, DBPCB.
           IF OPR-SIGNED-ON AND OPR-ROLE-ADMIN
              MOVE 'Y' TO WS-OPER-ADMIN
           END-IF.
           .

       4100-READ-FOCUS-PERSON.
           MOVE WS-FOCUS-ID TO WS-SSA-PERS(17:12).
           CALL 'CBLTDLI' USING W-DLI-FUNC-GU, DBPCB,
                                GN1PRSN-SEG, WS-SSA-PERS.
           MOVE DBPCB-STATUS TO WS-PERS-STATUS.
           .

      ******************************************************************
      * 4200 - ARCO DI VITA E LUOGHI DELLA PERSONA
      * UN SOLO GIRO SUGLI EVENT FIGLI: LA DATA DELL'EVENTO MORTE
      * CHIUDE L'ARCO, LA DATA PIU' BASSA LO APRE SE MANCA LA
      * NASCITA, E OGNI EVNT-PLACE DIVENTA UN SEME DELL'AMBITO
      * INSIEME A PERS-BPLACE/PERS-DPLACE. SENZA MORTE L'ARCO SI
      * CHIUDE A 90 ANNI DALL'APERTURA (FINE D'ANNO).
      ******************************************************************
       4200-FIND-LIFESPAN.
           MOVE PERS-BDATE TO WS-LIFE-FROM.
           MOVE SPACES TO WS-LIFE-TO WS-FIRST-EVNT.
           MOVE 'N' TO WS-DEATH-FOUND.
           MOVE ZERO TO WS-SD-COUNT WS-BIRTH-YEAR.
           IF PERS-BDATE(1:4) IS NUMERIC
              MOVE PERS-BDATE(1:4) TO WS-BIRTH-YEAR
           END-IF.
           MOVE PERS-NAME TO WS-PERS-NAME.
           MOVE PERS-BPLACE TO WS-SC-PROBE.
           PERFORM 4210-ADD-SEED.
           MOVE PERS-DPLACE TO WS-SC-PROBE.
           PERFORM 4210-ADD-SEED.
           MOVE WS-FOCUS-ID TO WS-SSA-EVNT(17:12).
           CALL 'CBLTDLI' USING W-DLI-FUNC-GU, DBPCB,
                                GN1EVNT-SEG, WS-SSA-EVNT.
           MOVE DBPCB-STATUS TO WS-EVNT-STATUS.
           PERFORM UNTIL WS-EVNT-STATUS NOT = SPACES
              IF EVNT-TYPE = "MORTE" AND EVNT-DATE(1:4) IS NUMERIC
                 MOVE EVNT-DATE TO WS-LIFE-TO
                 MOVE 'Y' TO WS-DEATH-FOUND
              END-IF
              IF EVNT-DATE(1:4) IS NUMERIC
                 AND (WS-FIRST-EVNT = SPACES
                      OR EVNT-DATE < WS-FIRST-EVNT)
                 MOVE EVNT-DATE TO WS-FIRST-EVNT
              END-IF
              MOVE EVNT-PLACE TO WS-SC-PROBE
              PERFORM 4210-ADD-SEED
              CALL 'CBLTDLI' USING W-DLI-FUNC-GN, DBPCB,
                                   GN1EVNT-SEG, WS-SSA-EVNT
              MOVE DBPCB-STATUS TO WS-EVNT-STATUS
           END-PERFORM.
           IF WS-LIFE-FROM(1:4) IS NOT NUMERIC
              MOVE WS-FIRST-EVNT TO WS-LIFE-FROM
           END-IF.
           IF WS-LIFE-FROM NOT = SPACES AND NOT DEATH-FOUND
              MOVE WS-LIFE-FROM(1:4) TO WS-LIFE-YEAR
              ADD 90 TO WS-LIFE-YEAR
              MOVE SPACES TO WS-LIFE-TO
              STRING WS-LIFE-YEAR "-12-31" DELIMITED BY SIZE
                  INTO WS-LIFE-TO
           END-IF.
      *    ESTREMI SENZA MESE O GIORNO VALGONO PER TUTTO L'ANNO (O IL
      *    MESE), ALTRIMENTI IL CONFRONTO SU AAAA-MM-GG PERDE GLI
      *    EVENTI DELL'ANNO STESSO DI NASCITA O DI MORTE
           IF WS-LIFE-FROM(1:4) IS NUMERIC
              AND WS-LIFE-FROM(5:6) = SPACES
              MOVE "-01-01" TO WS-LIFE-FROM(5:6)
           END-IF.
           IF WS-LIFE-FROM(1:4) IS NUMERIC
              AND WS-LIFE-FROM(8:3) = SPACES
              MOVE "-01" TO WS-LIFE-FROM(8:3)
           END-IF.
           IF WS-LIFE-TO(1:4) IS NUMERIC
              AND WS-LIFE-TO(5:6) = SPACES
              MOVE "-12-31" TO WS-LIFE-TO(5:6)
           END-IF.
           IF WS-LIFE-TO(1:4) IS NUMERIC
              AND WS-LIFE-TO(8:3) = SPACES
              MOVE "-31" TO WS-LIFE-TO(8:3)
           END-IF.
           .
       4210-ADD-SEED.
           IF WS-SC-PROBE = SPACES OR WS-SD-COUNT >= 20
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SD-IX FROM 1 BY 1
               UNTIL WS-SD-IX > WS-SD-COUNT
              IF WS-SD-ID(WS-SD-IX) = WS-SC-PROBE
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           ADD 1 TO WS-SD-COUNT.
           MOVE WS-SC-PROBE TO WS-SD-ID(WS-SD-COUNT).
           .

      ******************************************************************
      * 4250 - RIGA 2: NOME E ANNI DELL'ARCO ("?" = MORTE IGNOTA,
      * ARCO CHIUSO A 90 ANNI)
      ******************************************************************
       4250-SHOW-PERSON-LINE.
           MOVE SPACES TO WS-YEARS-DISP.
           IF WS-LIFE-FROM NOT = SPACES
              IF DEATH-FOUND
                 STRING WS-LIFE-FROM(1:4) "-" WS-LIFE-TO(1:4)
                     DELIMITED BY SIZE INTO WS-YEARS-DISP
              ELSE
                 STRING WS-LIFE-FROM(1:4) "-" WS-LIFE-TO(1:4) "?"
                     DELIMITED BY SIZE INTO WS-YEARS-DISP
              END-IF
           END-IF.
           MOVE SPACES TO CANV42.
           STRING "└─ " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PERS-NAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-YEARS-DISP DELIMITED BY SIZE
               INTO CANV42.
           .

      ******************************************************************
      * 4300 - AMBITO DEI LUOGHI: OGNI SEME E LA SUA CATENA
      * PLAC-PARENT FINO ALLA RADICE (AL MASSIMO 10 LIVELLI). SE UN
      * LUOGO E' GIA' IN AMBITO LO SONO ANCHE I SUOI ANTENATI, E LA
      * RISALITA SI FERMA LI'.
      ******************************************************************
       4300-BUILD-PLACE-SCOPE.
           MOVE ZERO TO WS-SC-COUNT.
           PERFORM VARYING WS-SD-IX FROM 1 BY 1
               UNTIL WS-SD-IX > WS-SD-COUNT
              MOVE WS-SD-ID(WS-SD-IX) TO WS-SC-NEXT
              MOVE ZERO TO WS-SC-DEPTH
              PERFORM UNTIL WS-SC-NEXT = SPACES
                         OR WS-SC-DEPTH >= 10
                         OR WS-SC-COUNT >= 40
                 MOVE WS-SC-NEXT TO WS-SC-PROBE
                 PERFORM 4310-PROBE-SCOPE
                 IF SC-FOUND
                    MOVE SPACES TO WS-SC-NEXT
                 ELSE
                    ADD 1 TO WS-SC-COUNT
                    MOVE WS-SC-NEXT TO WS-SC-ID(WS-SC-COUNT)
                    ADD 1 TO WS-SC-DEPTH
                    MOVE WS-SC-NEXT TO WS-SSA-PLAC(17:12)
                    CALL 'CBLTDLI' USING W-DLI-FUNC-GU, DBPCB,
                                         GN1PLAC-SEG, WS-SSA-PLAC
                    MOVE DBPCB-STATUS TO WS-PLAC-STATUS
                    IF WS-PLAC-STATUS = SPACES
                       MOVE PLAC-PARENT TO WS-SC-NEXT
                    ELSE
                       MOVE SPACES TO WS-SC-NEXT
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.
           .
       4310-PROBE-SCOPE.
           MOVE 'N' TO WS-SC-FOUND.
           PERFORM VARYING WS-SC-IX FROM 1 BY 1
               UNTIL WS-SC-IX > WS-SC-COUNT OR SC-FOUND
              IF WS-SC-ID(WS-SC-IX) = WS-SC-PROBE
                 MOVE 'Y' TO WS-SC-FOUND
              END-IF
           END-PERFORM.
           .

      ******************************************************************
      * 4400 - SPAZZATA DEGLI HISTEVT: UN EVENTO TOCCA LA PERSONA SE
      * I SUOI ESTREMI (FINE VUOTA = PUNTUALE) SI SOVRAPPONGONO
      * ALL'ARCO DI VITA E IL SUO AMBITO E' VUOTO (OVUNQUE) O IN
      * AMBITO. INSERIMENTO ORDINATO PER DATA DI INIZIO.
      ******************************************************************
       4400-COLLECT-HIST-EVENTS.
           MOVE ZERO TO WS-HM-COUNT.
           CALL 'CBLTDLI' USING W-DLI-FUNC-GU, DBPCB, GN1HEVT-SEG.
           MOVE DBPCB-STATUS TO WS-HEVT-STATUS.
           PERFORM UNTIL WS-HEVT-STATUS NOT = SPACES
                      OR WS-HM-COUNT >= 40
              MOVE HEVT-TO TO WS-HEVT-END
              IF WS-HEVT-END = SPACES
                 MOVE HEVT-FROM TO WS-HEVT-END
              END-IF
              IF WS-HEVT-END(1:4) IS NUMERIC
                 AND WS-HEVT-END(5:6) = SPACES
                 MOVE "-12-31" TO WS-HEVT-END(5:6)
              END-IF
              IF WS-HEVT-END(1:4) IS NUMERIC
                 AND WS-HEVT-END(8:3) = SPACES
                 MOVE "-31" TO WS-HEVT-END(8:3)
              END-IF
              IF HEVT-FROM <= WS-LIFE-TO
                 AND WS-HEVT-END >= WS-LIFE-FROM
                 MOVE 'Y' TO WS-SC-FOUND
                 IF HEVT-PLACE NOT = SPACES
                    MOVE HEVT-PLACE TO WS-SC-PROBE
                    PERFORM 4310-PROBE-SCOPE
                 END-IF
                 IF SC-FOUND
                    PERFORM 4410-INSERT-MATCH
                 END-IF
              END-IF
              CALL 'CBLTDLI' USING W-DLI-FUNC-GN, DBPCB, GN1HEVT-SEG
              MOVE DBPCB-STATUS TO WS-HEVT-STATUS
           END-PERFORM.
           .
       4410-INSERT-MATCH.
           MOVE WS-HM-COUNT TO WS-HM-IX.
           ADD 1 TO WS-HM-COUNT.
           PERFORM UNTIL WS-HM-IX = 0
              IF WS-HM-FROM(WS-HM-IX) > HEVT-FROM
                 COMPUTE WS-HM-JX = WS-HM-IX + 1
                 MOVE WS-HM-ENTRY(WS-HM-IX) TO WS-HM-ENTRY(WS-HM-JX)
                 SUBTRACT 1 FROM WS-HM-IX
              ELSE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           COMPUTE WS-HM-JX = WS-HM-IX + 1.
           MOVE HEVT-FROM  TO WS-HM-FROM(WS-HM-JX).
           MOVE HEVT-TO    TO WS-HM-TO(WS-HM-JX).
           MOVE HEVT-TYPE  TO WS-HM-TYPE(WS-HM-JX).
           MOVE HEVT-TITLE TO WS-HM-TITLE(WS-HM-JX).
           .

      ******************************************************************
      * 4500 - RIGA 3 RIEPILOGO, RIGHE 4-7 UNA PAGINA DI EVENTI
      * (ANNI, TIPO, ETA' DELLA PERSONA ALL'INIZIO, DESCRIZIONE),
      * RIGA 8 PAGINAZIONE
      ******************************************************************
       4500-SHOW-EVENT-PAGE.
           MOVE WS-SC-COUNT TO WS-CNT-EDIT.
           MOVE WS-HM-COUNT TO WS-CNT-EDIT2.
           MOVE SPACES TO CANV43.
           STRING "   Luoghi in ambito " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-EDIT) DELIMITED BY SIZE
                  "  Eventi storici " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-EDIT2) DELIMITED BY SIZE
               INTO CANV43.
           MOVE SPACES TO CANV44 CANV45 CANV46 CANV47 CANV48.
           IF WS-HM-COUNT = ZERO
              MOVE "   (nessun evento storico nel suo arco di vita)"
                TO CANV44
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PAGE-MAX =
               (WS-HM-COUNT + WS-PAGE-SIZE - 1) / WS-PAGE-SIZE.
           IF WS-NAV-PAGE > WS-PAGE-MAX
              MOVE WS-PAGE-MAX TO WS-NAV-PAGE
           END-IF.
           COMPUTE WS-HM-IX = (WS-NAV-PAGE - 1) * WS-PAGE-SIZE + 1.
           MOVE ZERO TO WS-LINE-NO.
           PERFORM UNTIL WS-HM-IX > WS-HM-COUNT
                      OR WS-LINE-NO >= WS-PAGE-SIZE
              ADD 1 TO WS-LINE-NO
              PERFORM 4510-FORMAT-EVENT-LINE
              EVALUATE WS-LINE-NO
                 WHEN 1 MOVE WS-CANV-LINE TO CANV44
                 WHEN 2 MOVE WS-CANV-LINE TO CANV45
                 WHEN 3 MOVE WS-CANV-LINE TO CANV46
                 WHEN 4 MOVE WS-CANV-LINE TO CANV47
              END-EVALUATE
              ADD 1 TO WS-HM-IX
           END-PERFORM.
           MOVE WS-NAV-PAGE TO WS-CNT-EDIT.
           MOVE WS-PAGE-MAX TO WS-CNT-EDIT2.
           STRING "   Pagina " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-EDIT) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-EDIT2) DELIMITED BY SIZE
                  "  PF8/PF5" DELIMITED BY SIZE
               INTO CANV48.
           .
       4510-FORMAT-EVENT-LINE.
           MOVE SPACES TO WS-YEARS-DISP.
           IF WS-HM-TO(WS-HM-IX) = SPACES
              OR WS-HM-TO(WS-HM-IX)(1:4) = WS-HM-FROM(WS-HM-IX)(1:4)
              MOVE WS-HM-FROM(WS-HM-IX)(1:4) TO WS-YEARS-DISP
           ELSE
              STRING WS-HM-FROM(WS-HM-IX)(1:4) "-"
                     WS-HM-TO(WS-HM-IX)(1:4)
                  DELIMITED BY SIZE INTO WS-YEARS-DISP
           END-IF.
           MOVE "---" TO WS-AGE-DISP.
           MOVE ZERO TO WS-EVT-YEAR.
           IF WS-HM-FROM(WS-HM-IX)(1:4) IS NUMERIC
              MOVE WS-HM-FROM(WS-HM-IX)(1:4) TO WS-EVT-YEAR
           END-IF.
           IF WS-BIRTH-YEAR > ZERO AND WS-EVT-YEAR >= WS-BIRTH-YEAR
              COMPUTE WS-AGE = WS-EVT-YEAR - WS-BIRTH-YEAR
              MOVE WS-AGE TO WS-AGE-EDIT
              MOVE WS-AGE-EDIT TO WS-AGE-DISP
           END-IF.
           MOVE SPACES TO WS-CANV-LINE.
           STRING WS-YEARS-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HM-TYPE(WS-HM-IX)(1:9) DELIMITED BY SIZE
                  " e." DELIMITED BY SIZE
                  WS-AGE-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HM-TITLE(WS-HM-IX) DELIMITED BY SIZE
               INTO WS-CANV-LINE.
           .

      ******************************************************************
      * 5000 - COSTRUZIONE MAPPA DI OUTPUT
      ******************************************************************
       5000-BUILD-OUTPUT-MAP.
           MOVE WS-SEQ-ID TO INFO4STP(1:1).
           MOVE WS-FOCUS-ID TO INFO4ACT.
           .

      ******************************************************************
      * 6000 - INVIO MESSAGGIO
      ******************************************************************
       6000-SEND-MESSAGE.
           MOVE GN37D004O TO WS-MAP-IO-AREA.
           CALL 'CBLTDLI' USING W-DLI-FUNC-ISRT, IOPCB, WS-MAP-IO-AREA.
           .

      ******************************************************************
      * 7000 - SALVATAGGIO STATO DI SESSIONE (SCRATCHPAD)
      * REPL SE IL SEGMENTO ESISTEVA GIA' (RIPRISTINATO IN 2050),
      * ISRT SE E' LA PRIMA VOLTA CHE QUESTO LTERM USA LA TX.
      ******************************************************************
       7000-SAVE-SCRATCHPAD.
           MOVE LTERM-ID       TO SCRP-LTERM-ID.
           MOVE WS-SEQ-ID      TO SCRP-SEQ-ID.
           MOVE SPACES         TO SCRP-HOUSE-ID.
           MOVE WS-FOCUS-ID    TO SCRP-FOCUS-ID.
           MOVE SPACE          TO SCRP-NAV-KIND.
           MOVE SPACES         TO SCRP-NAV-KEY.
           MOVE WS-NAV-PAGE    TO SCRP-NAV-PAGE.
           MOVE "04" TO SCRP-WORLD.
           MOVE LTERM-ID TO WS-SSA-SCRP(18:8).
           IF WS-SCRP-STATUS = SPACES
              CALL 'CBLTDLI' USING W-DLI-FUNC-REPL, DBPCB,
                                   SCRATCHPAD-SEGMENT, WS-SSA-SCRP
           ELSE
              CALL 'CBLTDLI' USING W-DLI-FUNC-ISRT, DBPCB,
                                   SCRATCHPAD-SEGMENT, WS-SSA-SCRP
           END-IF.
           .

      ******************************************************************
      * 8000 - GESTIONE ERRORI
      ******************************************************************
       8000-ERROR-HANDLER.
           MOVE E001-INVALID-COMMAND TO CMD4OUT.
           .
      ******************************************************************
      * 9999 - FINE PROGRAMMA
      ******************************************************************
       9999-TERMINATE-PROGRAM.
           GOBACK.
      *
      * END OF PROGRAM GN37P006
      *

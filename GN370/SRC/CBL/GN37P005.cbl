      ******************************************************************
      * PROGRAM-ID: GN37P005
      *
      * DESC: PROGRAMMA COBOL PER TX GN37W08 (MONDO 8 - NEBBIA, I
      *       MURI DI MATTONI). LE PERSONE SENZA GENITORI NOTI SONO
      *       IL PUNTO IN CUI OGNI LINEA SI FERMA, E FINORA SI
      *       TROVAVANO SOLO PER CASO: QUESTA TRANSAZIONE SFOGLIA LA
      *       CLASSIFICA NOTTURNA DI GN3BWAL0 (SEGMENTI BRKWALL, DAL
      *       MURO PIU' RECENTE E CON PIU' DISCENDENTI) E, PER IL
      *       MURO A FUOCO, MOSTRA IL PUNTEGGIO DI COMPLETEZZA, LE
      *       SCANSIONI GIA' IN TRASCRIZIONE (MCLAIM) E I REGISTRI
      *       DEL LUOGO E DEL DECENNIO DI NASCITA NON ANCORA FATTI.
      *       IL VOLONTARIO PUO' PRENDERE IN CARICO IL MURO.
      *
      * AUTH: GN370, 2026-10-15
      *
      * PARADIGM: IMS/DC, MACCHINA A STATI SEQ-ID PERSISTITA SULLO
      *           SCRATCHPAD, COME GN37P002/GN37P003 (SCRP-WORLD "08").
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN37P005.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      * STRUTTURE DATI MACCHINA A STATI
      *
       77  WS-PROGRAM-DESC    PIC X(24) VALUE 'PROGRAMMA TX: GN37P005'.
       77  WS-SEQ-ID          PIC 9(1)  VALUE 1.
           88  SEQ-IS-ENTRA         VALUE 1.
           88  SEQ-IS-ELENCO        VALUE 2.
           88  SEQ-IS-FOCUS         VALUE 3.

       77  W-DLI-FUNC-GU      PIC X(4)  VALUE 'GU  '.
       77  W-DLI-FUNC-GN      PIC X(4)  VALUE 'GN  '.
       77  W-DLI-FUNC-ISRT    PIC X(4)  VALUE 'ISRT'.
       77  W-DLI-FUNC-REPL    PIC X(4)  VALUE 'REPL'.

       01  WS-MAP-IO-AREA       PIC X(1920).
      *
      * STATO DI SESSIONE RIPRISTINATO/SALVATO SULLO SCRATCHPAD:
      * PAGINA DELLA CLASSIFICA E PERSONA DEL MURO A FUOCO
      *
       77  WS-NAV-PAGE        PIC 9(3)  VALUE 1.
       77  WS-FOCUS-ID        PIC X(12) VALUE SPACES.
       77  WS-SCRP-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-SSA-SCRP        PIC X(30)
           VALUE "SCRPAD  (LTERMID=        )".
      *
      * COMANDI DEL MONDO 8:
      *   MURO <rango>        -> SCHEDA DEL MURO IN QUELLA POSIZIONE
      *   PRENDI              -> L'OPERATORE PRENDE IN CARICO IL MURO
      *   LASCIA              -> RILASCIA LA PROPRIA PRESA IN CARICO
      * IN (SEQ:2) ELENCO IL TESTO LIBERO E' UN RANGO O UN PERSID;
      * PF8 PAGINA AVANTI, PF5 PAGINA INDIETRO.
      *
       77  WS-CMD-TEXT        PIC X(40) VALUE SPACES.
       77  WS-RANK-TXT        PIC X(5)  JUSTIFIED RIGHT VALUE SPACES.
       77  WS-RANK-PEND       PIC 9(5)  VALUE ZERO.
       77  WS-CLAIM-ACT       PIC X(1)  VALUE SPACE.
           88  CLAIM-PRENDI         VALUE 'P'.
           88  CLAIM-LASCIA         VALUE 'L'.
      *
      * ACCESSO AI SEGMENTI
      *
       77  WS-BWAL-STATUS     PIC X(2)  VALUE SPACES.
       77  WS-PERS-STATUS     PIC X(2)  VALUE SPACES.
       77  WS-MEDI-STATUS     PIC X(2)  VALUE SPACES.
       77  WS-REGB-STATUS     PIC X(2)  VALUE SPACES.
       77  WS-FOLI-STATUS     PIC X(2)  VALUE SPACES.
       77  WS-OPER-ADMIN      PIC X(1)  VALUE 'N'.
           88  OPER-ADMIN           VALUE 'Y'.
       77  WS-OPER-ID         PIC X(8)  VALUE SPACES.
       77  WS-WALL-FOUND      PIC X(1)  VALUE 'N'.
           88  WALL-FOUND           VALUE 'Y'.
       77  WS-WALL-RESERVED   PIC X(1)  VALUE 'N'.
           88  WALL-RESERVED        VALUE 'Y'.
       01  WS-SSA-BWAL        PIC X(30)
           VALUE "BRKWALL (BWALID=            )".
       01  WS-SSA-PERS        PIC X(30)
           VALUE "PERSON  (PERSID=            )".
       01  WS-SSA-MEDI        PIC X(30)
           VALUE "MEDIA   (PERSID=            )".
       01  WS-SSA-FOLI        PIC X(30)
           VALUE "FOLIO   (REGBID=            )".
      *
      * CLASSIFICA E SCHEDA DEL MURO
      *
       77  WS-WALL-CT         PIC 9(5)  VALUE ZERO.
       77  WS-RANK            PIC 9(5)  VALUE ZERO.
       77  WS-RANK-KEY        PIC 9(10) VALUE ZERO.
       77  WS-BWAL-KEY        PIC X(12) VALUE SPACES.
       77  WS-BYEAR-DISP      PIC X(4)  VALUE SPACES.
       77  WS-BPLACE-DISP     PIC X(12) VALUE SPACES.
       77  WS-PAGE-SIZE       PIC 9(3)  VALUE 5.
       77  WS-PAGE-MAX        PIC 9(3)  VALUE ZERO.
       77  WS-LINE-NO         PIC 9(3)  VALUE ZERO.
       77  WS-RANK-EDIT       PIC ZZZZ9.
       77  WS-DESC-EDIT       PIC ZZZ9.
       77  WS-CNT-EDIT        PIC ZZ9.
       77  WS-CNT-EDIT2       PIC ZZ9.
       77  WS-SCORE-DISP      PIC X(3)  VALUE SPACES.
       77  WS-WALL-NAME       PIC X(20) VALUE SPACES.
       77  WS-CANV-LINE       PIC X(60) VALUE SPACES.
       77  WS-RESULT-LINE     PIC X(60) VALUE SPACES.
       77  WS-TODAY           PIC X(8)  VALUE SPACES.
       77  WS-MEDI-CT         PIC 9(3)  VALUE ZERO.
       77  WS-MEDI-OPER       PIC X(8)  VALUE SPACES.
      *
      * REGISTRI DEL LUOGO E DEL DECENNIO DI NASCITA ANCORA APERTI
      * (ALMENO UNA CARTA NON FATTO, O CARTE NON ANCORA CENSITE)
      *
       77  WS-DEC-LO          PIC X(4)  VALUE SPACES.
       77  WS-DEC-HI          PIC X(4)  VALUE SPACES.
       77  WS-RG-COUNT        PIC 9(2)  VALUE ZERO.
       77  WS-RG-OPEN         PIC 9(2)  VALUE ZERO.
       77  WS-RG-IX           PIC 9(2)  VALUE ZERO.
       77  WS-F-TOT           PIC 9(4)  VALUE ZERO.
       77  WS-F-DONE          PIC 9(4)  VALUE ZERO.
       01  WS-RG-TABLE.
           05 WS-RG-ENTRY OCCURS 20 TIMES.
              10 WS-RG-ID        PIC X(12).
              10 WS-RG-TITLE     PIC X(40).
              10 WS-RG-FOLIOS    PIC 9(4).
              10 WS-RG-TODO      PIC 9(4).
      *
      * COPYBOOKS
      *
       COPY GN37M08.
       COPY GNSYMB.
       COPY ERRMSG.
       COPY GN1BWAL.
       COPY GN1MEDI.
       COPY GN1REGB.
       COPY GN1FOLI.
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
           INITIALIZE GN37D008O.
           MOVE 'MONDO 8 - NEBBIA' TO HDR8TTL.
           SET SEQ-IS-ENTRA TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           .

      ******************************************************************
      * 2000 - RICEZIONE E PARSING
      ******************************************************************
       2000-RECEIVE-MESSAGE.
           CALL 'CBLTDLI' USING W-DLI-FUNC-GU, IOPCB, WS-MAP-IO-AREA.
           MOVE WS-MAP-IO-AREA TO GN37D008I.
           .
      ******************************************************************
      * 2050 - RIPRISTINO STATO DI SESSIONE (SCRATCHPAD)
      * STESSA CONVENZIONE DI GN37P003: SI RIPRENDE SOLO UNO STATO
      * DEL MONDO 8; OGNI ALTRO SCRATCHPAD RIPARTE DA ENTRA.
      ******************************************************************
       2050-RESTORE-SCRATCHPAD.
           MOVE LTERM-ID TO WS-SSA-SCRP(18:8).
           CALL 'CBLTDLI' USING W-DLI-FUNC-GU, DBPCB,
                                SCRATCHPAD-SEGMENT, WS-SSA-SCRP.
           MOVE DBPCB-STATUS TO WS-SCRP-STATUS.
           IF WS-SCRP-STATUS = SPACES AND SCRP-WORLD = "08"
              IF SCRP-SEQ-ID >= 1 AND SCRP-SEQ-ID <= 3
                 MOVE SCRP-SEQ-ID    TO WS-SEQ-ID
              END-IF
              MOVE SCRP-FOCUS-ID  TO WS-FOCUS-ID
              IF SCRP-NAV-PAGE IS NUMERIC AND SCRP-NAV-PAGE > ZERO
                 MOVE SCRP-NAV-PAGE TO WS-NAV-PAGE
              END-IF
           ELSE
              SET SEQ-IS-ENTRA TO TRUE
              MOVE SPACES TO WS-FOCUS-ID
              MOVE 1 TO WS-NAV-PAGE
           END-IF.
           .
       2100-PARSE-COMMAND.
      *    NEXT/PREV MUOVONO LA MACCHINA A STATI; MURO <RANGO> PORTA
      *    ALLA SCHEDA; PRENDI/LASCIA VALGONO SUL MURO A FUOCO.
           IF CMD8IN NOT = SPACES
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CMD8IN))
                TO WS-CMD-TEXT
              EVALUATE TRUE
                 WHEN WS-CMD-TEXT = "NEXT"
                    IF WS-SEQ-ID < 3
                       ADD 1 TO WS-SEQ-ID
                    END-IF
                 WHEN WS-CMD-TEXT = "PREV"
                    IF WS-SEQ-ID > 1
                       SUBTRACT 1 FROM WS-SEQ-ID
                    END-IF
                 WHEN WS-CMD-TEXT = "PRENDI"
                      AND WS-FOCUS-ID NOT = SPACES
                    SET CLAIM-PRENDI TO TRUE
                    SET SEQ-IS-FOCUS TO TRUE
                 WHEN WS-CMD-TEXT = "LASCIA"
                      AND WS-FOCUS-ID NOT = SPACES
                    SET CLAIM-LASCIA TO TRUE
                    SET SEQ-IS-FOCUS TO TRUE
                 WHEN WS-CMD-TEXT(1:5) = "MURO "
                    MOVE FUNCTION TRIM(WS-CMD-TEXT(6:35))
                      TO WS-RANK-TXT
                    PERFORM 2150-ACCEPT-RANK
                 WHEN SEQ-IS-ELENCO
                    MOVE FUNCTION TRIM(WS-CMD-TEXT) TO WS-RANK-TXT
                    INSPECT WS-RANK-TXT REPLACING LEADING SPACE
                      BY ZERO
                    IF WS-RANK-TXT IS NUMERIC
                       PERFORM 2150-ACCEPT-RANK
                    ELSE
                       MOVE FUNCTION TRIM(WS-CMD-TEXT) TO WS-FOCUS-ID
                       SET SEQ-IS-FOCUS TO TRUE
                    END-IF
                 WHEN OTHER
                    PERFORM 8000-ERROR-HANDLER
              END-EVALUATE
           END-IF.
           .
       2150-ACCEPT-RANK.
           INSPECT WS-RANK-TXT REPLACING LEADING SPACE BY ZERO.
           IF WS-RANK-TXT IS NUMERIC AND WS-RANK-TXT > "00000"
              MOVE WS-RANK-TXT TO WS-RANK-PEND
              SET SEQ-IS-FOCUS TO TRUE
           ELSE
              PERFORM 8000-ERROR-HANDLER
           END-IF.
           .
       2200-DECODE-PF-KEY.
           MOVE PFKEY8IN TO WS-PFKEY-IN.
           EVALUATE TRUE
              WHEN PF6-PRESSED
                 IF WS-SEQ-ID < 3
                    ADD 1 TO WS-SEQ-ID
                 END-IF
              WHEN PF7-PRESSED
                 IF WS-SEQ-ID > 1
                    SUBTRACT 1 FROM WS-SEQ-ID
                 END-IF
              WHEN PF3-PRESSED
                 SET SEQ-IS-ENTRA TO TRUE
              WHEN PF8-PRESSED
                 IF SEQ-IS-ELENCO AND WS-NAV-PAGE < 999
                    ADD 1 TO WS-NAV-PAGE
                 END-IF
              WHEN PF5-PRESSED
                 IF SEQ-IS-ELENCO AND WS-NAV-PAGE > 1
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
               WHEN SEQ-IS-ELENCO    PERFORM 3200-SEQ-2-ELENCO
               WHEN SEQ-IS-FOCUS     PERFORM 3300-SEQ-3-FOCUS
               WHEN OTHER            PERFORM 8000-ERROR-HANDLER
           END-EVALUATE.
           .
       3100-SEQ-1-ENTRA.
           MOVE "(SEQ:1) ENTRA" TO CANV81.
           MOVE "└─ Mondo 8: muri di mattoni" TO CANV82.
           MOVE "   NEXT per la classifica, CMD 'MURO n'" TO CANV83.
           .
       3200-SEQ-2-ELENCO.
           MOVE "(SEQ:2) ELENCO" TO CANV81.
           MOVE "└─ Muri per recenza, PF8/PF5 pagina" TO CANV82.
           .
       3300-SEQ-3-FOCUS.
           MOVE "(SEQ:3) FOCUS" TO CANV81.
           MOVE "└─ Nessun muro a fuoco" TO CANV82.
           .

      ******************************************************************
      * 4000 - CHIAMATE DL/I
      ******************************************************************
       4000-PERFORM-DLI-CALLS.
           IF SEQ-IS-ELENCO OR SEQ-IS-FOCUS
              PERFORM 4050-LOOKUP-OPER-ROLE
           END-IF.
           IF SEQ-IS-ELENCO
              PERFORM 4100-COUNT-WALLS
              PERFORM 4200-SHOW-WALL-PAGE
           END-IF.
           IF SEQ-IS-FOCUS
              IF WS-RANK-PEND > ZERO
                 PERFORM 4250-FOCUS-BY-RANK
              END-IF
              IF WS-FOCUS-ID NOT = SPACES
                 PERFORM 4300-FIND-FOCUS-WALL
                 IF WALL-FOUND
                    IF WS-CLAIM-ACT NOT = SPACE
                       PERFORM 4400-APPLY-CLAIM
                    END-IF
                    PERFORM 4500-SHOW-WALL-CARD
                    IF WALL-RESERVED
                       MOVE "   (scheda riservata agli ADMIN)"
                         TO CANV85
                    ELSE
                       PERFORM 4600-COUNT-MEDIA-CLAIMS
                       PERFORM 4700-FIND-OPEN-REGISTERS
                       PERFORM 4800-SHOW-LEADS
                    END-IF
                 ELSE
                    MOVE SPACES TO CANV82
                    STRING "└─ " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-FOCUS-ID) DELIMITED BY SIZE
                           " non e' un muro in classifica"
                             DELIMITED BY SIZE
                        INTO CANV82
                 END-IF
              END-IF
           END-IF.
           .

      ******************************************************************
      * 4050 - RUOLO DELL'OPERATORE COLLEGATO (GNOPRS0)
      * COME 3600-LOOKUP-OPER-ROLE IN IGONL01: I MURI RISERVATI
      * (PERS-RESTRICTED) COMPAIONO COME STUB PER I NON ADMIN, E
      * SOLO UN ADMIN PUO' LASCIARE LA PRESA DI UN ALTRO OPERATORE.
      * SENZA SIGN-ON (GNPG008) WS-OPER-ID RESTA VUOTO E NON SI PRENDE
      * NE' SI LASCIA NULLA.
      ******************************************************************
       4050-LOOKUP-OPER-ROLE.
           MOVE 'N' TO WS-OPER-ADMIN.
           MOVE 'R' TO OPR-IN-FUNC.
           MOVE LTERM-ID TO OPR-IN-LTERM.
           CALL 'GNOPRS0' USING GNOPR-IO, DBPCB.
           MOVE OPR-OUT-OPID TO WS-OPER-ID.
           IF OPR-SIGNED-ON AND OPR-ROLE-ADMIN
              MOVE 'Y' TO WS-OPER-ADMIN
           END-IF.
           .

      ******************************************************************
      * 4100 - NUMERO DI MURI IN CLASSIFICA (SPAZZATA GU+GN NON
      * QUALIFICATA DEI BRKWALL) E NUMERO DI PAGINE
      ******************************************************************
       4100-COUNT-WALLS.
           MOVE ZERO TO WS-WALL-CT.
           CALL 'CBLTDLI' USING W-DLI-FUNC-GU, DBPCB, GN1BWAL-SEG.
           MOVE DBPCB-STATUS TO WS-BWAL-STATUS.
           PERFORM UNTIL WS-BWAL-STATUS NOT = SPACES
              ADD 1 TO WS-WALL-CT
              CALL 'CBLTDLI' USING W-DLI-FUNC-GN, DBPCB, GN1BWAL-SEG
              MOVE DBPCB-STATUS TO WS-BWAL-STATUS
           END-PERFORM.
           COMPUTE WS-PAGE-MAX =
               (WS-WALL-CT + WS-PAGE-SIZE - 1) / WS-PAGE-SIZE.
           IF WS-PAGE-MAX = ZERO
              MOVE 1 TO WS-PAGE-MAX
           END-IF.
           IF WS-NAV-PAGE > WS-PAGE-MAX
              MOVE WS-PAGE-MAX TO WS-NAV-PAGE
           END-IF.
           .

      ******************************************************************
      * 4200 - UNA PAGINA DELLA CLASSIFICA (RIGHE 3-7) E PAGINAZIONE
      * LA CHIAVE BWAL-ID PORTA IL RANGO ("BW" + 10 CIFRE): OGNI RIGA
      * E' UNA GU QUALIFICATA DIRETTA, SENZA SCORRERE LE PRECEDENTI.
      ******************************************************************
       4200-SHOW-WALL-PAGE.
           MOVE SPACES TO CANV83 CANV84 CANV85 CANV86 CANV87.
           IF WS-WALL-CT = ZERO
              MOVE "   (nessun muro: la classifica notturna e' vuota)"
                TO CANV83
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RANK = (WS-NAV-PAGE - 1) * WS-PAGE-SIZE + 1.
           MOVE ZERO TO WS-LINE-NO.
           PERFORM UNTIL WS-RANK > WS-WALL-CT
                      OR WS-LINE-NO >= WS-PAGE-SIZE
              ADD 1 TO WS-LINE-NO
              PERFORM 4210-READ-WALL-BY-RANK
              IF WS-BWAL-STATUS = SPACES
                 PERFORM 4220-FORMAT-WALL-LINE
              ELSE
                 MOVE SPACES TO WS-CANV-LINE
              END-IF
              EVALUATE WS-LINE-NO
                 WHEN 1 MOVE WS-CANV-LINE TO CANV83
                 WHEN 2 MOVE WS-CANV-LINE TO CANV84
                 WHEN 3 MOVE WS-CANV-LINE TO CANV85
                 WHEN 4 MOVE WS-CANV-LINE TO CANV86
                 WHEN 5 MOVE WS-CANV-LINE TO CANV87
              END-EVALUATE
              ADD 1 TO WS-RANK
           END-PERFORM.
           MOVE WS-NAV-PAGE TO WS-CNT-EDIT.
           MOVE WS-PAGE-MAX TO WS-CNT-EDIT2.
           MOVE SPACES TO CANV88.
           STRING "   Pagina " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-EDIT) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-EDIT2) DELIMITED BY SIZE
                  "  CMD rango o persid" DELIMITED BY SIZE
               INTO CANV88.
           .
       4210-READ-WALL-BY-RANK.
           MOVE WS-RANK TO WS-RANK-KEY.
           MOVE SPACES TO WS-BWAL-KEY.
           STRING "BW" WS-RANK-KEY DELIMITED BY SIZE
               INTO WS-BWAL-KEY.
           MOVE WS-BWAL-KEY TO WS-SSA-BWAL(17:12).
           CALL 'CBLTDLI' USING W-DLI-FUNC-GU, DBPCB,
                                GN1BWAL-SEG, WS-SSA-BWAL.
           MOVE DBPCB-STATUS TO WS-BWAL-STATUS.
           .

      ******************************************************************
      * 4220 - RIGA DI CLASSIFICA: RANGO, NOME, ANNO, DISCENDENTI,
      * COMPLETEZZA, OPERATORE CHE HA PRESO IN CARICO IL MURO
      ******************************************************************
       4220-FORMAT-WALL-LINE.
           PERFORM 4230-RESOLVE-WALL-NAME.
           MOVE BWAL-RANK TO WS-RANK-EDIT.
           MOVE BWAL-DESC TO WS-DESC-EDIT.
           PERFORM 4240-EDIT-SCORE.
           MOVE SPACES TO WS-CANV-LINE.
           STRING WS-RANK-EDIT " " WS-WALL-NAME " " WS-BYEAR-DISP
                  " D" WS-DESC-EDIT " C" WS-SCORE-DISP " "
                  BWAL-CLAIM-OPER
               DELIMITED BY SIZE INTO WS-CANV-LINE.
           .
       4230-RESOLVE-WALL-NAME.
           MOVE "(SCONOSCIUTO)" TO WS-WALL-NAME.
           MOVE 'N' TO WS-WALL-RESERVED.
           MOVE BWAL-BYEAR  TO WS-BYEAR-DISP.
           MOVE BWAL-BPLACE TO WS-BPLACE-DISP.
           MOVE BWAL-PERS TO WS-SSA-PERS(17:12).
           CALL 'CBLTDLI' USING W-DLI-FUNC-GU, DBPCB,
                                GN1PRSN-SEG, WS-SSA-PERS.
           MOVE DBPCB-STATUS TO WS-PERS-STATUS.
           IF WS-PERS-STATUS = SPACES
              IF PERS-RESTRICTED = "Y" AND NOT OPER-ADMIN
                 MOVE "(RISERVATO)" TO WS-WALL-NAME
                 MOVE 'Y' TO WS-WALL-RESERVED
                 MOVE "----" TO WS-BYEAR-DISP
                 MOVE "----" TO WS-BPLACE-DISP
              ELSE
                 MOVE PERS-NAME TO WS-WALL-NAME
              END-IF
           END-IF.
           .
       4240-EDIT-SCORE.
           IF BWAL-SCORE = 999
              MOVE "n.d" TO WS-SCORE-DISP
           ELSE
              MOVE BWAL-SCORE TO WS-SCORE-DISP
           END-IF.
           .

      ******************************************************************
      * 4250 - "MURO <RANGO>": LA PERSONA A FUOCO E' QUELLA DEL MURO
      * IN QUELLA POSIZIONE DELLA CLASSIFICA
      ******************************************************************
       4250-FOCUS-BY-RANK.
           MOVE WS-RANK-PEND TO WS-RANK.
           PERFORM 4210-READ-WALL-BY-RANK.
           IF WS-BWAL-STATUS = SPACES
              MOVE BWAL-PERS TO WS-FOCUS-ID
           ELSE
              MOVE SPACES TO WS-FOCUS-ID
              MOVE WS-RANK-PEND TO WS-RANK-EDIT
              MOVE SPACES TO CANV82
              STRING "└─ Nessun muro al rango " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RANK-EDIT) DELIMITED BY SIZE
                  INTO CANV82
           END-IF.
           MOVE ZERO TO WS-RANK-PEND.
           .

      ******************************************************************
      * 4300 - RICERCA DEL BRKWALL DELLA PERSONA A FUOCO
      * LA PERSONA E' LA CHIAVE STABILE DA UNA NOTTE ALL'ALTRA (IL
      * RANGO CAMBIA): SPAZZATA NON QUALIFICATA FINO ALLA RIGA
      * GIUSTA, CHE RESTA LA POSIZIONE CORRENTE PER LA REPL IN 4400.
      ******************************************************************
       4300-FIND-FOCUS-WALL.
           MOVE 'N' TO WS-WALL-FOUND.
           CALL 'CBLTDLI' USING W-DLI-FUNC-GU, DBPCB, GN1BWAL-SEG.
           MOVE DBPCB-STATUS TO WS-BWAL-STATUS.
           PERFORM UNTIL WS-BWAL-STATUS NOT = SPACES OR WALL-FOUND
              IF BWAL-PERS = WS-FOCUS-ID
                 MOVE 'Y' TO WS-WALL-FOUND
              ELSE
                 CALL 'CBLTDLI' USING W-DLI-FUNC-GN, DBPCB,
                                      GN1BWAL-SEG
                 MOVE DBPCB-STATUS TO WS-BWAL-STATUS
              END-IF
           END-PERFORM.
           .

      ******************************************************************
      * 4400 - PRESA IN CARICO (PRENDI) O RILASCIO (LASCIA)
      * UN MURO HA UN SOLO VOLONTARIO ALLA VOLTA: PRENDI RIFIUTA UN
      * MURO GIA' DI UN ALTRO OPERATORE; LASCIA VALE SULLA PROPRIA
      * PRESA, O SU QUALSIASI PRESA PER UN ADMIN. ENTRAMBI VOGLIONO
      * UN OPERATORE COLLEGATO: LA PRESA E' DI UNA PERSONA.
      ******************************************************************
       4400-APPLY-CLAIM.
           MOVE SPACES TO WS-RESULT-LINE.
           IF WS-OPER-ID = SPACES
              MOVE "   Serve il sign-on (GNPG008) per prendere/lasciare"
                TO WS-RESULT-LINE
              EXIT PARAGRAPH
           END-IF.
           IF CLAIM-PRENDI
              IF BWAL-CLAIM-OPER NOT = SPACES
                 AND BWAL-CLAIM-OPER NOT = WS-OPER-ID
                 STRING "   Muro gia' preso da " DELIMITED BY SIZE
                        BWAL-CLAIM-OPER DELIMITED BY SIZE
                     INTO WS-RESULT-LINE
              ELSE
                 MOVE WS-OPER-ID TO BWAL-CLAIM-OPER
                 MOVE WS-TODAY TO BWAL-CLAIM-DATE
                 CALL 'CBLTDLI' USING W-DLI-FUNC-REPL, DBPCB,
                                      GN1BWAL-SEG
                 MOVE DBPCB-STATUS TO WS-BWAL-STATUS
                 IF WS-BWAL-STATUS = SPACES
                    STRING "   Muro preso in carico da "
                             DELIMITED BY SIZE
                           WS-OPER-ID DELIMITED BY SIZE
                        INTO WS-RESULT-LINE
                 ELSE
                    MOVE E001-INVALID-COMMAND TO CMD8OUT
                 END-IF
              END-IF
           ELSE
              IF BWAL-CLAIM-OPER = SPACES
                 MOVE "   Il muro non era preso in carico"
                   TO WS-RESULT-LINE
              ELSE
                 IF BWAL-CLAIM-OPER NOT = WS-OPER-ID AND NOT OPER-ADMIN
                    STRING "   Solo " DELIMITED BY SIZE
                           BWAL-CLAIM-OPER DELIMITED BY SIZE
                           " o un ADMIN puo' lasciarlo"
                             DELIMITED BY SIZE
                        INTO WS-RESULT-LINE
                 ELSE
                    MOVE SPACES TO BWAL-CLAIM-OPER BWAL-CLAIM-DATE
                    CALL 'CBLTDLI' USING W-DLI-FUNC-REPL, DBPCB,
                                         GN1BWAL-SEG
                    MOVE DBPCB-STATUS TO WS-BWAL-STATUS
                    IF WS-BWAL-STATUS = SPACES
                       MOVE "   Presa in carico rilasciata"
                         TO WS-RESULT-LINE
                    ELSE
                       MOVE E001-INVALID-COMMAND TO CMD8OUT
                    END-IF
                 END-IF
              END-IF
           END-IF.
           MOVE SPACE TO WS-CLAIM-ACT.
           .

      ******************************************************************
      * 4500 - SCHEDA DEL MURO (RIGHE 2-4): NOME, NASCITA,
      * DISCENDENTI, COMPLETEZZA, PRESA IN CARICO
      ******************************************************************
       4500-SHOW-WALL-CARD.
           PERFORM 4230-RESOLVE-WALL-NAME.
           MOVE BWAL-RANK TO WS-RANK-EDIT.
           MOVE SPACES TO CANV82.
           STRING "└─ Muro n. " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RANK-EDIT) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WALL-NAME) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(BWAL-PERS) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO CANV82.
           MOVE BWAL-DESC TO WS-DESC-EDIT.
           MOVE SPACES TO CANV83.
           STRING "   Nato " DELIMITED BY SIZE
                  WS-BYEAR-DISP DELIMITED BY SIZE
                  " a " DELIMITED BY SIZE
                  WS-BPLACE-DISP DELIMITED BY SIZE
                  " Discendenti " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DESC-EDIT) DELIMITED BY SIZE
               INTO CANV83.
           PERFORM 4240-EDIT-SCORE.
           MOVE SPACES TO CANV84.
           IF BWAL-CLAIM-OPER = SPACES
              STRING "   Completezza " DELIMITED BY SIZE
                     WS-SCORE-DISP DELIMITED BY SIZE
                     "/100  Presa: libero" DELIMITED BY SIZE
                  INTO CANV84
           ELSE
              STRING "   Completezza " DELIMITED BY SIZE
                     WS-SCORE-DISP DELIMITED BY SIZE
                     "/100  Presa: " DELIMITED BY SIZE
                     BWAL-CLAIM-OPER DELIMITED BY SIZE
                     " dal " DELIMITED BY SIZE
                     BWAL-CLAIM-DATE DELIMITED BY SIZE
                  INTO CANV84
           END-IF.
           .

      ******************************************************************
      * 4600 - SCANSIONI DELLA PERSONA GIA' IN TRASCRIZIONE: I MEDIA
      * ASSEGNATI DALLA CODA MCLAIM DI IGONL01 (ASSEGNATO + LTERM DEL
      * VOLONTARIO), DISCESA QUALIFICATA SOTTO PERSON
      ******************************************************************
       4600-COUNT-MEDIA-CLAIMS.
           MOVE ZERO TO WS-MEDI-CT.
           MOVE SPACES TO WS-MEDI-OPER.
           MOVE BWAL-PERS TO WS-SSA-MEDI(17:12).
           CALL 'CBLTDLI' USING W-DLI-FUNC-GU, DBPCB,
                                GN1MEDI-SEG, WS-SSA-MEDI.
           MOVE DBPCB-STATUS TO WS-MEDI-STATUS.
           PERFORM UNTIL WS-MEDI-STATUS NOT = SPACES
              IF MEDI-ASSEGNATO
                 ADD 1 TO WS-MEDI-CT
                 IF WS-MEDI-OPER = SPACES
                    MOVE MEDI-OPER TO WS-MEDI-OPER
                 END-IF
              END-IF
              CALL 'CBLTDLI' USING W-DLI-FUNC-GN, DBPCB,
                                   GN1MEDI-SEG, WS-SSA-MEDI
              MOVE DBPCB-STATUS TO WS-MEDI-STATUS
           END-PERFORM.
           .

      ******************************************************************
      * 4700 - REGISTRI CHE COPRONO LUOGO E DECENNIO DI NASCITA E NON
      * SONO ANCORA FATTI: SPAZZATA DEI REGISTR (LUOGO UGUALE, ESTREMI
      * CHE TOCCANO IL DECENNIO; ANNO IGNOTO = SOLO IL LUOGO), POI
      * PER OGNUNO LE CARTE FOLIO COME IN GN3REGP0.
      ******************************************************************
       4700-FIND-OPEN-REGISTERS.
           MOVE ZERO TO WS-RG-COUNT WS-RG-OPEN.
           IF BWAL-BPLACE = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF BWAL-BYEAR IS NUMERIC
              MOVE BWAL-BYEAR TO WS-DEC-LO WS-DEC-HI
              MOVE "0" TO WS-DEC-LO(4:1)
              MOVE "9" TO WS-DEC-HI(4:1)
           ELSE
              MOVE LOW-VALUES  TO WS-DEC-LO
              MOVE HIGH-VALUES TO WS-DEC-HI
           END-IF.
           CALL 'CBLTDLI' USING W-DLI-FUNC-GU, DBPCB, GN1REGB-SEG.
           MOVE DBPCB-STATUS TO WS-REGB-STATUS.
           PERFORM UNTIL WS-REGB-STATUS NOT = SPACES
                      OR WS-RG-COUNT >= 20
              IF REGB-PLACE = BWAL-BPLACE
                 AND (REGB-FROM = SPACES
                      OR REGB-FROM(1:4) <= WS-DEC-HI)
                 AND (REGB-TO = SPACES
                      OR REGB-TO(1:4) >= WS-DEC-LO)
                 ADD 1 TO WS-RG-COUNT
                 MOVE REGB-ID     TO WS-RG-ID(WS-RG-COUNT)
                 MOVE REGB-TITLE  TO WS-RG-TITLE(WS-RG-COUNT)
                 MOVE REGB-FOLIOS TO WS-RG-FOLIOS(WS-RG-COUNT)
                 MOVE ZERO        TO WS-RG-TODO(WS-RG-COUNT)
              END-IF
              CALL 'CBLTDLI' USING W-DLI-FUNC-GN, DBPCB, GN1REGB-SEG
              MOVE DBPCB-STATUS TO WS-REGB-STATUS
           END-PERFORM.
           PERFORM VARYING WS-RG-IX FROM 1 BY 1
               UNTIL WS-RG-IX > WS-RG-COUNT
              PERFORM 4710-COUNT-FOLIOS-TODO
              IF WS-RG-TODO(WS-RG-IX) > ZERO
                 ADD 1 TO WS-RG-OPEN
              END-IF
           END-PERFORM.
           .
       4710-COUNT-FOLIOS-TODO.
           MOVE ZERO TO WS-F-TOT WS-F-DONE.
           MOVE WS-RG-ID(WS-RG-IX) TO WS-SSA-FOLI(17:12).
           CALL 'CBLTDLI' USING W-DLI-FUNC-GU, DBPCB,
                                GN1FOLI-SEG, WS-SSA-FOLI.
           MOVE DBPCB-STATUS TO WS-FOLI-STATUS.
           PERFORM UNTIL WS-FOLI-STATUS NOT = SPACES
              ADD 1 TO WS-F-TOT
              IF FOLI-FATTO
                 ADD 1 TO WS-F-DONE
              END-IF
              CALL 'CBLTDLI' USING W-DLI-FUNC-GN, DBPCB,
                                   GN1FOLI-SEG, WS-SSA-FOLI
              MOVE DBPCB-STATUS TO WS-FOLI-STATUS
           END-PERFORM.
      *    LE CARTE NON ANCORA CENSITE COME FOLIO CONTANO DA FARE
           IF WS-RG-FOLIOS(WS-RG-IX) > WS-F-TOT
              MOVE WS-RG-FOLIOS(WS-RG-IX) TO WS-F-TOT
           END-IF.
           COMPUTE WS-RG-TODO(WS-RG-IX) = WS-F-TOT - WS-F-DONE.
           .

      ******************************************************************
      * 4800 - PISTE DI LAVORO (RIGHE 5-8): SCANSIONI IN
      * TRASCRIZIONE, REGISTRI APERTI (IL PRIMO PER NOME), ESITO
      * DEL COMANDO O SUGGERIMENTO PRENDI/LASCIA
      ******************************************************************
       4800-SHOW-LEADS.
           MOVE SPACES TO CANV85 CANV86 CANV87 CANV88.
           MOVE WS-MEDI-CT TO WS-CNT-EDIT.
           IF WS-MEDI-CT = ZERO
              MOVE "   Scansioni in trascrizione: nessuna" TO CANV85
           ELSE
              STRING "   Scansioni in trascrizione: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CNT-EDIT) DELIMITED BY SIZE
                     " (" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-MEDI-OPER) DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                  INTO CANV85
           END-IF.
           MOVE WS-RG-OPEN TO WS-CNT-EDIT.
           IF BWAL-BPLACE = SPACES
              MOVE "   Registri: luogo di nascita ignoto" TO CANV86
           ELSE
              STRING "   Registri aperti luogo/decennio: "
                       DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CNT-EDIT) DELIMITED BY SIZE
                  INTO CANV86
           END-IF.
           MOVE ZERO TO WS-LINE-NO.
           PERFORM VARYING WS-RG-IX FROM 1 BY 1
               UNTIL WS-RG-IX > WS-RG-COUNT OR WS-LINE-NO >= 1
              IF WS-RG-TODO(WS-RG-IX) > ZERO
                 ADD 1 TO WS-LINE-NO
                 MOVE WS-RG-TODO(WS-RG-IX) TO WS-DESC-EDIT
                 STRING "   " DELIMITED BY SIZE
                        WS-RG-TITLE(WS-RG-IX)(1:35) DELIMITED BY SIZE
                        " carte " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-DESC-EDIT) DELIMITED BY SIZE
                     INTO CANV87
              END-IF
           END-PERFORM.
           IF WS-RESULT-LINE NOT = SPACES
              MOVE WS-RESULT-LINE TO CANV88
           ELSE
              MOVE "   CMD PRENDI per prenderlo, LASCIA per rilasciarlo"
                TO CANV88
           END-IF.
           .

      ******************************************************************
      * 5000 - COSTRUZIONE MAPPA DI OUTPUT
      ******************************************************************
       5000-BUILD-OUTPUT-MAP.
           MOVE WS-SEQ-ID TO INFO8STP(1:1).
           MOVE WS-FOCUS-ID TO INFO8ACT.
           .

      ******************************************************************
      * 6000 - INVIO MESSAGGIO
      ******************************************************************
       6000-SEND-MESSAGE.
           MOVE GN37D008O TO WS-MAP-IO-AREA.
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
           MOVE "08" TO SCRP-WORLD.
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
           MOVE E001-INVALID-COMMAND TO CMD8OUT.
           .
      ******************************************************************
      * 9999 - FINE PROGRAMMA
      ******************************************************************
       9999-TERMINATE-PROGRAM.
           GOBACK.
      *
      * END OF PROGRAM GN37P005
      *

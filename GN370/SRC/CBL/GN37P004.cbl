      ******************************************************************
      * PROGRAM-ID: GN37P004
      *
      * DESC: PROGRAMMA COBOL PER TX GN37W07 (MONDO 7 - EREDITA',
      *       CATENA DEI DETENTORI DI PODERI E TITOLI). SELEZIONARE
      *       W7 SU GN37HOME ERA UN VICOLO CIECO: QUESTA TRANSAZIONE
      *       MOSTRA A TERMINALE LA STESSA CATENA CHE GN3ATRN0 (BENI
      *       PER ASET-AKEY) E GN3TSUC0 (TITOLI PER TITL-NAME) DANNO
      *       SOLO SU CARTA IL GIORNO DOPO, CON LACUNE E
      *       SOVRAPPOSIZIONI FRA UN DETENTORE E IL SUCCESSIVO.
      *
      * AUTH: GN370, 2026-09-14
      *
      * PARADIGM: IMS/DC, MACCHINA A STATI SEQ-ID PERSISTITA SULLO
      *           SCRATCHPAD, COME GN37P002/GN37P003 (SCRP-WORLD "07").
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN37P004.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      * STRUTTURE DATI MACCHINA A STATI
      *
       77  WS-PROGRAM-DESC    PIC X(24) VALUE 'PROGRAMMA TX: GN37P004'.
       77  WS-SEQ-ID          PIC 9(1)  VALUE 1.
           88  SEQ-IS-ENTRA         VALUE 1.
           88  SEQ-IS-SCEGLI        VALUE 2.
           88  SEQ-IS-CATENA        VALUE 3.
           88  SEQ-IS-RIEPILOGO     VALUE 4.

       77  W-DLI-FUNC-GU      PIC X(4)  VALUE 'GU  '.
       77  W-DLI-FUNC-GN      PIC X(4)  VALUE 'GN  '.
       77  W-DLI-FUNC-ISRT    PIC X(4)  VALUE 'ISRT'.
       77  W-DLI-FUNC-REPL    PIC X(4)  VALUE 'REPL'.

       01  WS-MAP-IO-AREA       PIC X(1920).
      *
      * STATO DI SESSIONE RIPRISTINATO/SALVATO SULLO SCRATCHPAD:
      * TIPO (P = PODERE PER ASET-AKEY, T = TITOLO PER TITL-NAME),
      * CHIAVE E PAGINA CORRENTE DELLA CATENA
      *
       77  WS-NAV-KIND        PIC X(1)  VALUE SPACE.
           88  NAV-IS-PODERE        VALUE 'P'.
           88  NAV-IS-TITOLO        VALUE 'T'.
       77  WS-NAV-KEY         PIC X(20) VALUE SPACES.
       77  WS-NAV-PAGE        PIC 9(3)  VALUE 1.
       77  WS-SCRP-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-SSA-SCRP        PIC X(30)
           VALUE "SCRPAD  (LTERMID=        )".
      *
      * COMANDI DEL MONDO 7 (QUALSIASI TAPPA):
      *   PODERE <aset-akey>  -> CATENA DEI DETENTORI DEL BENE
      *   TITOLO <titl-name>  -> CATENA DEI DETENTORI DEL TITOLO
      *   DOPO <AAAA>         -> PAGINA CON IL PRIMO DETENTORE ANCORA
      *                          IN POSSESSO NELL'ANNO INDICATO
      * IN (SEQ:2) SCEGLI IL TESTO LIBERO E' UNA ASET-AKEY.
      * IN (SEQ:3) CATENA PF8 PAGINA AVANTI, PF5 PAGINA INDIETRO.
      *
       77  WS-CMD-TEXT        PIC X(40) VALUE SPACES.
       77  WS-DOPO-PEND       PIC X     VALUE 'N'.
       77  WS-DOPO-YEAR       PIC X(4)  VALUE SPACES.
      *
      * CATENA DEI DETENTORI IN MEMORIA, ORDINATA PER DECORRENZA
      * (SELEZIONE DEL MINIMO RIPETUTA COME GN3ATRN0/GN3TSUC0)
      *
       77  WS-ASET-STATUS     PIC X(2)  VALUE SPACES.
       77  WS-TITL-STATUS     PIC X(2)  VALUE SPACES.
       77  WS-PERS-STATUS     PIC X(2)  VALUE SPACES.
       77  WS-OPER-ADMIN      PIC X(1)  VALUE 'N'.
           88  OPER-ADMIN           VALUE 'Y'.
       01  WS-SSA-PERS        PIC X(30)
           VALUE "PERSON  (PERSID=            )".
       01  WS-CH-TABLE.
           05 WS-CH-ENTRY OCCURS 200 TIMES.
              10 WS-CH-PERS      PIC X(12).
              10 WS-CH-FROM      PIC X(10).
              10 WS-CH-TO        PIC X(10).
              10 WS-CH-DONE      PIC X(1).
       01  WS-CH-SORTED.
           05 WS-CS-ENTRY OCCURS 200 TIMES.
              10 WS-CS-PERS      PIC X(12).
              10 WS-CS-FROM      PIC X(10).
              10 WS-CS-TO        PIC X(10).
              10 WS-CS-FLAG      PIC X(8).
       77  WS-CH-COUNT        PIC 9(3)  VALUE ZERO.
       77  WS-CS-COUNT        PIC 9(3)  VALUE ZERO.
       77  WS-I               PIC 9(3)  VALUE ZERO.
       77  WS-J               PIC 9(3)  VALUE ZERO.
       77  WS-BEST-IX         PIC 9(3)  VALUE ZERO.
       77  WS-BEST-FROM       PIC X(10) VALUE SPACES.
       77  WS-SORT-FROM       PIC X(10) VALUE SPACES.
       77  WS-PREV-TO         PIC X(10) VALUE SPACES.
       77  WS-PREV-PERS       PIC X(12) VALUE SPACES.
       77  WS-GAP-CT          PIC 9(3)  VALUE ZERO.
       77  WS-OVL-CT          PIC 9(3)  VALUE ZERO.
       77  WS-PAGE-SIZE       PIC 9(3)  VALUE 5.
       77  WS-PAGE-MAX        PIC 9(3)  VALUE ZERO.
       77  WS-LINE-NO         PIC 9(3)  VALUE ZERO.
       77  WS-LINE-NO-EDIT    PIC ZZ9.
       77  WS-CNT-EDIT        PIC ZZ9.
       77  WS-CNT-EDIT2       PIC ZZ9.
       77  WS-HOLDER-NAME     PIC X(20) VALUE SPACES.
       77  WS-CANV-LINE       PIC X(60) VALUE SPACES.
      *
      * COPYBOOKS
      *
       COPY GN37M07.
       COPY GNSYMB.
       COPY ERRMSG.
       COPY GN1ASET.
       COPY GN1TITL.
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
           INITIALIZE GN37D007O.
           MOVE 'MONDO 7 - EREDITA' TO HDR7TTL.
           SET SEQ-IS-ENTRA TO TRUE.
           .

      ******************************************************************
      * 2000 - RICEZIONE E PARSING
      ******************************************************************
       2000-RECEIVE-MESSAGE.
           CALL 'CBLTDLI' USING W-DLI-FUNC-GU, IOPCB, WS-MAP-IO-AREA.
           MOVE WS-MAP-IO-AREA TO GN37D007I.
           .
      ******************************************************************
      * 2050 - RIPRISTINO STATO DI SESSIONE (SCRATCHPAD)
      * STESSA CONVENZIONE DI GN37P003: SI RIPRENDE SOLO UNO STATO
      * DEL MONDO 7; OGNI ALTRO SCRATCHPAD RIPARTE DA ENTRA.
      ******************************************************************
       2050-RESTORE-SCRATCHPAD.
           MOVE LTERM-ID TO WS-SSA-SCRP(18:8).
           CALL 'CBLTDLI' USING W-DLI-FUNC-GU, DBPCB,
                                SCRATCHPAD-SEGMENT, WS-SSA-SCRP.
           MOVE DBPCB-STATUS TO WS-SCRP-STATUS.
           IF WS-SCRP-STATUS = SPACES AND SCRP-WORLD = "07"
              IF SCRP-SEQ-ID >= 1 AND SCRP-SEQ-ID <= 4
                 MOVE SCRP-SEQ-ID    TO WS-SEQ-ID
              END-IF
              MOVE SCRP-NAV-KIND  TO WS-NAV-KIND
              MOVE SCRP-NAV-KEY   TO WS-NAV-KEY
              IF SCRP-NAV-PAGE IS NUMERIC AND SCRP-NAV-PAGE > ZERO
                 MOVE SCRP-NAV-PAGE TO WS-NAV-PAGE
              END-IF
           ELSE
              SET SEQ-IS-ENTRA TO TRUE
              MOVE SPACE  TO WS-NAV-KIND
              MOVE SPACES TO WS-NAV-KEY
              MOVE 1 TO WS-NAV-PAGE
           END-IF.
           .
       2100-PARSE-COMMAND.
      *    NEXT/PREV MUOVONO LA MACCHINA A STATI; PODERE/TITOLO
      *    SCELGONO L'OGGETTO E PORTANO ALLA CATENA DALLA PRIMA
      *    PAGINA; DOPO <AAAA> POSIZIONA LA CATENA SULL'ANNO.
           IF CMD7IN NOT = SPACES
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CMD7IN))
                TO WS-CMD-TEXT
              EVALUATE TRUE
                 WHEN WS-CMD-TEXT = "NEXT"
                    IF WS-SEQ-ID < 4
                       ADD 1 TO WS-SEQ-ID
                    END-IF
                 WHEN WS-CMD-TEXT = "PREV"
                    IF WS-SEQ-ID > 1
                       SUBTRACT 1 FROM WS-SEQ-ID
                    END-IF
                 WHEN WS-CMD-TEXT(1:7) = "PODERE "
                    SET NAV-IS-PODERE TO TRUE
                    MOVE FUNCTION TRIM(WS-CMD-TEXT(8:33))
                      TO WS-NAV-KEY
                    MOVE 1 TO WS-NAV-PAGE
                    SET SEQ-IS-CATENA TO TRUE
                 WHEN WS-CMD-TEXT(1:7) = "TITOLO "
                    SET NAV-IS-TITOLO TO TRUE
                    MOVE FUNCTION TRIM(WS-CMD-TEXT(8:33))
                      TO WS-NAV-KEY
                    MOVE 1 TO WS-NAV-PAGE
                    SET SEQ-IS-CATENA TO TRUE
                 WHEN WS-CMD-TEXT(1:5) = "DOPO "
                      AND WS-NAV-KEY NOT = SPACES
                    MOVE FUNCTION TRIM(WS-CMD-TEXT(6:35))
                      TO WS-DOPO-YEAR
                    IF WS-DOPO-YEAR IS NUMERIC
                       MOVE 'Y' TO WS-DOPO-PEND
                       SET SEQ-IS-CATENA TO TRUE
                    ELSE
                       PERFORM 8000-ERROR-HANDLER
                    END-IF
                 WHEN SEQ-IS-SCEGLI
                    SET NAV-IS-PODERE TO TRUE
                    MOVE FUNCTION TRIM(WS-CMD-TEXT) TO WS-NAV-KEY
                    MOVE 1 TO WS-NAV-PAGE
                 WHEN OTHER
                    PERFORM 8000-ERROR-HANDLER
              END-EVALUATE
           END-IF.
           .
       2200-DECODE-PF-KEY.
           MOVE PFKEY7IN TO WS-PFKEY-IN.
           EVALUATE TRUE
              WHEN PF6-PRESSED
                 IF WS-SEQ-ID < 4
                    ADD 1 TO WS-SEQ-ID
                 END-IF
              WHEN PF7-PRESSED
                 IF WS-SEQ-ID > 1
                    SUBTRACT 1 FROM WS-SEQ-ID
                 END-IF
              WHEN PF3-PRESSED
                 SET SEQ-IS-ENTRA TO TRUE
              WHEN PF8-PRESSED
                 IF SEQ-IS-CATENA AND WS-NAV-PAGE < 999
                    ADD 1 TO WS-NAV-PAGE
                 END-IF
              WHEN PF5-PRESSED
                 IF SEQ-IS-CATENA AND WS-NAV-PAGE > 1
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
               WHEN SEQ-IS-SCEGLI    PERFORM 3200-SEQ-2-SCEGLI
               WHEN SEQ-IS-CATENA    PERFORM 3300-SEQ-3-CATENA
               WHEN SEQ-IS-RIEPILOGO PERFORM 3400-SEQ-4-RIEPILOGO
               WHEN OTHER            PERFORM 8000-ERROR-HANDLER
           END-EVALUATE.
           .
       3100-SEQ-1-ENTRA.
           MOVE "(SEQ:1) ENTRA" TO CANV71.
           MOVE "└─ Mondo 7: eredità di poderi e titoli" TO CANV72.
           MOVE "   CMD 'PODERE chiave' o 'TITOLO nome'" TO CANV73.
           .
       3200-SEQ-2-SCEGLI.
           MOVE "(SEQ:2) SCEGLI" TO CANV71.
           MOVE "└─ CMD 'chiave podere' per sceglierlo" TO CANV72.
           .
       3300-SEQ-3-CATENA.
           MOVE "(SEQ:3) CATENA" TO CANV71.
           MOVE "└─ Detentori in ordine, PF8/PF5 pagina" TO CANV72.
           .
       3400-SEQ-4-RIEPILOGO.
           MOVE "(SEQ:4) RIEPILOGO" TO CANV71.
           MOVE "└─ Lacune e sovrapposizioni catena" TO CANV72.
           .

      ******************************************************************
      * 4000 - CHIAMATE DL/I
      ******************************************************************
       4000-PERFORM-DLI-CALLS.
           IF SEQ-IS-SCEGLI OR SEQ-IS-CATENA OR SEQ-IS-RIEPILOGO
              IF WS-NAV-KEY = SPACES
                 MOVE "└─ Nessun podere o titolo selezionato"
                   TO CANV72
              ELSE
                 PERFORM 4100-LOAD-CHAIN
                 PERFORM 4200-SORT-CHAIN
                 PERFORM 4300-SHOW-SUBJECT
                 IF SEQ-IS-CATENA
                    PERFORM 4050-LOOKUP-OPER-ROLE
                    IF WS-DOPO-PEND = 'Y'
                       PERFORM 4400-POSITION-ON-YEAR
                    END-IF
                    PERFORM 4500-SHOW-CHAIN-PAGE
                 END-IF
                 IF SEQ-IS-RIEPILOGO
                    PERFORM 4600-SHOW-SUMMARY
                 END-IF
              END-IF
           END-IF.
           .

      ******************************************************************
      * 4050 - RUOLO DELL'OPERATORE COLLEGATO (GNOPRS0)
      * COME 3600-LOOKUP-OPER-ROLE IN IGONL01: I DETENTORI RISERVATI
      * (PERS-RESTRICTED) COMPAIONO COME STUB PER I NON ADMIN.
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

      ******************************************************************
      * 4100 - CARICAMENTO DELLE ASSEGNAZIONI DELL'OGGETTO SCELTO
      * SPAZZATA GU+GN NON QUALIFICATA DEI SEGMENTI ASSET (PER
      * ASET-AKEY, COME GN3ATRN0) O TITLE (PER TITL-NAME, COME
      * GN3TSUC0): LA CHIAVE NON E' UN CAMPO DI SEQUENZA.
      ******************************************************************
       4100-LOAD-CHAIN.
           MOVE ZERO TO WS-CH-COUNT.
           IF NAV-IS-TITOLO
              CALL 'CBLTDLI' USING W-DLI-FUNC-GU, DBPCB, GN1TITL-SEG
              MOVE DBPCB-STATUS TO WS-TITL-STATUS
              PERFORM UNTIL WS-TITL-STATUS NOT = SPACES
                         OR WS-CH-COUNT >= 200
                 IF FUNCTION UPPER-CASE(TITL-NAME) = WS-NAV-KEY
                    ADD 1 TO WS-CH-COUNT
                    MOVE TITL-PERS      TO WS-CH-PERS(WS-CH-COUNT)
                    MOVE TITL-DATE-FROM TO WS-CH-FROM(WS-CH-COUNT)
                    MOVE TITL-DATE-TO   TO WS-CH-TO(WS-CH-COUNT)
                    MOVE SPACE          TO WS-CH-DONE(WS-CH-COUNT)
                 END-IF
                 CALL 'CBLTDLI' USING W-DLI-FUNC-GN, DBPCB,
                                      GN1TITL-SEG
                 MOVE DBPCB-STATUS TO WS-TITL-STATUS
              END-PERFORM
           ELSE
              CALL 'CBLTDLI' USING W-DLI-FUNC-GU, DBPCB, GN1ASET-SEG
              MOVE DBPCB-STATUS TO WS-ASET-STATUS
              PERFORM UNTIL WS-ASET-STATUS NOT = SPACES
                         OR WS-CH-COUNT >= 200
                 IF FUNCTION UPPER-CASE(ASET-AKEY) = WS-NAV-KEY
                    ADD 1 TO WS-CH-COUNT
                    MOVE ASET-PERS TO WS-CH-PERS(WS-CH-COUNT)
                    MOVE ASET-ACQ  TO WS-CH-FROM(WS-CH-COUNT)
                    MOVE ASET-DISP TO WS-CH-TO(WS-CH-COUNT)
                    MOVE SPACE     TO WS-CH-DONE(WS-CH-COUNT)
                 END-IF
                 CALL 'CBLTDLI' USING W-DLI-FUNC-GN, DBPCB,
                                      GN1ASET-SEG
                 MOVE DBPCB-STATUS TO WS-ASET-STATUS
              END-PERFORM
           END-IF.
           .

      ******************************************************************
      * 4200 - ORDINAMENTO PER DECORRENZA E MARCATURA
      * SELEZIONE DEL MINIMO RIPETUTA (DATE ISO COME TESTO, VUOTE PER
      * PRIME); OGNI ASSEGNAZIONE E' CONFRONTATA CON LA PRECEDENTE:
      * LACUNA SE DECORRE DOPO LA CESSAZIONE PRECEDENTE,
      * SOVRAPPOSIZIONE SE DECORRE PRIMA E IL DETENTORE CAMBIA.
      ******************************************************************
       4200-SORT-CHAIN.
           MOVE ZERO TO WS-CS-COUNT WS-GAP-CT WS-OVL-CT.
           MOVE SPACES TO WS-PREV-TO WS-PREV-PERS.
           PERFORM WITH TEST AFTER UNTIL WS-BEST-IX = ZERO
              MOVE ZERO TO WS-BEST-IX
              MOVE HIGH-VALUES TO WS-BEST-FROM
              PERFORM VARYING WS-J FROM 1 BY 1
                  UNTIL WS-J > WS-CH-COUNT
                 IF WS-CH-DONE(WS-J) = SPACE
                    MOVE WS-CH-FROM(WS-J) TO WS-SORT-FROM
                    IF WS-SORT-FROM = SPACES
                       MOVE LOW-VALUES TO WS-SORT-FROM
                    END-IF
                    IF WS-BEST-IX = ZERO
                       OR WS-SORT-FROM < WS-BEST-FROM
                       MOVE WS-J TO WS-BEST-IX
                       MOVE WS-SORT-FROM TO WS-BEST-FROM
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-BEST-IX > ZERO
                 MOVE 'X' TO WS-CH-DONE(WS-BEST-IX)
                 ADD 1 TO WS-CS-COUNT
                 MOVE WS-CH-PERS(WS-BEST-IX) TO WS-CS-PERS(WS-CS-COUNT)
                 MOVE WS-CH-FROM(WS-BEST-IX) TO WS-CS-FROM(WS-CS-COUNT)
                 MOVE WS-CH-TO(WS-BEST-IX)   TO WS-CS-TO(WS-CS-COUNT)
                 MOVE SPACES TO WS-CS-FLAG(WS-CS-COUNT)
                 IF WS-PREV-TO NOT = SPACES
                    AND WS-CH-FROM(WS-BEST-IX) NOT = SPACES
                    IF WS-CH-FROM(WS-BEST-IX) > WS-PREV-TO
                       MOVE "LACUNA" TO WS-CS-FLAG(WS-CS-COUNT)
                       ADD 1 TO WS-GAP-CT
                    ELSE
                       IF WS-PREV-PERS NOT = WS-CH-PERS(WS-BEST-IX)
                          MOVE "SOVRAPP" TO WS-CS-FLAG(WS-CS-COUNT)
                          ADD 1 TO WS-OVL-CT
                       END-IF
                    END-IF
                 END-IF
                 MOVE WS-CH-TO(WS-BEST-IX)   TO WS-PREV-TO
                 MOVE WS-CH-PERS(WS-BEST-IX) TO WS-PREV-PERS
              END-IF
           END-PERFORM.
           COMPUTE WS-PAGE-MAX =
               (WS-CS-COUNT + WS-PAGE-SIZE - 1) / WS-PAGE-SIZE.
           IF WS-PAGE-MAX = ZERO
              MOVE 1 TO WS-PAGE-MAX
           END-IF.
           IF WS-NAV-PAGE > WS-PAGE-MAX
              MOVE WS-PAGE-MAX TO WS-NAV-PAGE
           END-IF.
           .

      ******************************************************************
      * 4300 - OGGETTO SELEZIONATO E NUMERO DI ASSEGNAZIONI (RIGA 2)
      ******************************************************************
       4300-SHOW-SUBJECT.
           MOVE WS-CS-COUNT TO WS-CNT-EDIT.
           MOVE SPACES TO CANV72.
           IF NAV-IS-TITOLO
              STRING "└─ Titolo " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-NAV-KEY) DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CNT-EDIT) DELIMITED BY SIZE
                     " assegnazioni" DELIMITED BY SIZE
                  INTO CANV72
           ELSE
              STRING "└─ Podere " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-NAV-KEY) DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CNT-EDIT) DELIMITED BY SIZE
                     " detentori" DELIMITED BY SIZE
                  INTO CANV72
           END-IF.
           IF WS-CS-COUNT = ZERO
              MOVE "   (nessuna assegnazione trovata)" TO CANV73
           END-IF.
           .

      ******************************************************************
      * 4400 - POSIZIONAMENTO SULL'ANNO (CMD "DOPO <AAAA>")
      * PRIMA ASSEGNAZIONE ANCORA IN CORSO NELL'ANNO: CESSAZIONE
      * VUOTA O NON ANTERIORE ALL'ANNO; LA PAGINA E' QUELLA CHE LA
      * CONTIENE. "CHI TENEVA IL PODERE DOPO IL 1702?"
      ******************************************************************
       4400-POSITION-ON-YEAR.
           MOVE ZERO TO WS-BEST-IX.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CS-COUNT OR WS-BEST-IX > ZERO
              IF WS-CS-TO(WS-I) = SPACES
                 OR WS-CS-TO(WS-I)(1:4) >= WS-DOPO-YEAR
                 MOVE WS-I TO WS-BEST-IX
              END-IF
           END-PERFORM.
           IF WS-BEST-IX > ZERO
              COMPUTE WS-NAV-PAGE =
                  (WS-BEST-IX - 1) / WS-PAGE-SIZE + 1
           ELSE
              MOVE WS-PAGE-MAX TO WS-NAV-PAGE
           END-IF.
           MOVE 'N' TO WS-DOPO-PEND.
           .

      ******************************************************************
      * 4500 - UNA PAGINA DELLA CATENA (RIGHE 3-7) E PAGINAZIONE (8)
      ******************************************************************
       4500-SHOW-CHAIN-PAGE.
           MOVE SPACES TO CANV73 CANV74 CANV75 CANV76 CANV77.
           IF WS-CS-COUNT = ZERO
              MOVE "   (nessuna assegnazione trovata)" TO CANV73
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-I = (WS-NAV-PAGE - 1) * WS-PAGE-SIZE + 1.
           MOVE ZERO TO WS-LINE-NO.
           PERFORM UNTIL WS-I > WS-CS-COUNT
                      OR WS-LINE-NO >= WS-PAGE-SIZE
              ADD 1 TO WS-LINE-NO
              PERFORM 4510-FORMAT-HOLDER-LINE
              EVALUATE WS-LINE-NO
                 WHEN 1 MOVE WS-CANV-LINE TO CANV73
                 WHEN 2 MOVE WS-CANV-LINE TO CANV74
                 WHEN 3 MOVE WS-CANV-LINE TO CANV75
                 WHEN 4 MOVE WS-CANV-LINE TO CANV76
                 WHEN 5 MOVE WS-CANV-LINE TO CANV77
              END-EVALUATE
              ADD 1 TO WS-I
           END-PERFORM.
           MOVE WS-NAV-PAGE TO WS-CNT-EDIT.
           MOVE WS-PAGE-MAX TO WS-CNT-EDIT2.
           MOVE SPACES TO CANV78.
           STRING "   Pagina " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-EDIT) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-EDIT2) DELIMITED BY SIZE
                  "  CMD 'DOPO AAAA' per l'anno" DELIMITED BY SIZE
               INTO CANV78.
           .

      ******************************************************************
      * 4510 - RIGA DETENTORE: NUMERO, NOME, PERIODO, MARCA
      * IL NOME VIENE DA UNA GU QUALIFICATA SU PERSON; LA CATENA E'
      * GIA' TUTTA IN MEMORIA, QUINDI LA LETTURA NON DISTURBA NULLA.
      ******************************************************************
       4510-FORMAT-HOLDER-LINE.
           MOVE "(SCONOSCIUTO)" TO WS-HOLDER-NAME.
           MOVE WS-CS-PERS(WS-I) TO WS-SSA-PERS(17:12).
           CALL 'CBLTDLI' USING W-DLI-FUNC-GU, DBPCB,
                                GN1PRSN-SEG, WS-SSA-PERS.
           MOVE DBPCB-STATUS TO WS-PERS-STATUS.
           IF WS-PERS-STATUS = SPACES
              IF PERS-RESTRICTED = "Y" AND NOT OPER-ADMIN
                 MOVE "(RISERVATO)" TO WS-HOLDER-NAME
              ELSE
                 MOVE PERS-NAME TO WS-HOLDER-NAME
              END-IF
           END-IF.
           MOVE WS-I TO WS-LINE-NO-EDIT.
           MOVE SPACES TO WS-CANV-LINE.
           STRING WS-LINE-NO-EDIT " " WS-HOLDER-NAME " "
                  WS-CS-FROM(WS-I) "-" WS-CS-TO(WS-I) " "
                  WS-CS-FLAG(WS-I)
               DELIMITED BY SIZE INTO WS-CANV-LINE.
           .

      ******************************************************************
      * 4600 - RIEPILOGO DELLA CATENA (SEQ:4)
      ******************************************************************
       4600-SHOW-SUMMARY.
           MOVE SPACES TO CANV73 CANV74 CANV75.
           IF WS-CS-COUNT = ZERO
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CANV73.
           STRING "   Dal " DELIMITED BY SIZE
                  WS-CS-FROM(1) DELIMITED BY SIZE
                  " al " DELIMITED BY SIZE
                  WS-CS-TO(WS-CS-COUNT) DELIMITED BY SIZE
               INTO CANV73.
           MOVE WS-GAP-CT TO WS-CNT-EDIT.
           MOVE SPACES TO CANV74.
           STRING "   Lacune (nessun detentore): " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-EDIT) DELIMITED BY SIZE
               INTO CANV74.
           MOVE WS-OVL-CT TO WS-CNT-EDIT.
           MOVE SPACES TO CANV75.
           STRING "   Sovrapposizioni: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-EDIT) DELIMITED BY SIZE
               INTO CANV75.
           .

      ******************************************************************
      * 5000 - COSTRUZIONE MAPPA DI OUTPUT
      ******************************************************************
       5000-BUILD-OUTPUT-MAP.
           MOVE WS-SEQ-ID TO INFO7STP(1:1).
           MOVE SPACES TO INFO7ACT.
           IF WS-NAV-KEY NOT = SPACES
              STRING WS-NAV-KIND " " WS-NAV-KEY(1:10)
                 DELIMITED BY SIZE INTO INFO7ACT
           END-IF.
           .

      ******************************************************************
      * 6000 - INVIO MESSAGGIO
      ******************************************************************
       6000-SEND-MESSAGE.
           MOVE GN37D007O TO WS-MAP-IO-AREA.
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
           MOVE SPACES         TO SCRP-HOUSE-ID SCRP-FOCUS-ID.
           MOVE WS-NAV-KIND    TO SCRP-NAV-KIND.
           MOVE WS-NAV-KEY     TO SCRP-NAV-KEY.
           MOVE WS-NAV-PAGE    TO SCRP-NAV-PAGE.
           MOVE "07" TO SCRP-WORLD.
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
           MOVE E001-INVALID-COMMAND TO CMD7OUT.
           .
      ******************************************************************
      * 9999 - FINE PROGRAMMA
      ******************************************************************
       9999-TERMINATE-PROGRAM.
           GOBACK.
      *
      * END OF PROGRAM GN37P004
      *

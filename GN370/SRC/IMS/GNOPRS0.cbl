       IDENTIFICATION DIVISION.
       PROGRAM-ID. GNOPRS0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Modulo condiviso dell'operatore di sessione, chiamato
                dalle transazioni GN370 con il proprio PCB del
                database (commarea GNOPRIO.cpy, segmenti in GNOPER).
                Funzione R: GU della sessione SIGNON del terminale;
                se l'ultima transazione e' piu' vecchia di
                WS-IDLE-MIN minuti la sessione e' chiusa (DLET,
                esito T), altrimenti l'ora viene rinfrescata (REPL)
                e l'operatore letto da OPERATR: se non e' piu'
                attivo la sessione e' chiusa (esito S), se lo e' il
                chiamante riceve ID, nome e ruolo. Funzione H:
                impronta numerica del PIN, con l'ID dell'operatore
                come sale, usata dal sign-on (IGONL08) e dalla
                manutenzione degli operatori (GN3OPER0). La
                posizione DL/I del chiamante e' persa.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-IDLE-MIN           PIC 9(3) VALUE 30.
       77  WS-NOW-TS             PIC X(14) VALUE SPACES.
       77  WS-TS                 PIC X(14) VALUE SPACES.
       77  WS-TS-MIN             PIC S9(11) COMP VALUE 0.
       77  WS-NOW-MIN            PIC S9(11) COMP VALUE 0.
       77  WS-LAST-MIN           PIC S9(11) COMP VALUE 0.
       77  WS-HASH               PIC S9(18) COMP VALUE 0.
       77  WS-HX                 PIC 9(2) VALUE 0.
       01  WS-HASH-IN            PIC X(16) VALUE SPACES.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-REPL           PIC X(4) VALUE "REPL".
           05 DLI-DLET           PIC X(4) VALUE "DLET".

       01  WS-SSA.
           05 WS-SSA-SIGN        PIC X(30)
              VALUE "SIGNON  (LTERMID=        )".
           05 WS-SSA-OPRS        PIC X(30)
              VALUE "OPERATR (OPERID=        )".

       COPY GNOPER.

       LINKAGE SECTION.
       COPY "GNOPRIO.cpy".
       COPY GN1PCBS.

       PROCEDURE DIVISION USING GNOPR-IO DBPCB-MASK.
       MAIN-LOGIC.
           EVALUATE OPR-IN-FUNC
              WHEN "R"
                 PERFORM 1000-RESOLVE-SESSION
              WHEN "H"
                 PERFORM 2000-PIN-HASH
              WHEN OTHER
                 MOVE "N" TO OPR-OUT-FLAG
           END-EVALUATE
           GOBACK.

       1000-RESOLVE-SESSION.
           MOVE "N" TO OPR-OUT-FLAG
           MOVE SPACES TO OPR-OUT-OPID OPR-OUT-NAME OPR-OUT-ROLE
                          OPR-OUT-START-TS OPR-OUT-PREV-SIGNON
           IF OPR-IN-LTERM = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE OPR-IN-LTERM TO WS-SSA-SIGN(18:8)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                SIGNON-SEGMENT
                                WS-SSA-SIGN
           IF DB-STATUS NOT = SPACES
              EXIT PARAGRAPH
           END-IF
      *    INATTIVITA' IN MINUTI FRA L'ULTIMA TRANSAZIONE E ADESSO;
      *    UN'ORA ILLEGGIBILE VALE COME SESSIONE SCADUTA
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS
           MOVE WS-NOW-TS TO WS-TS
           PERFORM 1100-TS-MINUTES
           MOVE WS-TS-MIN TO WS-NOW-MIN
           MOVE SGN-LAST-TS TO WS-TS
           PERFORM 1100-TS-MINUTES
           MOVE WS-TS-MIN TO WS-LAST-MIN
           IF SGN-LAST-TS IS NOT NUMERIC
              OR WS-NOW-MIN - WS-LAST-MIN > WS-IDLE-MIN
              MOVE DLI-DLET TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   SIGNON-SEGMENT
              MOVE "T" TO OPR-OUT-FLAG
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NOW-TS TO SGN-LAST-TS
           MOVE DLI-REPL TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                SIGNON-SEGMENT
           MOVE SGN-OPER-ID TO WS-SSA-OPRS(17:8)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                OPERATOR-SEGMENT
                                WS-SSA-OPRS
           IF DB-STATUS NOT = SPACES OR NOT OPRS-ACTIVE
      *       OPERATORE BLOCCATO O RITIRATO DOPO IL SIGN-ON: LA
      *       SESSIONE NON VALE PIU'
              MOVE DLI-GU TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   SIGNON-SEGMENT
                                   WS-SSA-SIGN
              IF DB-STATUS = SPACES
                 MOVE DLI-DLET TO WS-DLI-FUNC
                 CALL "CBLTDLI" USING WS-DLI-FUNC
                                      DBPCB-MASK
                                      SIGNON-SEGMENT
              END-IF
              MOVE "S" TO OPR-OUT-FLAG
              EXIT PARAGRAPH
           END-IF
           MOVE OPRS-ID TO OPR-OUT-OPID
           MOVE OPRS-NAME TO OPR-OUT-NAME
           MOVE OPRS-ROLE TO OPR-OUT-ROLE
           MOVE SGN-START-TS TO OPR-OUT-START-TS
           MOVE OPRS-PREV-SIGNON TO OPR-OUT-PREV-SIGNON
           MOVE SPACE TO OPR-OUT-FLAG
           EXIT.

       1100-TS-MINUTES.
      *    AAAAMMGGHHMMSS -> MINUTI DAL GIORNO 1 DELLE INTRINSECHE
           MOVE 0 TO WS-TS-MIN
           IF WS-TS IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TS-MIN =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TS(1:8)))
              * 1440
              + FUNCTION NUMVAL(WS-TS(9:2)) * 60
              + FUNCTION NUMVAL(WS-TS(11:2))
           EXIT.

       2000-PIN-HASH.
      *    PIN E ID OPERATORE SU 16 BYTE, OGNI CARATTERE PIEGATO IN UN
      *    ACCUMULATORE MODULO UN PRIMO: STESSO PIN, OPERATORI DIVERSI
      *    DANNO IMPRONTE DIVERSE
           MOVE SPACES TO WS-HASH-IN
           STRING OPR-IN-PIN OPR-IN-OPID DELIMITED BY SIZE
             INTO WS-HASH-IN
           MOVE 7 TO WS-HASH
           PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 16
              COMPUTE WS-HASH = FUNCTION MOD(
                 WS-HASH * 131 + FUNCTION ORD(WS-HASH-IN(WS-HX:1)),
                 999999937)
           END-PERFORM
           MOVE WS-HASH TO OPR-OUT-HASH
           EXIT.

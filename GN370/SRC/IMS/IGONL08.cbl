       IDENTIFICATION DIVISION.
       PROGRAM-ID. IGONL08.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. IMS/DC transaction GNPG008 - sign-on dell'operatore.
                In sala di lettura tre volontari condividono un
                terminale: finche' l'operatore era il LTERM, il
                journal e la verifica a doppia chiave di IGONL01 non
                li distinguevano. Qui ci si collega con l'ID
                personale e il PIN (ENTER): la sessione SIGNON del
                terminale (GNOPER) passa all'operatore e da quel
                momento ogni transazione GN370 registra lui, con il
                ruolo concesso a lui (GNOPRS0). Tre PIN errati di
                fila bloccano l'operatore; lo sblocca un ADMIN con
                GN3OPER0. Con PIN nuovo e ripetizione compilati il
                PIN cambia nello stesso invio. ENTER senza ID mostra
                chi e' collegato, PF3 chiude la sessione; dopo 30
                minuti senza transazioni la sessione scade da sola.
                Stessa ossatura deterministica di IGONL02/IGONL07.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-RC                 PIC S9(4) COMP VALUE 0.
       77  WS-PROGRAM            PIC X(8) VALUE "IGONL08".
       77  WS-TRANS              PIC X(8) VALUE "GNPG008".
       77  WS-MSG-ID             PIC X(4) VALUE "E000".
       77  WS-SEV                PIC X VALUE "I".
       77  WS-FILE               PIC X(8) VALUE "MAP".
       77  WS-REC-KEY            PIC X(12) VALUE SPACES.
       77  WS-DETAIL             PIC X(24) VALUE "INIT".
       77  WS-ACTION             PIC X(8) VALUE "ENTER".
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-DLI-STAT           PIC X(2) VALUE SPACES.
       77  WS-NOW-TS             PIC X(14) VALUE SPACES.
       77  WS-PIN-LEN            PIC 9(2) VALUE 0.
       77  WS-PIN-MAX-FAILS      PIC 9(1) VALUE 3.
       01  WS-TS-IN              PIC X(14) VALUE SPACES.
       01  WS-TS-OUT             PIC X(16) VALUE SPACES.

       01  WS-SW.
           10 WS-ERR-FATAL       PIC X VALUE "N".
              88 ERR-FATAL       VALUE "Y".
           10 WS-NEWPIN-SW       PIC X VALUE "N".
              88 NEWPIN-GIVEN    VALUE "Y".
           10 WS-PIN-OK          PIC X VALUE "N".
              88 PIN-OK          VALUE "Y".

       COPY GN1ERR.
       COPY GN1CTR.
       COPY GN8MIN.
       COPY GN8MOUT.
       COPY GNOPER.
       COPY "GNOPRIO.cpy".

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-ISRT           PIC X(4) VALUE "ISRT".
           05 DLI-REPL           PIC X(4) VALUE "REPL".
           05 DLI-DLET           PIC X(4) VALUE "DLET".

       01  WS-SSA.
           05 WS-SSA-OPRS        PIC X(30)
              VALUE "OPERATR (OPERID=        )".
           05 WS-SSA-SIGN        PIC X(30)
              VALUE "SIGNON  (LTERMID=        )".

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING IOPCB-MASK DBPCB-MASK.
       MAINLINE.
           PERFORM 1000-INIT
           PERFORM 2000-RECEIVE-MSG
           IF NOT ERR-FATAL
              PERFORM 3000-EDIT-INPUT
           END-IF
           IF NOT ERR-FATAL
              PERFORM 4000-DLI-PATH
              PERFORM 5000-BUILD-OUTPUT
              PERFORM 6000-SEND-MSG
           END-IF
           PERFORM 9999-EOJ
           GOBACK.

       1000-INIT.
           MOVE SPACES TO GN8MAPOUT
           MOVE "PF3 SIGN-OFF  ENTER=SIGN-ON (VUOTO = CHI E' COLLEGATO)"
             TO M8O-PFINFO
           MOVE "E000" TO WS-MSG-ID
           MOVE GN1-SEV-I TO WS-SEV
           MOVE "MAP" TO WS-FILE
           MOVE "INIT OK" TO WS-DETAIL
           PERFORM 8100-BUILD-MSG
           EXIT.

       2000-RECEIVE-MSG.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                IOPCB-MASK
                                GN8MAPIN
           ADD 1 TO CT-RECV
           MOVE IO-STATUS TO WS-DLI-STAT
           IF WS-DLI-STAT NOT = SPACES
              MOVE GN1-E901 TO WS-MSG-ID
              MOVE GN1-SEV-F TO WS-SEV
              MOVE "IOPCB" TO WS-FILE
              MOVE "GU MESSAGE FAIL" TO WS-DETAIL
              MOVE 12 TO WS-RC
              PERFORM 8000-ERROR-HANDLING
           END-IF
           EXIT.

       3000-EDIT-INPUT.
      * ID IN MAIUSCOLO; PIN E PIN NUOVO DI 4-8 CIFRE, IL NUOVO
      * RIPETUTO UGUALE. I PIN NON FINISCONO MAI NEL MESSAGGIO.
           MOVE FUNCTION UPPER-CASE(M8I-OPERID) TO M8I-OPERID
           MOVE M8I-OPERID TO WS-REC-KEY
           EVALUATE M8I-PFKEY
              WHEN "03"
                 MOVE "SIGNOFF" TO WS-ACTION
              WHEN SPACES
                 IF M8I-OPERID = SPACES
                    MOVE "STATUS" TO WS-ACTION
                 ELSE
                    MOVE "SIGNON" TO WS-ACTION
                 END-IF
              WHEN OTHER
                 MOVE "NOOP" TO WS-ACTION
           END-EVALUATE
           IF WS-ACTION NOT = "SIGNON"
              EXIT PARAGRAPH
           END-IF
           IF M8I-PIN = SPACES
              MOVE GN1-E201 TO WS-MSG-ID
              MOVE GN1-SEV-W TO WS-SEV
              MOVE "MAP" TO WS-FILE
              MOVE "PIN REQUIRED" TO WS-DETAIL
              ADD 1 TO CT-SKIP
              IF WS-RC < 4
                 MOVE 4 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-NEWPIN-SW
           IF M8I-NEWPIN = SPACES AND M8I-NEWPIN2 = SPACES
              EXIT PARAGRAPH
           END-IF
           SET NEWPIN-GIVEN TO TRUE
           MOVE 0 TO WS-PIN-LEN
           INSPECT M8I-NEWPIN TALLYING WS-PIN-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF M8I-NEWPIN NOT = M8I-NEWPIN2
              OR WS-PIN-LEN < 4
              OR M8I-NEWPIN(1:WS-PIN-LEN) IS NOT NUMERIC
              OR (WS-PIN-LEN < 8
                  AND M8I-NEWPIN(WS-PIN-LEN + 1:) NOT = SPACES)
              MOVE GN1-E216 TO WS-MSG-ID
              MOVE GN1-SEV-E TO WS-SEV
              MOVE "MAP" TO WS-FILE
              MOVE "NEW PIN NOT VALID" TO WS-DETAIL
              ADD 1 TO CT-SKIP
              IF WS-RC < 8
                 MOVE 8 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
           END-IF
           EXIT.

       4000-DLI-PATH.
           IF WS-RC = 12
              SET ERR-FATAL TO TRUE
           END-IF
           IF ERR-FATAL OR WS-RC >= 4
              EXIT PARAGRAPH
           END-IF
           EVALUATE WS-ACTION
              WHEN "SIGNON"
                 PERFORM 4100-PATH-SIGNON
              WHEN "SIGNOFF"
                 PERFORM 4200-PATH-SIGNOFF
              WHEN "STATUS"
                 PERFORM 4300-PATH-STATUS
              WHEN OTHER
                 MOVE "|PATH| NO-OP UNKNOWN PF" TO M8O-PATHTX
                 MOVE GN1-E301 TO WS-MSG-ID
                 MOVE GN1-SEV-E TO WS-SEV
                 MOVE "MAP" TO WS-FILE
                 MOVE "PF NOT DEFINED" TO WS-DETAIL
                 IF WS-RC < 8
                    MOVE 8 TO WS-RC
                 END-IF
                 PERFORM 8000-ERROR-HANDLING
           END-EVALUATE
           EXIT.

       4100-PATH-SIGNON.
      * OPERATORE PER GU QUALIFICATA, CONFRONTO DELL'IMPRONTA DEL PIN
      * (GNOPRS0 FUNZIONE H), REPL DELL'OPERATORE CON CONTATORE DEGLI
      * ERRORI E ORE DI SIGN-ON, POI SESSIONE DEL TERMINALE (REPL SE
      * C'E' GIA', CHIUNQUE FOSSE COLLEGATO, ALTRIMENTI ISRT).
      * OPERATORE SCONOSCIUTO E PIN ERRATO DANNO LO STESSO MESSAGGIO.
           MOVE "|PATH| GU OPERATR -> REPL OPERATR/SIGNON" TO M8O-PATHTX
           MOVE M8I-OPERID TO WS-SSA-OPRS(17:8)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                OPERATOR-SEGMENT
                                WS-SSA-OPRS
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           IF WS-DLI-STAT NOT = SPACES
              MOVE "OPERATOR/PIN NOT VALID" TO WS-DETAIL
              PERFORM 4190-SIGNON-REFUSED
              EXIT PARAGRAPH
           END-IF
           IF OPRS-RETIRED
              MOVE "OPERATOR RETIRED" TO WS-DETAIL
              PERFORM 4190-SIGNON-REFUSED
              EXIT PARAGRAPH
           END-IF
           IF OPRS-LOCKED
              MOVE "OPERATOR LOCKED" TO WS-DETAIL
              PERFORM 4190-SIGNON-REFUSED
              EXIT PARAGRAPH
           END-IF
           MOVE "H" TO OPR-IN-FUNC
           MOVE OPRS-ID TO OPR-IN-OPID
           MOVE M8I-PIN TO OPR-IN-PIN
           CALL "GNOPRS0" USING GNOPR-IO DBPCB-MASK
           MOVE "N" TO WS-PIN-OK
           IF OPR-OUT-HASH = OPRS-PIN-HASH
              SET PIN-OK TO TRUE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS
           IF PIN-OK
              MOVE 0 TO OPRS-PIN-FAILS
              MOVE OPRS-LAST-SIGNON TO OPRS-PREV-SIGNON
              MOVE WS-NOW-TS TO OPRS-LAST-SIGNON
              MOVE IO-LTERM TO OPRS-LTERM
              IF NEWPIN-GIVEN
                 MOVE M8I-NEWPIN TO OPR-IN-PIN
                 CALL "GNOPRS0" USING GNOPR-IO DBPCB-MASK
                 MOVE OPR-OUT-HASH TO OPRS-PIN-HASH
              END-IF
           ELSE
              IF OPRS-PIN-FAILS < 9
                 ADD 1 TO OPRS-PIN-FAILS
              END-IF
              IF OPRS-PIN-FAILS >= WS-PIN-MAX-FAILS
                 SET OPRS-LOCKED TO TRUE
              END-IF
           END-IF
           MOVE DLI-REPL TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                OPERATOR-SEGMENT
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           IF WS-DLI-STAT NOT = SPACES
              PERFORM 8050-CLASSIFY-DLI-STATUS
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           IF NOT PIN-OK
              IF OPRS-LOCKED
                 MOVE "OPERATOR LOCKED" TO WS-DETAIL
              ELSE
                 MOVE "OPERATOR/PIN NOT VALID" TO WS-DETAIL
              END-IF
              PERFORM 4190-SIGNON-REFUSED
              EXIT PARAGRAPH
           END-IF

           MOVE IO-LTERM TO WS-SSA-SIGN(18:8)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                SIGNON-SEGMENT
                                WS-SSA-SIGN
           ADD 1 TO CT-DLI
           IF DB-STATUS = SPACES
              MOVE DLI-REPL TO WS-DLI-FUNC
           ELSE
              MOVE DLI-ISRT TO WS-DLI-FUNC
           END-IF
           MOVE SPACES TO SIGNON-SEGMENT
           MOVE IO-LTERM TO SGN-LTERM-ID
           MOVE OPRS-ID TO SGN-OPER-ID
           MOVE WS-NOW-TS TO SGN-START-TS
           MOVE WS-NOW-TS TO SGN-LAST-TS
           IF WS-DLI-FUNC = DLI-ISRT
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   SIGNON-SEGMENT
                                   WS-SSA-SIGN
           ELSE
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   SIGNON-SEGMENT
           END-IF
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           IF WS-DLI-STAT NOT = SPACES
              PERFORM 8050-CLASSIFY-DLI-STATUS
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO CT-SAVE
           MOVE OPRS-ID TO M8O-OPERID
           MOVE OPRS-NAME TO M8O-OPNAME
           MOVE OPRS-ROLE TO M8O-ROLE
           MOVE WS-NOW-TS TO WS-TS-IN
           PERFORM 4900-FORMAT-TS
           MOVE WS-TS-OUT TO M8O-START
           MOVE OPRS-PREV-SIGNON TO WS-TS-IN
           PERFORM 4900-FORMAT-TS
           MOVE WS-TS-OUT TO M8O-PREVSGN
           IF NEWPIN-GIVEN
              MOVE "SIGNED ON, PIN CHANGED" TO WS-DETAIL
           ELSE
              MOVE "SIGNED ON" TO WS-DETAIL
           END-IF
           EXIT.

       4190-SIGNON-REFUSED.
           MOVE GN1-E216 TO WS-MSG-ID
           MOVE GN1-SEV-E TO WS-SEV
           MOVE "DBPCB" TO WS-FILE
           IF WS-RC < 8
              MOVE 8 TO WS-RC
           END-IF
           PERFORM 8000-ERROR-HANDLING
           EXIT.

       4200-PATH-SIGNOFF.
      * CHIUSURA DELLA SESSIONE DEL TERMINALE, CHIUNQUE SIA COLLEGATO:
      * CHI SI ALZA DAL TERMINALE NON LASCIA LA PROPRIA IDENTITA' AL
      * PROSSIMO VOLONTARIO.
           MOVE "|PATH| GU SIGNON -> DLET SIGNON" TO M8O-PATHTX
           MOVE IO-LTERM TO WS-SSA-SIGN(18:8)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                SIGNON-SEGMENT
                                WS-SSA-SIGN
           ADD 1 TO CT-DLI
           IF DB-STATUS NOT = SPACES
              MOVE "NO OPERATOR SIGNED ON" TO WS-DETAIL
              EXIT PARAGRAPH
           END-IF
           MOVE SGN-OPER-ID TO WS-REC-KEY
           MOVE DLI-DLET TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                SIGNON-SEGMENT
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           IF WS-DLI-STAT NOT = SPACES
              PERFORM 8050-CLASSIFY-DLI-STATUS
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO CT-DEL
           MOVE "SIGNED OFF" TO WS-DETAIL
           EXIT.

       4300-PATH-STATUS.
      * CHI E' COLLEGATO A QUESTO TERMINALE: LA STESSA RISOLUZIONE DI
      * OGNI ALTRA TRANSAZIONE, CHE CONTA COME ATTIVITA'.
           MOVE "|PATH| GU SIGNON -> GU OPERATR" TO M8O-PATHTX
           MOVE "R" TO OPR-IN-FUNC
           MOVE IO-LTERM TO OPR-IN-LTERM
           CALL "GNOPRS0" USING GNOPR-IO DBPCB-MASK
           ADD 1 TO CT-DLI
           EVALUATE TRUE
              WHEN OPR-SIGNED-ON
                 MOVE OPR-OUT-OPID TO M8O-OPERID
                 MOVE OPR-OUT-NAME TO M8O-OPNAME
                 MOVE OPR-OUT-ROLE TO M8O-ROLE
                 MOVE OPR-OUT-START-TS TO WS-TS-IN
                 PERFORM 4900-FORMAT-TS
                 MOVE WS-TS-OUT TO M8O-START
                 MOVE OPR-OUT-PREV-SIGNON TO WS-TS-IN
                 PERFORM 4900-FORMAT-TS
                 MOVE WS-TS-OUT TO M8O-PREVSGN
                 MOVE OPR-OUT-OPID TO WS-REC-KEY
                 MOVE "OPERATOR SIGNED ON" TO WS-DETAIL
              WHEN OPR-TIMED-OUT
                 MOVE "SESSION TIMED OUT" TO WS-DETAIL
              WHEN OPR-SUSPENDED
                 MOVE "OPERATOR NOT ACTIVE" TO WS-DETAIL
              WHEN OTHER
                 MOVE "NO OPERATOR SIGNED ON" TO WS-DETAIL
           END-EVALUATE
           EXIT.

       4900-FORMAT-TS.
      * AAAAMMGGHHMMSS -> AAAA-MM-GG HH:MM (SPAZI SE ASSENTE)
           MOVE SPACES TO WS-TS-OUT
           IF WS-TS-IN IS NUMERIC
              STRING WS-TS-IN(1:4) "-" WS-TS-IN(5:2) "-"
                     WS-TS-IN(7:2) " " WS-TS-IN(9:2) ":"
                     WS-TS-IN(11:2)
                DELIMITED BY SIZE INTO WS-TS-OUT
           END-IF
           EXIT.

       8050-CLASSIFY-DLI-STATUS.
      * STESSO CLASSIFICATORE DI IGONL01/IGONL02: STATUS DL/I GREZZO
      * TRADOTTO NEL CATALOGO GN1ERR.
           MOVE "DBPCB" TO WS-FILE
           EVALUATE WS-DLI-STAT
              WHEN "GE"
                 MOVE GN1-E201 TO WS-MSG-ID
                 MOVE GN1-SEV-W TO WS-SEV
                 MOVE "SEGMENT NOT FOUND" TO WS-DETAIL
                 IF WS-RC < 4
                    MOVE 4 TO WS-RC
                 END-IF
              WHEN "GB"
                 MOVE GN1-E202 TO WS-MSG-ID
                 MOVE GN1-SEV-W TO WS-SEV
                 MOVE "END OF DATABASE" TO WS-DETAIL
                 IF WS-RC < 4
                    MOVE 4 TO WS-RC
                 END-IF
              WHEN "GK"
                 MOVE GN1-E203 TO WS-MSG-ID
                 MOVE GN1-SEV-W TO WS-SEV
                 MOVE "SSA QUALIFICATION FAILED" TO WS-DETAIL
                 IF WS-RC < 4
                    MOVE 4 TO WS-RC
                 END-IF
              WHEN "II"
                 MOVE GN1-E204 TO WS-MSG-ID
                 MOVE GN1-SEV-E TO WS-SEV
                 MOVE "DUPLICATE SEGMENT ON INSERT" TO WS-DETAIL
                 IF WS-RC < 8
                    MOVE 8 TO WS-RC
                 END-IF
              WHEN OTHER
                 MOVE GN1-E901 TO WS-MSG-ID
                 MOVE GN1-SEV-F TO WS-SEV
                 MOVE "DL/I STATUS FAIL" TO WS-DETAIL
                 MOVE 12 TO WS-RC
           END-EVALUATE
           EXIT.

       5000-BUILD-OUTPUT.
           MOVE IO-LTERM TO M8O-LTERM
           PERFORM 8100-BUILD-MSG
           EXIT.

       6000-SEND-MSG.
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                IOPCB-MASK
                                GN8MAPOUT
           ADD 1 TO CT-SEND
           MOVE IO-STATUS TO WS-DLI-STAT
           IF WS-DLI-STAT NOT = SPACES
              MOVE GN1-E901 TO WS-MSG-ID
              MOVE GN1-SEV-F TO WS-SEV
              MOVE "IOPCB" TO WS-FILE
              MOVE "ISRT MESSAGE FAIL" TO WS-DETAIL
              MOVE 12 TO WS-RC
              PERFORM 8000-ERROR-HANDLING
           END-IF
           EXIT.

       8000-ERROR-HANDLING.
           ADD 1 TO CT-ERR
           IF WS-SEV = GN1-SEV-F
              SET ERR-FATAL TO TRUE
           END-IF
           PERFORM 8100-BUILD-MSG
           EXIT.

       8100-BUILD-MSG.
           MOVE SPACES TO M8O-MSGTXT
           STRING "GN370 "
                  WS-PROGRAM
                  " "
                  WS-MSG-ID
                  " "
                  WS-SEV
                  " "
                  WS-FILE
                  " "
                  WS-REC-KEY
                  " "
                  WS-DETAIL
             DELIMITED BY SIZE
             INTO M8O-MSGTXT
           END-STRING
           EXIT.

       9999-EOJ.
           IF WS-RC = 0 AND CT-ERR > 0
              MOVE 4 TO WS-RC
           END-IF
           MOVE WS-RC TO RETURN-CODE
           EXIT.

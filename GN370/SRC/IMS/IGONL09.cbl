       IDENTIFICATION DIVISION.
       PROGRAM-ID. IGONL09.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. IMS/DC transaction GNPG009 - navigatore dell'albero.
                GNPG001 mostra una persona alla volta e i legami
                RELATE si seguono a mano con PICK ed ENTER; qui una
                sola schermata disegna quattro generazioni: persona,
                genitori, nonni e bisnonni nelle caselle 1-15
                numerate come l'Ahnentafel, ognuna con nome, anni di
                nascita e morte, stato di prova del legame con il
                figlio (REL-PROOF/FLNK-PROOF) e "!" se la persona non
                ha citazioni. I genitori vengono dai RELATE PADRE/
                MADRE verso la persona (campo di ricerca TARGID) e,
                dove mancano, dalla famiglia in cui e' figlia FAMLNK
                (campo di ricerca PERSID). PF5/PF6 salgono sulla
                linea paterna/materna, PF7 scende su un figlio (su
                quello da cui si era saliti, se c'e'), PF8 passa al
                fratello successivo, PF9 mette al centro la casella
                scelta; ENTER con una casella scelta apre la persona
                in GNPG001 (program switch sul PCB alternativo,
                stessa via del PICK). Le persone riservate appaiono
                come stub, e l'albero non prosegue oltre di loro,
                salvo per gli operatori ADMIN collegati, la cui
                visione completa e' registrata nel journal come in
                GNPG001. Sola consultazione: nessun sign-on
                richiesto. Stessa ossatura deterministica di
                IGONL02/IGONL08.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-RC                 PIC S9(4) COMP VALUE 0.
       77  WS-PROGRAM            PIC X(8) VALUE "IGONL09".
       77  WS-TRANS              PIC X(8) VALUE "GNPG009".
       77  WS-MSG-ID             PIC X(4) VALUE "E000".
       77  WS-SEV                PIC X VALUE "I".
       77  WS-FILE               PIC X(8) VALUE "MAP".
       77  WS-REC-KEY            PIC X(12) VALUE SPACES.
       77  WS-DETAIL             PIC X(24) VALUE "INIT".
       77  WS-ACTION             PIC X(8) VALUE "ENTER".
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-DLI-STAT           PIC X(2) VALUE SPACES.
       77  WS-ID-SEQ-DISPLAY     PIC 9(7) VALUE 0.
      * TRANSAZIONE DI DESTINAZIONE DEL PROGRAM SWITCH (APERTURA)
       77  WS-NEXT-TRAN          PIC X(8) VALUE "GNPG001 ".
      * OPERATORE COLLEGATO AL TERMINALE (SIGN-ON IGONL08)
       77  WS-OPER-ID            PIC X(8) VALUE SPACES.
      * CASELLA CORRENTE E CASELLA SCELTA DALL'OPERATORE
       77  WS-BX                 PIC 9(2) VALUE 0.
       77  WS-SEL-BOX            PIC 9(2) VALUE 0.
      * PERSONA DI CUI CERCARE I GENITORI E SUO ESITO
       77  WS-CHILD-ID           PIC X(12) VALUE SPACES.
       77  WS-FATH-ID            PIC X(12) VALUE SPACES.
       77  WS-FATH-PRF           PIC X(1) VALUE SPACE.
       77  WS-MOTH-ID            PIC X(12) VALUE SPACES.
       77  WS-MOTH-PRF           PIC X(1) VALUE SPACE.
       77  WS-FLNK-FAM           PIC X(12) VALUE SPACES.
       77  WS-FLNK-PRF           PIC X(1) VALUE SPACE.
      * GENITORE DI CUI CARICARE I FIGLI
       77  WS-PARENT-ID          PIC X(12) VALUE SPACES.
       77  WS-NEW-KID            PIC X(12) VALUE SPACES.
       77  WS-KID-CT             PIC 9(2) VALUE 0.
       77  WS-KID-MAX            PIC 9(2) VALUE 40.
       77  WS-KX                 PIC 9(2) VALUE 0.
       77  WS-KID-POS            PIC 9(2) VALUE 0.
       77  WS-FAM-CT             PIC 9(2) VALUE 0.
       77  WS-FAM-MAX            PIC 9(2) VALUE 10.
       77  WS-FX                 PIC 9(2) VALUE 0.
      * PERSONA DESTINAZIONE DELLA NAVIGAZIONE
       77  WS-TARGET-ID          PIC X(12) VALUE SPACES.
      * ANNI DI NASCITA E MORTE DELLA CASELLA
       77  WS-BIRTH-YR           PIC X(4) VALUE SPACES.
       77  WS-DEATH-YR           PIC X(4) VALUE SPACES.
       77  WS-BURIAL-YR          PIC X(4) VALUE SPACES.

      * CASELLE DELL'ALBERO PER NUMERO AHNENTAFEL: PERS-ID, PROVA DEL
      * LEGAME CON IL FIGLIO, "Y" SE MOSTRATA COME STUB RISERVATO
       01  WS-PED-TABLE.
           05 WS-PED OCCURS 15 TIMES.
              10 WS-PED-ID       PIC X(12).
              10 WS-PED-PRF      PIC X(1).
              10 WS-PED-STUB     PIC X(1).

      * FIGLI DI UN GENITORE (RELATE E FAMLNK, SENZA DOPPIONI) E
      * FAMIGLIE IN CUI IL GENITORE E' CONIUGE
       01  WS-KID-TABLE.
           05 WS-KID-ID OCCURS 40 TIMES PIC X(12).
       01  WS-FAM-TABLE.
           05 WS-FAM-ID OCCURS 10 TIMES PIC X(12).

       01  WS-SW.
           10 WS-ERR-FATAL       PIC X VALUE "N".
              88 ERR-FATAL       VALUE "Y".
           10 WS-OPER-ADMIN      PIC X VALUE "N".
              88 OPER-ADMIN      VALUE "Y".
           10 WS-SWITCHED        PIC X VALUE "N".
              88 SWITCHED        VALUE "Y".
           10 WS-SUBJ-OPEN       PIC X VALUE "N".
              88 SUBJ-OPEN       VALUE "Y".
           10 WS-FLNK-FOUND      PIC X VALUE "N".
              88 FLNK-FOUND      VALUE "Y".

       COPY GN1ERR.
       COPY GN1CTR.
       COPY GN9MIN.
       COPY GN9MOUT.
       COPY GN1MIN.
       COPY GN1PRSN.
       COPY GN1EVNT.
       COPY GN1RELT.
       COPY GN1FLNK.
       COPY GN1CITA.
       COPY GNFAMIL.
       COPY GN1JRNL.
       COPY "GNOPRIO.cpy".

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".
           05 DLI-ISRT           PIC X(4) VALUE "ISRT".
           05 DLI-CHNG           PIC X(4) VALUE "CHNG".
           05 DLI-PURG           PIC X(4) VALUE "PURG".

       01  WS-SSA.
           05 WS-SSA-PERS        PIC X(30)
              VALUE "PERSON  (PERSID=            )".
           05 WS-SSA-EVNT        PIC X(30)
              VALUE "EVENT   (PERSID=            )".
           05 WS-SSA-CITA        PIC X(30)
              VALUE "CITATN  (PERSID=            )".
      *    RELATE VERSO LA PERSONA (IL FIGLIO DEI LEGAMI PADRE/MADRE)
      *    E RELATE DELLA PERSONA (IL GENITORE)
           05 WS-SSA-RELT-TARG   PIC X(30)
              VALUE "RELATE  (TARGID=            )".
           05 WS-SSA-RELT        PIC X(30)
              VALUE "RELATE  (PERSID=            )".
      *    FAMLNK DELLA PERSONA LEGATA E FAMLNK DI UNA FAMIGLIA
           05 WS-SSA-FLNK-PERS   PIC X(30)
              VALUE "FAMLNK  (PERSID=            )".
           05 WS-SSA-FLNK        PIC X(30)
              VALUE "FAMLNK  (FAMID =            )".
           05 WS-SSA-FAML-ID     PIC X(30)
              VALUE "FAMILY  (FAMID =            )".
           05 WS-SSA-FAML        PIC X(30)
              VALUE "FAMILY  (FATHID=            )".
           05 WS-SSA-JRNL        PIC X(30)
              VALUE "JOURNAL (PERSID=            )".

       LINKAGE SECTION.
       COPY GN1PCBS.
      * PCB ALTERNATIVO MODIFICABILE (SECONDO NEL PSB): DESTINAZIONE
      * DEL PROGRAM SWITCH VERSO GNPG001
       01  ALTPCB-MASK.
           05 ALT-DEST              PIC X(8).
           05 ALT-RESV1             PIC X(2).
           05 ALT-STATUS            PIC X(2).

       PROCEDURE DIVISION USING IOPCB-MASK ALTPCB-MASK DBPCB-MASK.
       MAINLINE.
           PERFORM 1000-INIT
           PERFORM 2000-RECEIVE-MSG
           IF NOT ERR-FATAL
              PERFORM 3000-EDIT-INPUT
           END-IF
           IF NOT ERR-FATAL
              PERFORM 4000-DLI-PATH
      *       DOPO UN PROGRAM SWITCH RISPONDE GNPG001 AL TERMINALE
              IF NOT SWITCHED
                 PERFORM 5000-BUILD-OUTPUT
                 PERFORM 6000-SEND-MSG
              END-IF
           END-IF
           PERFORM 9999-EOJ
           GOBACK.

       1000-INIT.
           MOVE SPACES TO GN9MAPOUT
           MOVE SPACES TO WS-PED-TABLE
           MOVE 0 TO M9O-KIDCT M9O-SIBCT
           STRING "PF1HLP 3EXI 5PADRE 6MADRE 7FIGLIO 8FRATELLO"
                  DELIMITED BY SIZE
                  " 9CENTRA 12RST ENTER=APRI"
                  DELIMITED BY SIZE
             INTO M9O-PFINFO
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
                                GN9MAPIN
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
      * OGNI AZIONE TRANNE EXIT/RESET/HELP PARTE DALLA PERSONA
      * CENTRALE; LA CASELLA SCELTA (01-15) SERVE A ENTER PER APRIRLA
      * IN GNPG001 E A PF9 PER METTERLA AL CENTRO.
           MOVE M9I-SUBJID TO WS-REC-KEY
           MOVE 0 TO WS-SEL-BOX
           EVALUATE M9I-PFKEY
              WHEN "01"
                 MOVE "HELP" TO WS-ACTION
              WHEN "03"
                 MOVE "EXIT" TO WS-ACTION
              WHEN "05"
                 MOVE "FATHER" TO WS-ACTION
              WHEN "06"
                 MOVE "MOTHER" TO WS-ACTION
              WHEN "07"
                 MOVE "DOWN" TO WS-ACTION
              WHEN "08"
                 MOVE "ACROSS" TO WS-ACTION
              WHEN "09"
                 MOVE "CENTER" TO WS-ACTION
              WHEN "12"
                 MOVE "RESET" TO WS-ACTION
              WHEN SPACES
                 IF M9I-SELBOX NOT = SPACES
                    MOVE "OPEN" TO WS-ACTION
                 ELSE
                    MOVE "ENTER" TO WS-ACTION
                 END-IF
              WHEN OTHER
                 MOVE "NOOP" TO WS-ACTION
           END-EVALUATE
           IF WS-ACTION = "HELP" OR WS-ACTION = "EXIT" OR
              WS-ACTION = "RESET" OR WS-ACTION = "NOOP"
              EXIT PARAGRAPH
           END-IF
           IF WS-ACTION = "OPEN" OR WS-ACTION = "CENTER"
              IF FUNCTION TRIM(M9I-SELBOX) IS NUMERIC
                 MOVE FUNCTION TRIM(M9I-SELBOX) TO WS-SEL-BOX
              END-IF
              IF WS-SEL-BOX < 1 OR WS-SEL-BOX > 15
                 MOVE GN1-E201 TO WS-MSG-ID
                 MOVE GN1-SEV-W TO WS-SEV
                 MOVE "MAP" TO WS-FILE
                 MOVE "BOX 01-15 REQUIRED" TO WS-DETAIL
                 ADD 1 TO CT-SKIP
                 IF WS-RC < 4
                    MOVE 4 TO WS-RC
                 END-IF
                 PERFORM 8000-ERROR-HANDLING
                 EXIT PARAGRAPH
              END-IF
              IF M9I-BOXID(WS-SEL-BOX) = SPACES
                 MOVE GN1-E201 TO WS-MSG-ID
                 MOVE GN1-SEV-W TO WS-SEV
                 MOVE "MAP" TO WS-FILE
                 MOVE "BOX EMPTY" TO WS-DETAIL
                 ADD 1 TO CT-SKIP
                 IF WS-RC < 4
                    MOVE 4 TO WS-RC
                 END-IF
                 PERFORM 8000-ERROR-HANDLING
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF M9I-SUBJID = SPACES
              MOVE GN1-E201 TO WS-MSG-ID
              MOVE GN1-SEV-W TO WS-SEV
              MOVE "MAP" TO WS-FILE
              MOVE "SUBJECT ID REQUIRED" TO WS-DETAIL
              ADD 1 TO CT-SKIP
              IF WS-RC < 4
                 MOVE 4 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
           END-IF
           EXIT.

       4000-DLI-PATH.
           IF WS-RC = 12
              SET ERR-FATAL TO TRUE
           END-IF
           IF ERR-FATAL
              EXIT PARAGRAPH
           END-IF
           PERFORM 3400-RESOLVE-OPERATOR
      *    UN INPUT INCOMPLETO RIDISEGNA L'ALBERO CORRENTE, SE C'E',
      *    CON IL MESSAGGIO DI 3000 GIA' IMPOSTATO
           IF WS-RC >= 4
              IF M9I-SUBJID NOT = SPACES
                 MOVE M9I-SUBJID TO WS-TARGET-ID
                 MOVE M9I-FROMID TO M9O-FROMID
                 PERFORM 4200-BUILD-PEDIGREE
              END-IF
              EXIT PARAGRAPH
           END-IF
           EVALUATE WS-ACTION
              WHEN "ENTER"
                 PERFORM 4100-PATH-ENTER
              WHEN "HELP"
                 PERFORM 4110-PATH-HELP
              WHEN "EXIT"
                 PERFORM 4140-PATH-EXIT
              WHEN "RESET"
                 PERFORM 4150-PATH-RESET
              WHEN "FATHER"
                 PERFORM 4160-PATH-UP
              WHEN "MOTHER"
                 PERFORM 4160-PATH-UP
              WHEN "DOWN"
                 PERFORM 4170-PATH-DOWN
              WHEN "ACROSS"
                 PERFORM 4180-PATH-ACROSS
              WHEN "CENTER"
                 PERFORM 4196-PATH-CENTER
              WHEN "OPEN"
                 PERFORM 4195-PATH-OPEN
              WHEN OTHER
                 PERFORM 4190-PATH-NOOP
           END-EVALUATE
           EXIT.

       3400-RESOLVE-OPERATOR.
      * OPERATORE DI SESSIONE DEL TERMINALE (GNOPRS0, FUNZIONE R),
      * COME IN IGONL01: SERVE SOLO A SAPERE SE CHI E' COLLEGATO PUO'
      * VEDERE PER INTERO LE PERSONE RISERVATE. SENZA SESSIONE IL
      * JOURNAL REGISTREREBBE IL TERMINALE.
           MOVE "R" TO OPR-IN-FUNC
           MOVE IO-LTERM TO OPR-IN-LTERM
           CALL "GNOPRS0" USING GNOPR-IO DBPCB-MASK
           ADD 1 TO CT-DLI
           MOVE "N" TO WS-OPER-ADMIN
           IF OPR-SIGNED-ON
              MOVE OPR-OUT-OPID TO WS-OPER-ID
              IF OPR-ROLE-ADMIN
                 SET OPER-ADMIN TO TRUE
              END-IF
           ELSE
              MOVE IO-LTERM TO WS-OPER-ID
           END-IF
           EXIT.

       4100-PATH-ENTER.
           MOVE "|PATH| GU PERSON -> RELATE/FAMLNK x7" TO M9O-PATHTX
           MOVE M9I-SUBJID TO WS-TARGET-ID
           MOVE M9I-FROMID TO M9O-FROMID
           PERFORM 4200-BUILD-PEDIGREE
           IF WS-RC < 4
              MOVE "PEDIGREE SHOWN" TO WS-DETAIL
           END-IF
           EXIT.

       4110-PATH-HELP.
           MOVE "|PATH| NO-OP HELP" TO M9O-PATHTX
           MOVE "MAP" TO WS-FILE
           MOVE "HELP REQUESTED" TO WS-DETAIL
           EXIT.

       4140-PATH-EXIT.
           MOVE "|PATH| NO-OP EXIT" TO M9O-PATHTX
           MOVE "MAP" TO WS-FILE
           MOVE "EXIT REQUESTED" TO WS-DETAIL
           EXIT.

       4150-PATH-RESET.
           MOVE "|PATH| NO-OP RESET" TO M9O-PATHTX
           MOVE SPACES TO WS-REC-KEY
           MOVE "MAP" TO WS-FILE
           MOVE "SCREEN RESET" TO WS-DETAIL
           EXIT.

       4160-PATH-UP.
      * SALITA SULLA LINEA PATERNA (PF5) O MATERNA (PF6): IL GENITORE
      * DIVENTA LA PERSONA CENTRALE E LA PERSONA DI PARTENZA RESTA IN
      * M9O-FROMID, COSI' PF7 LA RITROVA.
           MOVE "|PATH| RELATE (TARGID) -> PERSON (UP)" TO M9O-PATHTX
           PERFORM 4120-CHECK-SUBJECT
           IF NOT SUBJ-OPEN
              EXIT PARAGRAPH
           END-IF
           MOVE M9I-SUBJID TO WS-CHILD-ID
           PERFORM 4400-FIND-PARENTS
           IF WS-ACTION = "FATHER"
              MOVE WS-FATH-ID TO WS-TARGET-ID
           ELSE
              MOVE WS-MOTH-ID TO WS-TARGET-ID
           END-IF
           IF WS-TARGET-ID = SPACES
              MOVE GN1-E201 TO WS-MSG-ID
              MOVE GN1-SEV-W TO WS-SEV
              MOVE "DBPCB" TO WS-FILE
              IF WS-ACTION = "FATHER"
                 MOVE "NO FATHER LINK" TO WS-DETAIL
              ELSE
                 MOVE "NO MOTHER LINK" TO WS-DETAIL
              END-IF
              IF WS-RC < 4
                 MOVE 4 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
              MOVE M9I-SUBJID TO WS-TARGET-ID
              MOVE M9I-FROMID TO M9O-FROMID
           ELSE
              MOVE M9I-SUBJID TO M9O-FROMID
              IF WS-ACTION = "FATHER"
                 MOVE "UP PATERNAL LINE" TO WS-DETAIL
              ELSE
                 MOVE "UP MATERNAL LINE" TO WS-DETAIL
              END-IF
           END-IF
           PERFORM 4200-BUILD-PEDIGREE
           EXIT.

       4170-PATH-DOWN.
      * DISCESA SU UN FIGLIO: QUELLO DA CUI SI ERA SALITI SE E' FRA I
      * FIGLI DELLA PERSONA CENTRALE, ALTRIMENTI IL PRIMO TROVATO.
           MOVE "|PATH| RELATE/FAMILY -> FAMLNK (DOWN)" TO M9O-PATHTX
           PERFORM 4120-CHECK-SUBJECT
           IF NOT SUBJ-OPEN
              EXIT PARAGRAPH
           END-IF
           MOVE M9I-SUBJID TO WS-PARENT-ID
           PERFORM 4500-LOAD-KIDS
           IF WS-KID-CT = 0
              MOVE GN1-E201 TO WS-MSG-ID
              MOVE GN1-SEV-W TO WS-SEV
              MOVE "DBPCB" TO WS-FILE
              MOVE "NO CHILDREN" TO WS-DETAIL
              IF WS-RC < 4
                 MOVE 4 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
              MOVE M9I-SUBJID TO WS-TARGET-ID
              MOVE M9I-FROMID TO M9O-FROMID
              PERFORM 4200-BUILD-PEDIGREE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-KID-ID(1) TO WS-TARGET-ID
           MOVE 0 TO WS-KID-POS
           IF M9I-FROMID NOT = SPACES
              MOVE M9I-FROMID TO WS-NEW-KID
              PERFORM 4580-FIND-KID-POS
              IF WS-KID-POS > 0
                 MOVE M9I-FROMID TO WS-TARGET-ID
              END-IF
           END-IF
           MOVE SPACES TO M9O-FROMID
           MOVE "DOWN TO CHILD" TO WS-DETAIL
           PERFORM 4200-BUILD-PEDIGREE
           EXIT.

       4180-PATH-ACROSS.
      * FRATELLO SUCCESSIVO: I FIGLI DEL PADRE (O DELLA MADRE, SE IL
      * PADRE MANCA) NELL'ORDINE IN CUI SONO REGISTRATI, RICOMINCIANDO
      * DAL PRIMO DOPO L'ULTIMO.
           MOVE "|PATH| RELATE (TARGID) -> RELATE (ACROSS)"
             TO M9O-PATHTX
           PERFORM 4120-CHECK-SUBJECT
           IF NOT SUBJ-OPEN
              EXIT PARAGRAPH
           END-IF
           MOVE M9I-SUBJID TO WS-CHILD-ID
           PERFORM 4400-FIND-PARENTS
           MOVE 0 TO WS-KID-CT
           IF WS-FATH-ID NOT = SPACES
              MOVE WS-FATH-ID TO WS-PARENT-ID
              PERFORM 4500-LOAD-KIDS
           END-IF
           IF WS-KID-CT < 2 AND WS-MOTH-ID NOT = SPACES
              MOVE WS-MOTH-ID TO WS-PARENT-ID
              PERFORM 4500-LOAD-KIDS
           END-IF
           MOVE M9I-SUBJID TO WS-NEW-KID
           PERFORM 4580-FIND-KID-POS
           IF WS-KID-CT < 2 OR WS-KID-POS = 0
              MOVE GN1-E201 TO WS-MSG-ID
              MOVE GN1-SEV-W TO WS-SEV
              MOVE "DBPCB" TO WS-FILE
              MOVE "NO SIBLINGS" TO WS-DETAIL
              IF WS-RC < 4
                 MOVE 4 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
              MOVE M9I-SUBJID TO WS-TARGET-ID
              MOVE M9I-FROMID TO M9O-FROMID
              PERFORM 4200-BUILD-PEDIGREE
              EXIT PARAGRAPH
           END-IF
           IF WS-KID-POS >= WS-KID-CT
              MOVE WS-KID-ID(1) TO WS-TARGET-ID
           ELSE
              MOVE WS-KID-ID(WS-KID-POS + 1) TO WS-TARGET-ID
           END-IF
           MOVE SPACES TO M9O-FROMID
           MOVE "ACROSS TO SIBLING" TO WS-DETAIL
           PERFORM 4200-BUILD-PEDIGREE
           EXIT.

       4120-CHECK-SUBJECT.
      * LA NAVIGAZIONE PARTE DA UNA PERSONA ESISTENTE; DA UNO STUB
      * RISERVATO NON SI MUOVE CHI NON E' ADMIN: GENITORI, FIGLI E
      * FRATELLI BASTEREBBERO A IDENTIFICARLO.
           MOVE "N" TO WS-SUBJ-OPEN
           MOVE "PERSON  (PERSID=            )" TO WS-SSA-PERS
           MOVE M9I-SUBJID TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           IF WS-DLI-STAT NOT = SPACES
              PERFORM 8050-CLASSIFY-DLI-STATUS
              MOVE "PERSON NOT FOUND" TO WS-DETAIL
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           IF PERS-RESTRICTED = "Y" AND NOT OPER-ADMIN
              MOVE GN1-E209 TO WS-MSG-ID
              MOVE GN1-SEV-W TO WS-SEV
              MOVE "DBPCB" TO WS-FILE
              MOVE "RESTRICTED STUB" TO WS-DETAIL
              IF WS-RC < 4
                 MOVE 4 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
              MOVE M9I-SUBJID TO WS-TARGET-ID
              MOVE M9I-FROMID TO M9O-FROMID
              PERFORM 4200-BUILD-PEDIGREE
              EXIT PARAGRAPH
           END-IF
           SET SUBJ-OPEN TO TRUE
           EXIT.

       4190-PATH-NOOP.
           MOVE "|PATH| NO-OP UNKNOWN PF" TO M9O-PATHTX
           MOVE GN1-E301 TO WS-MSG-ID
           MOVE GN1-SEV-E TO WS-SEV
           MOVE "MAP" TO WS-FILE
           MOVE "PF NOT DEFINED" TO WS-DETAIL
           IF WS-RC < 8
              MOVE 8 TO WS-RC
           END-IF
           PERFORM 8000-ERROR-HANDLING
           EXIT.

       4195-PATH-OPEN.
      * APERTURA DELLA CASELLA IN GNPG001: PROGRAM SWITCH DIFFERITO
      * SUL PCB ALTERNATIVO (CHNG + ISRT + PURG) CON UN MESSAGGIO
      * GN1MAPIN CHE PORTA IL PERS-ID IN MI-PICKID, COSI' IGONL01 LO
      * VALIDA E LO MOSTRA COME UNA SCELTA DALLA PICK LIST (EMBARGO
      * COMPRESO). LA RISPOSTA AL TERMINALE LA DA' IGONL01.
           MOVE "|PATH| CHNG ALTPCB -> ISRT/PURG GNPG001" TO M9O-PATHTX
           MOVE M9I-BOXID(WS-SEL-BOX) TO WS-REC-KEY
           INITIALIZE GN1MAPIN
           MOVE LENGTH OF GN1MAPIN TO MI-LL
           MOVE 0 TO MI-ZZ
           MOVE M9I-BOXID(WS-SEL-BOX) TO MI-PICKID
           MOVE M9I-BOXID(WS-SEL-BOX) TO MI-SELFID
           MOVE DLI-CHNG TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                ALTPCB-MASK
                                WS-NEXT-TRAN
           ADD 1 TO CT-SEND
           MOVE ALT-STATUS TO WS-DLI-STAT
           IF WS-DLI-STAT = SPACES
              MOVE DLI-ISRT TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   ALTPCB-MASK
                                   GN1MAPIN
              ADD 1 TO CT-SEND
              MOVE ALT-STATUS TO WS-DLI-STAT
           END-IF
           IF WS-DLI-STAT = SPACES
              MOVE DLI-PURG TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   ALTPCB-MASK
              MOVE ALT-STATUS TO WS-DLI-STAT
           END-IF
           IF WS-DLI-STAT = SPACES
              SET SWITCHED TO TRUE
              MOVE "OPENED IN GNPG001" TO WS-DETAIL
              EXIT PARAGRAPH
           END-IF
      *    SWITCH NON RIUSCITO: L'OPERATORE RESTA SULL'ALBERO
           MOVE GN1-E301 TO WS-MSG-ID
           MOVE GN1-SEV-E TO WS-SEV
           MOVE "ALTPCB" TO WS-FILE
           MOVE "PROGRAM SWITCH FAIL" TO WS-DETAIL
           IF WS-RC < 8
              MOVE 8 TO WS-RC
           END-IF
           PERFORM 8000-ERROR-HANDLING
           IF M9I-SUBJID NOT = SPACES
              MOVE M9I-SUBJID TO WS-TARGET-ID
              MOVE M9I-FROMID TO M9O-FROMID
              PERFORM 4200-BUILD-PEDIGREE
           END-IF
           EXIT.

       4196-PATH-CENTER.
      * LA CASELLA SCELTA DIVENTA LA PERSONA CENTRALE: PER SALIRE DI
      * PIU' GENERAZIONI IN UN SOLO INVIO.
           MOVE "|PATH| GU PERSON (CENTER)" TO M9O-PATHTX
           MOVE M9I-BOXID(WS-SEL-BOX) TO WS-TARGET-ID
           MOVE SPACES TO M9O-FROMID
           MOVE "BOX CENTERED" TO WS-DETAIL
           PERFORM 4200-BUILD-PEDIGREE
           EXIT.

       4200-BUILD-PEDIGREE.
      * ALBERO DI QUATTRO GENERAZIONI DA WS-TARGET-ID: LA CASELLA N
      * HA IL PADRE IN 2N E LA MADRE IN 2N+1. OGNI CASELLA VIENE
      * RIEMPITA PRIMA DI ESSERE ESPANSA, COSI' UNO STUB RISERVATO
      * FERMA LA SALITA SULLA SUA LINEA.
           MOVE SPACES TO WS-PED-TABLE
           MOVE WS-TARGET-ID TO WS-PED-ID(1)
           MOVE WS-TARGET-ID TO M9O-SUBJID
           MOVE WS-TARGET-ID TO WS-REC-KEY
           PERFORM 4210-FILL-AND-EXPAND
              VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 15
           IF M9O-BOXID(1) = SPACES
      *       PERSONA CENTRALE INESISTENTE: NESSUN CONTEGGIO
              EXIT PARAGRAPH
           END-IF
           IF WS-PED-STUB(1) = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-ID TO WS-PARENT-ID
           PERFORM 4500-LOAD-KIDS
           MOVE WS-KID-CT TO M9O-KIDCT
           MOVE 0 TO WS-KID-CT
           IF WS-PED-ID(2) NOT = SPACES
              MOVE WS-PED-ID(2) TO WS-PARENT-ID
              PERFORM 4500-LOAD-KIDS
           END-IF
           IF WS-KID-CT < 2 AND WS-PED-ID(3) NOT = SPACES
              MOVE WS-PED-ID(3) TO WS-PARENT-ID
              PERFORM 4500-LOAD-KIDS
           END-IF
           IF WS-KID-CT > 0
              MOVE WS-TARGET-ID TO WS-NEW-KID
              PERFORM 4580-FIND-KID-POS
              IF WS-KID-POS > 0
                 SUBTRACT 1 FROM WS-KID-CT
              END-IF
           END-IF
           MOVE WS-KID-CT TO M9O-SIBCT
           EXIT.

       4210-FILL-AND-EXPAND.
           IF WS-PED-ID(WS-BX) = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM 4300-FILL-BOX
           IF WS-BX > 7 OR WS-PED-STUB(WS-BX) = "Y"
              OR M9O-BOXID(WS-BX) = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PED-ID(WS-BX) TO WS-CHILD-ID
           PERFORM 4400-FIND-PARENTS
           MOVE WS-FATH-ID TO WS-PED-ID(WS-BX * 2)
           MOVE WS-FATH-PRF TO WS-PED-PRF(WS-BX * 2)
           MOVE WS-MOTH-ID TO WS-PED-ID(WS-BX * 2 + 1)
           MOVE WS-MOTH-PRF TO WS-PED-PRF(WS-BX * 2 + 1)
           EXIT.

       4300-FILL-BOX.
      * UNA CASELLA: GU DELLA PERSONA, STUB SE RISERVATA E CHI GUARDA
      * NON E' ADMIN (SOLO L'ID, COME IN GNPG001), ALTRIMENTI NOME,
      * ANNI, PROVA DEL LEGAME E SEGNALE DI CITAZIONI MANCANTI.
           MOVE "PERSON  (PERSID=            )" TO WS-SSA-PERS
           MOVE WS-PED-ID(WS-BX) TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           IF WS-DLI-STAT NOT = SPACES
              IF WS-BX = 1
                 PERFORM 8050-CLASSIFY-DLI-STATUS
                 MOVE "PERSON NOT FOUND" TO WS-DETAIL
                 PERFORM 8000-ERROR-HANDLING
              ELSE
      *          LEGAME VERSO UNA PERSONA CHE NON C'E' PIU': SI
      *          MOSTRA L'ID CON IL SEGNALE DEL BUCO
                 MOVE WS-PED-ID(WS-BX) TO M9O-BOXID(WS-BX)
                 MOVE "~GAP~" TO M9O-BOXNAME(WS-BX)
                 MOVE "Y" TO WS-PED-STUB(WS-BX)
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE PERS-ID TO M9O-BOXID(WS-BX)
           IF WS-BX > 1
              MOVE WS-PED-PRF(WS-BX) TO M9O-BOXPRF(WS-BX)
           END-IF
           IF PERS-RESTRICTED = "Y"
              IF NOT OPER-ADMIN
                 MOVE "*** RISERVATO ***" TO M9O-BOXNAME(WS-BX)
                 MOVE "Y" TO WS-PED-STUB(WS-BX)
                 EXIT PARAGRAPH
              END-IF
              PERFORM 4320-LOG-RESTRICTED-VIEW
           END-IF
           MOVE PERS-NAME TO M9O-BOXNAME(WS-BX)
           MOVE "?" TO WS-BIRTH-YR
           IF PERS-BDATE(1:4) IS NUMERIC
              MOVE PERS-BDATE(1:4) TO WS-BIRTH-YR
           END-IF
           PERFORM 4310-FIND-DEATH-YEAR
           STRING WS-BIRTH-YR DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-DEATH-YR DELIMITED BY SPACE
             INTO M9O-BOXYRS(WS-BX)
           MOVE "CITATN  (PERSID=            )" TO WS-SSA-CITA
           MOVE WS-PED-ID(WS-BX) TO WS-SSA-CITA(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1CITA-SEG
                                WS-SSA-CITA
           ADD 1 TO CT-DLI
           IF DB-STATUS NOT = SPACES
              MOVE "!" TO M9O-BOXCIT(WS-BX)
           END-IF
           EXIT.

       4310-FIND-DEATH-YEAR.
      * UN SOLO GIRO SUGLI EVENT FIGLI (COME GN37P006): L'ANNO DELLA
      * MORTE, O IN SUA ASSENZA QUELLO DELLA SEPOLTURA; "?" = IGNOTO.
           MOVE "?" TO WS-DEATH-YR
           MOVE SPACES TO WS-BURIAL-YR
           MOVE "EVENT   (PERSID=            )" TO WS-SSA-EVNT
           MOVE WS-PED-ID(WS-BX) TO WS-SSA-EVNT(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EVNT-SEG
                                WS-SSA-EVNT
           ADD 1 TO CT-DLI
           PERFORM UNTIL DB-STATUS NOT = SPACES
              IF EVNT-DATE(1:4) IS NUMERIC
                 IF EVNT-TYPE = "MORTE"
                    MOVE EVNT-DATE(1:4) TO WS-DEATH-YR
                 END-IF
                 IF EVNT-TYPE = "SEPOLTURA" AND WS-BURIAL-YR = SPACES
                    MOVE EVNT-DATE(1:4) TO WS-BURIAL-YR
                 END-IF
              END-IF
              MOVE DLI-GN TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   GN1EVNT-SEG
                                   WS-SSA-EVNT
              ADD 1 TO CT-DLI
           END-PERFORM
           IF WS-DEATH-YR = "?" AND WS-BURIAL-YR NOT = SPACES
              MOVE WS-BURIAL-YR TO WS-DEATH-YR
           END-IF
           EXIT.

       4320-LOG-RESTRICTED-VIEW.
      * VISIONE COMPLETA DI UN RECORD RISERVATO DA PARTE DI UN ADMIN:
      * RIGA JOURNAL RESTVIEW COME 4209 IN IGONL01.
           MOVE SPACES TO GN1JRNL-SEG
           MOVE CT-DLI TO WS-ID-SEQ-DISPLAY
           STRING "JV" WS-ID-SEQ-DISPLAY
              DELIMITED BY SIZE INTO JRNL-ID
           MOVE "RESTVIEW" TO JRNL-OP
           MOVE PERS-ID TO JRNL-ENTID
           MOVE "RESTRICTED VIEWED (ALBERO)" TO JRNL-DESC
           MOVE WS-OPER-ID TO JRNL-OPER
           STRING IO-DATE IO-TIME DELIMITED BY SIZE INTO JRNL-SESS
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TS
           MOVE GN1PRSN-SEG TO JRNL-BEF-IMG
           MOVE GN1PRSN-SEG TO JRNL-AFT-IMG
           MOVE "JOURNAL (PERSID=            )" TO WS-SSA-JRNL
           MOVE PERS-ID TO WS-SSA-JRNL(17:12)
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1JRNL-SEG
                                WS-SSA-JRNL
           ADD 1 TO CT-DLI
           EXIT.

       4400-FIND-PARENTS.
      * GENITORI DI WS-CHILD-ID: PRIMA I RELATE PADRE/MADRE (O
      * FATHER/MOTHER) CHE PUNTANO ALLA PERSONA, POI PER CIO' CHE
      * MANCA LA PRIMA FAMIGLIA IN CUI E' FIGLIA FAMLNK. LO STATO DI
      * PROVA VUOTO VALE PROVATO, COME NEI REPORT.
           MOVE SPACES TO WS-FATH-ID WS-MOTH-ID
           MOVE SPACE TO WS-FATH-PRF WS-MOTH-PRF
           MOVE "RELATE  (TARGID=            )" TO WS-SSA-RELT-TARG
           MOVE WS-CHILD-ID TO WS-SSA-RELT-TARG(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1RELT-SEG
                                WS-SSA-RELT-TARG
           ADD 1 TO CT-DLI
           PERFORM UNTIL DB-STATUS NOT = SPACES
              IF REL-TARG = WS-CHILD-ID
                 EVALUATE FUNCTION UPPER-CASE(REL-TYPE(1:3))
                    WHEN "PAD"
                    WHEN "FAT"
                       IF WS-FATH-ID = SPACES
                          MOVE REL-PERS TO WS-FATH-ID
                          MOVE REL-PROOF TO WS-FATH-PRF
                       END-IF
                    WHEN "MAD"
                    WHEN "MOT"
                       IF WS-MOTH-ID = SPACES
                          MOVE REL-PERS TO WS-MOTH-ID
                          MOVE REL-PROOF TO WS-MOTH-PRF
                       END-IF
                 END-EVALUATE
              END-IF
              MOVE DLI-GN TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   GN1RELT-SEG
                                   WS-SSA-RELT-TARG
              ADD 1 TO CT-DLI
           END-PERFORM
           IF WS-FATH-ID = SPACES OR WS-MOTH-ID = SPACES
              PERFORM 4410-PARENTS-FROM-FAMILY
           END-IF
           IF WS-FATH-ID NOT = SPACES AND WS-FATH-PRF = SPACE
              MOVE "P" TO WS-FATH-PRF
           END-IF
           IF WS-MOTH-ID NOT = SPACES AND WS-MOTH-PRF = SPACE
              MOVE "P" TO WS-MOTH-PRF
           END-IF
           EXIT.

       4410-PARENTS-FROM-FAMILY.
           MOVE "N" TO WS-FLNK-FOUND
           MOVE "FAMLNK  (PERSID=            )" TO WS-SSA-FLNK-PERS
           MOVE WS-CHILD-ID TO WS-SSA-FLNK-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1FLNK-SEG
                                WS-SSA-FLNK-PERS
           ADD 1 TO CT-DLI
           PERFORM UNTIL DB-STATUS NOT = SPACES OR FLNK-FOUND
              IF FLNK-PERS = WS-CHILD-ID AND
                 (FLNK-ROLE(1:4) = "CHIL" OR FLNK-ROLE = SPACES)
                 SET FLNK-FOUND TO TRUE
                 MOVE FLNK-FAM TO WS-FLNK-FAM
                 MOVE FLNK-PROOF TO WS-FLNK-PRF
              ELSE
                 MOVE DLI-GN TO WS-DLI-FUNC
                 CALL "CBLTDLI" USING WS-DLI-FUNC
                                      DBPCB-MASK
                                      GN1FLNK-SEG
                                      WS-SSA-FLNK-PERS
                 ADD 1 TO CT-DLI
              END-IF
           END-PERFORM
           IF NOT FLNK-FOUND
              EXIT PARAGRAPH
           END-IF
           MOVE "FAMILY  (FAMID =            )" TO WS-SSA-FAML-ID
           MOVE WS-FLNK-FAM TO WS-SSA-FAML-ID(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                FAMILY-REC
                                WS-SSA-FAML-ID
           ADD 1 TO CT-DLI
           IF DB-STATUS NOT = SPACES OR FAMILY-IS-DELETED = "Y"
              EXIT PARAGRAPH
           END-IF
           IF WS-FATH-ID = SPACES AND FAMILY-FATHER-ID NOT = SPACES
              MOVE FAMILY-FATHER-ID TO WS-FATH-ID
              MOVE WS-FLNK-PRF TO WS-FATH-PRF
           END-IF
           IF WS-MOTH-ID = SPACES AND FAMILY-MOTHER-ID NOT = SPACES
              MOVE FAMILY-MOTHER-ID TO WS-MOTH-ID
              MOVE WS-FLNK-PRF TO WS-MOTH-PRF
           END-IF
           EXIT.

       4500-LOAD-KIDS.
      * FIGLI DI WS-PARENT-ID, AGGIUNTI A QUELLI GIA' IN TAVOLA: I
      * RELATE PADRE/MADRE DELLA PERSONA, POI I FIGLI FAMLNK DELLE
      * FAMIGLIE IN CUI E' CONIUGE (PADRE O MADRE).
           MOVE "RELATE  (PERSID=            )" TO WS-SSA-RELT
           MOVE WS-PARENT-ID TO WS-SSA-RELT(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1RELT-SEG
                                WS-SSA-RELT
           ADD 1 TO CT-DLI
           PERFORM UNTIL DB-STATUS NOT = SPACES
              EVALUATE FUNCTION UPPER-CASE(REL-TYPE(1:3))
                 WHEN "PAD"
                 WHEN "FAT"
                 WHEN "MAD"
                 WHEN "MOT"
                    MOVE REL-TARG TO WS-NEW-KID
                    PERFORM 4590-ADD-KID
              END-EVALUATE
              MOVE DLI-GN TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   GN1RELT-SEG
                                   WS-SSA-RELT
              ADD 1 TO CT-DLI
           END-PERFORM
           MOVE 0 TO WS-FAM-CT
           MOVE "FAMILY  (FATHID=            )" TO WS-SSA-FAML
           PERFORM 4510-COLLECT-FAMILIES
           MOVE "FAMILY  (MOTHID=            )" TO WS-SSA-FAML
           PERFORM 4510-COLLECT-FAMILIES
           PERFORM 4520-KIDS-OF-FAMILY
              VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > WS-FAM-CT
           EXIT.

       4510-COLLECT-FAMILIES.
           MOVE WS-PARENT-ID TO WS-SSA-FAML(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                FAMILY-REC
                                WS-SSA-FAML
           ADD 1 TO CT-DLI
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-FAM-CT >= WS-FAM-MAX
              IF FAMILY-IS-DELETED NOT = "Y"
                 ADD 1 TO WS-FAM-CT
                 MOVE FAMILY-ID TO WS-FAM-ID(WS-FAM-CT)
              END-IF
              MOVE DLI-GN TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   FAMILY-REC
                                   WS-SSA-FAML
              ADD 1 TO CT-DLI
           END-PERFORM
           EXIT.

       4520-KIDS-OF-FAMILY.
           MOVE "FAMLNK  (FAMID =            )" TO WS-SSA-FLNK
           MOVE WS-FAM-ID(WS-FX) TO WS-SSA-FLNK(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1FLNK-SEG
                                WS-SSA-FLNK
           ADD 1 TO CT-DLI
           PERFORM UNTIL DB-STATUS NOT = SPACES
              IF FLNK-ROLE(1:4) = "CHIL" OR FLNK-ROLE = SPACES
                 MOVE FLNK-PERS TO WS-NEW-KID
                 PERFORM 4590-ADD-KID
              END-IF
              MOVE DLI-GN TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   GN1FLNK-SEG
                                   WS-SSA-FLNK
              ADD 1 TO CT-DLI
           END-PERFORM
           EXIT.

       4580-FIND-KID-POS.
      * POSIZIONE DI WS-NEW-KID NELLA TAVOLA DEI FIGLI (0 = ASSENTE)
           MOVE 0 TO WS-KID-POS
           PERFORM 4585-COMPARE-KID
              VARYING WS-KX FROM 1 BY 1
              UNTIL WS-KX > WS-KID-CT OR WS-KID-POS > 0
           EXIT.

       4585-COMPARE-KID.
           IF WS-KID-ID(WS-KX) = WS-NEW-KID
              MOVE WS-KX TO WS-KID-POS
           END-IF
           EXIT.

       4590-ADD-KID.
           IF WS-NEW-KID = SPACES OR WS-KID-CT >= WS-KID-MAX
              EXIT PARAGRAPH
           END-IF
           PERFORM 4580-FIND-KID-POS
           IF WS-KID-POS = 0
              ADD 1 TO WS-KID-CT
              MOVE WS-NEW-KID TO WS-KID-ID(WS-KID-CT)
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
              WHEN OTHER
                 MOVE GN1-E901 TO WS-MSG-ID
                 MOVE GN1-SEV-F TO WS-SEV
                 MOVE "DL/I STATUS FAIL" TO WS-DETAIL
                 MOVE 12 TO WS-RC
           END-EVALUATE
           EXIT.

       5000-BUILD-OUTPUT.
           PERFORM 8100-BUILD-MSG
           EXIT.

       6000-SEND-MSG.
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                IOPCB-MASK
                                GN9MAPOUT
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
           MOVE SPACES TO M9O-MSGTXT
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
             INTO M9O-MSGTXT
           END-STRING
           EXIT.

       9999-EOJ.
           IF WS-RC = 0 AND CT-ERR > 0
              MOVE 4 TO WS-RC
           END-IF
           MOVE WS-RC TO RETURN-CODE
           EXIT.

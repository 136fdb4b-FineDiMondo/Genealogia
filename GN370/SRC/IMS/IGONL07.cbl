       IDENTIFICATION DIVISION.
       PROGRAM-ID. IGONL07.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. IMS/DC transaction GNPG007 - trascrizione per carta.
                I volontari lavorano il registro carta per carta
                (GN1REGB/GN1FOLI), mentre IGONL01 parte dalla
                persona: ogni atto chiedeva persona, evento e
                citazione con CITA-REGB/CITA-FOLIO battuti a mano.
                Qui l'operatore apre registro e carta (ENTER, PF5
                carta successiva) e immette gli atti della pagina
                in sequenza (PF6): battesimo con battezzato,
                genitori e padrini, matrimonio con sposi e
                testimoni, sepoltura con il defunto e i congiunti.
                Per ogni atto si creano le PERSON nuove, l'EVENT
                sotto la persona principale, un PARTIC per ogni
                altra persona (come 4177 in IGONL01) e una CITATN
                per ciascuna con registro e carta gia' compilati.
                Il primo atto porta la carta da DA-FARE a IN-CORSO;
                "F" in M7I-LAST (con l'ultimo atto, o da solo con
                ENTER) la porta a FATTO. Le persone nuove nascono
                non verificate, come dall'import (GN3S5CMT), e
                entrano subito nell'indice dei nomi. Per
                trascrivere serve un operatore collegato (sign-on
                GNPG008) con ruolo MAINTAIN o ADMIN: e' lui il
                volontario della carta e l'operatore del journal.
                Stessa ossatura deterministica di IGONL02/IGONL04.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-RC                 PIC S9(4) COMP VALUE 0.
       77  WS-PROGRAM            PIC X(8) VALUE "IGONL07".
       77  WS-TRANS              PIC X(8) VALUE "GNPG007".
       77  WS-MSG-ID             PIC X(4) VALUE "E000".
       77  WS-SEV                PIC X VALUE "I".
       77  WS-FILE               PIC X(8) VALUE "MAP".
       77  WS-REC-KEY            PIC X(12) VALUE SPACES.
       77  WS-DETAIL             PIC X(24) VALUE "INIT".
       77  WS-ACTION             PIC X(8) VALUE "ENTER".
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-DLI-STAT           PIC X(2) VALUE SPACES.
       77  WS-ID-SEQ-DISPLAY     PIC 9(7) VALUE 0.
       77  WS-ID-SEQ-MAX         PIC 9(7) VALUE 0.
       77  WS-FOLIO-NUM          PIC 9(4) VALUE 0.
       77  WS-ACT-CT             PIC 9(4) VALUE 0.
       77  WS-ACT-ID             PIC X(12) VALUE SPACES.
       77  WS-EVT-TYPE           PIC X(12) VALUE SPACES.
       77  WS-SX                 PIC 9(1) VALUE 0.
       77  WS-SLOT-ROLE          PIC X(15) VALUE SPACES.
       77  WS-SLOT-GEND          PIC X(1) VALUE SPACE.
       77  WS-JRNL-DESC          PIC X(40) VALUE SPACES.
      * OPERATORE COLLEGATO AL TERMINALE (SIGN-ON IGONL08)
       77  WS-OPER-ID            PIC X(8) VALUE SPACES.

      * PERSONE DELL'ATTO RISOLTE PER POSIZIONE (NUOVE O GIA' CENSITE)
       01  WS-SLOT-TABLE.
           05 WS-SLOT-PERS OCCURS 6 TIMES PIC X(12).

       01  WS-SW.
           10 WS-ERR-FATAL       PIC X VALUE "N".
              88 ERR-FATAL       VALUE "Y".
           10 WS-FOLIO-FOUND     PIC X VALUE "N".
              88 FOLIO-FOUND     VALUE "Y".
           10 WS-AUTH-DENIED     PIC X VALUE "N".
              88 AUTH-DENIED     VALUE "Y".
           10 WS-ACT-BAD         PIC X VALUE "N".
              88 ACT-BAD         VALUE "Y".

       COPY GN1ERR.
       COPY GN1CTR.
       COPY GN7MIN.
       COPY GN7MOUT.
       COPY GN1REGB.
       COPY GN1FOLI.
       COPY GN1PRSN.
       COPY GN1EVNT.
       COPY GN1PEVT.
       COPY GN1CITA.
       COPY GN1SRCE.
       COPY GN1JRNL.
       COPY "GNOPRIO.cpy".
       COPY GN1NIDX.
       COPY GNGNEQV.
       COPY "GNNIX.cpy".
       COPY "GNCOGN.cpy".
       COPY "GENFKEY.CPY".

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".
           05 DLI-ISRT           PIC X(4) VALUE "ISRT".
           05 DLI-REPL           PIC X(4) VALUE "REPL".

       01  WS-SSA.
           05 WS-SSA-REGB        PIC X(30)
              VALUE "REGISTR (REGBID=            )".
           05 WS-SSA-FOLI        PIC X(30)
              VALUE "FOLIO   (REGBID=            )".
           05 WS-SSA-PERS        PIC X(30)
              VALUE "PERSON  (PERSID=            )".
           05 WS-SSA-EVNT        PIC X(30)
              VALUE "EVENT   (PERSID=            )".
           05 WS-SSA-EVNT-ID     PIC X(30)
              VALUE "EVENT   (EVNTID=            )".
           05 WS-SSA-PART        PIC X(30)
              VALUE "PARTIC  (EVNTID=            )".
           05 WS-SSA-CITA        PIC X(30)
              VALUE "CITATN  (PERSID=            )".
           05 WS-SSA-SRCE        PIC X(30)
              VALUE "SOURCE  (SOURID=            )".
           05 WS-SSA-JRNL        PIC X(30)
              VALUE "JOURNAL (PERSID=            )".

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
           MOVE SPACES TO GN7MAPOUT
           MOVE SPACES TO WS-SLOT-TABLE
           MOVE "PF3EXI 5NXT-CARTA 6ATTO ENTER=APRI (F=CARTA FATTA)"
             TO M7O-PFINFO
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
                                GN7MAPIN
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
      * REGISTRO E CARTA SONO LA TESTATA DI OGNI SCHERMATA; PER L'ATTO
      * (PF6) SERVONO UN TIPO NOTO, LA PERSONA PRINCIPALE (E LA SPOSA
      * PER IL MATRIMONIO) E UNA DATA CON ANNO NUMERICO SE INDICATA.
           MOVE M7I-REGBID TO WS-REC-KEY
           MOVE FUNCTION UPPER-CASE(M7I-ATYPE) TO M7I-ATYPE
           MOVE FUNCTION UPPER-CASE(M7I-LAST) TO M7I-LAST
           EVALUATE M7I-PFKEY
              WHEN "03"
                 MOVE "EXIT" TO WS-ACTION
              WHEN "05"
                 MOVE "NEXT" TO WS-ACTION
              WHEN "06"
                 MOVE "ACT" TO WS-ACTION
              WHEN SPACES
                 IF M7I-LAST = "F"
                    MOVE "CLOSE" TO WS-ACTION
                 ELSE
                    MOVE "ENTER" TO WS-ACTION
                 END-IF
              WHEN OTHER
                 MOVE "NOOP" TO WS-ACTION
           END-EVALUATE
           IF WS-ACTION = "EXIT" OR WS-ACTION = "NOOP"
              EXIT PARAGRAPH
           END-IF
           IF M7I-REGBID = SPACES
              OR FUNCTION TRIM(M7I-FOLIO) IS NOT NUMERIC
              MOVE GN1-E201 TO WS-MSG-ID
              MOVE GN1-SEV-W TO WS-SEV
              MOVE "MAP" TO WS-FILE
              MOVE "REGISTER/FOLIO REQUIRED" TO WS-DETAIL
              ADD 1 TO CT-SKIP
              IF WS-RC < 4
                 MOVE 4 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(M7I-FOLIO) TO WS-FOLIO-NUM
           IF WS-ACTION NOT = "ACT"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ACT-BAD
           EVALUATE M7I-ATYPE
              WHEN "B"
                 MOVE "BATTESIMO" TO WS-EVT-TYPE
              WHEN "M"
                 MOVE "MATRIMONIO" TO WS-EVT-TYPE
                 IF M7I-PID(2) = SPACES AND M7I-PNAME(2) = SPACES
                    SET ACT-BAD TO TRUE
                 END-IF
              WHEN "S"
                 MOVE "SEPOLTURA" TO WS-EVT-TYPE
              WHEN OTHER
                 SET ACT-BAD TO TRUE
           END-EVALUATE
           IF M7I-PID(1) = SPACES AND M7I-PNAME(1) = SPACES
              SET ACT-BAD TO TRUE
           END-IF
           IF M7I-ADATE NOT = SPACES
              AND M7I-ADATE(1:4) IS NOT NUMERIC
              SET ACT-BAD TO TRUE
           END-IF
           IF ACT-BAD
              MOVE GN1-E214 TO WS-MSG-ID
              MOVE GN1-SEV-E TO WS-SEV
              MOVE "MAP" TO WS-FILE
              MOVE "ACT INCOMPLETE" TO WS-DETAIL
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
              WHEN "ENTER"
                 PERFORM 4100-PATH-SHOW
              WHEN "NEXT"
                 PERFORM 4120-PATH-NEXT
              WHEN "ACT"
                 PERFORM 4300-PATH-ACT
              WHEN "CLOSE"
                 PERFORM 4150-PATH-CLOSE
              WHEN "EXIT"
                 MOVE "|PATH| NO-OP EXIT" TO M7O-PATHTX
                 MOVE "TX EXIT REQUESTED" TO WS-DETAIL
              WHEN OTHER
                 MOVE "|PATH| NO-OP UNKNOWN PF" TO M7O-PATHTX
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

       4100-PATH-SHOW.
           MOVE "|PATH| GU REGISTR -> GN FOLIO" TO M7O-PATHTX
           PERFORM 4110-OPEN-FOLIO
           IF FOLIO-FOUND
              PERFORM 4200-FILL-OUTPUT
              MOVE "FOLIO OPENED" TO WS-DETAIL
           END-IF
           EXIT.

       4110-OPEN-FOLIO.
      * REGISTRO PER GU QUALIFICATA, CARTA PER SCORRIMENTO DEI FOLIO
      * FIGLI FINO AL NUMERO (STESSO GIRO DI 5000 IN GN3REGM0); LA
      * POSIZIONE RESTA SULLA CARTA, PRONTA PER LA REPL.
           MOVE "N" TO WS-FOLIO-FOUND
           MOVE M7I-REGBID TO WS-SSA-REGB(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1REGB-SEG
                                WS-SSA-REGB
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           IF WS-DLI-STAT NOT = SPACES
              PERFORM 8050-CLASSIFY-DLI-STATUS
              MOVE "REGISTER NOT FOUND" TO WS-DETAIL
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           MOVE M7I-REGBID TO WS-SSA-FOLI(17:12)
           MOVE DLI-GN TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1FOLI-SEG
                                WS-SSA-FOLI
           ADD 1 TO CT-DLI
           PERFORM UNTIL DB-STATUS NOT = SPACES OR FOLIO-FOUND
              IF FOLI-NUM = WS-FOLIO-NUM
                 SET FOLIO-FOUND TO TRUE
              ELSE
                 MOVE DLI-GN TO WS-DLI-FUNC
                 CALL "CBLTDLI" USING WS-DLI-FUNC
                                      DBPCB-MASK
                                      GN1FOLI-SEG
                                      WS-SSA-FOLI
                 ADD 1 TO CT-DLI
              END-IF
           END-PERFORM
           IF NOT FOLIO-FOUND
              MOVE "GE" TO WS-DLI-STAT
              PERFORM 8050-CLASSIFY-DLI-STATUS
              MOVE "FOLIO NOT FOUND" TO WS-DETAIL
              PERFORM 8000-ERROR-HANDLING
           END-IF
           EXIT.

       4120-PATH-NEXT.
      * CARTA SUCCESSIVA DELLO STESSO REGISTRO, ENTRO REGB-FOLIOS.
           MOVE "|PATH| GU REGISTR -> GN FOLIO (+1)" TO M7O-PATHTX
           ADD 1 TO WS-FOLIO-NUM
           MOVE WS-FOLIO-NUM TO M7I-FOLIO
           PERFORM 4110-OPEN-FOLIO
           IF FOLIO-FOUND
              PERFORM 4200-FILL-OUTPUT
              MOVE "NEXT FOLIO" TO WS-DETAIL
           END-IF
           EXIT.

       4150-PATH-CLOSE.
      * CHIUSURA DELLA CARTA SENZA UN NUOVO ATTO (L'ULTIMO E' GIA'
      * STATO IMMESSO, O LA CARTA NON NE CONTIENE).
           MOVE "|PATH| GN FOLIO -> REPL FOLIO" TO M7O-PATHTX
           PERFORM 3500-CHECK-AUTHORIZATION
           IF AUTH-DENIED
              EXIT PARAGRAPH
           END-IF
           PERFORM 4110-OPEN-FOLIO
           IF NOT FOLIO-FOUND
              EXIT PARAGRAPH
           END-IF
           IF FOLI-FATTO
              PERFORM 4200-FILL-OUTPUT
              MOVE "FOLIO ALREADY DONE" TO WS-DETAIL
              EXIT PARAGRAPH
           END-IF
           PERFORM 4400-UPDATE-FOLIO-STATUS
           IF WS-DLI-STAT = SPACES
              MOVE "FOLIO DONE" TO WS-DETAIL
           END-IF
           PERFORM 4200-FILL-OUTPUT
           EXIT.

       3500-CHECK-AUTHORIZATION.
      * STESSA REGOLA DI 3500 IN IGONL01: SERVE UN OPERATORE
      * COLLEGATO (GNOPRS0, E215), READ NON TRASCRIVE (E209). LA
      * RISOLUZIONE MUOVE LA POSIZIONE DL/I: VA FATTA PRIMA DI APRIRE
      * LA CARTA.
           MOVE "N" TO WS-AUTH-DENIED
           MOVE "R" TO OPR-IN-FUNC
           MOVE IO-LTERM TO OPR-IN-LTERM
           CALL "GNOPRS0" USING GNOPR-IO DBPCB-MASK
           ADD 1 TO CT-DLI
           MOVE OPR-OUT-OPID TO WS-OPER-ID
           IF NOT OPR-SIGNED-ON
              SET AUTH-DENIED TO TRUE
              MOVE GN1-E215 TO WS-MSG-ID
              IF OPR-TIMED-OUT
                 MOVE "SESSION TIMED OUT" TO WS-DETAIL
              ELSE
                 MOVE "SIGN-ON REQUIRED" TO WS-DETAIL
              END-IF
           ELSE
              IF NOT OPR-ROLE-ADMIN AND NOT OPR-ROLE-MAINTAIN
                 SET AUTH-DENIED TO TRUE
                 MOVE GN1-E209 TO WS-MSG-ID
                 MOVE "NOT AUTHORIZED" TO WS-DETAIL
              END-IF
           END-IF
           IF AUTH-DENIED
              MOVE GN1-SEV-E TO WS-SEV
              MOVE "DBPCB" TO WS-FILE
              IF WS-RC < 8
                 MOVE 8 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
           END-IF
           EXIT.

       4300-PATH-ACT.
      * UN ATTO DELLA CARTA: VERIFICHE PRIMA DI OGNI ISRT (CARTA
      * APERTA, FONTE CITABILE, PERSONE GIA' CENSITE VALIDE), POI
      * PERSON NUOVE, EVENT, PARTIC, CITATN, STATO DELLA CARTA E
      * RIGA DI JOURNAL SOTTO LA PERSONA PRINCIPALE.
           MOVE "|PATH| ISRT PERSON/EVENT/PARTIC/CITATN" TO M7O-PATHTX
           PERFORM 3500-CHECK-AUTHORIZATION
           IF AUTH-DENIED
              EXIT PARAGRAPH
           END-IF
           PERFORM 4110-OPEN-FOLIO
           IF NOT FOLIO-FOUND
              EXIT PARAGRAPH
           END-IF
           IF FOLI-FATTO
              MOVE GN1-E214 TO WS-MSG-ID
              MOVE GN1-SEV-E TO WS-SEV
              MOVE "DBPCB" TO WS-FILE
              MOVE "FOLIO ALREADY DONE" TO WS-DETAIL
              IF WS-RC < 8
                 MOVE 8 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
              PERFORM 4200-FILL-OUTPUT
              EXIT PARAGRAPH
           END-IF
           IF M7I-SRCEID NOT = SPACES
              PERFORM 4310-CHECK-SOURCE
              IF WS-DLI-STAT NOT = SPACES
                 EXIT PARAGRAPH
              END-IF
           END-IF
           PERFORM 4320-CHECK-KNOWN-PERSONS
           IF WS-DLI-STAT NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM 4330-NEXT-ACT-SEQ
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > 6 OR WS-DLI-STAT NOT = SPACES
             IF M7I-PID(WS-SX) NOT = SPACES
                MOVE M7I-PID(WS-SX) TO WS-SLOT-PERS(WS-SX)
             ELSE
                IF M7I-PNAME(WS-SX) NOT = SPACES
                   PERFORM 4340-INSERT-PERSON
                END-IF
             END-IF
           END-PERFORM
           IF WS-DLI-STAT = SPACES
              PERFORM 4350-INSERT-EVENT
           END-IF
           IF WS-DLI-STAT = SPACES
              PERFORM 4360-INSERT-PARTICIPANTS
           END-IF
           IF WS-DLI-STAT = SPACES
              PERFORM 4370-INSERT-CITATIONS
           END-IF
           IF WS-DLI-STAT NOT = SPACES
              PERFORM 8050-CLASSIFY-DLI-STATUS
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO CT-ADD
           MOVE SPACES TO WS-JRNL-DESC
           STRING "ATTO " WS-ACT-ID " " WS-EVT-TYPE " C."
                  WS-FOLIO-NUM
              DELIMITED BY SIZE INTO WS-JRNL-DESC
           PERFORM 4900-WRITE-JOURNAL
           IF NOT FOLI-IN-CORSO OR M7I-LAST = "F"
              PERFORM 4110-OPEN-FOLIO
              IF FOLIO-FOUND
                 PERFORM 4400-UPDATE-FOLIO-STATUS
              END-IF
           END-IF
           MOVE WS-ACT-ID TO M7O-LASTACT
           MOVE WS-EVT-TYPE TO M7O-LASTTYP
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 6
             MOVE WS-SLOT-PERS(WS-SX) TO M7O-PID(WS-SX)
           END-PERFORM
           IF WS-DLI-STAT = SPACES AND WS-RC < 4
              MOVE "ACT RECORDED" TO WS-DETAIL
           END-IF
           PERFORM 4110-OPEN-FOLIO
           IF FOLIO-FOUND
              PERFORM 4200-FILL-OUTPUT
           END-IF
           EXIT.

       4310-CHECK-SOURCE.
      * LA FONTE INDICATA DEVE ESISTERE E NON ESSERE RITIRATA
      * (SRCE-RETIRED, VEDI IGONL05).
           MOVE M7I-SRCEID TO WS-SSA-SRCE(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1SRCE-SEG
                                WS-SSA-SRCE
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           IF WS-DLI-STAT = SPACES AND SRCE-RETIRED = "Y"
              MOVE "GE" TO WS-DLI-STAT
           END-IF
           IF WS-DLI-STAT NOT = SPACES
              PERFORM 8050-CLASSIFY-DLI-STATUS
              MOVE "SOURCE NOT CITABLE" TO WS-DETAIL
              PERFORM 8000-ERROR-HANDLING
           END-IF
           EXIT.

       4320-CHECK-KNOWN-PERSONS.
      * OGNI M7I-PID INDICATO DEVE ESISTERE E NON ESSERE CANCELLATO.
           MOVE SPACES TO WS-DLI-STAT
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > 6 OR WS-DLI-STAT NOT = SPACES
             IF M7I-PID(WS-SX) NOT = SPACES
                MOVE M7I-PID(WS-SX) TO WS-SSA-PERS(17:12)
                MOVE DLI-GU TO WS-DLI-FUNC
                CALL "CBLTDLI" USING WS-DLI-FUNC
                                     DBPCB-MASK
                                     GN1PRSN-SEG
                                     WS-SSA-PERS
                ADD 1 TO CT-DLI
                MOVE DB-STATUS TO WS-DLI-STAT
                IF WS-DLI-STAT NOT = SPACES
                   MOVE M7I-PID(WS-SX) TO WS-REC-KEY
                   PERFORM 8050-CLASSIFY-DLI-STATUS
                   MOVE "PERSON NOT FOUND" TO WS-DETAIL
                   PERFORM 8000-ERROR-HANDLING
                ELSE
                   IF PERS-IS-DELETED = "Y"
                      MOVE "DL" TO WS-DLI-STAT
                      MOVE M7I-PID(WS-SX) TO WS-REC-KEY
                      MOVE GN1-E206 TO WS-MSG-ID
                      MOVE GN1-SEV-E TO WS-SEV
                      MOVE "DBPCB" TO WS-FILE
                      MOVE "PERSON IS DELETED" TO WS-DETAIL
                      IF WS-RC < 8
                         MOVE 8 TO WS-RC
                      END-IF
                      PERFORM 8000-ERROR-HANDLING
                   END-IF
                END-IF
             END-IF
           END-PERFORM
           EXIT.

       4330-NEXT-ACT-SEQ.
      * PROGRESSIVO D'ATTO "AT" OLTRE IL PIU' ALTO GIA' ASSEGNATO AGLI
      * EVENT: L'EVENTO PRENDE L'ID D'ATTO, PERSONE, PARTECIPANTI E
      * CITAZIONI NE DERIVANO IL PROPRIO (-n, -Pn, -Cn PER POSIZIONE),
      * COME LE CARTE DI GN3REGM0 DERIVANO DAL REGISTRO.
           MOVE 0 TO WS-ID-SEQ-MAX
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EVNT-SEG
           ADD 1 TO CT-DLI
           PERFORM UNTIL DB-STATUS NOT = SPACES
              IF EVNT-ID(1:2) = "AT" AND EVNT-ID(3:7) IS NUMERIC
                 MOVE EVNT-ID(3:7) TO WS-ID-SEQ-DISPLAY
                 IF WS-ID-SEQ-DISPLAY > WS-ID-SEQ-MAX
                    MOVE WS-ID-SEQ-DISPLAY TO WS-ID-SEQ-MAX
                 END-IF
              END-IF
              MOVE DLI-GN TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   GN1EVNT-SEG
              ADD 1 TO CT-DLI
           END-PERFORM
           COMPUTE WS-ID-SEQ-DISPLAY = WS-ID-SEQ-MAX + 1
           MOVE SPACES TO WS-ACT-ID
           STRING "AT" WS-ID-SEQ-DISPLAY
              DELIMITED BY SIZE INTO WS-ACT-ID
           MOVE SPACES TO WS-DLI-STAT
           EXIT.

       4315-SLOT-ROLE.
      * RUOLO E GENERE PRESUNTO DI CHI OCCUPA LA POSIZIONE WS-SX NEL
      * TIPO D'ATTO CORRENTE; IL GENERE IMMESSO PREVALE.
           MOVE "U" TO WS-SLOT-GEND
           EVALUATE M7I-ATYPE ALSO WS-SX
              WHEN "B" ALSO 1
                 MOVE "BATTEZZATO" TO WS-SLOT-ROLE
              WHEN "B" ALSO 2
                 MOVE "PADRE" TO WS-SLOT-ROLE
                 MOVE "M" TO WS-SLOT-GEND
              WHEN "B" ALSO 3
                 MOVE "MADRE" TO WS-SLOT-ROLE
                 MOVE "F" TO WS-SLOT-GEND
              WHEN "B" ALSO 4
                 MOVE "PADRINO" TO WS-SLOT-ROLE
                 MOVE "M" TO WS-SLOT-GEND
              WHEN "B" ALSO 5
                 MOVE "MADRINA" TO WS-SLOT-ROLE
                 MOVE "F" TO WS-SLOT-GEND
              WHEN "M" ALSO 1
                 MOVE "SPOSO" TO WS-SLOT-ROLE
                 MOVE "M" TO WS-SLOT-GEND
              WHEN "M" ALSO 2
                 MOVE "SPOSA" TO WS-SLOT-ROLE
                 MOVE "F" TO WS-SLOT-GEND
              WHEN "S" ALSO 1
                 MOVE "DEFUNTO" TO WS-SLOT-ROLE
              WHEN "S" ALSO ANY
                 MOVE "CONGIUNTO" TO WS-SLOT-ROLE
              WHEN OTHER
                 MOVE "TESTIMONE" TO WS-SLOT-ROLE
           END-EVALUATE
           IF M7I-PGEND(WS-SX) = "M" OR M7I-PGEND(WS-SX) = "F"
              OR M7I-PGEND(WS-SX) = "U"
              MOVE M7I-PGEND(WS-SX) TO WS-SLOT-GEND
           END-IF
           EXIT.

       4340-INSERT-PERSON.
      * PERSON RADICE NUOVA PER LA POSIZIONE WS-SX, CON LA PARROCCHIA
      * DEL REGISTRO. IL BATTEZZATO NASCE "ENTRO" LA DATA DELL'ATTO
      * (QUALIFICATORE B) E NEL LUOGO DEL REGISTRO; IL DEFUNTO NUOVO
      * VI PRENDE IL LUOGO DI MORTE.
           PERFORM 4315-SLOT-ROLE
           MOVE SPACES TO GN1PRSN-SEG
           STRING WS-ACT-ID(1:9) "-" WS-SX
              DELIMITED BY SIZE INTO PERS-ID
           MOVE M7I-PNAME(WS-SX) TO PERS-NAME
           MOVE WS-SLOT-GEND TO PERS-GEND
           MOVE PERS-ID TO PERS-ROOT
           MOVE 1 TO PERS-VERSION-SEQ
           MOVE "N" TO PERS-IS-DELETED
           MOVE FUNCTION CURRENT-DATE(1:14) TO PERS-UPDATED-AT
           MOVE "N" TO PERS-VERIF
           MOVE SPACES TO PERS-VERIF-OPER
           MOVE REGB-PARISH TO PERS-PARISH
           IF M7I-ATYPE = "B" AND WS-SX = 1
              MOVE M7I-ADATE TO PERS-BDATE
              IF M7I-ADATE NOT = SPACES
                 MOVE "B" TO PERS-BDATE-QUAL
              END-IF
              MOVE REGB-PLACE TO PERS-BPLACE
           END-IF
           IF M7I-ATYPE = "S" AND WS-SX = 1
              MOVE REGB-PLACE TO PERS-DPLACE
           END-IF
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           IF WS-DLI-STAT = SPACES
              MOVE PERS-ID TO WS-SLOT-PERS(WS-SX)
              PERFORM 4345-REINDEX-PERSON
           END-IF
           EXIT.

       4345-REINDEX-PERSON.
      * LA PERSONA NUOVA ENTRA SUBITO NELL'INDICE DEI NOMI (9600,
      * GNNIXP), CHE LA RICERCA ONLINE LEGGE: SENZA, NON SI TROVA
      * FINO AL GIRO NOTTURNO DI GN3NIXR0. UN INDICE NON AGGIORNATO
      * E' UN AVVERTIMENTO, L'ATTO PROSEGUE. AL TERMINE CI SI
      * RIPOSIZIONA SULLA PERSONA, COME 4910 IN IGONL01.
           MOVE PERS-ID TO NIXM-IN-PERS
           MOVE PERS-NAME TO NIXM-IN-NAME
           MOVE PERS-BDATE TO NIXM-IN-BDATE
           MOVE PERS-IS-DELETED TO NIXM-IN-DELETED
           PERFORM 9600-REINDEX-PERSON
           MOVE NIXM-IN-PERS TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           ADD 1 TO CT-DLI
           IF NIXM-ERR-CT > 0
              MOVE GN1-E201 TO WS-MSG-ID
              MOVE GN1-SEV-W TO WS-SEV
              MOVE "DBPCB" TO WS-FILE
              MOVE NIXM-IN-PERS TO WS-REC-KEY
              MOVE "NAME INDEX NOT UPDATED" TO WS-DETAIL
              IF WS-RC < 4
                 MOVE 4 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
           END-IF
           EXIT.

       4350-INSERT-EVENT.
      * L'EVENTO VIVE SOTTO LA PERSONA PRINCIPALE (POSIZIONE 1).
           MOVE SPACES TO GN1EVNT-SEG
           MOVE WS-ACT-ID TO EVNT-ID
           MOVE WS-EVT-TYPE TO EVNT-TYPE
           MOVE M7I-ADATE TO EVNT-DATE
           MOVE WS-SLOT-PERS(1) TO EVNT-PERS
           MOVE REGB-PLACE TO EVNT-PLACE
           MOVE REGB-PARISH TO EVNT-PARISH
           MOVE WS-SLOT-PERS(1) TO WS-SSA-EVNT(17:12)
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EVNT-SEG
                                WS-SSA-EVNT
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           EXIT.

       4360-INSERT-PARTICIPANTS.
      * UN PARTIC PER OGNI ALTRA PERSONA DELL'ATTO, CON IL RUOLO DELLA
      * SUA POSIZIONE (STESSO MODELLO DI 4177 IN IGONL01).
           MOVE WS-ACT-ID TO WS-SSA-EVNT-ID(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EVNT-SEG
                                WS-SSA-EVNT-ID
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           PERFORM VARYING WS-SX FROM 2 BY 1
               UNTIL WS-SX > 6 OR WS-DLI-STAT NOT = SPACES
             IF WS-SLOT-PERS(WS-SX) NOT = SPACES
                PERFORM 4315-SLOT-ROLE
                ADD 1 TO CT-PART
                MOVE SPACES TO GN1PEVT-SEG
                STRING WS-ACT-ID(1:9) "-P" WS-SX
                   DELIMITED BY SIZE INTO PEVT-ID
                MOVE WS-ACT-ID TO PEVT-EVNT
                MOVE WS-SLOT-PERS(WS-SX) TO PEVT-PERS
                MOVE WS-SLOT-ROLE TO PEVT-ROLE
                MOVE WS-ACT-ID TO WS-SSA-PART(17:12)
                MOVE DLI-ISRT TO WS-DLI-FUNC
                CALL "CBLTDLI" USING WS-DLI-FUNC
                                     DBPCB-MASK
                                     GN1PEVT-SEG
                                     WS-SSA-PART
                ADD 1 TO CT-DLI
                MOVE DB-STATUS TO WS-DLI-STAT
             END-IF
           END-PERFORM
           EXIT.

       4370-INSERT-CITATIONS.
      * UNA CITATN PER OGNI PERSONA DELL'ATTO, CON REGISTRO E CARTA
      * GIA' COMPILATI: LA TRASCRIZIONE DALL'ORIGINALE VALE QUAY 3.
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > 6 OR WS-DLI-STAT NOT = SPACES
             IF WS-SLOT-PERS(WS-SX) NOT = SPACES
                MOVE SPACES TO GN1CITA-SEG
                STRING WS-ACT-ID(1:9) "-C" WS-SX
                   DELIMITED BY SIZE INTO CITA-ID
                MOVE M7I-SRCEID TO CITA-SRCE
                MOVE WS-SLOT-PERS(WS-SX) TO CITA-PERS
                STRING "C. " WS-FOLIO-NUM " " WS-EVT-TYPE
                   DELIMITED BY SIZE INTO CITA-PAGE
                MOVE "3" TO CITA-QUAY
                MOVE M7I-REGBID TO CITA-REGB
                MOVE WS-FOLIO-NUM TO CITA-FOLIO
                MOVE WS-SLOT-PERS(WS-SX) TO WS-SSA-CITA(17:12)
                MOVE DLI-ISRT TO WS-DLI-FUNC
                CALL "CBLTDLI" USING WS-DLI-FUNC
                                     DBPCB-MASK
                                     GN1CITA-SEG
                                     WS-SSA-CITA
                ADD 1 TO CT-DLI
                MOVE DB-STATUS TO WS-DLI-STAT
             END-IF
           END-PERFORM
           EXIT.

       4400-UPDATE-FOLIO-STATUS.
      * CARTA APPENA LETTA DA 4110: DA-FARE -> IN-CORSO AL PRIMO ATTO
      * (CON L'OPERATORE COME VOLONTARIO, SE NON ASSEGNATA), FATTO
      * CON M7I-LAST = "F"; FOLI-STDATE DATA IL CAMBIO (IL GIORNO IN
      * CUI LA CARTA E' FINITA CONTA NEL RESOCONTO DEI VOLONTARI).
           IF M7I-LAST = "F"
              SET FOLI-FATTO TO TRUE
           ELSE
              SET FOLI-IN-CORSO TO TRUE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO FOLI-STDATE
           IF FOLI-OPER = SPACES
              MOVE WS-OPER-ID TO FOLI-OPER
           END-IF
           MOVE DLI-REPL TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1FOLI-SEG
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           IF WS-DLI-STAT = SPACES
              ADD 1 TO CT-SAVE
           ELSE
              PERFORM 8050-CLASSIFY-DLI-STATUS
              PERFORM 8000-ERROR-HANDLING
           END-IF
           EXIT.

       4200-FILL-OUTPUT.
      * TESTATA DI REGISTRO E CARTA (GN1REGB-SEG E GN1FOLI-SEG APPENA
      * LETTI DA 4110) E CONTEGGIO DEGLI ATTI GIA' TRASCRITTI: UNA
      * CITATN DI POSIZIONE 1 PER ATTO SU QUESTA CARTA.
           MOVE REGB-ID TO M7O-REGBID
           MOVE REGB-TITLE TO M7O-REGTITLE
           MOVE FOLI-NUM TO M7O-FOLIO
           MOVE REGB-FOLIOS TO M7O-FOLIOS
           MOVE FOLI-STATUS TO M7O-FSTATUS
           MOVE FOLI-OPER TO M7O-FOPER
           MOVE 0 TO WS-ACT-CT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1CITA-SEG
           ADD 1 TO CT-DLI
           PERFORM UNTIL DB-STATUS NOT = SPACES
              IF CITA-REGB = M7O-REGBID
                 AND CITA-FOLIO = WS-FOLIO-NUM
                 AND CITA-ID(10:3) = "-C1"
                 AND WS-ACT-CT < 9999
                 ADD 1 TO WS-ACT-CT
              END-IF
              MOVE DLI-GN TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   GN1CITA-SEG
              ADD 1 TO CT-DLI
           END-PERFORM
           MOVE WS-ACT-CT TO M7O-ACTCT
           EXIT.

       4900-WRITE-JOURNAL.
      * TRACCIA DI AUDIT SOTTO LA PERSONA PRINCIPALE DELL'ATTO, COME
      * 4900 IN IGONL01: IMMAGINE "PRIMA" VUOTA PER UNA PERSONA NUOVA.
           MOVE WS-SLOT-PERS(1) TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           ADD 1 TO CT-DLI
           IF DB-STATUS NOT = SPACES
              MOVE SPACES TO GN1PRSN-SEG
           END-IF
           MOVE SPACES TO GN1JRNL-SEG
           MOVE CT-DLI TO WS-ID-SEQ-DISPLAY
           STRING "J7" WS-ID-SEQ-DISPLAY
              DELIMITED BY SIZE INTO JRNL-ID
           MOVE "TRASCR" TO JRNL-OP
           MOVE WS-SLOT-PERS(1) TO JRNL-ENTID
           MOVE WS-JRNL-DESC TO JRNL-DESC
           MOVE WS-OPER-ID TO JRNL-OPER
           STRING IO-DATE IO-TIME DELIMITED BY SIZE INTO JRNL-SESS
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TS
           IF M7I-PID(1) = SPACES
              MOVE SPACES TO JRNL-BEF-IMG
           ELSE
              MOVE GN1PRSN-SEG TO JRNL-BEF-IMG
           END-IF
           MOVE GN1PRSN-SEG TO JRNL-AFT-IMG
           MOVE WS-SLOT-PERS(1) TO WS-SSA-JRNL(17:12)
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1JRNL-SEG
                                WS-SSA-JRNL
           ADD 1 TO CT-DLI
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
           IF M7O-REGBID = SPACES
              MOVE M7I-REGBID TO M7O-REGBID
              MOVE M7I-FOLIO TO M7O-FOLIO
           END-IF
           PERFORM 8100-BUILD-MSG
           EXIT.

       6000-SEND-MSG.
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                IOPCB-MASK
                                GN7MAPOUT
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
           IF WS-REC-KEY = SPACES
              MOVE M7I-REGBID TO WS-REC-KEY
           END-IF
           MOVE SPACES TO M7O-MSGTXT
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
             INTO M7O-MSGTXT
           END-STRING
           EXIT.

       9999-EOJ.
           IF WS-RC = 0 AND CT-ERR > 0
              MOVE 4 TO WS-RC
           END-IF
           MOVE WS-RC TO RETURN-CODE
           EXIT.

       COPY "GNNIXP.cpy".
       COPY "GNCOGNP.cpy".
       COPY "GENFKEYP.CPY".

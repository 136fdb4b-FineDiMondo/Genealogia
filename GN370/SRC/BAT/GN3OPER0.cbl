       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3OPER0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Manutenzione degli operatori personali (segmento
                OPERATR, GNOPER): chi si collega con GNPG008
                (IGONL08) deve esservi censito, con il suo ruolo.
                  GN3OPER0 <report> <admin> ELENCO
                  GN3OPER0 <report> <admin> AGGIUNGI <id> <ruolo>
                           <pin> <nome>
                  GN3OPER0 <report> <admin> RUOLO <id> <ruolo>
                  GN3OPER0 <report> <admin> SBLOCCA <id> <pin>
                  GN3OPER0 <report> <admin> RITIRA <id>
                <admin> e' l'ID di un operatore ADMIN attivo, come in
                GN3MASS0; solo finche' OPERATR e' vuoto il primo
                AGGIUNGI vale da avviamento e censisce <admin> stesso
                come ADMIN. Ruoli READ, MAINTAIN, ADMIN; PIN di 4-8
                cifre, conservato come impronta (GNOPRS0, funzione
                H). SBLOCCA rimette attivo un operatore bloccato dai
                PIN errati con un PIN nuovo da consegnargli; RITIRA
                lo toglie di servizio senza cancellarlo, perche' il
                suo ID resta nel journal: la sua sessione cade alla
                transazione successiva. Il report elenca l'esito e,
                per ELENCO, tutti gli operatori con l'ultimo sign-on.

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
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-ADMIN-ARG          PIC X(8) VALUE SPACES.
       77  WS-MODE-ARG           PIC X(10) VALUE SPACES.
       77  WS-ID-ARG             PIC X(8) VALUE SPACES.
       77  WS-ROLE-ARG           PIC X(8) VALUE SPACES.
       77  WS-PIN-ARG            PIC X(8) VALUE SPACES.
       77  WS-NAME-ARG           PIC X(40) VALUE SPACES.
       77  WS-PIN-LEN            PIC 9(2) VALUE 0.
       77  WS-OPER-CT            PIC 9(5) VALUE 0.
       77  WS-OUTCOME            PIC X(40) VALUE SPACES.
       77  WS-TS-OUT             PIC X(16) VALUE SPACES.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".
           05 DLI-ISRT           PIC X(4) VALUE "ISRT".
           05 DLI-REPL           PIC X(4) VALUE "REPL".

       01  WS-SSA-OPER           PIC X(30)
           VALUE "OPERATR (OPERID=        )".

       01  WS-SW.
           10 WS-BOOTSTRAP       PIC X VALUE "N".
              88 BOOTSTRAP-YES   VALUE "Y".

       COPY GNOPER.
       COPY "GNOPRIO.cpy".

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
           ACCEPT WS-ADMIN-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ADMIN-ARG))
             TO WS-ADMIN-ARG
           ACCEPT WS-MODE-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE-ARG))
             TO WS-MODE-ARG

           EVALUATE WS-MODE-ARG
             WHEN "ELENCO"
               CONTINUE
             WHEN "AGGIUNGI"
               IF WS-ARGC < 7
                 PERFORM 9000-SHOW-USAGE
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ACCEPT WS-ID-ARG FROM ARGUMENT-VALUE
               ACCEPT WS-ROLE-ARG FROM ARGUMENT-VALUE
               ACCEPT WS-PIN-ARG FROM ARGUMENT-VALUE
               ACCEPT WS-NAME-ARG FROM ARGUMENT-VALUE
             WHEN "RUOLO"
               IF WS-ARGC < 5
                 PERFORM 9000-SHOW-USAGE
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ACCEPT WS-ID-ARG FROM ARGUMENT-VALUE
               ACCEPT WS-ROLE-ARG FROM ARGUMENT-VALUE
             WHEN "SBLOCCA"
               IF WS-ARGC < 5
                 PERFORM 9000-SHOW-USAGE
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ACCEPT WS-ID-ARG FROM ARGUMENT-VALUE
               ACCEPT WS-PIN-ARG FROM ARGUMENT-VALUE
             WHEN "RITIRA"
               IF WS-ARGC < 4
                 PERFORM 9000-SHOW-USAGE
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ACCEPT WS-ID-ARG FROM ARGUMENT-VALUE
             WHEN OTHER
               PERFORM 9000-SHOW-USAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ID-ARG))
             TO WS-ID-ARG
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROLE-ARG))
             TO WS-ROLE-ARG
           MOVE FUNCTION TRIM(WS-PIN-ARG) TO WS-PIN-ARG
           MOVE FUNCTION TRIM(WS-NAME-ARG) TO WS-NAME-ARG

           PERFORM 1000-CHECK-ADMIN
           PERFORM 1100-VALIDATE-ARGS

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "OPERATORI GN370 - " FUNCTION TRIM(WS-MODE-ARG)
                  "  ADMIN " FUNCTION TRIM(WS-ADMIN-ARG)
                  "  " FUNCTION CURRENT-DATE(1:8)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           EVALUATE WS-MODE-ARG
             WHEN "ELENCO"
               PERFORM 2000-LIST
             WHEN "AGGIUNGI"
               PERFORM 3000-ADD
             WHEN OTHER
               PERFORM 4000-CHANGE
           END-EVALUATE
           IF WS-MODE-ARG NOT = "ELENCO"
             MOVE SPACES TO REPORT-REC
             STRING "  " WS-ID-ARG "  " FUNCTION TRIM(WS-OUTCOME)
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
             DISPLAY "GN3OPER0: " FUNCTION TRIM(WS-ID-ARG) " "
                     FUNCTION TRIM(WS-OUTCOME)
           ELSE
             DISPLAY "GN3OPER0: OPERATORI CENSITI = " WS-OPER-CT
           END-IF
           CLOSE REPORT-FILE
           GOBACK.

       9000-SHOW-USAGE.
           DISPLAY "USO: GN3OPER0 <report> <admin> ELENCO"
           DISPLAY "     GN3OPER0 <report> <admin> AGGIUNGI <id> "
                   "<ruolo> <pin> <nome>"
           DISPLAY "     GN3OPER0 <report> <admin> RUOLO <id> <ruolo>"
           DISPLAY "     GN3OPER0 <report> <admin> SBLOCCA <id> <pin>"
           DISPLAY "     GN3OPER0 <report> <admin> RITIRA <id>"
           DISPLAY "     (ruolo: READ MAINTAIN ADMIN; pin: 4-8 cifre)"
           .

      *----------------------------------------------------------------*
      * <admin> dev'essere un operatore ADMIN attivo in OPERATR, come  *
      * in GN3MASS0. Avviamento: con OPERATR ancora vuoto l'unica      *
      * operazione ammessa e' AGGIUNGI di <admin> stesso come ADMIN.   *
      *----------------------------------------------------------------*
       1000-CHECK-ADMIN.
           IF WS-ADMIN-ARG = SPACES
             DISPLAY "GN3OPER0: OPERATORE ADMIN OBBLIGATORIO"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                OPERATOR-SEGMENT
           IF DB-STATUS NOT = SPACES
             IF WS-MODE-ARG = "AGGIUNGI"
                AND WS-ID-ARG = WS-ADMIN-ARG
                AND WS-ROLE-ARG = "ADMIN"
               SET BOOTSTRAP-YES TO TRUE
               EXIT PARAGRAPH
             END-IF
             DISPLAY "GN3OPER0: NESSUN OPERATORE CENSITO, IL PRIMO "
                     "AGGIUNGI DEVE CENSIRE <admin> COME ADMIN"
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
             DISPLAY "GN3OPER0: L'OPERATORE "
                     FUNCTION TRIM(WS-ADMIN-ARG)
                     " NON E' ADMIN, MANUTENZIONE RIFIUTATA"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .

       1100-VALIDATE-ARGS.
           IF WS-MODE-ARG = "ELENCO"
             EXIT PARAGRAPH
           END-IF
           IF WS-ID-ARG = SPACES
             DISPLAY "GN3OPER0: ID OPERATORE OBBLIGATORIO"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-MODE-ARG = "AGGIUNGI" OR WS-MODE-ARG = "RUOLO"
             IF WS-ROLE-ARG NOT = "READ"
                AND WS-ROLE-ARG NOT = "MAINTAIN"
                AND WS-ROLE-ARG NOT = "ADMIN"
               DISPLAY "GN3OPER0: RUOLO NON VALIDO: "
                       FUNCTION TRIM(WS-ROLE-ARG)
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           IF WS-MODE-ARG = "AGGIUNGI" OR WS-MODE-ARG = "SBLOCCA"
      *      STESSA REGOLA DEL CAMBIO PIN IN IGONL08
             MOVE 0 TO WS-PIN-LEN
             INSPECT WS-PIN-ARG TALLYING WS-PIN-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
             IF WS-PIN-LEN < 4
                OR WS-PIN-ARG(1:WS-PIN-LEN) IS NOT NUMERIC
               DISPLAY "GN3OPER0: IL PIN DEVE AVERE 4-8 CIFRE"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           IF WS-MODE-ARG = "AGGIUNGI" AND WS-NAME-ARG = SPACES
             DISPLAY "GN3OPER0: NOME DELL'OPERATORE OBBLIGATORIO"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           .

      *----------------------------------------------------------------*
      * Elenco: spazzata GU+GN non qualificata dei segmenti OPERATR.   *
      *----------------------------------------------------------------*
       2000-LIST.
           MOVE SPACES TO REPORT-REC
           MOVE "  ID       NOME" TO REPORT-REC(1:51)
           MOVE "RUOLO    ST ERR ULTIMO SIGN-ON    TERMINALE"
             TO REPORT-REC(52:44)
           WRITE REPORT-REC
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                OPERATOR-SEGMENT
           PERFORM UNTIL DB-STATUS NOT = SPACES
             ADD 1 TO WS-OPER-CT
             PERFORM 2100-FORMAT-TS
             MOVE SPACES TO REPORT-REC
             MOVE OPRS-ID TO REPORT-REC(3:8)
             MOVE OPRS-NAME TO REPORT-REC(12:40)
             MOVE OPRS-ROLE TO REPORT-REC(52:8)
             MOVE OPRS-STATUS TO REPORT-REC(61:1)
             MOVE OPRS-PIN-FAILS TO REPORT-REC(65:1)
             MOVE WS-TS-OUT TO REPORT-REC(68:16)
             MOVE OPRS-LTERM TO REPORT-REC(84:8)
             WRITE REPORT-REC
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  OPERATOR-SEGMENT
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "OPERATORI CENSITI " WS-OPER-CT
                  "  (ST: A ATTIVO, B BLOCCATO, R RITIRATO)"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

       2100-FORMAT-TS.
      *    AAAAMMGGHHMMSS -> AAAA-MM-GG HH:MM, COME IN IGONL08
           MOVE SPACES TO WS-TS-OUT
           IF OPRS-LAST-SIGNON IS NUMERIC
             STRING OPRS-LAST-SIGNON(1:4) "-" OPRS-LAST-SIGNON(5:2)
                    "-" OPRS-LAST-SIGNON(7:2) " "
                    OPRS-LAST-SIGNON(9:2) ":" OPRS-LAST-SIGNON(11:2)
               DELIMITED BY SIZE INTO WS-TS-OUT
           END-IF
           .

      *----------------------------------------------------------------*
      * Nuovo operatore, attivo, senza sign-on; un ID gia' censito     *
      * (anche ritirato) non si riusa: il journal lo ricorda.          *
      *----------------------------------------------------------------*
       3000-ADD.
           MOVE WS-ID-ARG TO WS-SSA-OPER(17:8)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                OPERATOR-SEGMENT
                                WS-SSA-OPER
           IF DB-STATUS = SPACES
             MOVE "GIA' CENSITO, NON AGGIUNTO" TO WS-OUTCOME
             MOVE 4 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OPERATOR-SEGMENT
           MOVE WS-ID-ARG TO OPRS-ID
           MOVE WS-NAME-ARG TO OPRS-NAME
           MOVE WS-ROLE-ARG TO OPRS-ROLE
           SET OPRS-ACTIVE TO TRUE
           PERFORM 3100-SET-PIN
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                OPERATOR-SEGMENT
                                WS-SSA-OPER
           IF DB-STATUS NOT = SPACES
             MOVE "ISRT OPERATR FALLITA" TO WS-OUTCOME
             MOVE 12 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OUTCOME
           STRING "AGGIUNTO COME " FUNCTION TRIM(WS-ROLE-ARG)
             DELIMITED BY SIZE INTO WS-OUTCOME
           IF BOOTSTRAP-YES
             MOVE "AGGIUNTO COME ADMIN (AVVIAMENTO)" TO WS-OUTCOME
           END-IF
           MOVE 0 TO RETURN-CODE
           .

       3100-SET-PIN.
           MOVE "H" TO OPR-IN-FUNC
           MOVE OPRS-ID TO OPR-IN-OPID
           MOVE WS-PIN-ARG TO OPR-IN-PIN
           CALL "GNOPRS0" USING GNOPR-IO DBPCB-MASK
           MOVE OPR-OUT-HASH TO OPRS-PIN-HASH
           MOVE 0 TO OPRS-PIN-FAILS
           .

      *----------------------------------------------------------------*
      * RUOLO / SBLOCCA / RITIRA su un operatore esistente (GU + REPL).*
      * Un ADMIN non ritira ne' declassa se stesso: resterebbe il      *
      * sistema senza chi lo amministra.                               *
      *----------------------------------------------------------------*
       4000-CHANGE.
           IF WS-ID-ARG = WS-ADMIN-ARG
              AND (WS-MODE-ARG = "RITIRA"
                OR (WS-MODE-ARG = "RUOLO"
                    AND WS-ROLE-ARG NOT = "ADMIN"))
             MOVE "UN ADMIN NON RITIRA NE' DECLASSA SE STESSO"
               TO WS-OUTCOME
             MOVE 4 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           MOVE WS-ID-ARG TO WS-SSA-OPER(17:8)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                OPERATOR-SEGMENT
                                WS-SSA-OPER
           IF DB-STATUS NOT = SPACES
             MOVE "NON CENSITO" TO WS-OUTCOME
             MOVE 4 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           EVALUATE WS-MODE-ARG
             WHEN "RUOLO"
               MOVE SPACES TO WS-OUTCOME
               STRING "RUOLO " FUNCTION TRIM(OPRS-ROLE) " -> "
                      FUNCTION TRIM(WS-ROLE-ARG)
                 DELIMITED BY SIZE INTO WS-OUTCOME
               MOVE WS-ROLE-ARG TO OPRS-ROLE
             WHEN "SBLOCCA"
               IF OPRS-RETIRED
                 MOVE "RITIRATO, NON SI SBLOCCA" TO WS-OUTCOME
                 MOVE 4 TO RETURN-CODE
                 EXIT PARAGRAPH
               END-IF
               SET OPRS-ACTIVE TO TRUE
               PERFORM 3100-SET-PIN
               MOVE "ATTIVO CON PIN NUOVO" TO WS-OUTCOME
             WHEN "RITIRA"
               SET OPRS-RETIRED TO TRUE
               MOVE "RITIRATO" TO WS-OUTCOME
           END-EVALUATE
           MOVE DLI-REPL TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                OPERATOR-SEGMENT
           IF DB-STATUS NOT = SPACES
             MOVE "REPL OPERATR FALLITA" TO WS-OUTCOME
             MOVE 12 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RETURN-CODE
           .

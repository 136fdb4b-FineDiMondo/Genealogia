       IDENTIFICATION DIVISION.
       PROGRAM-ID. TX2RPT00.

      *================================================================*
      * TX2-REPORT-IO - transazione di richiesta report dal terminale. *
      * Finora solo il GEDCOM si ordinava da terminale (TX2GED00); il  *
      * libro di famiglia (GN3BOOK0), il quadro (GN3CHRT0), il         *
      * certificato (GN3CERT0), l'Ahnentafel (GN3LINE0), la            *
      * cronologia (GN3TIML0), il dossier di prova (GN3PRFL0) e lo     *
      * studio mononominale (GN3ONMS0) chiedevano qualcuno con accesso *
      * alla shell. La SUBMIT riceve codice report, soggetto e         *
      * opzioni, controlla il ruolo dell'operatore (GNOPER) e          *
      * l'embargo sul soggetto, e accoda una riga REPORT nel libro     *
      * mastro lavori condiviso work/tx2ged/jobs.dat, lo stesso dei    *
      * GEDCOM: il runner di fondo TX2GEDRN la esegue al prossimo giro *
      * e scrive il report in report/richieste/<job-id>.txt. La STATUS *
      * riporta stato e RC del job e, a lavoro finito, il percorso del *
      * file prodotto; lo stato di un job lo vede solo l'operatore che *
      * l'ha chiesto o un ADMIN.                                       *
      * Ruoli: READ, MAINTAIN e ADMIN ordinano i report; il            *
      * certificato, che consuma un numero di serie del libro          *
      * matricola, richiede MAINTAIN o ADMIN. Embargo: un soggetto in  *
      * data/RISERVATI.DAT (specchio flat di PERS-RESTRICTED) lo       *
      * chiede solo un ADMIN; per il certificato conta il titolare     *
      * dell'atto (data/EVENTI.DAT), per il dossier di prova entrambi  *
      * gli estremi, per lo studio mononominale ogni portatore del     *
      * cognome (data/PERSONE.DAT). Per un ADMIN il runner passa       *
      * ADMIN a GN3BOOK0 e GN3TIML0, che allora includono le persone   *
      * sotto embargo. Soggetto e opzioni passano da 9000-VALIDATE-ARG *
      * come in TX2GED00: finiscono su una riga di comando.            *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBS-FILE ASSIGN TO "work/tx2ged/jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-FS.
           SELECT RISERVATI-FILE ASSIGN TO "data/RISERVATI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RV-FS.
           SELECT FLAT-FILE ASSIGN TO DYNAMIC WS-FLAT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD JOBS-FILE.
       01 JOBS-REC                    PIC X(400).

       FD RISERVATI-FILE.
       01 RISERVATI-REC               PIC X(40).

       FD FLAT-FILE.
       01 FLAT-REC                    PIC X(512).

       WORKING-STORAGE SECTION.
       01 WS-AZIONE-U                 PIC X(16) VALUE SPACES.
       01 WS-REPORT-U                 PIC X(8) VALUE SPACES.
       01 WS-RUOLO-U                  PIC X(8) VALUE SPACES.
       01 WS-JOB-FS                   PIC X(2) VALUE "00".
       01 WS-JOB-ID                   PIC X(16) VALUE SPACES.
       01 WS-JOB-EOF                  PIC X VALUE "N".
          88 JOB-EOF-YES              VALUE "Y".
       01 WS-JOB-FOUND                PIC X VALUE "N".
       01 WS-JOB-STATE                PIC X(20) VALUE SPACES.
       01 WS-JOB-RC                   PIC X(10) VALUE SPACES.
       01 WS-JOB-OUT                  PIC X(120) VALUE SPACES.
       01 WS-JOB-OPER                 PIC X(8) VALUE SPACES.
       01 WS-OUT-NAME                 PIC X(120) VALUE SPACES.
       01 WS-OPZIONI                  PIC X(60) VALUE SPACES.
       01 WS-OPZ-IX                   PIC 9 VALUE 0.
       01 WS-OPZ                      PIC X(16) VALUE SPACES.
       01 WS-J-F1                     PIC X(30) VALUE SPACES.
       01 WS-J-F2                     PIC X(16) VALUE SPACES.
       01 WS-J-F3                     PIC X(256) VALUE SPACES.
       01 WS-J-F4                     PIC X(16) VALUE SPACES.
       01 WS-J-F5                     PIC X(64) VALUE SPACES.
       01 WS-J-F6                     PIC X(64) VALUE SPACES.
       01 WS-J-F7                     PIC X(20) VALUE SPACES.
       01 WS-J-F8                     PIC X(10) VALUE SPACES.
       01 WS-J-F9                     PIC X(8) VALUE SPACES.
       01 WS-J-F10                    PIC X(8) VALUE SPACES.

      * PERSONE SOTTO EMBARGO (data/RISERVATI.DAT, UN PERS-ID PER
      * RIGA), CARICATE COME IN TX2LLM00
       01 WS-RV-FS                    PIC X(2) VALUE "00".
       01 WS-RV-EOF                   PIC X VALUE "N".
          88 RV-EOF-YES               VALUE "Y".
       01 WS-RV-TABLE.
          05 WS-RV-ID OCCURS 200 TIMES PIC X(20).
       01 WS-RV-COUNT                 PIC 9(3) VALUE 0.
       01 WS-RV-IX                    PIC 9(3) VALUE 0.
       01 WS-CHECK-ID                 PIC X(20) VALUE SPACES.
       01 WS-ID-RESTRICTED            PIC X VALUE "N".
          88 ID-RESTRICTED            VALUE "Y".
       01 WS-SUBJ-RESTRICTED          PIC X VALUE "N".
          88 SUBJ-RESTRICTED          VALUE "Y".

      * RICERCHE NEI FLAT (TITOLARE DELL'ATTO, PORTATORI DEL COGNOME)
       01 WS-FLAT-NAME                PIC X(40) VALUE SPACES.
       01 WS-FLAT-FS                  PIC X(2) VALUE "00".
       01 WS-FLAT-EOF                 PIC X VALUE "N".
          88 FLAT-EOF-YES             VALUE "Y".
       01 WS-R-F1                     PIC X(40) VALUE SPACES.
       01 WS-R-F2                     PIC X(100) VALUE SPACES.
      * cognome dello studio mononominale in forma di schedatura
      * (GNCOGNP), come lo confronta GN3ONMS0
       01 WS-SURNAME-KEY              PIC X(30) VALUE SPACES.
       01 WS-SURNAME-PART-CT          PIC 9(1) VALUE 0.
       01 WS-STEM-KEY                 PIC X(30) VALUE SPACES.
       01 WS-BEARER-SW                PIC X VALUE "N".
          88 BEARER-YES               VALUE "Y".
       COPY "GNCOGN.cpy".
       COPY "GENFKEY.CPY".

      * Area e commutatore di lavoro per 9000-VALIDATE-ARG
       01 WS-VALIDATE-ARG             PIC X(256) VALUE SPACES.
       01 WS-VARG-LEN                 PIC 9(4) COMP VALUE 0.
       01 WS-VCHAR-IDX                PIC 9(4) COMP VALUE 0.
       01 WS-VCHAR                    PIC X VALUE SPACE.
       01 WS-VALIDATE-OK              PIC X VALUE "Y".
          88 ARG-IS-SAFE              VALUE "Y".

       LINKAGE SECTION.
       COPY "TX2-REPORT-IO.cpy".

       PROCEDURE DIVISION USING TX2-REPORT-IO.
       MAIN-LOGIC.
           MOVE 0 TO OUT-COD-ESITO
           MOVE SPACES TO OUT-MSG-ESITO OUT-JOB-ID OUT-STATO-JOB
                          OUT-FILE-USCITA
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-AZIONE-REPORT))
             TO WS-AZIONE-U
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-COD-REPORT))
             TO WS-REPORT-U
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-RUOLO-OPER))
             TO WS-RUOLO-U

      *    NESSUN OPERATORE COLLEGATO (O SESSIONE SCADUTA): IL FRONT
      *    END HA PASSATO ID E RUOLO VUOTI
           IF IN-OPER-ID = SPACES
              OR (WS-RUOLO-U NOT = "READ"
                  AND WS-RUOLO-U NOT = "MAINTAIN"
                  AND WS-RUOLO-U NOT = "ADMIN")
             MOVE 8 TO OUT-COD-ESITO
             MOVE "OPERATORE NON COLLEGATO O SENZA RUOLO"
               TO OUT-MSG-ESITO
             GOBACK
           END-IF

           EVALUATE WS-AZIONE-U
             WHEN "SUBMIT"
               PERFORM 1000-CHECK-REQUEST
               PERFORM 2000-CHECK-EMBARGO
               PERFORM 3000-SUBMIT-JOB
             WHEN "STATUS"
               PERFORM 4000-QUERY-STATUS
             WHEN OTHER
               MOVE 8 TO OUT-COD-ESITO
               STRING "AZIONE REPORT NON RICONOSCIUTA: "
                      FUNCTION TRIM(IN-AZIONE-REPORT)
                 DELIMITED BY SIZE INTO OUT-MSG-ESITO
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------*
      * Codice report noto, ruolo sufficiente, soggetto presente e     *
      * soggetto/opzioni fatti solo di caratteri ammessi.              *
      *----------------------------------------------------------------*
       1000-CHECK-REQUEST.
           IF WS-REPORT-U NOT = "LIBRO" AND NOT = "QUADRO"
              AND NOT = "CERTIF" AND NOT = "AHNEN" AND NOT = "CRONO"
              AND NOT = "PROVA" AND NOT = "COGNOME"
             MOVE 8 TO OUT-COD-ESITO
             STRING "CODICE REPORT NON RICONOSCIUTO: "
                    FUNCTION TRIM(IN-COD-REPORT)
               DELIMITED BY SIZE INTO OUT-MSG-ESITO
             GOBACK
           END-IF
           IF WS-REPORT-U = "CERTIF" AND WS-RUOLO-U = "READ"
             MOVE 8 TO OUT-COD-ESITO
             MOVE "IL CERTIFICATO RICHIEDE IL RUOLO MAINTAIN O ADMIN"
               TO OUT-MSG-ESITO
             GOBACK
           END-IF
           IF IN-ID-SOGGETTO = SPACES
             MOVE 8 TO OUT-COD-ESITO
             MOVE "SOGGETTO NON SPECIFICATO" TO OUT-MSG-ESITO
             GOBACK
           END-IF
           IF WS-REPORT-U = "PROVA" AND IN-OPZIONE(1) = SPACES
             MOVE 8 TO OUT-COD-ESITO
             MOVE "DOSSIER DI PROVA: MANCA L'ID DEL DISCENDENTE"
               TO OUT-MSG-ESITO
             GOBACK
           END-IF
           MOVE SPACES TO WS-VALIDATE-ARG
           MOVE IN-ID-SOGGETTO TO WS-VALIDATE-ARG
           PERFORM 9000-VALIDATE-ARG
           IF NOT ARG-IS-SAFE
             MOVE 8 TO OUT-COD-ESITO
             MOVE "SOGGETTO CON CARATTERI NON VALIDI" TO OUT-MSG-ESITO
             GOBACK
           END-IF
           PERFORM VARYING WS-OPZ-IX FROM 1 BY 1 UNTIL WS-OPZ-IX > 3
             IF IN-OPZIONE(WS-OPZ-IX) NOT = SPACES
               MOVE SPACES TO WS-VALIDATE-ARG
               MOVE IN-OPZIONE(WS-OPZ-IX) TO WS-VALIDATE-ARG
               PERFORM 9000-VALIDATE-ARG
               IF NOT ARG-IS-SAFE
                 MOVE 8 TO OUT-COD-ESITO
                 MOVE "OPZIONE CON CARATTERI NON VALIDI"
                   TO OUT-MSG-ESITO
                 GOBACK
               END-IF
             END-IF
           END-PERFORM
      *    LIBRO E CRONOLOGIA ACCETTANO ANCHE UN FILE-INSIEME (LISTA):
      *    DA TERMINALE NO, IL PERCORSO SAREBBE SCELTO DALL'OPERATORE
           IF (WS-REPORT-U = "LIBRO" OR WS-REPORT-U = "CRONO")
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(IN-OPZIONE(1)))
                  = "LISTA"
             MOVE 8 TO OUT-COD-ESITO
             MOVE "MODO LISTA NON AMMESSO DA TERMINALE"
               TO OUT-MSG-ESITO
             GOBACK
           END-IF
           .

      *----------------------------------------------------------------*
      * Embargo: se il soggetto (o una delle persone che il report     *
      * mette al centro) e' sotto embargo, solo un ADMIN puo' chiedere *
      * il report. File RISERVATI assente = nessun embargo.            *
      *----------------------------------------------------------------*
       2000-CHECK-EMBARGO.
           IF WS-RUOLO-U = "ADMIN"
             EXIT PARAGRAPH
           END-IF
           PERFORM 2100-LOAD-RESTRICTED-LIST
           IF WS-RV-COUNT = 0
             EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SUBJ-RESTRICTED
           EVALUATE WS-REPORT-U
             WHEN "CERTIF"
               PERFORM 2300-CHECK-EVENT-HOLDER
             WHEN "COGNOME"
               PERFORM 2400-CHECK-SURNAME-BEARERS
             WHEN "PROVA"
               MOVE IN-ID-SOGGETTO TO WS-CHECK-ID
               PERFORM 2200-CHECK-ID
               MOVE IN-OPZIONE(1) TO WS-CHECK-ID
               PERFORM 2200-CHECK-ID
             WHEN OTHER
               MOVE IN-ID-SOGGETTO TO WS-CHECK-ID
               PERFORM 2200-CHECK-ID
           END-EVALUATE
           IF SUBJ-RESTRICTED
             MOVE 8 TO OUT-COD-ESITO
             MOVE "SOGGETTO SOTTO EMBARGO: REPORT RISERVATO AGLI ADMIN"
               TO OUT-MSG-ESITO
             GOBACK
           END-IF
           .

       2100-LOAD-RESTRICTED-LIST.
           MOVE 0 TO WS-RV-COUNT
           MOVE "N" TO WS-RV-EOF
           OPEN INPUT RISERVATI-FILE
           IF WS-RV-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RV-EOF-YES OR WS-RV-COUNT >= 200
             READ RISERVATI-FILE
               AT END
                 MOVE "Y" TO WS-RV-EOF
               NOT AT END
                 IF RISERVATI-REC NOT = SPACES
                    AND RISERVATI-REC(1:1) NOT = "#"
                   ADD 1 TO WS-RV-COUNT
                   MOVE RISERVATI-REC(1:20)
                     TO WS-RV-ID(WS-RV-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RISERVATI-FILE
           .

       2200-CHECK-ID.
           MOVE "N" TO WS-ID-RESTRICTED
           PERFORM VARYING WS-RV-IX FROM 1 BY 1
               UNTIL WS-RV-IX > WS-RV-COUNT OR ID-RESTRICTED
             IF FUNCTION TRIM(WS-RV-ID(WS-RV-IX)) =
                FUNCTION TRIM(WS-CHECK-ID)
               SET ID-RESTRICTED TO TRUE
             END-IF
           END-PERFORM
           IF ID-RESTRICTED
             SET SUBJ-RESTRICTED TO TRUE
           END-IF
           .

      *    CERTIFICATO: IL TITOLARE DELL'ATTO E' IL SECONDO CAMPO DI
      *    data/EVENTI.DAT (ID|PERS|TIPO|DATA)
       2300-CHECK-EVENT-HOLDER.
           MOVE "data/EVENTI.DAT" TO WS-FLAT-NAME
           MOVE "N" TO WS-FLAT-EOF
           OPEN INPUT FLAT-FILE
           IF WS-FLAT-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FLAT-EOF-YES
             READ FLAT-FILE
               AT END
                 MOVE "Y" TO WS-FLAT-EOF
               NOT AT END
                 MOVE SPACES TO WS-R-F1 WS-R-F2
                 UNSTRING FLAT-REC DELIMITED BY "|"
                   INTO WS-R-F1 WS-R-F2
                 IF FUNCTION TRIM(WS-R-F1) =
                    FUNCTION TRIM(IN-ID-SOGGETTO)
                   MOVE WS-R-F2(1:20) TO WS-CHECK-ID
                   PERFORM 2200-CHECK-ID
                   MOVE "Y" TO WS-FLAT-EOF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE FLAT-FILE
           .

      *    STUDIO MONONOMINALE: OGNI PORTATORE DEL COGNOME, CON LA
      *    CONVENZIONE DI GN3ONMS0 (ULTIMA PAROLA CON LE PARTICELLE,
      *    CONFRONTO SULLA CHIAVE DI SCHEDATURA; UN COGNOME SENZA
      *    PARTICELLE PRENDE ANCHE LE FORME CON PARTICELLE)
       2400-CHECK-SURNAME-BEARERS.
           MOVE IN-ID-SOGGETTO TO COGN-IN
           PERFORM 9860-SPLIT-SURNAME
           MOVE COGN-FILE-KEY TO WS-SURNAME-KEY
           MOVE COGN-PART-CT TO WS-SURNAME-PART-CT
           MOVE "data/PERSONE.DAT" TO WS-FLAT-NAME
           MOVE "N" TO WS-FLAT-EOF
           OPEN INPUT FLAT-FILE
           IF WS-FLAT-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FLAT-EOF-YES OR SUBJ-RESTRICTED
             READ FLAT-FILE
               AT END
                 MOVE "Y" TO WS-FLAT-EOF
               NOT AT END
                 IF FLAT-REC NOT = SPACES AND FLAT-REC(1:1) NOT = "#"
                   MOVE SPACES TO WS-R-F1 WS-R-F2
                   UNSTRING FLAT-REC DELIMITED BY "|"
                     INTO WS-R-F1 WS-R-F2
                   PERFORM 2410-CHECK-BEARER
                   IF BEARER-YES
                     MOVE WS-R-F1(1:20) TO WS-CHECK-ID
                     PERFORM 2200-CHECK-ID
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE FLAT-FILE
           .

       2410-CHECK-BEARER.
           MOVE "N" TO WS-BEARER-SW
           MOVE WS-R-F2 TO COGN-IN
           PERFORM 9860-SPLIT-SURNAME
           IF COGN-FILE-KEY = SPACES
             EXIT PARAGRAPH
           END-IF
           IF COGN-FILE-KEY = WS-SURNAME-KEY
             MOVE "Y" TO WS-BEARER-SW
             EXIT PARAGRAPH
           END-IF
           IF WS-SURNAME-PART-CT = 0 AND COGN-PART-CT > 0
             MOVE COGN-STEM TO COGN-FF-IN
             MOVE "N" TO COGN-FF-SPACE
             PERFORM 9870-FILING-FORM
             MOVE COGN-FF-OUT TO WS-STEM-KEY
             IF WS-STEM-KEY = WS-SURNAME-KEY
               MOVE "Y" TO WS-BEARER-SW
             END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * SUBMIT: riga REPORT in coda al mastro condiviso, nessun batch  *
      * parte qui. Campi: job-id|REPORT|file di uscita|codice|         *
      * soggetto|opzioni separate da ":" ("-" = vuota)|PENDING|0|      *
      * operatore|ruolo.                                               *
      *----------------------------------------------------------------*
       3000-SUBMIT-JOB.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-ID
           MOVE SPACES TO WS-OUT-NAME
           STRING "report/richieste/" WS-JOB-ID ".txt"
             DELIMITED BY SIZE INTO WS-OUT-NAME
           MOVE SPACES TO WS-OPZIONI
           PERFORM VARYING WS-OPZ-IX FROM 1 BY 1 UNTIL WS-OPZ-IX > 3
             MOVE IN-OPZIONE(WS-OPZ-IX) TO WS-OPZ
             IF WS-OPZ = SPACES
               MOVE "-" TO WS-OPZ
             END-IF
             IF WS-OPZ-IX = 1
               MOVE WS-OPZ TO WS-OPZIONI
             ELSE
               STRING FUNCTION TRIM(WS-OPZIONI) ":"
                      FUNCTION TRIM(WS-OPZ)
                 DELIMITED BY SIZE INTO WS-OPZIONI
             END-IF
           END-PERFORM
           CALL "SYSTEM" USING "mkdir -p work/tx2ged"
           OPEN EXTEND JOBS-FILE
           IF WS-JOB-FS NOT = "00"
             OPEN OUTPUT JOBS-FILE
             IF WS-JOB-FS NOT = "00"
               MOVE 12 TO OUT-COD-ESITO
               MOVE "IMPOSSIBILE APRIRE IL MASTRO LAVORI"
                 TO OUT-MSG-ESITO
               GOBACK
             END-IF
           END-IF
           MOVE SPACES TO JOBS-REC
           STRING WS-JOB-ID "|REPORT|"
                  FUNCTION TRIM(WS-OUT-NAME) "|"
                  FUNCTION TRIM(WS-REPORT-U) "|"
                  FUNCTION TRIM(IN-ID-SOGGETTO) "|"
                  FUNCTION TRIM(WS-OPZIONI)
                  "|PENDING|0|"
                  FUNCTION TRIM(IN-OPER-ID) "|"
                  FUNCTION TRIM(WS-RUOLO-U)
             DELIMITED BY SIZE INTO JOBS-REC
           WRITE JOBS-REC
           CLOSE JOBS-FILE
           MOVE 0 TO OUT-COD-ESITO
           MOVE WS-JOB-ID TO OUT-JOB-ID
           MOVE "PENDING" TO OUT-STATO-JOB
           MOVE SPACES TO OUT-MSG-ESITO
           STRING "REPORT " FUNCTION TRIM(WS-REPORT-U)
                  " ACCODATO, JOB-ID " WS-JOB-ID
             DELIMITED BY SIZE INTO OUT-MSG-ESITO
           .

      *----------------------------------------------------------------*
      * STATUS: ultima riga del job nel mastro (sola append). Un job   *
      * REPORT di un altro operatore e' visibile solo a un ADMIN.      *
      *----------------------------------------------------------------*
       4000-QUERY-STATUS.
           IF IN-JOB-ID = SPACES
             MOVE 8 TO OUT-COD-ESITO
             MOVE "JOB-ID NON SPECIFICATO" TO OUT-MSG-ESITO
             GOBACK
           END-IF
           MOVE "N" TO WS-JOB-FOUND
           OPEN INPUT JOBS-FILE
           IF WS-JOB-FS NOT = "00"
             MOVE 8 TO OUT-COD-ESITO
             MOVE "MASTRO LAVORI ASSENTE" TO OUT-MSG-ESITO
             GOBACK
           END-IF
           PERFORM UNTIL JOB-EOF-YES
             READ JOBS-FILE
               AT END
                 MOVE "Y" TO WS-JOB-EOF
               NOT AT END
                 MOVE SPACES TO WS-J-F1 WS-J-F2 WS-J-F3 WS-J-F4
                                WS-J-F5 WS-J-F6 WS-J-F7 WS-J-F8
                                WS-J-F9 WS-J-F10
                 UNSTRING JOBS-REC DELIMITED BY "|"
                   INTO WS-J-F1 WS-J-F2 WS-J-F3 WS-J-F4
                        WS-J-F5 WS-J-F6 WS-J-F7 WS-J-F8
                        WS-J-F9 WS-J-F10
                 IF FUNCTION TRIM(WS-J-F1) =
                    FUNCTION TRIM(IN-JOB-ID)
                    AND FUNCTION TRIM(WS-J-F2) = "REPORT"
                   MOVE "Y" TO WS-JOB-FOUND
                   MOVE WS-J-F7 TO WS-JOB-STATE
                   MOVE WS-J-F8 TO WS-JOB-RC
                   MOVE WS-J-F3 TO WS-JOB-OUT
                   MOVE WS-J-F9 TO WS-JOB-OPER
                 END-IF
             END-READ
           END-PERFORM
           CLOSE JOBS-FILE
           IF WS-JOB-FOUND = "Y" AND WS-RUOLO-U NOT = "ADMIN"
              AND WS-JOB-OPER NOT = IN-OPER-ID
             MOVE "N" TO WS-JOB-FOUND
           END-IF
           IF WS-JOB-FOUND = "Y"
             MOVE 0 TO OUT-COD-ESITO
             MOVE FUNCTION TRIM(IN-JOB-ID) TO OUT-JOB-ID
             MOVE WS-JOB-STATE TO OUT-STATO-JOB
             IF FUNCTION TRIM(WS-JOB-STATE) = "DONE"
               MOVE WS-JOB-OUT TO OUT-FILE-USCITA
             END-IF
             MOVE SPACES TO OUT-MSG-ESITO
             STRING "JOB " FUNCTION TRIM(IN-JOB-ID)
                    ": STATO " FUNCTION TRIM(WS-JOB-STATE)
                    " RC " FUNCTION TRIM(WS-JOB-RC)
               DELIMITED BY SIZE INTO OUT-MSG-ESITO
           ELSE
             MOVE 4 TO OUT-COD-ESITO
             MOVE "JOB-ID NON TROVATO NEL MASTRO" TO OUT-MSG-ESITO
           END-IF
           .

      *----------------------------------------------------------------*
      * Stessa regola di TX2GED00: solo lettere, cifre e . _ - /       *
      *----------------------------------------------------------------*
       9000-VALIDATE-ARG.
           MOVE "Y" TO WS-VALIDATE-OK
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VALIDATE-ARG))
             TO WS-VARG-LEN
           PERFORM VARYING WS-VCHAR-IDX FROM 1 BY 1
             UNTIL WS-VCHAR-IDX > WS-VARG-LEN OR NOT ARG-IS-SAFE
             MOVE WS-VALIDATE-ARG(WS-VCHAR-IDX:1) TO WS-VCHAR
             IF NOT ((WS-VCHAR >= "A" AND WS-VCHAR <= "Z")
                 OR (WS-VCHAR >= "a" AND WS-VCHAR <= "z")
                 OR (WS-VCHAR >= "0" AND WS-VCHAR <= "9")
                 OR WS-VCHAR = "." OR WS-VCHAR = "_"
                 OR WS-VCHAR = "-" OR WS-VCHAR = "/")
               MOVE "N" TO WS-VALIDATE-OK
             END-IF
           END-PERFORM
           .

       COPY "GNCOGNP.cpy".
       COPY "GENFKEYP.CPY".

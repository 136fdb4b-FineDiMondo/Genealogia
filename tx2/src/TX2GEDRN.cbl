      * torna subito e l'operatore interroga lo stato con l'azione     *
      * STATUS. Ogni campo che finisce in una riga di comando passa    *
      * dalla stessa validazione carattere per carattere di TX2GED00.  *
      * Il mastro e' condiviso con le richieste di report di TX2RPT00  *
      * (righe REPORT: file di uscita, codice report, soggetto,        *
      * opzioni separate da ":", e in coda operatore e ruolo): il      *
      * runner le esegue con il batch del codice (GN3BOOK0, GN3CHRT0,  *
      * GN3CERT0, GN3LINE0, GN3TIML0, GN3PRFL0, GN3ONMS0), che scrive  *
      * in report/richieste/<job-id>.txt.                              *
      *================================================================*

       ENVIRONMENT DIVISION.
             10 WS-JB-FILTRO         PIC X(64).
             10 WS-JB-LUOGO          PIC X(64).
             10 WS-JB-STATO          PIC X(20).
             10 WS-JB-OPER           PIC X(8).
             10 WS-JB-RUOLO          PIC X(8).
       01 WS-JOB-COUNT               PIC 9(3) VALUE 0.
       01 WS-JB-IX                   PIC 9(3) VALUE 0.
       01 WS-JB-FOUND                PIC 9(3) VALUE 0.
       01 WS-J-F5                    PIC X(64) VALUE SPACES.
       01 WS-J-F6                    PIC X(64) VALUE SPACES.
       01 WS-J-F7                    PIC X(20) VALUE SPACES.
       01 WS-J-F8                    PIC X(10) VALUE SPACES.
       01 WS-J-F9                    PIC X(8) VALUE SPACES.
       01 WS-J-F10                   PIC X(8) VALUE SPACES.
       01 WS-ROW-PTR                 PIC 9(4) VALUE 0.

       01 WS-CMD                     PIC X(600) VALUE SPACES.
       01 WS-STEP-RC                 PIC S9(9) COMP VALUE 0.
       01 WS-ARG-FILTRO              PIC X(64) VALUE SPACES.
       01 WS-ARG-LUOGO               PIC X(64) VALUE SPACES.
       01 WS-WORK-DIR                PIC X(220) VALUE SPACES.
      * RIGA REPORT: LE TRE OPZIONI ("-" = VUOTA) E IL MARCATORE
      * ADMIN PER I BATCH CHE ESCLUDONO LE PERSONE SOTTO EMBARGO
       01 WS-OPT1                    PIC X(16) VALUE SPACES.
       01 WS-OPT2                    PIC X(16) VALUE SPACES.
       01 WS-OPT3                    PIC X(16) VALUE SPACES.
       01 WS-ADM-FLAG                PIC X(5) VALUE SPACES.
       01 WS-CT-RUN                  PIC 9(3) VALUE 0.
       01 WS-CT-FAIL                 PIC 9(3) VALUE 0.

                 MOVE "Y" TO WS-JOB-EOF
               NOT AT END
                 MOVE SPACES TO WS-J-F1 WS-J-F2 WS-J-F3 WS-J-F4
                                WS-J-F5 WS-J-F6 WS-J-F7 WS-J-F8
                                WS-J-F9 WS-J-F10
                 UNSTRING JOBS-REC DELIMITED BY "|"
                   INTO WS-J-F1 WS-J-F2 WS-J-F3 WS-J-F4
                        WS-J-F5 WS-J-F6 WS-J-F7 WS-J-F8
                        WS-J-F9 WS-J-F10
                 MOVE 0 TO WS-JB-FOUND
                 PERFORM VARYING WS-JB-IX FROM 1 BY 1
                     UNTIL WS-JB-IX > WS-JOB-COUNT
                     MOVE WS-J-F5 TO WS-JB-FILTRO(WS-JOB-COUNT)
                     MOVE WS-J-F6 TO WS-JB-LUOGO(WS-JOB-COUNT)
                     MOVE WS-J-F7 TO WS-JB-STATO(WS-JOB-COUNT)
                     MOVE WS-J-F9 TO WS-JB-OPER(WS-JOB-COUNT)
                     MOVE WS-J-F10 TO WS-JB-RUOLO(WS-JOB-COUNT)
                   END-IF
                 END-IF
             END-READ
           .

       2000-RUN-ONE-JOB.
           IF FUNCTION TRIM(WS-JB-AZIONE(WS-JB-IX)) = "REPORT"
             PERFORM 2500-RUN-REPORT-JOB
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-VALIDATE-ARG
           MOVE WS-JB-ID(WS-JB-IX) TO WS-VALIDATE-ARG
           PERFORM 9000-VALIDATE-ARG
           END-IF
           .

      *----------------------------------------------------------------*
      * Job REPORT di TX2RPT00: codice in WS-JB-MODO, soggetto in      *
      * WS-JB-FILTRO, opzioni in WS-JB-LUOGO (separate da ":"), file   *
      * di uscita in WS-JB-FILE. Ogni pezzo e' validato da solo, poi   *
      * la riga di comando si compone nell'ordine di argomenti del     *
      * batch; le opzioni vuote viaggiano come "-", che ogni batch     *
      * tratta come il proprio default.                                *
      *----------------------------------------------------------------*
       2500-RUN-REPORT-JOB.
           MOVE SPACES TO WS-OPT1 WS-OPT2 WS-OPT3
           UNSTRING WS-JB-LUOGO(WS-JB-IX) DELIMITED BY ":"
             INTO WS-OPT1 WS-OPT2 WS-OPT3
           IF WS-OPT1 = SPACES
             MOVE "-" TO WS-OPT1
           END-IF
           IF WS-OPT2 = SPACES
             MOVE "-" TO WS-OPT2
           END-IF
           IF WS-OPT3 = SPACES
             MOVE "-" TO WS-OPT3
           END-IF
           MOVE "Y" TO WS-VALIDATE-OK
           IF ARG-IS-SAFE
             MOVE SPACES TO WS-VALIDATE-ARG
             MOVE WS-JB-ID(WS-JB-IX) TO WS-VALIDATE-ARG
             PERFORM 9000-VALIDATE-ARG
           END-IF
           IF ARG-IS-SAFE
             MOVE SPACES TO WS-VALIDATE-ARG
             MOVE WS-JB-FILE(WS-JB-IX) TO WS-VALIDATE-ARG
             PERFORM 9000-VALIDATE-ARG
           END-IF
           IF ARG-IS-SAFE
             MOVE SPACES TO WS-VALIDATE-ARG
             MOVE WS-JB-FILTRO(WS-JB-IX) TO WS-VALIDATE-ARG
             PERFORM 9000-VALIDATE-ARG
           END-IF
           IF ARG-IS-SAFE
             MOVE SPACES TO WS-VALIDATE-ARG
             MOVE WS-OPT1 TO WS-VALIDATE-ARG
             PERFORM 9000-VALIDATE-ARG
           END-IF
           IF ARG-IS-SAFE
             MOVE SPACES TO WS-VALIDATE-ARG
             MOVE WS-OPT2 TO WS-VALIDATE-ARG
             PERFORM 9000-VALIDATE-ARG
           END-IF
           IF ARG-IS-SAFE
             MOVE SPACES TO WS-VALIDATE-ARG
             MOVE WS-OPT3 TO WS-VALIDATE-ARG
             PERFORM 9000-VALIDATE-ARG
           END-IF
           IF NOT ARG-IS-SAFE OR WS-JB-FILTRO(WS-JB-IX) = SPACES
             MOVE 16 TO WS-STEP-RC
             ADD 1 TO WS-CT-FAIL
             PERFORM 3100-RECORD-FAILED
             EXIT PARAGRAPH
           END-IF
           MOVE "-" TO WS-ADM-FLAG
           IF FUNCTION TRIM(WS-JB-RUOLO(WS-JB-IX)) = "ADMIN"
             MOVE "ADMIN" TO WS-ADM-FLAG
           END-IF

           MOVE SPACES TO WS-CMD
           EVALUATE FUNCTION TRIM(WS-JB-MODO(WS-JB-IX))
             WHEN "LIBRO"
               STRING "GN3BOOK0 "
                      FUNCTION TRIM(WS-JB-FILE(WS-JB-IX)) " "
                      FUNCTION TRIM(WS-JB-FILTRO(WS-JB-IX)) " "
                      FUNCTION TRIM(WS-OPT1) " "
                      FUNCTION TRIM(WS-OPT2) " - "
                      FUNCTION TRIM(WS-ADM-FLAG) " "
                      FUNCTION TRIM(WS-OPT3)
                 DELIMITED BY SIZE INTO WS-CMD
             WHEN "QUADRO"
               STRING "GN3CHRT0 "
                      FUNCTION TRIM(WS-JB-FILTRO(WS-JB-IX)) " "
                      FUNCTION TRIM(WS-OPT1) " "
                      FUNCTION TRIM(WS-OPT2) " "
                      FUNCTION TRIM(WS-JB-FILE(WS-JB-IX))
                 DELIMITED BY SIZE INTO WS-CMD
             WHEN "CERTIF"
               STRING "GN3CERT0 "
                      FUNCTION TRIM(WS-JB-FILTRO(WS-JB-IX)) " "
                      FUNCTION TRIM(WS-JB-FILE(WS-JB-IX)) " "
                      FUNCTION TRIM(WS-OPT1)
                 DELIMITED BY SIZE INTO WS-CMD
             WHEN "AHNEN"
               STRING "GN3LINE0 "
                      FUNCTION TRIM(WS-JB-FILTRO(WS-JB-IX)) " "
                      FUNCTION TRIM(WS-OPT1) " "
                      FUNCTION TRIM(WS-JB-FILE(WS-JB-IX))
                 DELIMITED BY SIZE INTO WS-CMD
             WHEN "CRONO"
               STRING "GN3TIML0 "
                      FUNCTION TRIM(WS-JB-FILE(WS-JB-IX)) " "
                      FUNCTION TRIM(WS-JB-FILTRO(WS-JB-IX)) " "
                      FUNCTION TRIM(WS-OPT1) " "
                      FUNCTION TRIM(WS-ADM-FLAG)
                 DELIMITED BY SIZE INTO WS-CMD
             WHEN "PROVA"
               STRING "GN3PRFL0 "
                      FUNCTION TRIM(WS-JB-FILTRO(WS-JB-IX)) " "
                      FUNCTION TRIM(WS-OPT1) " "
                      FUNCTION TRIM(WS-JB-FILE(WS-JB-IX))
                 DELIMITED BY SIZE INTO WS-CMD
             WHEN "COGNOME"
               STRING "GN3ONMS0 "
                      FUNCTION TRIM(WS-JB-FILTRO(WS-JB-IX)) " "
                      FUNCTION TRIM(WS-JB-FILE(WS-JB-IX))
                 DELIMITED BY SIZE INTO WS-CMD
             WHEN OTHER
               MOVE 16 TO WS-STEP-RC
               ADD 1 TO WS-CT-FAIL
               PERFORM 3100-RECORD-FAILED
               EXIT PARAGRAPH
           END-EVALUATE

           PERFORM 3200-RECORD-RUNNING
           ADD 1 TO WS-CT-RUN
           CALL "SYSTEM" USING "mkdir -p report/richieste"
           DISPLAY "TX2GEDRN: ESEGUO " FUNCTION TRIM(WS-CMD)
           CALL "SYSTEM" USING WS-CMD
           MOVE RETURN-CODE TO WS-STEP-RC
      *    LA SHELL RESTITUISCE LO STATO DI ATTESA: IL RC DEL BATCH
      *    STA NEL BYTE ALTO. RC 4 E' UN AVVERTIMENTO (ES. GN3PRFL0
      *    CON ANELLI SCOPERTI): IL REPORT C'E' E VA CONSEGNATO
           IF WS-STEP-RC > 255
             DIVIDE 256 INTO WS-STEP-RC
           END-IF
           IF WS-STEP-RC = 0 OR WS-STEP-RC = 4
             PERFORM 3000-RECORD-DONE
           ELSE
             ADD 1 TO WS-CT-FAIL
             PERFORM 3100-RECORD-FAILED
           END-IF
           .

       3000-RECORD-DONE.
           MOVE SPACES TO JOBS-REC
           STRING FUNCTION TRIM(WS-JB-ID(WS-JB-IX)) "|"
           .

       3900-APPEND-ROW.
      *    LE RIGHE REPORT PORTANO IN CODA OPERATORE E RUOLO
           IF WS-JB-OPER(WS-JB-IX) NOT = SPACES
             MOVE FUNCTION LENGTH(FUNCTION TRIM(JOBS-REC TRAILING))
               TO WS-ROW-PTR
             ADD 1 TO WS-ROW-PTR
             STRING "|" FUNCTION TRIM(WS-JB-OPER(WS-JB-IX))
                    "|" FUNCTION TRIM(WS-JB-RUOLO(WS-JB-IX))
               DELIMITED BY SIZE INTO JOBS-REC
               WITH POINTER WS-ROW-PTR
           END-IF
           OPEN EXTEND JOBS-FILE
           IF WS-JOB-FS NOT = "00"
             OPEN OUTPUT JOBS-FILE

      * (libro di famiglia, quadro, estratto), su quale casato o
      * capostipite, a che prezzo e con quale acconto. Righe di
      * data/COMMESSE.DAT:
      *   ID|CLIENTE|TIPO|SOGGETTO|PREZZO|ACCONTO|CONSEGNA|STATO|
      *   CARTELLA|LINGUA
      * CLIENTE e' l'ID in data/CLIENTI.DAT (GENCLT00); le righe
      * vecchie a testo libero si riconducono con CLIENTE RAGGRUPPA/
      * APPLICA.
      * STATO: APERTA -> CONSEGNATA -> PAGATA.
      * CARTELLA: la cartella di consegna numerata scritta dalla
      * consegna automatica (GN3FULF0) quando timbra CONSEGNATA.
      * LINGUA: lingua dell'edizione (IT, EN, ES - frasario GNFRASI);
      * vuota = quella del cliente (LINGUA in CLIENTI.DAT), poi IT.
      * Verbi (stile MAINT di GENMNT00):
      * COMMESSE ADD <ID-CLIENTE>|<TIPO>|<SOGGETTO>|<PREZZO>|<ACCONTO>|
      *              <CONSEGNA>[|<LINGUA>]
      * COMMESSE STATO <ID>|<APERTA|CONSEGNATA|PAGATA>
      * COMMESSE APERTE    (in essere, ordinate per data di consegna,
      *                     con il timbro di produzione quando il
           SELECT RUNLOG-FILE ASSIGN TO "work/RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-FS.
           SELECT CLIENTI-FILE ASSIGN TO "data/CLIENTI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLI-FS.
           SELECT LOCK-FILE ASSIGN TO "data/ARCHIVIO.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-FS.
       FD RUNLOG-FILE.
       01 RUNLOG-REC              PIC X(200).

       FD CLIENTI-FILE.
       01 CLIENTI-REC             PIC X(512).

       FD LOCK-FILE.
       01 LOCK-REC                PIC X(14).

          05 SORT-LINE            PIC X(512).

       WORKING-STORAGE SECTION.
       COPY "GENCLIE.CPY".

       01 WS-FS                   PIC X(2) VALUE "00".
       01 WS-OUT-FS               PIC X(2) VALUE "00".
       01 WS-RUN-FS               PIC X(2) VALUE "00".
       01 WS-R6                   PIC X(12) VALUE SPACES.
       01 WS-R7                   PIC X(10) VALUE SPACES.
       01 WS-R8                   PIC X(12) VALUE SPACES.
       01 WS-R9                   PIC X(100) VALUE SPACES.
       01 WS-R10                  PIC X(10) VALUE SPACES.

      * campi del verbo corrente
       01 WS-F-ID                 PIC X(20) VALUE SPACES.
       01 WS-G4                   PIC X(12) VALUE SPACES.
       01 WS-G5                   PIC X(12) VALUE SPACES.
       01 WS-G6                   PIC X(10) VALUE SPACES.
       01 WS-G7                   PIC X(10) VALUE SPACES.

      * riga del registro corse (PROGRAMMA|ARG|INIZIO|FINE|...)
       01 WS-RL-PROG              PIC X(20) VALUE SPACES.
       01 WS-NEXT-ID              PIC 9(9) VALUE 0.
       01 WS-NEXT-ID-ED           PIC Z(8)9.
       01 WS-NEW-REC              PIC X(512) VALUE SPACES.
       01 WS-LINE-TMP             PIC X(512) VALUE SPACES.
       01 WS-FOUND                PIC X VALUE "N".
          88 FOUND-YES            VALUE "Y".
       01 WS-LIST-CT              PIC 9(5) VALUE 0.

       2000-COM-ADD.
           MOVE SPACES TO WS-G1 WS-G2 WS-G3 WS-G4 WS-G5 WS-G6
                          WS-G7
           UNSTRING WS-REST DELIMITED BY "|"
             INTO WS-G1 WS-G2 WS-G3 WS-G4 WS-G5 WS-G6 WS-G7
           IF FUNCTION TRIM(WS-G1) = SPACES
              OR FUNCTION TRIM(WS-G2) = SPACES
              OR FUNCTION TRIM(WS-G3) = SPACES
             DISPLAY "ERRORE: ADD RICHIEDE ID-CLIENTE|TIPO|SOGGETTO|"
                     "PREZZO|ACCONTO|CONSEGNA[|LINGUA]"
             MOVE 8 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
      *    IL CLIENTE DEVE ESSERE CENSITO IN CLIENTI.DAT
           MOVE WS-G1 TO CLI-CERCA-ID
           PERFORM 9300-FIND-CLIENTE
           IF NOT CLI-TROVATO-SI
             DISPLAY "ERRORE: CLIENTE NON CENSITO: "
                     FUNCTION TRIM(WS-G1)
                     " (CLIENTE ADD / CLIENTE LISTA)"
             MOVE 8 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
                  FUNCTION TRIM(WS-G5) "|"
                  FUNCTION TRIM(WS-G6) "|APERTA"
             DELIMITED BY SIZE INTO WS-NEW-REC
      *    LINGUA DELL'EDIZIONE DOPO LA CARTELLA, ANCORA VUOTA
           IF WS-G7 NOT = SPACES
             MOVE SPACES TO WS-LINE-TMP
             STRING FUNCTION TRIM(WS-NEW-REC) "||"
                    FUNCTION UPPER-CASE(FUNCTION TRIM(WS-G7))
               DELIMITED BY SIZE INTO WS-LINE-TMP
             MOVE WS-LINE-TMP TO WS-NEW-REC
           END-IF
           OPEN EXTEND COMMESSE-FILE
           IF WS-FS NOT = "00"
             OPEN OUTPUT COMMESSE-FILE
                  FUNCTION TRIM(WS-R7) "|"
                  FUNCTION TRIM(WS-R8)
             DELIMITED BY SIZE INTO WS-NEW-REC
      *    LA CARTELLA DI CONSEGNA E LA LINGUA, SE CI SONO, SEGUONO
      *    LA RIGA
           IF WS-R9 NOT = SPACES OR WS-R10 NOT = SPACES
             MOVE SPACES TO WS-LINE-TMP
             STRING FUNCTION TRIM(WS-NEW-REC) "|"
                    FUNCTION TRIM(WS-R9)
               DELIMITED BY SIZE INTO WS-LINE-TMP
             MOVE WS-LINE-TMP TO WS-NEW-REC
           END-IF
           IF WS-R10 NOT = SPACES
             MOVE SPACES TO WS-LINE-TMP
             STRING FUNCTION TRIM(WS-NEW-REC) "|"
                    FUNCTION TRIM(WS-R10)
               DELIMITED BY SIZE INTO WS-LINE-TMP
             MOVE WS-LINE-TMP TO WS-NEW-REC
           END-IF
           MOVE WS-NEW-REC TO COMMESSE-OUT-REC
           WRITE COMMESSE-OUT-REC
           .

       8000-SPLIT-ORDER-ROW.
           MOVE SPACES TO WS-R1 WS-R2 WS-R3 WS-R4
                          WS-R5 WS-R6 WS-R7 WS-R8 WS-R9 WS-R10
           UNSTRING COMMESSE-REC DELIMITED BY "|"
             INTO WS-R1 WS-R2 WS-R3 WS-R4
                  WS-R5 WS-R6 WS-R7 WS-R8 WS-R9 WS-R10
           .

      *----------------------------------------------------------------*
                 ADD 1 TO WS-LIST-CT
                 MOVE SORT-LINE TO COMMESSE-REC
                 PERFORM 8000-SPLIT-ORDER-ROW
                 MOVE WS-R2 TO CLI-CERCA-ID
                 PERFORM 9300-FIND-CLIENTE
                 DISPLAY "  " FUNCTION TRIM(WS-R1)
                         "  CONSEGNA " FUNCTION TRIM(WS-R7)
                         "  " FUNCTION TRIM(WS-R3)
                         " DI " FUNCTION TRIM(WS-R4)
                         " PER " FUNCTION TRIM(CLI-NOME)
                 PERFORM 3300-CHECK-RUNLOG
                 IF WS-PROD-TS NOT = SPACES
                   DISPLAY "    DELIVERABLE PRODOTTO IL "
                   PERFORM 8000-SPLIT-ORDER-ROW
                   IF FUNCTION TRIM(WS-R8) = "CONSEGNATA"
                     ADD 1 TO WS-LIST-CT
                     MOVE WS-R2 TO CLI-CERCA-ID
                     PERFORM 9300-FIND-CLIENTE
                     DISPLAY "  " FUNCTION TRIM(WS-R1)
                             "  " FUNCTION TRIM(CLI-NOME)
                             "  " FUNCTION TRIM(WS-R3)
                             " DI " FUNCTION TRIM(WS-R4)
                             "  PREZZO " FUNCTION TRIM(WS-R5)
                             "  ACCONTO " FUNCTION TRIM(WS-R6)
                     IF WS-R9 NOT = SPACES
                       DISPLAY "    CONSEGNATA IN "
                               FUNCTION TRIM(WS-R9)
                     END-IF
                   END-IF
                 END-IF
             END-READ
           CLOSE GIORNALE-FILE
           MOVE SPACES TO WS-JRN-BEFORE
           .

       COPY "GENCLIEP.CPY".

      * schede di carta. Righe di data/RICHIESTE.DAT:
      *   ID|RICHIEDENTE|SOGGETTO|ANNO|LUOGO|PERSONA|ARCHIVI|STATO|
      *   ESITO|APERTA-IL
      * RICHIEDENTE e' l'ID del cliente in data/CLIENTI.DAT (CLIENTE
      * ADD in GENCLT00); le righe vecchie col nome a testo libero
      * restano leggibili finche' CLIENTE RAGGRUPPA/APPLICA non le
      * riconduce ad un ID.
      * Verbi (stile MAINT di GENMNT00):
      * RICHIESTE ADD <ID-CLIENTE>|<SOGGETTO>|<ANNO>|<LUOGO>
      * RICHIESTE EDIT <ID>|<ID-CLIENTE>|<SOGGETTO>|<ANNO>|<LUOGO>
      * RICHIESTE ARCHIVIO <ID>|<ARCHIVIO>   (segna l'archivio come
      *                                       gia' consultato)
      * RICHIESTE CHIUDI <ID>|<PERS-ID>|<ESITO>
      *                          il soggetto cercato a sottostringa,
      *                          come una FIND per ogni richiesta -
      *                          da lanciare dopo ogni trascrizione)
      * RICHIESTE CANDIDATI <ID> (worklist dei candidati proposti dal
      *                          giro notturno GN3RQCA0, in
      *                          data/CANDIDATI.DAT: PERS-ID e
      *                          punteggio, da verificare e chiudere
      *                          con CHIUDI)
      * Le mutazioni passano dal lock esclusivo data/ARCHIVIO.LCK e
      * vengono giornalate in data/GIORNALE.DAT come quelle di
      * GENMNT00.
           SELECT PERSONE-FILE ASSIGN TO "data/PERSONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-FS.
           SELECT CANDIDATI-FILE ASSIGN TO "data/CANDIDATI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAN-FS.
           SELECT CLIENTI-FILE ASSIGN TO "data/CLIENTI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLI-FS.
           SELECT LOCK-FILE ASSIGN TO "data/ARCHIVIO.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-FS.
       FD PERSONE-FILE.
       01 PERSONE-REC             PIC X(512).

       FD CANDIDATI-FILE.
       01 CANDIDATI-REC           PIC X(200).

       FD CLIENTI-FILE.
       01 CLIENTI-REC             PIC X(512).

       FD LOCK-FILE.
       01 LOCK-REC                PIC X(14).

          05 GIO-AFTER            PIC X(240).

       WORKING-STORAGE SECTION.
       COPY "GENCLIE.CPY".

       01 WS-FS                   PIC X(2) VALUE "00".
       01 WS-OUT-FS               PIC X(2) VALUE "00".
       01 WS-PER-FS               PIC X(2) VALUE "00".
       01 WS-CAN-FS               PIC X(2) VALUE "00".
       01 WS-LCK-FS               PIC X(2) VALUE "00".
       01 WS-JRN-FS               PIC X(2) VALUE "00".
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-HIT                  PIC X VALUE "N".
          88 WS-HIT-YES           VALUE "Y".

      * candidati proposti di notte:
      * RICH-ID|PERS-ID|PUNTI|PROPOSTO-IL|CANDIDATO
       01 WS-C1                   PIC X(20) VALUE SPACES.
       01 WS-C2                   PIC X(12) VALUE SPACES.
       01 WS-C3                   PIC X(3) VALUE SPACES.
       01 WS-C4                   PIC X(8) VALUE SPACES.
       01 WS-C5                   PIC X(120) VALUE SPACES.
       01 WS-CAN-EOF              PIC X VALUE "N".
          88 CAN-EOF-YES          VALUE "Y".
       01 WS-CAN-CT               PIC 9(5) VALUE 0.

       01 WS-JRN-OP               PIC X(12) VALUE SPACES.
       01 WS-JRN-ID               PIC X(20) VALUE SPACES.
       01 WS-JRN-BEFORE           PIC X(240) VALUE SPACES.
               PERFORM 3000-LIST-OPEN
             WHEN "RIGIOCA"
               PERFORM 4000-REPLAY-OPEN
             WHEN "CANDIDATI"
               PERFORM 4500-LIST-CANDIDATES
             WHEN OTHER
               DISPLAY "ERRORE: RICHIESTE RICHIEDE ADD, EDIT, "
                       "ARCHIVIO, CHIUDI, APERTE, RIGIOCA O "
                       "CANDIDATI"
               MOVE 8 TO LK-RETURN-CODE
           END-EVALUATE

           IF FUNCTION TRIM(WS-G1) = SPACES
              OR FUNCTION TRIM(WS-G2) = SPACES
             DISPLAY "ERRORE: ADD RICHIEDE "
                     "ID-CLIENTE|SOGGETTO|ANNO|LUOGO"
             MOVE 8 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM 5100-CHECK-CLIENT
           IF NOT CLI-TROVATO-SI
             EXIT PARAGRAPH
           END-IF
           PERFORM 5000-FIND-MAX-ID
           ADD 1 TO WS-MAX-ID GIVING WS-NEXT-ID
           MOVE WS-NEXT-ID TO WS-NEXT-ID-ED
             INTO WS-F-ID WS-G1 WS-G2 WS-G3 WS-G4
           IF FUNCTION TRIM(WS-F-ID) = SPACES
             DISPLAY "ERRORE: EDIT RICHIEDE "
                     "ID|ID-CLIENTE|SOGGETTO|ANNO|LUOGO"
             MOVE 8 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM 5100-CHECK-CLIENT
           IF NOT CLI-TROVATO-SI
             EXIT PARAGRAPH
           END-IF
           MOVE "EDIT" TO WS-JRN-OP
           PERFORM 7000-REWRITE-MATCHING-ROW
           .
               FUNCTION NUMVAL(WS-R10(1:8)))
             COMPUTE WS-AGE-DAYS = WS-NOW-DAYS - WS-REQ-DAYS
           END-IF
           MOVE WS-R2 TO CLI-CERCA-ID
           PERFORM 9300-FIND-CLIENTE
           DISPLAY "  " FUNCTION TRIM(WS-R1)
                   "  " FUNCTION TRIM(WS-R3)
                   " (" FUNCTION TRIM(WS-R4)
                   ", " FUNCTION TRIM(WS-R5) ")"
                   "  DA " WS-AGE-DAYS " GIORNI"
                   "  PER " FUNCTION TRIM(CLI-NOME)
           IF FUNCTION TRIM(WS-R7) NOT = SPACES
             DISPLAY "    ARCHIVI GIA' CONSULTATI: "
                     FUNCTION TRIM(WS-R7)
           END-IF
      *    UNA RICHIESTA RIAPERTA DAL GIRO NOTTURNO PORTA LA NOTA
      *    NELL'ESITO
           IF FUNCTION TRIM(WS-R9) NOT = SPACES
             DISPLAY "    NOTA: " FUNCTION TRIM(WS-R9)
           END-IF
           MOVE WS-R1 TO WS-F-ID
           PERFORM 4600-SCAN-CANDIDATES
           IF WS-CAN-CT > 0
             DISPLAY "    CANDIDATI PROPOSTI: " WS-CAN-CT
                     " (RICHIESTE CANDIDATI "
                     FUNCTION TRIM(WS-R1) ")"
           END-IF
           .

      *----------------------------------------------------------------*
           END-IF
           .

      *----------------------------------------------------------------*
      * Worklist dei candidati della richiesta: le righe che il giro   *
      * notturno (GN3RQCA0) ha accodato in data/CANDIDATI.DAT, in      *
      * ordine di proposta.                                            *
      *----------------------------------------------------------------*
       4500-LIST-CANDIDATES.
           MOVE FUNCTION TRIM(WS-REST) TO WS-F-ID
           IF WS-F-ID = SPACES
             DISPLAY "ERRORE: CANDIDATI RICHIEDE L'ID DELLA RICHIESTA"
             MOVE 8 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           DISPLAY "CANDIDATI PER LA RICHIESTA " FUNCTION TRIM(WS-F-ID)
                   " (PERS-ID  PUNTI  PROPOSTO-IL  CANDIDATO):"
           MOVE "N" TO WS-CAN-EOF
           MOVE 0 TO WS-CAN-CT
           OPEN INPUT CANDIDATI-FILE
           IF WS-CAN-FS = "00"
             PERFORM UNTIL CAN-EOF-YES
               READ CANDIDATI-FILE
                 AT END
                   MOVE "Y" TO WS-CAN-EOF
                 NOT AT END
                   PERFORM 4610-SPLIT-CANDIDATE-ROW
                   IF WS-C1 = WS-F-ID
                     ADD 1 TO WS-CAN-CT
                     DISPLAY "  " WS-C2 "  " WS-C3 "  " WS-C4
                             "  " FUNCTION TRIM(WS-C5)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CANDIDATI-FILE
           END-IF
           DISPLAY "CANDIDATI: " WS-CAN-CT
           IF WS-CAN-CT = 0
             MOVE 4 TO LK-RETURN-CODE
           END-IF
           .

       4600-SCAN-CANDIDATES.
           MOVE "N" TO WS-CAN-EOF
           MOVE 0 TO WS-CAN-CT
           OPEN INPUT CANDIDATI-FILE
           IF WS-CAN-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CAN-EOF-YES
             READ CANDIDATI-FILE
               AT END
                 MOVE "Y" TO WS-CAN-EOF
               NOT AT END
                 PERFORM 4610-SPLIT-CANDIDATE-ROW
                 IF WS-C1 = WS-F-ID
                   ADD 1 TO WS-CAN-CT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CANDIDATI-FILE
           .

       4610-SPLIT-CANDIDATE-ROW.
           MOVE SPACES TO WS-C1 WS-C2 WS-C3 WS-C4 WS-C5
           IF CANDIDATI-REC = SPACES OR CANDIDATI-REC(1:1) = "#"
             EXIT PARAGRAPH
           END-IF
           UNSTRING CANDIDATI-REC DELIMITED BY "|"
             INTO WS-C1 WS-C2 WS-C3 WS-C4 WS-C5
           .

       5000-FIND-MAX-ID.
           MOVE 0 TO WS-MAX-ID
           MOVE "N" TO WS-EOF
      * Lock esclusivo e giornale: stesse convenzioni di GENMNT00      *
      * (data/ARCHIVIO.LCK, data/GIORNALE.DAT).                        *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Il richiedente deve essere un cliente censito in CLIENTI.DAT:  *
      * niente piu' nomi a testo libero nelle righe nuove.             *
      *----------------------------------------------------------------*
       5100-CHECK-CLIENT.
           MOVE WS-G1 TO CLI-CERCA-ID
           PERFORM 9300-FIND-CLIENTE
           IF NOT CLI-TROVATO-SI
             DISPLAY "ERRORE: CLIENTE NON CENSITO: "
                     FUNCTION TRIM(WS-G1)
                     " (CLIENTE ADD / CLIENTE LISTA)"
             MOVE 8 TO LK-RETURN-CODE
           END-IF
           .

       6300-ACQUIRE-LOCK.
           MOVE "N" TO WS-LOCK-HELD
           OPEN INPUT LOCK-FILE
           CLOSE GIORNALE-FILE
           MOVE SPACES TO WS-JRN-BEFORE
           .

       COPY "GENCLIEP.CPY".

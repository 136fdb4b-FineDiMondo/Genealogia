       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENFNT00.

      * FONTE: da dove leggono i comandi di consultazione della suite
      * (FIND, TREE, DESC, KINSHIP, COUNT, REPORT). Dopo la migrazione
      * in IMS (GN3MIGR0) i file flat di data/ sono la copia storica in
      * sola lettura; i dati vivi stanno nella base e ogni notte
      * GN3XTR00 ne scrive la fotografia in <dir-estratti>/*.ext.
      * Come per PARROCCHIA (GENPAR00) la suite non cambia percorsi:
      * l'estratto viene riportato nei tracciati flat di sempre in
      * archivi/ESTRATTO/ e "data" diventa un collegamento a quella
      * directory. Verbi:
      * FONTE ESTRATTO <dir-estratti>  (rifa' archivi/ESTRATTO dalla
      *                                 fotografia della notte e ci
      *                                 punta la suite)
      * FONTE STORICO                  (torna ai file flat: ripunta
      *                                 "data" dove puntava prima)
      * FONTE CORRENTE                 (fonte attiva e data della
      *                                 fotografia)
      * Conversione, segmento per segmento:
      *   persona.ext  -> PERSONE.DAT   ID|NOME|SESSO|NASCITA[|D]
      *   famiglia.ext -> FAMIGLIE.DAT  ID|MARITO|MOGLIE|DATA[|FIGLI]
      *   figli.ext       (i FIGLI di ogni famiglia, legami CHIL)
      *   evento.ext   -> EVENTI.DAT    ID|PERSONA|TIPO|DATA[|LUOGO]
      *   luogo.ext    -> LUOGHI.DAT    ID|NOME|TIPO
      *   citazione.ext-> CITAZIONI.DAT ID|FONTE|PERSONA|PAGINA
      * Le persone con embargo (PERS-RESTRICTED) escono come
      * "(RISERVATO)" senza data: la CLI non ha un operatore ADMIN.
      * In archivi/ESTRATTO restano anche .FONTE (la riga di
      * estratto.ctl che GENFOT00 mostra in testa ai comandi), .NOME
      * e .PRECEDENTE (dove puntava "data" prima dell'estratto).
      * I file di lavoro della suite che non sono genealogia (richieste,
      * commesse, clienti, frasi, distribuzioni, giornale, lock e le
      * equivalenze dei nomi) seguono "data" a ogni cambio di fonte:
      * passano nella directory nuova prima che "data" la punti.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXT-FILE ASSIGN TO DYNAMIC WS-EXT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FS.
           SELECT OUT-FILE ASSIGN TO DYNAMIC WS-OUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.
           SELECT FONTE-FILE ASSIGN TO "data/.FONTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FT-FS.
           SELECT PREC-FILE ASSIGN TO "archivi/ESTRATTO/.PRECEDENTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD EXT-FILE.
       01 EXT-REC                 PIC X(640).

       FD OUT-FILE.
       01 OUT-REC                 PIC X(512).

       FD FONTE-FILE.
       01 FONTE-REC               PIC X(200).

       FD PREC-FILE.
       01 PREC-REC                PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-EXT-FS               PIC X(2) VALUE "00".
       01 WS-OUT-FS               PIC X(2) VALUE "00".
       01 WS-FT-FS                PIC X(2) VALUE "00".
       01 WS-PR-FS                PIC X(2) VALUE "00".
       01 WS-EOF                  PIC X VALUE "N".
          88 EOF-YES              VALUE "Y".

       01 WS-PARAM                PIC X(120) VALUE SPACES.
       01 WS-VERB                 PIC X(12) VALUE SPACES.
       01 WS-VERB-U               PIC X(12) VALUE SPACES.
       01 WS-REST                 PIC X(120) VALUE SPACES.
       01 WS-SP-POS               PIC 9(4) VALUE 0.
       01 WS-CMD                  PIC X(512) VALUE SPACES.
      * file di lavoro che seguono "data" a ogni cambio di fonte
       01 WS-CARRY-LIST           PIC X(200) VALUE
          "NOMIEQV.DAT RICHIESTE.DAT COMMESSE.DAT CLIENTI.DAT TIPICOMMES
      -   "SA.DAT FRASI.DAT DISTRIB.DAT RISERVATI.DAT INSIEMI.DAT FESTE.
      -   "DAT CANDIDATI.DAT GIORNALE.DAT ARCHIVIO.LCK".
       01 WS-CARRY-DIR            PIC X(120) VALUE SPACES.

       01 WS-EXT-DIR              PIC X(120) VALUE SPACES.
       01 WS-EXT-FILE             PIC X(200) VALUE SPACES.
       01 WS-OUT-FILE             PIC X(200) VALUE SPACES.
       01 WS-NEW-DIR              PIC X(24)
          VALUE "archivi/ESTRATTO.TMP".

      * riga di controllo della corsa GN3XTR00 (estratto.ctl):
      * GN3XTR00|AAAAMMGGHHMMSS|segmenti
       01 WS-CTL-LINE             PIC X(80) VALUE SPACES.
       01 WS-CTL-PGM              PIC X(8) VALUE SPACES.
       01 WS-CTL-STAMP            PIC X(14) VALUE SPACES.
       01 WS-CTL-SEGS             PIC X(10) VALUE SPACES.
       01 WS-FONTE-LINE           PIC X(200) VALUE SPACES.
       01 WS-PREC                 PIC X(120) VALUE SPACES.

      * figli per famiglia da figli.ext (gia' ordinato su FLNK-FAM):
      * ogni famiglia li trova in binaria e li mette nel quinto campo
       01 WS-CH-COUNT             PIC 9(5) VALUE 0.
       01 WS-CH-TABLE.
          05 WS-CH-ENTRY OCCURS 1 TO 30000 TIMES
                DEPENDING ON WS-CH-COUNT
                ASCENDING KEY IS WS-CH-FAM
                INDEXED BY WS-CHX.
             10 WS-CH-FAM         PIC X(12).
             10 WS-CH-PERS        PIC X(12).
       01 WS-CH-IX                PIC 9(5) VALUE 0.
       01 WS-CH-LOST              PIC 9(5) VALUE 0.
      * FAMIGLIE.DAT porta i figli in un campo di 200 caratteri (vedi
      * DESC/KINSHIP): oltre 15 ID da 12 la famiglia esce troncata
       01 WS-KIDS                 PIC X(200) VALUE SPACES.
       01 WS-KID-CT               PIC 9(3) VALUE 0.
       01 WS-KID-PTR              PIC 9(3) VALUE 1.
       01 WS-TRUNC-CT             PIC 9(5) VALUE 0.

       01 WS-PERS-CT              PIC 9(7) VALUE 0.
       01 WS-FAM-CT               PIC 9(7) VALUE 0.
       01 WS-EVT-CT               PIC 9(7) VALUE 0.
       01 WS-LUO-CT               PIC 9(7) VALUE 0.
       01 WS-CIT-CT               PIC 9(7) VALUE 0.
       01 WS-RIS-CT               PIC 9(7) VALUE 0.
       01 WS-OUT-PTR              PIC 9(3) VALUE 1.
       01 WS-KIND                 PIC X(16) VALUE SPACES.

       COPY GN1PRSN.
       COPY GNFAMIL.
       COPY GN1EVNT.
       COPY GN1PLAC.
       COPY GN1FLNK.
       COPY GN1CITA.

       LINKAGE SECTION.
       COPY "CLIARGS.CPY".

       PROCEDURE DIVISION USING LK-CLI-ARGS.
       MAIN-LOGIC.
           MOVE 0 TO LK-RETURN-CODE
           MOVE FUNCTION TRIM(LK-PARAM) TO WS-PARAM
           PERFORM 1000-SPLIT-VERB
           MOVE FUNCTION UPPER-CASE(WS-VERB) TO WS-VERB-U

           EVALUATE WS-VERB-U
             WHEN "ESTRATTO"
               PERFORM 2000-FONTE-ESTRATTO
             WHEN "STORICO"
               PERFORM 3000-FONTE-STORICO
             WHEN "CORRENTE"
             WHEN SPACES
               PERFORM 4000-FONTE-CORRENTE
             WHEN OTHER
               DISPLAY "ERRORE: FONTE RICHIEDE ESTRATTO, STORICO "
                       "O CORRENTE"
               MOVE 8 TO LK-RETURN-CODE
           END-EVALUATE
           GOBACK.

       1000-SPLIT-VERB.
           MOVE SPACES TO WS-VERB WS-REST
           MOVE 0 TO WS-SP-POS
           INSPECT WS-PARAM TALLYING WS-SP-POS FOR CHARACTERS
             BEFORE INITIAL SPACE
           IF WS-SP-POS < FUNCTION LENGTH(FUNCTION TRIM(WS-PARAM))
             MOVE WS-PARAM(1:WS-SP-POS) TO WS-VERB
             MOVE WS-PARAM(WS-SP-POS + 2:) TO WS-REST
           ELSE
             MOVE FUNCTION TRIM(WS-PARAM) TO WS-VERB
             MOVE SPACES TO WS-REST
           END-IF
           .

      *----------------------------------------------------------------*
      * ESTRATTO: la nuova copia si costruisce a parte in              *
      * archivi/ESTRATTO.TMP e prende il posto della vecchia solo a    *
      * conversione finita, cosi' chi sta leggendo non vede mai un     *
      * archivio a meta'. Poi "data" punta li' e l'indice fonetico si  *
      * rifa' sulle persone nuove.                                     *
      *----------------------------------------------------------------*
       2000-FONTE-ESTRATTO.
           MOVE FUNCTION TRIM(WS-REST) TO WS-EXT-DIR
           IF WS-EXT-DIR = SPACES
             DISPLAY "ERRORE: ESTRATTO RICHIEDE LA DIRECTORY DEGLI "
                     "ESTRATTI DI GN3XTR00"
             MOVE 8 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
      *    COME PER PARROCCHIA ATTIVA: UN data/ REALE E' L'ARCHIVIO
      *    STORICO ORIGINARIO E NON SI RIPUNTA
           MOVE "test -d data -a ! -L data" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE = 0
             DISPLAY "ERRORE: data/ E' UNA DIRECTORY REALE, NON UN"
             DISPLAY "  COLLEGAMENTO: SPOSTARLA SOTTO archivi/ (ES."
             DISPLAY "  mv data archivi/STORICO) E RIPETERE ESTRATTO"
             MOVE 8 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           PERFORM 2100-READ-CONTROL
           IF LK-RETURN-CODE NOT = 0
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CMD
           STRING "rm -rf " FUNCTION TRIM(WS-NEW-DIR)
                  " && mkdir -p " FUNCTION TRIM(WS-NEW-DIR)
             DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE NOT = 0
             DISPLAY "ERRORE: IMPOSSIBILE CREARE "
                     FUNCTION TRIM(WS-NEW-DIR)
             MOVE 12 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF

           PERFORM 2200-LOAD-CHILDREN
           PERFORM 2300-CONVERT-PERSONS
           IF LK-RETURN-CODE NOT = 0
             EXIT PARAGRAPH
           END-IF
           PERFORM 2400-CONVERT-FAMILIES
           PERFORM 2500-CONVERT-EVENTS
           PERFORM 2600-CONVERT-PLACES
           PERFORM 2700-CONVERT-CITATIONS
           IF LK-RETURN-CODE NOT = 0
             EXIT PARAGRAPH
           END-IF
           PERFORM 2800-WRITE-MARKERS
           MOVE WS-NEW-DIR TO WS-CARRY-DIR
           PERFORM 8200-CARRY-WORK-FILES
           IF LK-RETURN-CODE NOT = 0
             EXIT PARAGRAPH
           END-IF
           PERFORM 2900-SWAP-AND-POINT
           IF LK-RETURN-CODE NOT = 0
             EXIT PARAGRAPH
           END-IF

           DISPLAY "FONTE ATTIVA: ESTRATTO IMS DEL "
                   WS-CTL-STAMP(1:4) "-" WS-CTL-STAMP(5:2) "-"
                   WS-CTL-STAMP(7:2) " ORE " WS-CTL-STAMP(9:2) ":"
                   WS-CTL-STAMP(11:2)
           DISPLAY "  PERSONE   " WS-PERS-CT
                   " (RISERVATE: " WS-RIS-CT ")"
           DISPLAY "  FAMIGLIE  " WS-FAM-CT
           DISPLAY "  EVENTI    " WS-EVT-CT
           DISPLAY "  LUOGHI    " WS-LUO-CT
           DISPLAY "  CITAZIONI " WS-CIT-CT
           IF WS-CH-LOST > 0
             DISPLAY "  ATTENZIONE: " WS-CH-LOST
                     " LEGAMI FIGLIO OLTRE LA TAVOLA, NON RIPORTATI"
           END-IF
           IF WS-TRUNC-CT > 0
             DISPLAY "  ATTENZIONE: " WS-TRUNC-CT
                     " FAMIGLIE CON PIU' DI 15 FIGLI, ELENCO TRONCATO"
           END-IF

      *    L'INDICE FONETICA.DAT E' DERIVATO DA PERSONE.DAT: SI RIFA'
      *    SUBITO, COME FAREBBE A MANO IL COMANDO FONETICA
           MOVE "FONETICA" TO LK-CMD
           MOVE SPACES TO LK-PARAM
           CALL "GENFON00" USING LK-CLI-ARGS
           MOVE 0 TO LK-RETURN-CODE
           .

       2100-READ-CONTROL.
           MOVE SPACES TO WS-EXT-FILE WS-CTL-LINE
           STRING FUNCTION TRIM(WS-EXT-DIR) "/estratto.ctl"
             DELIMITED BY SIZE INTO WS-EXT-FILE
           OPEN INPUT EXT-FILE
           IF WS-EXT-FS NOT = "00"
             DISPLAY "ERRORE: MANCA " FUNCTION TRIM(WS-EXT-FILE)
             DISPLAY "  (ESTRATTO INCOMPLETO O DIRECTORY ERRATA)"
             MOVE 12 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           READ EXT-FILE
             AT END
               MOVE SPACES TO WS-CTL-LINE
             NOT AT END
               MOVE EXT-REC(1:80) TO WS-CTL-LINE
           END-READ
           CLOSE EXT-FILE
           MOVE SPACES TO WS-CTL-PGM WS-CTL-STAMP WS-CTL-SEGS
           UNSTRING WS-CTL-LINE DELIMITED BY "|"
             INTO WS-CTL-PGM WS-CTL-STAMP WS-CTL-SEGS
           IF WS-CTL-PGM NOT = "GN3XTR00"
              OR WS-CTL-STAMP IS NOT NUMERIC
             DISPLAY "ERRORE: RIGA DI CONTROLLO NON VALIDA IN "
                     FUNCTION TRIM(WS-EXT-FILE)
             MOVE 12 TO LK-RETURN-CODE
           END-IF
           .

       2200-LOAD-CHILDREN.
           MOVE 0 TO WS-CH-COUNT WS-CH-LOST
           MOVE "/figli.ext" TO WS-KIND
           PERFORM 8000-OPEN-EXTRACT
           IF WS-EXT-FS NOT = "00"
             DISPLAY "ATTENZIONE: MANCA " FUNCTION TRIM(WS-EXT-FILE)
                     " - FAMIGLIE SENZA FIGLI"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-YES
             READ EXT-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 MOVE EXT-REC(1:80) TO GN1FLNK-SEG
                 IF WS-CH-COUNT < 30000
                   ADD 1 TO WS-CH-COUNT
                   MOVE FLNK-FAM TO WS-CH-FAM(WS-CH-COUNT)
                   MOVE FLNK-PERS TO WS-CH-PERS(WS-CH-COUNT)
                 ELSE
                   ADD 1 TO WS-CH-LOST
                 END-IF
             END-READ
           END-PERFORM
           CLOSE EXT-FILE
           .

       2300-CONVERT-PERSONS.
           MOVE 0 TO WS-PERS-CT WS-RIS-CT
           MOVE "/persona.ext" TO WS-KIND
           PERFORM 8000-OPEN-EXTRACT
           IF WS-EXT-FS NOT = "00"
             DISPLAY "ERRORE: MANCA " FUNCTION TRIM(WS-EXT-FILE)
             MOVE 12 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           MOVE "PERSONE.DAT" TO WS-KIND
           PERFORM 8100-OPEN-FLAT
           PERFORM UNTIL EOF-YES
             READ EXT-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 MOVE EXT-REC(1:256) TO GN1PRSN-SEG
                 PERFORM 2310-WRITE-PERSON
             END-READ
           END-PERFORM
           CLOSE EXT-FILE OUT-FILE
           .

       2310-WRITE-PERSON.
           MOVE SPACES TO OUT-REC
           MOVE 1 TO WS-OUT-PTR
           IF PERS-RESTRICTED = "Y"
             ADD 1 TO WS-RIS-CT
             STRING FUNCTION TRIM(PERS-ID) "|(RISERVATO)|"
                    PERS-GEND "|"
               DELIMITED BY SIZE INTO OUT-REC WITH POINTER WS-OUT-PTR
           ELSE
             STRING FUNCTION TRIM(PERS-ID) "|"
                    FUNCTION TRIM(PERS-NAME) "|"
                    PERS-GEND "|"
                    FUNCTION TRIM(PERS-BDATE)
               DELIMITED BY SIZE INTO OUT-REC WITH POINTER WS-OUT-PTR
           END-IF
      *    LA CANCELLAZIONE LOGICA DI IMS E' IL QUINTO CAMPO "D"
      *    DEI FILE FLAT (MAINT DEL)
           IF PERS-IS-DELETED = "Y"
             STRING "|D"
               DELIMITED BY SIZE INTO OUT-REC WITH POINTER WS-OUT-PTR
           ELSE
             ADD 1 TO WS-PERS-CT
           END-IF
           WRITE OUT-REC
           .

       2400-CONVERT-FAMILIES.
           MOVE 0 TO WS-FAM-CT WS-TRUNC-CT
           MOVE "/famiglia.ext" TO WS-KIND
           PERFORM 8000-OPEN-EXTRACT
           MOVE "FAMIGLIE.DAT" TO WS-KIND
           PERFORM 8100-OPEN-FLAT
           IF WS-EXT-FS NOT = "00"
             DISPLAY "ATTENZIONE: MANCA famiglia.ext - NESSUNA "
                     "FAMIGLIA"
             CLOSE OUT-FILE
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-YES
             READ EXT-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 MOVE EXT-REC(1:614) TO FAMILY-REC
                 IF FAMILY-IS-DELETED NOT = "Y"
                   PERFORM 2410-WRITE-FAMILY
                 END-IF
             END-READ
           END-PERFORM
           CLOSE EXT-FILE OUT-FILE
           .

       2410-WRITE-FAMILY.
           ADD 1 TO WS-FAM-CT
           PERFORM 2420-COLLECT-KIDS
           MOVE SPACES TO OUT-REC
           IF WS-KIDS = SPACES
             STRING FUNCTION TRIM(FAMILY-ID) "|"
                    FUNCTION TRIM(FAMILY-FATHER-ID) "|"
                    FUNCTION TRIM(FAMILY-MOTHER-ID) "|"
                    FUNCTION TRIM(FAMILY-UNION-DATE)
               DELIMITED BY SIZE INTO OUT-REC
           ELSE
             STRING FUNCTION TRIM(FAMILY-ID) "|"
                    FUNCTION TRIM(FAMILY-FATHER-ID) "|"
                    FUNCTION TRIM(FAMILY-MOTHER-ID) "|"
                    FUNCTION TRIM(FAMILY-UNION-DATE) "|"
                    FUNCTION TRIM(WS-KIDS)
               DELIMITED BY SIZE INTO OUT-REC
           END-IF
           WRITE OUT-REC
           .

      *    PRIMA RIGA DELLA FAMIGLIA IN TAVOLA: LA BINARIA NE TROVA UNA
      *    QUALSIASI, SI RISALE ALLA PRIMA E SI SCORRE IN AVANTI
       2420-COLLECT-KIDS.
           MOVE SPACES TO WS-KIDS
           MOVE 0 TO WS-KID-CT
           MOVE 1 TO WS-KID-PTR
           IF WS-CH-COUNT = 0
             EXIT PARAGRAPH
           END-IF
           SEARCH ALL WS-CH-ENTRY
             AT END
               EXIT PARAGRAPH
             WHEN WS-CH-FAM(WS-CHX) = FAMILY-ID
               SET WS-CH-IX TO WS-CHX
           END-SEARCH
           PERFORM 2430-BACK-TO-FIRST
             UNTIL WS-CH-IX = 1
                OR WS-CH-FAM(WS-CH-IX - 1) NOT = FAMILY-ID
           PERFORM 2440-ADD-KID
             UNTIL WS-CH-IX > WS-CH-COUNT
                OR WS-CH-FAM(WS-CH-IX) NOT = FAMILY-ID
           .

       2430-BACK-TO-FIRST.
           SUBTRACT 1 FROM WS-CH-IX
           .

       2440-ADD-KID.
           IF WS-KID-CT < 15
             ADD 1 TO WS-KID-CT
             IF WS-KID-CT > 1
               STRING "," DELIMITED BY SIZE
                 INTO WS-KIDS WITH POINTER WS-KID-PTR
             END-IF
             STRING FUNCTION TRIM(WS-CH-PERS(WS-CH-IX))
               DELIMITED BY SIZE
               INTO WS-KIDS WITH POINTER WS-KID-PTR
           ELSE
             IF WS-KID-CT = 15
               ADD 1 TO WS-TRUNC-CT
               ADD 1 TO WS-KID-CT
             END-IF
           END-IF
           ADD 1 TO WS-CH-IX
           .

       2500-CONVERT-EVENTS.
           MOVE 0 TO WS-EVT-CT
           MOVE "/evento.ext" TO WS-KIND
           PERFORM 8000-OPEN-EXTRACT
           MOVE "EVENTI.DAT" TO WS-KIND
           PERFORM 8100-OPEN-FLAT
           IF WS-EXT-FS NOT = "00"
             DISPLAY "ATTENZIONE: MANCA evento.ext - NESSUN EVENTO"
             CLOSE OUT-FILE
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-YES
             READ EXT-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 MOVE EXT-REC(1:160) TO GN1EVNT-SEG
                 ADD 1 TO WS-EVT-CT
                 MOVE SPACES TO OUT-REC
                 IF EVNT-PLACE = SPACES
                   STRING FUNCTION TRIM(EVNT-ID) "|"
                          FUNCTION TRIM(EVNT-PERS) "|"
                          FUNCTION TRIM(EVNT-TYPE) "|"
                          FUNCTION TRIM(EVNT-DATE)
                     DELIMITED BY SIZE INTO OUT-REC
                 ELSE
                   STRING FUNCTION TRIM(EVNT-ID) "|"
                          FUNCTION TRIM(EVNT-PERS) "|"
                          FUNCTION TRIM(EVNT-TYPE) "|"
                          FUNCTION TRIM(EVNT-DATE) "|"
                          FUNCTION TRIM(EVNT-PLACE)
                     DELIMITED BY SIZE INTO OUT-REC
                 END-IF
                 WRITE OUT-REC
             END-READ
           END-PERFORM
           CLOSE EXT-FILE OUT-FILE
           .

       2600-CONVERT-PLACES.
           MOVE 0 TO WS-LUO-CT
           MOVE "/luogo.ext" TO WS-KIND
           PERFORM 8000-OPEN-EXTRACT
           MOVE "LUOGHI.DAT" TO WS-KIND
           PERFORM 8100-OPEN-FLAT
           IF WS-EXT-FS NOT = "00"
             DISPLAY "ATTENZIONE: MANCA luogo.ext - NESSUN LUOGO"
             CLOSE OUT-FILE
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-YES
             READ EXT-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 MOVE EXT-REC(1:150) TO GN1PLAC-SEG
                 ADD 1 TO WS-LUO-CT
                 MOVE SPACES TO OUT-REC
                 STRING FUNCTION TRIM(PLAC-ID) "|"
                        FUNCTION TRIM(PLAC-NAME) "|"
                        FUNCTION TRIM(PLAC-TYPE)
                   DELIMITED BY SIZE INTO OUT-REC
                 WRITE OUT-REC
             END-READ
           END-PERFORM
           CLOSE EXT-FILE OUT-FILE
           .

       2700-CONVERT-CITATIONS.
           MOVE 0 TO WS-CIT-CT
           MOVE "/citazione.ext" TO WS-KIND
           PERFORM 8000-OPEN-EXTRACT
           MOVE "CITAZIONI.DAT" TO WS-KIND
           PERFORM 8100-OPEN-FLAT
           IF WS-OUT-FS NOT = "00"
             DISPLAY "ERRORE SCRITTURA " FUNCTION TRIM(WS-OUT-FILE)
             MOVE 12 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           IF WS-EXT-FS NOT = "00"
             CLOSE OUT-FILE
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-YES
             READ EXT-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 MOVE EXT-REC(1:96) TO GN1CITA-SEG
                 ADD 1 TO WS-CIT-CT
                 MOVE SPACES TO OUT-REC
                 STRING FUNCTION TRIM(CITA-ID) "|"
                        FUNCTION TRIM(CITA-SRCE) "|"
                        FUNCTION TRIM(CITA-PERS) "|"
                        FUNCTION TRIM(CITA-PAGE)
                   DELIMITED BY SIZE INTO OUT-REC
                 WRITE OUT-REC
             END-READ
           END-PERFORM
           CLOSE EXT-FILE OUT-FILE
           .

      *----------------------------------------------------------------*
      * .FONTE: la riga che GENFOT00 mostra in testa ai comandi;       *
      * .NOME: come per le parrocchie, per PARROCCHIA CORRENTE;        *
      * .PRECEDENTE: dove puntava "data" prima del primo ESTRATTO (un  *
      * ESTRATTO sopra un ESTRATTO si tiene quella gia' salvata).      *
      * Le equivalenze dei nomi (NOMIEQV.DAT) e gli altri file di      *
      * lavoro passano dalla copia in uso a quella nuova in 8200.      *
      *----------------------------------------------------------------*
       2800-WRITE-MARKERS.
           MOVE ".FONTE" TO WS-KIND
           PERFORM 8100-OPEN-FLAT
           MOVE SPACES TO OUT-REC
           STRING "ESTRATTO|" FUNCTION TRIM(WS-EXT-DIR) "|"
                  WS-CTL-STAMP "|" FUNCTION TRIM(WS-CTL-SEGS)
             DELIMITED BY SIZE INTO OUT-REC
           WRITE OUT-REC
           CLOSE OUT-FILE
           MOVE ".NOME" TO WS-KIND
           PERFORM 8100-OPEN-FLAT
           MOVE "ESTRATTO" TO OUT-REC
           WRITE OUT-REC
           CLOSE OUT-FILE

           MOVE SPACES TO WS-PREC
           OPEN INPUT FONTE-FILE
           IF WS-FT-FS = "00"
             CLOSE FONTE-FILE
             OPEN INPUT PREC-FILE
             IF WS-PR-FS = "00"
               READ PREC-FILE
                 NOT AT END
                   MOVE PREC-REC TO WS-PREC
               END-READ
               CLOSE PREC-FILE
             END-IF
             MOVE SPACES TO WS-CMD
             STRING "echo '" FUNCTION TRIM(WS-PREC) "' > "
                    FUNCTION TRIM(WS-NEW-DIR) "/.PRECEDENTE"
               DELIMITED BY SIZE INTO WS-CMD
           ELSE
             MOVE SPACES TO WS-CMD
             STRING "readlink data > "
                    FUNCTION TRIM(WS-NEW-DIR) "/.PRECEDENTE"
                    " 2>/dev/null"
               DELIMITED BY SIZE INTO WS-CMD
           END-IF
           CALL "SYSTEM" USING WS-CMD
           .

       2900-SWAP-AND-POINT.
           MOVE SPACES TO WS-CMD
           STRING "rm -rf archivi/ESTRATTO.OLD"
                  " && (test ! -d archivi/ESTRATTO"
                  " || mv archivi/ESTRATTO archivi/ESTRATTO.OLD)"
                  " && mv " FUNCTION TRIM(WS-NEW-DIR)
                  " archivi/ESTRATTO"
                  " && ln -sfn archivi/ESTRATTO data"
                  " && rm -rf archivi/ESTRATTO.OLD"
             DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE NOT = 0
             DISPLAY "ERRORE: IMPOSSIBILE RIPUNTARE data/ SU "
                     "archivi/ESTRATTO"
             MOVE 12 TO LK-RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * STORICO: "data" torna dove puntava prima dell'estratto (la     *
      * copia flat storica o la parrocchia attiva di allora).          *
      *----------------------------------------------------------------*
       3000-FONTE-STORICO.
           OPEN INPUT FONTE-FILE
           IF WS-FT-FS NOT = "00"
             DISPLAY "FONTE GIA' SUI FILE FLAT: NIENTE DA FARE"
             EXIT PARAGRAPH
           END-IF
           CLOSE FONTE-FILE
           MOVE SPACES TO WS-PREC
           OPEN INPUT PREC-FILE
           IF WS-PR-FS = "00"
             READ PREC-FILE
               NOT AT END
                 MOVE PREC-REC TO WS-PREC
             END-READ
             CLOSE PREC-FILE
           END-IF
           IF WS-PREC = SPACES
             DISPLAY "ERRORE: NON RISULTA DOVE PUNTAVA data/ PRIMA "
                     "DELL'ESTRATTO"
             DISPLAY "  (RIPUNTARLA CON PARROCCHIA ATTIVA <NOME>)"
             MOVE 8 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "test -d " FUNCTION TRIM(WS-PREC)
             DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE NOT = 0
             DISPLAY "ERRORE: " FUNCTION TRIM(WS-PREC)
                     " NON E' UNA DIRECTORY"
             MOVE 12 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
      *    QUANTO SI E' LAVORATO SULL'ESTRATTO TORNA CON "data"
           MOVE WS-PREC TO WS-CARRY-DIR
           PERFORM 8200-CARRY-WORK-FILES
           IF LK-RETURN-CODE NOT = 0
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "ln -sfn " FUNCTION TRIM(WS-PREC) " data"
             DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE NOT = 0
             DISPLAY "ERRORE: IMPOSSIBILE RIPUNTARE data/ SU "
                     FUNCTION TRIM(WS-PREC)
             MOVE 12 TO LK-RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           DISPLAY "FONTE ATTIVA: FILE FLAT STORICI ("
                   FUNCTION TRIM(WS-PREC) ")"
           .

       4000-FONTE-CORRENTE.
           OPEN INPUT FONTE-FILE
           IF WS-FT-FS NOT = "00"
             DISPLAY "FONTE CORRENTE: FILE FLAT STORICI (data/)"
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FONTE-LINE
           READ FONTE-FILE
             NOT AT END
               MOVE FONTE-REC TO WS-FONTE-LINE
           END-READ
           CLOSE FONTE-FILE
           MOVE SPACES TO WS-CTL-PGM WS-EXT-DIR WS-CTL-STAMP
                          WS-CTL-SEGS
           UNSTRING WS-FONTE-LINE DELIMITED BY "|"
             INTO WS-CTL-PGM WS-EXT-DIR WS-CTL-STAMP WS-CTL-SEGS
           DISPLAY "FONTE CORRENTE: ESTRATTO IMS DEL "
                   WS-CTL-STAMP(1:4) "-" WS-CTL-STAMP(5:2) "-"
                   WS-CTL-STAMP(7:2) " ORE " WS-CTL-STAMP(9:2) ":"
                   WS-CTL-STAMP(11:2)
           DISPLAY "  DA " FUNCTION TRIM(WS-EXT-DIR)
                   " (SEGMENTI: " FUNCTION TRIM(WS-CTL-SEGS) ")"
           .

       8000-OPEN-EXTRACT.
           MOVE SPACES TO WS-EXT-FILE
           STRING FUNCTION TRIM(WS-EXT-DIR) FUNCTION TRIM(WS-KIND)
             DELIMITED BY SIZE INTO WS-EXT-FILE
           MOVE "N" TO WS-EOF
           OPEN INPUT EXT-FILE
           .

       8100-OPEN-FLAT.
           MOVE SPACES TO WS-OUT-FILE
           STRING FUNCTION TRIM(WS-NEW-DIR) "/" FUNCTION TRIM(WS-KIND)
             DELIMITED BY SIZE INTO WS-OUT-FILE
           OPEN OUTPUT OUT-FILE
           .

      *----------------------------------------------------------------*
      * File di lavoro (WS-CARRY-LIST) da data/ a WS-CARRY-DIR: quelli *
      * che ci sono vengono copiati, gli altri non si creano. Senza di *
      * loro la suite ripartirebbe vuota sulla fonte nuova, e quanto   *
      * scritto la' sparirebbe al rinnovo successivo dell'estratto.    *
      *----------------------------------------------------------------*
       8200-CARRY-WORK-FILES.
           MOVE SPACES TO WS-CMD
           STRING "for F in " FUNCTION TRIM(WS-CARRY-LIST)
                  "; do test ! -f data/$F || cp -p data/$F "
                  FUNCTION TRIM(WS-CARRY-DIR) "/ || exit 1; done"
             DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE NOT = 0
             DISPLAY "ERRORE: IMPOSSIBILE COPIARE I FILE DI LAVORO IN "
                     FUNCTION TRIM(WS-CARRY-DIR)
             MOVE 12 TO LK-RETURN-CODE
           END-IF
           .

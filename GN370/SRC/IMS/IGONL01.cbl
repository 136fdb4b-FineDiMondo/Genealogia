       COPY GN1OCCU.
       COPY GN1CITA.
       COPY GN1NOTE.
       COPY GN1EXID.
       COPY GN1DISP.
       COPY GN1PLOT.
       COPY GN1WTCH.
       COPY GNFAMIL.
       COPY GN1JRNL.
       COPY "GNOPRIO.cpy".
       COPY GNEVTAB.
       COPY GNGNEQV.
       COPY GN1NIDX.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
              VALUE "PLACE   (PLACID=            )".
           05 WS-SSA-PART        PIC X(30)
              VALUE "PARTIC  (EVNTID=            )".
           05 WS-SSA-MEDI        PIC X(30)
              VALUE "MEDIA   (PERSID=            )".
           05 WS-SSA-ALIA        PIC X(30)
              VALUE "NOTESEG (PERSID=            )".
           05 WS-SSA-NOTE-E      PIC X(30)
              VALUE "NOTESEG (EVNTID=            )".
           05 WS-SSA-EXID        PIC X(30)
              VALUE "EXTID   (PERSID=            )".
      *    ACCESSO A FAMILY PER IDENTIFICATIVO, STESSA CONVENZIONE
      *    DI QUALIFICAZIONE DEI FAMLNK (FAMID)
           05 WS-SSA-FAML-ID     PIC X(30)
       77  WS-PLACE-CHILD-NAME   PIC X(60) VALUE SPACES.
       77  WS-PLACE-PARENT-NAME  PIC X(60) VALUE SPACES.

      * AREA DI LAVORO DELLA RICERCA PER NOME (4178-PATH-FIND), CHE
      * LEGGE L'INDICE DEI NOMI (NAMEIX) IN SEQUENZA DI CHIAVE: IL
      * TESTO "[NOME] COGNOME [ANNO]" SCOMPOSTO IN PREFISSI (4188);
      * LA STESSA AREA RISOLVE IL FILTRO PER NOME DI EQRY (4284)
       77  WS-PERS-NAME-U        PIC X(40) VALUE SPACES.
       77  WS-PICK-CT            PIC 9(4) VALUE 0.
       01  WS-NS-TEXT            PIC X(20) VALUE SPACES.
       01  WS-NS-WORD            PIC X(20) VALUE SPACES.
       01  WS-NS-NAMES           PIC X(20) VALUE SPACES.
       01  WS-NS-NPTR            PIC 9(3) VALUE 0.
       01  WS-NS-WORD-CT         PIC 9(2) VALUE 0.
       01  WS-NS-PTR             PIC 9(3) VALUE 0.
       01  WS-NS-SURN            PIC X(20) VALUE SPACES.
       01  WS-NS-SURN-LEN        PIC 9(2) VALUE 0.
       01  WS-NS-GIVEN           PIC X(15) VALUE SPACES.
       01  WS-NS-GIVEN-LEN       PIC 9(2) VALUE 0.
       01  WS-NS-YEAR            PIC X(4) VALUE SPACES.
       01  WS-NS-LAST-KEY        PIC X(54) VALUE SPACES.
       01  WS-NS-HIT             PIC X VALUE "N".
           88 NS-HIT             VALUE "Y".
       01  WS-NS-END             PIC X VALUE "N".
           88 NS-END             VALUE "Y".
      * PERSONE GIA' PRESE: NELLA FIND UNA PERSONA CON PIU' FORME
      * CHE RISPONDONO (NOME, ALIAS) ENTRA UNA VOLTA SOLA; IN EQRY
      * E' LA LISTA DELLE PERSONE AMMESSE DAL FILTRO PER NOME
       01  WS-NS-SEEN-TABLE.
           05 WS-NS-SEEN OCCURS 50 TIMES PIC X(12).
       01  WS-NS-SEEN-CT         PIC 9(2) VALUE 0.
       01  WS-NS-IX              PIC 9(2) VALUE 0.
      * SSA SULLA CHIAVE DELL'INDICE: ">=" SUL PREFISSO DEL COGNOME
      * ALLA PRIMA LETTURA, "> " SULL'ULTIMA CHIAVE LETTA POI
       01  WS-SSA-NIXK.
           05 FILLER             PIC X(15) VALUE "NAMEIX  (NIXKEY".
           05 WS-SSA-NIXK-OP     PIC X(2) VALUE ">=".
           05 WS-SSA-NIXK-VAL    PIC X(54) VALUE SPACES.
           05 FILLER             PIC X(1) VALUE ")".

      * AREA DI LAVORO DELL'INTERROGAZIONE EVENTI (4280): LUOGHI
      * AMMESSI (IL LUOGO RICHIESTO E I SUOI FIGLI NEL GAZETTEER),
       01  WS-QP-PASS            PIC 9(1) VALUE 0.
       01  WS-QP-GREW            PIC X VALUE "N".
           88 QP-GREW            VALUE "Y".
      * PADRE DEL LUOGO LETTO SULLA GERARCHIA SCELTA (MI-QGERA)
       01  WS-QP-PARENT          PIC X(12) VALUE SPACES.
       01  WS-Q-TYPE             PIC X(12) VALUE SPACES.
       01  WS-Q-ANNO1            PIC 9(4) VALUE 0.
       01  WS-Q-ANNO2            PIC 9(4) VALUE 9999.
      *    SCAVALCABILE DALL'OVERRIDE (CHE COPRE SOLO LE DATE)
           10 WS-TARGET-MISSING  PIC X VALUE "N".
              88 TARGET-MISSING  VALUE "Y".
      *    LEGAME GIA' REGISTRATO (STESSO TIPO E DESTINAZIONE): IL
      *    PATH RELT NE AGGIORNA LO STATO DI PROVA (4166)
           10 WS-REL-FOUND       PIC X VALUE "N".
              88 REL-FOUND       VALUE "Y".
       77  WS-REL-PROOF          PIC X(1) VALUE SPACE.

      * IMMAGINE "PRIMA" DELLA PERSONA CORRENTE, SALVATA A OGNI GU
      * (4161) E RIVERSATA NEL JOURNAL DA 4900 INSIEME ALL'IMMAGINE
      * ROTAZIONE DELLE ULTIME RIGHE JOURNAL PER IL PATH STORIA (PF2)
       77  WS-HIST-CT            PIC 9(4) VALUE 0.
       77  WS-HIST-LINE          PIC X(70) VALUE SPACES.
       77  WS-XID-CT             PIC 9(4) VALUE 0.
      * SUPERSTITE DELLA FUSIONE, RICAVATO DALLA RIGA JOURNAL MERGE
      * "MERGED TO <ID>" CHE GN3MRG00 SCRIVE SOTTO LA VITTIMA
       77  WS-MERGED-INTO        PIC X(12) VALUE SPACES.
      * (GNFSTAB), COME GNGNEQV NEI CONTESTI ONLINE
       77  WS-FEAST-LEN          PIC 9(2) VALUE 0.
       COPY "GNCALIO.cpy".
       COPY "GNNIX.cpy".
       COPY "GNCOGN.cpy".
       COPY "GENFKEY.CPY".
      * ETA' DICHIARATA DELL'EVENTO (MI-EVTAGE): TESTO ALLINEATO A
      * SINISTRA, SUA LUNGHEZZA, VALORE E FORMA DI VISUALIZZAZIONE
       77  WS-AGE-TXT            PIC X(3) VALUE SPACES.
       77  WS-AGE-LEN            PIC 9(2) VALUE 0.
       77  WS-AGE-N              PIC 9(3) VALUE 0.
       77  WS-AGE-Z              PIC ZZ9.
       77  WS-AGE-MAX            PIC 9(3) VALUE 120.
       01  WS-AGE-OK             PIC X VALUE "N".
           88 AGE-OK             VALUE "Y".
      * OPERATORE CHE HA IMMESSO LA PERSONA (RIGA JOURNAL PIU'
      * ANTICA): IL FLUSSO DI VERIFICA A DOPPIA CHIAVE ESIGE CHE IL
      * VERIFICATORE SIA UN ALTRO
       77  WS-CREATOR-OPER       PIC X(8) VALUE SPACES.
       77  WS-OLDEST-TS          PIC X(14) VALUE SPACES.
      * OPERATORE COLLEGATO AL TERMINALE (SIGN-ON IGONL08, RISOLTO
      * DA GNOPRS0 A INIZIO PATH): E' LUI CHE FINISCE NEL JOURNAL,
      * NELLA VERIFICA E NELLE LISTE. SENZA SESSIONE VALIDA VALE IL
      * LTERM-ID, MA SOLO PER LE RIGHE DEI TENTATIVI RESPINTI.
       77  WS-OPER-ID            PIC X(8) VALUE SPACES.
      * RUOLO DELL'OPERATORE CORRENTE PER I PATH DI SOLA LETTURA
      * (EMBARGO): "Y" = ADMIN, VEDE PER INTERO I RECORD RISERVATI
      * MA OGNI SUO ACCESSO VIENE JOURNALATO (RESTVIEW)
       01  WS-OPER-ADMIN         PIC X VALUE "N".
           88 OPER-ADMIN         VALUE "Y".
       01  WS-RESTRICTED-STUB    PIC X VALUE "N".
           88 RESTRICTED-STUB    VALUE "Y".
      * ANNULLAMENTO DELL'ULTIMA MODIFICA (4292): LA RIGA JOURNAL PIU'
      * RECENTE CHE HA CAMBIATO IL SEGMENTO PERSON, CON CHI E QUANDO
      * L'HA SCRITTA E LE SUE DUE IMMAGINI
       01  WS-UNDO-FOUND         PIC X VALUE "N".
           88 UNDO-FOUND         VALUE "Y".
       77  WS-UNDO-TS            PIC X(14) VALUE SPACES.
       77  WS-UNDO-OPER          PIC X(8) VALUE SPACES.
       77  WS-UNDO-OP            PIC X(8) VALUE SPACES.
       77  WS-UNDO-VER           PIC S9(9) COMP VALUE 0.
       01  WS-UNDO-BEF           PIC X(256) VALUE SPACES.
       01  WS-UNDO-AFT           PIC X(256) VALUE SPACES.
      * DIRITTI DI PUBBLICAZIONE DI UN MEDIA (4293): USI IN INGRESSO
      * IN MAIUSCOLO, POSIZIONE IN ESAME, MODIFICA PRESENTE E ESITO
      * DEL CONTROLLO DEI CAMPI, PERSONA CORRENTE DELLA MAPPA MENTRE
      * IL JOURNAL VA SOTTO IL TITOLARE DEL MEDIA
       77  WS-DIR-USES           PIC X(4) VALUE SPACES.
       77  WS-DIR-SELFID         PIC X(12) VALUE SPACES.
       77  WS-DIR-IX             PIC 9(1) VALUE 0.
       01  WS-DIR-CHANGE         PIC X VALUE "N".
           88 DIR-CHANGE         VALUE "Y".
       01  WS-DIR-BAD            PIC X VALUE "N".
           88 DIR-BAD            VALUE "Y".

       LINKAGE SECTION.
       COPY GN1PCBS.
       3000-EDIT-INPUT.
           MOVE MI-SELFID TO WS-REC-KEY
      *    PF2 MOSTRA LA STORIA (JOURNAL) DELLA PERSONA CORRENTE;
      *    PF4 ELENCA I MEDIA (FOTO/SCANSIONI) COLLEGATI E GLI
      *    IDENTIFICATIVI ESTERNI (FAMILYSEARCH, ANTENATI...). PF8 ORA
      *    SCORRE AVANTI TRA GLI EVENTI DELLA PERSONA CORRENTE E PF10
      *    SALTA ALLA PERSONA RADICE. DEL (PF11) FA DA INTERRUTTORE
      *    DEL/UNDEL (VEDI 4180), QUINDI UNDEL NON HA PIU' UN PF
                       MOVE "PLOT" TO WS-ACTION
                    WHEN MI-QEVTYP NOT = SPACES OR
                         MI-QPLACE NOT = SPACES OR
                         MI-QANNO1 NOT = SPACES OR
                         MI-QNOME NOT = SPACES
                       MOVE "EQRY" TO WS-ACTION
                    WHEN FUNCTION UPPER-CASE(MI-WATCH) = "W"
                         OR FUNCTION UPPER-CASE(MI-WATCH) = "X"
                         OR FUNCTION UPPER-CASE(MI-MCLAIM) = "F"
                         OR FUNCTION UPPER-CASE(MI-MCLAIM) = "V"
                       MOVE "MCLAIM" TO WS-ACTION
                    WHEN FUNCTION UPPER-CASE(MI-UNDO) = "U"
                       MOVE "UNDO" TO WS-ACTION
                    WHEN MI-DIRMED NOT = SPACES
                       MOVE "DIRITTI" TO WS-ACTION
                    WHEN OTHER
                       MOVE "ENTER" TO WS-ACTION
                 END-EVALUATE
              WS-ACTION = "VERIF" OR WS-ACTION = "EMBARGO" OR
              WS-ACTION = "NOTA" OR WS-ACTION = "DISP" OR
              WS-ACTION = "PLOT" OR WS-ACTION = "WATCH" OR
              WS-ACTION = "MCLAIM" OR WS-ACTION = "UNDO" OR
              WS-ACTION = "DIRITTI"
              IF MI-SELFID = SPACES
                 MOVE GN1-E201 TO WS-MSG-ID
                 MOVE GN1-SEV-W TO WS-SEV
           IF ERR-FATAL
              EXIT PARAGRAPH
           END-IF
           PERFORM 3400-RESOLVE-OPERATOR
           IF WS-ACTION = "SAVE" OR WS-ACTION = "ADD" OR
              WS-ACTION = "DEL" OR WS-ACTION = "RELT" OR
              WS-ACTION = "ASET" OR WS-ACTION = "TITL" OR
              WS-ACTION = "OCCU" OR WS-ACTION = "QUAY" OR
              WS-ACTION = "VERIF" OR WS-ACTION = "EMBARGO" OR
              WS-ACTION = "NOTA" OR WS-ACTION = "DISP" OR
              WS-ACTION = "PLOT" OR WS-ACTION = "MCLAIM" OR
              WS-ACTION = "UNDO" OR WS-ACTION = "DIRITTI"
              PERFORM 3500-CHECK-AUTHORIZATION
              IF AUTH-DENIED
                 EXIT PARAGRAPH
                 PERFORM 4290-PATH-WATCH
              WHEN "MCLAIM"
                 PERFORM 4291-PATH-MCLAIM
              WHEN "UNDO"
                 PERFORM 4292-PATH-UNDO
              WHEN "DIRITTI"
                 PERFORM 4293-PATH-DIRITTI
              WHEN OTHER
                 PERFORM 4190-PATH-NOOP
           END-EVALUATE
           EXIT.

       3400-RESOLVE-OPERATOR.
      * OPERATORE DI SESSIONE DEL TERMINALE (GNOPRS0, FUNZIONE R): UNA
      * SOLA RISOLUZIONE PER TRANSAZIONE, PRIMA DI OGNI PATH, CHE
      * RINFRESCA ANCHE L'ORA D'INATTIVITA' DELLA SESSIONE. IL MODULO
      * MUOVE LA POSIZIONE DL/I, QUI ANCORA LIBERA.
           MOVE "R" TO OPR-IN-FUNC
           MOVE IO-LTERM TO OPR-IN-LTERM
           CALL "GNOPRS0" USING GNOPR-IO DBPCB-MASK
           ADD 1 TO CT-DLI
           IF OPR-SIGNED-ON
              MOVE OPR-OUT-OPID TO WS-OPER-ID
           ELSE
              MOVE IO-LTERM TO WS-OPER-ID
           END-IF
           EXIT.

       3500-CHECK-AUTHORIZATION.
      * AUTORIZZAZIONE PER RUOLO SUI PATH DI MUTAZIONE: SERVE UN
      * OPERATORE COLLEGATO (SIGN-ON IGONL08) CON SESSIONE VALIDA,
      * ALTRIMENTI E215. IL RUOLO E' QUELLO CONCESSO ALL'OPERATORE
      * (SEGMENTO OPERATR IN GNOPER): READ BLOCCA OGNI MUTAZIONE,
      * MAINTAIN TUTTO TRANNE DEL ED EMBARGO, CHE RICHIEDONO ADMIN.
      * IL TENTATIVO RESPINTO E' JOURNALATO (JRNL-OP = AZIONE, DESC
      * COL MOTIVO), COSI' RESTA TRACCIA DI CHI HA PROVATO.
           MOVE "N" TO WS-AUTH-DENIED
           IF NOT OPR-SIGNED-ON
              SET AUTH-DENIED TO TRUE
              MOVE GN1-E215 TO WS-MSG-ID
              EVALUATE TRUE
                 WHEN OPR-TIMED-OUT
                    MOVE "SESSION TIMED OUT" TO WS-DETAIL
                 WHEN OPR-SUSPENDED
                    MOVE "OPERATOR NOT ACTIVE" TO WS-DETAIL
                 WHEN OTHER
                    MOVE "SIGN-ON REQUIRED" TO WS-DETAIL
              END-EVALUATE
           ELSE
              EVALUATE TRUE
                 WHEN OPR-ROLE-ADMIN
                    CONTINUE
                 WHEN OPR-ROLE-MAINTAIN
      *             DEL E EMBARGO RESTANO RISERVATI AGLI ADMIN
                    IF WS-ACTION = "DEL" OR WS-ACTION = "EMBARGO"
                       SET AUTH-DENIED TO TRUE
                    END-IF
                 WHEN OTHER
                    SET AUTH-DENIED TO TRUE
              END-EVALUATE
              IF AUTH-DENIED
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
           EXIT.

       3600-LOOKUP-OPER-ROLE.
      * RUOLO DELL'OPERATORE PER I PATH DI LETTURA: LO STESSO ESITO DI
      * 3400, SENZA RIFIUTI - SERVE SOLO A SAPERE SE CHI E' COLLEGATO
      * PUO' VEDERE PER INTERO I RECORD RISERVATI. NESSUNA CHIAMATA
      * DL/I, LA POSIZIONE NON CAMBIA.
           MOVE "N" TO WS-OPER-ADMIN
           IF OPR-SIGNED-ON AND OPR-ROLE-ADMIN
              MOVE "Y" TO WS-OPER-ADMIN
           END-IF
           EXIT.
           IF WS-DLI-STAT = SPACES
              MOVE EVNT-TYPE TO MO-EVTTYP
              MOVE EVNT-ID TO MO-EVTCSR
              PERFORM 4169-SHOW-EVENT-AGE
           END-IF
           EXIT.

           MOVE SPACES TO MO-NODEID
           MOVE SPACES TO MO-RELTXT
           MOVE SPACES TO MO-RELTGT
           MOVE SPACES TO MO-RELPRF
           MOVE SPACES TO MO-RELPNT
           MOVE SPACES TO MO-EVTTYP
           MOVE SPACES TO MO-EVTAGE
           MOVE SPACES TO MO-HYPTXT
           MOVE SPACES TO MO-PROPTX
           MOVE SPACES TO MO-TITLET
                       MOVE PERS-VERSION-SEQ TO MO-VERSEQ
                       MOVE "SAVE OK" TO WS-DETAIL
                       PERFORM 4900-WRITE-JOURNAL-ENTRY
                       PERFORM 4910-REINDEX-PERSON
      *                QUALIFICATORE DELLA DATA ED ETA' DICHIARATA
      *                DELL'EVENTO CORRENTE, SE RICHIESTI CON SAVE
                       IF (MI-EDATQ NOT = SPACE
                           OR MI-EVTAGE NOT = SPACES)
                          AND MI-EVTCSR NOT = SPACES
                          PERFORM 4163-APPLY-EVENT-QUAL
                       END-IF
       4163-APPLY-EVENT-QUAL.
      * QUALIFICATORE DELLA DATA DELL'EVENTO CORRENTE (MI-EVTCSR):
      * GU PER EVNTID, QUALIFICATORE APPLICATO CON LE CONVENZIONI
      * DI MI-BDATQ, ETA' DICHIARATA CON QUELLE DI 4164, REPL; POI
      * RIPOSIZIONAMENTO SULLA PERSONA CORRENTE, CHE LA GU
      * SULL'EVENTO HA MOSSO.
           MOVE "EVENT   (EVNTID=            )" TO WS-SSA-EVNT-ID
           MOVE MI-EVTCSR TO WS-SSA-EVNT-ID(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
                 MOVE MI-EDATQ TO EVNT-DATE-QUAL
              END-IF
           END-IF
           IF MI-EVTAGE NOT = SPACES
              PERFORM 4164-EDIT-EVENT-AGE
           END-IF
           MOVE DLI-REPL TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
           MOVE DB-STATUS TO WS-DLI-STAT
           IF WS-DLI-STAT = SPACES
              MOVE "SAVE+EVT QUAL OK" TO WS-DETAIL
              PERFORM 4169-SHOW-EVENT-AGE
              PERFORM 8100-BUILD-MSG
           ELSE
              PERFORM 8050-CLASSIFY-DLI-STATUS
           PERFORM 4161-GU-PERSON-BY-SELFID
           EXIT.

       4164-EDIT-EVENT-AGE.
      * ETA' DICHIARATA NELL'ATTO (MI-EVTAGE) SUL SEGMENTO EVENT IN
      * MEMORIA: "*" LA AZZERA, UN NUMERO 0-WS-AGE-MAX LA IMPOSTA A
      * TRE CIFRE CON IL CIRCA DI MI-EVTAGQ; ALTRO E' SEGNALATO E
      * L'ETA' RESTA COM'ERA.
           IF FUNCTION TRIM(MI-EVTAGE) = "*"
              MOVE SPACES TO EVNT-AGE EVNT-AGE-QUAL
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AGE-OK
           MOVE FUNCTION TRIM(MI-EVTAGE) TO WS-AGE-TXT
           MOVE 0 TO WS-AGE-LEN
           INSPECT WS-AGE-TXT TALLYING WS-AGE-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-AGE-LEN > 0
              IF WS-AGE-TXT(1:WS-AGE-LEN) IS NUMERIC
                 COMPUTE WS-AGE-N = FUNCTION NUMVAL(WS-AGE-TXT)
                 IF WS-AGE-N <= WS-AGE-MAX
                    MOVE "Y" TO WS-AGE-OK
                 END-IF
              END-IF
           END-IF
           IF AGE-OK
              MOVE WS-AGE-N TO EVNT-AGE
              IF MI-EVTAGQ = "A"
                 MOVE "A" TO EVNT-AGE-QUAL
              ELSE
                 MOVE SPACE TO EVNT-AGE-QUAL
              END-IF
           ELSE
              MOVE GN1-E201 TO WS-MSG-ID
              MOVE GN1-SEV-W TO WS-SEV
              MOVE "MAP" TO WS-FILE
              MOVE "EVENT AGE NOT VALID" TO WS-DETAIL
              IF WS-RC < 4
                 MOVE 4 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
           END-IF
           EXIT.

       4169-SHOW-EVENT-AGE.
      * ETA' DICHIARATA DELL'EVENTO IN MEMORIA NELLA MAPPA DI USCITA
           MOVE SPACES TO MO-EVTAGE
           IF EVNT-AGE = SPACES OR EVNT-AGE IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE EVNT-AGE TO WS-AGE-N
           MOVE WS-AGE-N TO WS-AGE-Z
           IF EVNT-AGE-QUAL = "A"
              STRING FUNCTION TRIM(WS-AGE-Z) " CIRCA"
                 DELIMITED BY SIZE INTO MO-EVTAGE
           ELSE
              MOVE FUNCTION TRIM(WS-AGE-Z) TO MO-EVTAGE
           END-IF
           EXIT.

       4161-GU-PERSON-BY-SELFID.
           MOVE "PERSON  (PERSID=            )" TO WS-SSA-PERS
           MOVE MI-SELFID TO WS-SSA-PERS(17:12)
                 MOVE MO-PLACEID TO EVNT-PLACE
      *          L'EVENTO EREDITA LA PARROCCHIA DELLA PERSONA
                 MOVE PERS-PARISH TO EVNT-PARISH
      *          ETA' DICHIARATA NELL'ATTO, SE IMMESSA
                 MOVE SPACES TO EVNT-AGE EVNT-AGE-QUAL
                 IF MI-EVTAGE NOT = SPACES
                    PERFORM 4164-EDIT-EVENT-AGE
                 END-IF
                 MOVE "EVENT   (PERSID=            )" TO WS-SSA-EVNT
                 MOVE MI-SELFID TO WS-SSA-EVNT(17:12)
                 MOVE DLI-ISRT TO WS-DLI-FUNC
                 IF WS-DLI-STAT = SPACES
                    MOVE EVNT-TYPE TO MO-EVTTYP
                    MOVE EVNT-ID TO MO-EVTCSR
                    PERFORM 4169-SHOW-EVENT-AGE
                    MOVE "EVENT ADDED" TO WS-DETAIL
                    PERFORM 4900-WRITE-JOURNAL-ENTRY
                 ELSE
                    MOVE "PERSON UNDELETED" TO WS-DETAIL
                 END-IF
                 PERFORM 4900-WRITE-JOURNAL-ENTRY
                 PERFORM 4910-REINDEX-PERSON
              ELSE
                 PERFORM 8050-CLASSIFY-DLI-STATUS
                 PERFORM 8000-ERROR-HANDLING

       4172-PATH-RELT.
           MOVE "|PATH| GU PERSON -> ISRT RELATE" TO MO-PATHTX
      *    STATO DI PROVA: P PROVATO, B PROBABILE, H IPOTESI; VUOTO
      *    VALE PROVATO (COME I LEGAMI ANTERIORI ALLA GESTIONE)
           MOVE FUNCTION UPPER-CASE(MI-RELPRF) TO WS-REL-PROOF
           IF WS-REL-PROOF = SPACE
              MOVE "P" TO WS-REL-PROOF
           END-IF
           IF WS-REL-PROOF NOT = "P" AND WS-REL-PROOF NOT = "B"
              AND WS-REL-PROOF NOT = "H"
              MOVE GN1-E201 TO WS-MSG-ID
              MOVE GN1-SEV-W TO WS-SEV
              MOVE "MAP" TO WS-FILE
              MOVE "PROOF P/B/H REQUIRED" TO WS-DETAIL
              IF WS-RC < 4
                 MOVE 4 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           PERFORM 4165-RESOLVE-FEAST-DATE
           PERFORM 4161-GU-PERSON-BY-SELFID
           IF WS-DLI-STAT = SPACES
      *       LEGAME GIA' REGISTRATO: SI AGGIORNA SOLO LO STATO DI
      *       PROVA, SENZA DOPPIONI NE' NUOVA PLAUSIBILITA'
              PERFORM 4166-FIND-SAME-RELATE
              IF REL-FOUND
                 PERFORM 4167-SET-RELATE-PROOF
                 EXIT PARAGRAPH
              END-IF
              PERFORM 4161-GU-PERSON-BY-SELFID
      *       LE RELAZIONI DI CONIUGIO PASSANO PRIMA DALLA VERIFICA
      *       DI PLAUSIBILITA' (4173): UNA UNIONE IMPLAUSIBILE SENZA
      *       OVERRIDE ESPLICITO NON VIENE MEMORIZZATA
              MOVE MI-RELTXT TO REL-TYPE
              MOVE MI-SELFID TO REL-PERS
              MOVE MI-TARGID TO REL-TARG
              MOVE WS-REL-PROOF TO REL-PROOF
              MOVE MI-RELPNT TO REL-PROOF-NOTE
              MOVE SPACES TO REL-FILL
              MOVE "RELATE  (PERSID=            )" TO WS-SSA-RELT
              MOVE MI-SELFID TO WS-SSA-RELT(17:12)
              MOVE DLI-ISRT TO WS-DLI-FUNC
              IF WS-DLI-STAT = SPACES
                 MOVE REL-TYPE TO MO-RELTXT
                 MOVE REL-TARG TO MO-RELTGT
                 PERFORM 4168-FILL-RELATE-PROOF
                 IF IMPLAUSIBLE
      *             MEMORIZZATA SOLO PER OVERRIDE ESPLICITO: IL
      *             JOURNAL NE CONSERVA LA MOTIVAZIONE
           END-IF
           EXIT.

       4166-FIND-SAME-RELATE.
      * C'E' GIA' SOTTO LA PERSONA CORRENTE UN RELATE DELLO STESSO
      * TIPO VERSO LA STESSA DESTINAZIONE? SE SI', GN1RELT-SEG E LA
      * POSIZIONE DL/I RESTANO SUL LEGAME TROVATO, PRONTO PER LA REPL
           MOVE "N" TO WS-REL-FOUND
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MI-RELTXT))
             TO WS-RELT-U
           MOVE "RELATE  (PERSID=            )" TO WS-SSA-RELT
           MOVE MI-SELFID TO WS-SSA-RELT(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1RELT-SEG
                                WS-SSA-RELT
           ADD 1 TO CT-DLI
           PERFORM UNTIL DB-STATUS NOT = SPACES OR REL-FOUND
              IF REL-TARG = MI-TARGID AND
                 FUNCTION UPPER-CASE(FUNCTION TRIM(REL-TYPE))
                    = WS-RELT-U
                 SET REL-FOUND TO TRUE
              ELSE
                 MOVE DLI-GN TO WS-DLI-FUNC
                 CALL "CBLTDLI" USING WS-DLI-FUNC
                                      DBPCB-MASK
                                      GN1RELT-SEG
                                      WS-SSA-RELT
                 ADD 1 TO CT-DLI
              END-IF
           END-PERFORM
           EXIT.

       4167-SET-RELATE-PROOF.
      * NUOVO STATO DI PROVA (E MOTIVAZIONE, SE DIGITATA) SUL LEGAME
      * TROVATO DA 4166; IL JOURNAL SOTTO LA PERSONA CORRENTE NE
      * CONSERVA LA TRACCIA, COME PER IL GRADO QUAY DELLE CITAZIONI
           MOVE "|PATH| GU RELATE -> REPL RELATE" TO MO-PATHTX
           MOVE WS-REL-PROOF TO REL-PROOF
           IF MI-RELPNT NOT = SPACES
              MOVE MI-RELPNT TO REL-PROOF-NOTE
           END-IF
           MOVE DLI-REPL TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1RELT-SEG
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           IF WS-DLI-STAT = SPACES
              ADD 1 TO CT-SAVE
              MOVE REL-TYPE TO MO-RELTXT
              MOVE REL-TARG TO MO-RELTGT
              PERFORM 4168-FILL-RELATE-PROOF
              MOVE SPACES TO WS-DETAIL
              STRING "RELATE PROOF " REL-PROOF
                 DELIMITED BY SIZE INTO WS-DETAIL
              PERFORM 4161-GU-PERSON-BY-SELFID
              PERFORM 4900-WRITE-JOURNAL-ENTRY
           ELSE
              PERFORM 8050-CLASSIFY-DLI-STATUS
              PERFORM 8000-ERROR-HANDLING
           END-IF
           EXIT.

       4168-FILL-RELATE-PROOF.
           EVALUATE REL-PROOF
              WHEN "H"
                 MOVE "IPOTESI DI LAVORO" TO MO-RELPRF
              WHEN "B"
                 MOVE "PROBABILE" TO MO-RELPRF
              WHEN OTHER
                 MOVE "PROVATO" TO MO-RELPRF
           END-EVALUATE
           MOVE REL-PROOF-NOTE TO MO-RELPNT
           EXIT.

       4174-PATH-ASET.
           MOVE "|PATH| GU PERSON -> ISRT ASSET" TO MO-PATHTX
           PERFORM 4161-GU-PERSON-BY-SELFID
           EXIT.

       4178-PATH-FIND.
      * RICERCA PER NOME SULL'INDICE DEI NOMI (NAMEIX, GN1NIDX): IL
      * TESTO "[NOME] COGNOME [ANNO]" (4188) DA' IL PREFISSO DEL
      * COGNOME DA CUI PARTE LA LETTURA IN SEQUENZA DI CHIAVE; LE
      * RIGHE SI FILTRANO PER PREFISSO DEL NOME E ANNO DI NASCITA
      * (4181). L'INDICE PORTA GIA' GLI ALIAS E LE FORME EQUIVALENTI
      * DEL NOME DI BATTESIMO (GNGNEQV): UNA FIND SU IOHANNES ROSSI
      * TROVA GIOVANNI ROSSI. OGNI RIGA CHE RISPONDE PORTA ALLA
      * PERSON (GU PER PERSID), POI LA LETTURA RIPRENDE DALLA CHIAVE
      * SUCCESSIVA FINO A RIEMPIRE LA PICK LIST DI 5 RIGHE.
      * MI-NIXCSR RIPOSIZIONA SULLA PAGINA SUCCESSIVA; L'USCITA DAL
      * PREFISSO DEL COGNOME AZZERA IL CURSORE. LE PERSONE
      * SOFT-DELETED NON HANNO RIGHE NELL'INDICE E COMUNQUE NON
      * ENTRANO NELLA LISTA.
           MOVE "|PATH| GU NAMEIX -> GU PERSON (FIND)" TO MO-PATHTX
           ADD 1 TO CT-FIND
      *    RUOLO DELL'OPERATORE UNA VOLTA SOLA: LE PERSONE RISERVATE
      *    ENTRANO IN PICK LIST COME STUB PER I NON ADMIN
           PERFORM 3600-LOOKUP-OPER-ROLE
           MOVE MI-NAMSRCH TO WS-NS-TEXT
           PERFORM 4188-PARSE-NAME-SEARCH
           MOVE 0 TO WS-PICK-CT
           MOVE 0 TO WS-NS-SEEN-CT
           MOVE SPACES TO MO-PICK1 MO-PICK2 MO-PICK3
                          MO-PICK4 MO-PICK5
           MOVE SPACES TO MO-NAMCSR MO-NIXCSR
           MOVE "N" TO WS-NS-END
           IF WS-NS-SURN-LEN = 0
              SET NS-END TO TRUE
           ELSE
              IF MI-NIXCSR NOT = SPACES
                 MOVE "> " TO WS-SSA-NIXK-OP
                 MOVE MI-NIXCSR TO WS-SSA-NIXK-VAL
              ELSE
                 MOVE ">=" TO WS-SSA-NIXK-OP
                 MOVE WS-NS-SURN TO WS-SSA-NIXK-VAL
              END-IF
              PERFORM 4181-NEXT-NAME-ENTRY
           END-IF
           PERFORM UNTIL NS-END OR WS-PICK-CT >= 5
              IF NS-HIT
                 MOVE "PERSON  (PERSID=            )" TO WS-SSA-PERS
                 MOVE NIX-PERS TO WS-SSA-PERS(17:12)
                 MOVE DLI-GU TO WS-DLI-FUNC
                 CALL "CBLTDLI" USING WS-DLI-FUNC
                                      DBPCB-MASK
                                      GN1PRSN-SEG
                                      WS-SSA-PERS
                 ADD 1 TO CT-DLI
                 IF DB-STATUS = SPACES
                    AND PERS-IS-DELETED NOT = "Y"
                    PERFORM 4182-FILL-PICK-LINE
                    MOVE PERS-ID TO MO-NAMCSR
                 END-IF
              END-IF
              MOVE WS-NS-LAST-KEY TO MO-NIXCSR
              IF WS-PICK-CT < 5
                 PERFORM 4181-NEXT-NAME-ENTRY
              END-IF
           END-PERFORM
           IF NS-END
      * FINE DEL COGNOME: LA PROSSIMA FIND RIPARTE DALL'INIZIO
              MOVE SPACES TO MO-NAMCSR MO-NIXCSR
           END-IF
           IF WS-PICK-CT = 0
              MOVE GN1-E201 TO WS-MSG-ID
           END-IF
           EXIT.

       4181-NEXT-NAME-ENTRY.
      * RIGA SUCCESSIVA DELL'INDICE DEI NOMI: GU SULLA CHIAVE (LA
      * GU SULLA PERSON DEL CHIAMANTE HA MOSSO LA POSIZIONE, QUINDI
      * NON SI PROSEGUE CON GN). FUORI DAL PREFISSO DEL COGNOME LA
      * LETTURA E' FINITA (NS-END). NS-HIT = LA RIGA RISPONDE AL
      * NOME E ALL'ANNO CERCATI E LA PERSONA NON E' GIA' STATA
      * PRESA (WS-NS-SEEN). SENZA NOME LE FORME EQUIVALENTI (E) SI
      * SALTANO: RIPETEREBBERO LA RIGA PRINCIPALE.
           MOVE "N" TO WS-NS-HIT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1NIDX-SEG
                                WS-SSA-NIXK
           ADD 1 TO CT-DLI
           IF DB-STATUS NOT = SPACES
              SET NS-END TO TRUE
              EXIT PARAGRAPH
           END-IF
           IF NIX-SURN(1:WS-NS-SURN-LEN) NOT =
              WS-NS-SURN(1:WS-NS-SURN-LEN)
              SET NS-END TO TRUE
              EXIT PARAGRAPH
           END-IF
           MOVE NIX-KEY TO WS-NS-LAST-KEY
           MOVE "> " TO WS-SSA-NIXK-OP
           MOVE NIX-KEY TO WS-SSA-NIXK-VAL
           IF WS-NS-GIVEN-LEN > 0
              IF NIX-GIVEN(1:WS-NS-GIVEN-LEN) NOT =
                 WS-NS-GIVEN(1:WS-NS-GIVEN-LEN)
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF NIX-KIND = "E"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF WS-NS-YEAR NOT = SPACES
              AND NIX-BYEAR NOT = WS-NS-YEAR
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-NS-IX FROM 1 BY 1
               UNTIL WS-NS-IX > WS-NS-SEEN-CT
              IF WS-NS-SEEN(WS-NS-IX) = NIX-PERS
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF WS-NS-SEEN-CT < 50
              ADD 1 TO WS-NS-SEEN-CT
              MOVE NIX-PERS TO WS-NS-SEEN(WS-NS-SEEN-CT)
           END-IF
           SET NS-HIT TO TRUE
           EXIT.

       4188-PARSE-NAME-SEARCH.
      * TESTO DI RICERCA "[NOME] COGNOME [ANNO]", CON LA CONVENZIONE
      * DI PERS-NAME: IL COGNOME E' L'ULTIMA PAROLA CON LE SUE
      * PARTICELLE, CERCATO NELLA FORMA DI SCHEDATURA DELL'INDICE
      * (DELLA ROBBIA -> DELLAROBBIA, GNCOGNP); LA PRIMA PAROLA PRIMA
      * DEL COGNOME E' IL NOME; UNA PAROLA DI 4 CIFRE E' L'ANNO DI
      * NASCITA. NOME E COGNOME VALGONO COME PREFISSI.
           MOVE SPACES TO WS-NS-SURN WS-NS-GIVEN WS-NS-YEAR
                          WS-NS-NAMES
           MOVE 0 TO WS-NS-SURN-LEN WS-NS-GIVEN-LEN WS-NS-WORD-CT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NS-TEXT))
             TO WS-NS-TEXT
           MOVE 1 TO WS-NS-PTR WS-NS-NPTR
           PERFORM UNTIL WS-NS-PTR > 20
              MOVE SPACES TO WS-NS-WORD
              UNSTRING WS-NS-TEXT DELIMITED BY ALL SPACE
                INTO WS-NS-WORD
                WITH POINTER WS-NS-PTR
              END-UNSTRING
              EVALUATE TRUE
                 WHEN WS-NS-WORD = SPACES
                    MOVE 21 TO WS-NS-PTR
                 WHEN WS-NS-WORD(1:4) IS NUMERIC
                      AND WS-NS-WORD(5:16) = SPACES
                    MOVE WS-NS-WORD(1:4) TO WS-NS-YEAR
                 WHEN OTHER
                    ADD 1 TO WS-NS-WORD-CT
                    IF WS-NS-WORD-CT > 1
                       STRING " " DELIMITED BY SIZE
                         INTO WS-NS-NAMES WITH POINTER WS-NS-NPTR
                    END-IF
                    STRING WS-NS-WORD DELIMITED BY SPACE
                      INTO WS-NS-NAMES WITH POINTER WS-NS-NPTR
              END-EVALUATE
           END-PERFORM
           MOVE WS-NS-NAMES TO COGN-IN
           PERFORM 9860-SPLIT-SURNAME
           MOVE COGN-FILE-KEY TO WS-NS-SURN
           IF COGN-FILE-GIVEN NOT = SPACES
              UNSTRING COGN-FILE-GIVEN DELIMITED BY SPACE
                INTO WS-NS-GIVEN
              END-UNSTRING
           END-IF
           IF WS-NS-SURN NOT = SPACES
              MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NS-SURN))
                TO WS-NS-SURN-LEN
           END-IF
           IF WS-NS-GIVEN NOT = SPACES
              MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NS-GIVEN))
                TO WS-NS-GIVEN-LEN
           END-IF
           EXIT.

       4182-FILL-PICK-LINE.
           END-EVALUATE
           EXIT.

       4187-PATH-ALIA.
      * AGGANCIA UNA FORMA ALTERNATIVA DEL NOME (ALIAS) ALLA PERSONA
      * CORRENTE: IOHANNES, GIOVANNI E "NANNI" RESTANO LA STESSA
                 MOVE ALIA-NAME TO MO-ALIATX
                 MOVE "ALIAS ADDED" TO WS-DETAIL
                 PERFORM 4900-WRITE-JOURNAL-ENTRY
                 PERFORM 4910-REINDEX-PERSON
              ELSE
                 PERFORM 8050-CLASSIFY-DLI-STATUS
                 PERFORM 8000-ERROR-HANDLING
      * VERIFICA A DOPPIA CHIAVE: UN SECONDO OPERATORE, DIVERSO DA
      * CHI HA IMMESSO LA PERSONA (RIGA JOURNAL PIU' ANTICA),
      * RILEGGE IL REGISTRO E CONFERMA. LA CONFERMA DELLO STESSO
      * OPERATORE E' RESPINTA (E209): DOPPIA CHIAVE VUOL DIRE
      * QUATTRO OCCHI, NON DUE VOLTE GLI STESSI. IL CONFRONTO E' FRA
      * OPERATORI COLLEGATI (SIGN-ON), NON FRA TERMINALI: I VOLONTARI
      * CHE DIVIDONO UN TERMINALE SI VERIFICANO L'UN L'ALTRO.
           MOVE "|PATH| GU PERSON -> REPL PERSON (VERIF)"
             TO MO-PATHTX
           PERFORM 4161-GU-PERSON-BY-SELFID
              EXIT PARAGRAPH
           END-IF
           PERFORM 4194-FIND-CREATOR-OPER
           IF WS-CREATOR-OPER = WS-OPER-ID
              MOVE GN1-E209 TO WS-MSG-ID
              MOVE GN1-SEV-E TO WS-SEV
              MOVE "DBPCB" TO WS-FILE
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO PERS-VERIF
           MOVE WS-OPER-ID TO PERS-VERIF-OPER
           ADD 1 TO PERS-VERSION-SEQ
           MOVE FUNCTION CURRENT-DATE(1:14) TO PERS-UPDATED-AT
           MOVE DLI-REPL TO WS-DLI-FUNC
      * IL LUOGO DAL GAZETTEER COMPRESI I FIGLI (4281), E LA PICK
      * LIST DI 5 RIGHE "EVNT-ID PERS-ID DATA TIPO" SI SFOGLIA CON
      * MI-QEVCSR; IL PERS-ID DELLA RIGA SCELTA ENTRA IN MI-PICKID
      * E FLUISCE NELLA VISUALIZZAZIONE PERSONA COME 4179. IL FILTRO
      * PER NOME (MI-QNOME) PASSA DALL'INDICE DEI NOMI (4284).
           MOVE "|PATH| GU EVENT -> GN EVENT (EQRY)" TO MO-PATHTX
           ADD 1 TO CT-FIND
           MOVE SPACES TO WS-Q-TYPE
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           PERFORM 4284-RESOLVE-QUERY-NAME
           IF MI-QNOME NOT = SPACES AND WS-NS-SEEN-CT = 0
              MOVE GN1-E201 TO WS-MSG-ID
              MOVE GN1-SEV-W TO WS-SEV
              MOVE "DBPCB" TO WS-FILE
              MOVE "QUERY NAME NOT FOUND" TO WS-DETAIL
              IF WS-RC < 4
                 MOVE 4 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PICK-CT
           MOVE SPACES TO MO-PICK1 MO-PICK2 MO-PICK3
      * LUOGHI AMMESSI DALL'INTERROGAZIONE: LE VOCI DEL GAZETTEER
      * CON IL NOME RICHIESTO, PIU' - A PASSATE SUCCESSIVE - OGNI
      * LUOGO IL CUI PADRE E' GIA' NELLA LISTA (I FIGLI DELLA
      * PIEVE/PROVINCIA RICHIESTA). IL PADRE E' QUELLO CIVILE
      * (PLAC-PARENT) O, CON MI-QGERA = "E", QUELLO ECCLESIASTICO
      * (PLAC-ECCL-PARENT): "TUTTI I BATTESIMI DELLA PIEVE DI SAN
      * PIETRO IN BOSSOLO". CINQUE PASSATE BASTANO PER OGNI
      * GERARCHIA SANA (PROFONDITA' 20 MA LARGHEZZA LIMITATA).
           MOVE 0 TO WS-QP-COUNT
           IF MI-QPLACE = SPACES
           END-PERFORM
           EXIT.

       4284-RESOLVE-QUERY-NAME.
      * PERSONE AMMESSE DAL FILTRO PER NOME: LETTURA DELL'INDICE DEI
      * NOMI DAL PREFISSO DEL COGNOME, CON GLI STESSI FILTRI DELLA
      * FIND (4181); LE PERSONE CHE RISPONDONO FINISCONO IN
      * WS-NS-SEEN, FINO A 50 (OLTRE, IL FILTRO VA PRECISATO CON
      * NOME O ANNO).
           MOVE 0 TO WS-NS-SEEN-CT
           IF MI-QNOME = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE MI-QNOME TO WS-NS-TEXT
           PERFORM 4188-PARSE-NAME-SEARCH
           IF WS-NS-SURN-LEN = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-NS-END
           MOVE ">=" TO WS-SSA-NIXK-OP
           MOVE WS-NS-SURN TO WS-SSA-NIXK-VAL
           PERFORM 4181-NEXT-NAME-ENTRY
           PERFORM UNTIL NS-END OR WS-NS-SEEN-CT >= 50
              PERFORM 4181-NEXT-NAME-ENTRY
           END-PERFORM
           EXIT.

       4283-MAYBE-ADD-CHILD-PLACE.
           IF FUNCTION UPPER-CASE(MI-QGERA) = "E"
              MOVE PLAC-ECCL-PARENT TO WS-QP-PARENT
           ELSE
              MOVE PLAC-PARENT TO WS-QP-PARENT
           END-IF
           IF WS-QP-PARENT = SPACES OR PLAC-RETIRED = "Y"
              OR WS-QP-COUNT >= 50
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Q-HIT
           PERFORM VARYING WS-QP-IX FROM 1 BY 1
               UNTIL WS-QP-IX > WS-QP-COUNT OR Q-HIT
              IF WS-QP-ID(WS-QP-IX) = WS-QP-PARENT
                 SET Q-HIT TO TRUE
              END-IF
           END-PERFORM
                 END-IF
              END-PERFORM
           END-IF
           IF Q-HIT AND MI-QNOME NOT = SPACES
              MOVE "N" TO WS-Q-HIT
              PERFORM VARYING WS-NS-IX FROM 1 BY 1
                  UNTIL WS-NS-IX > WS-NS-SEEN-CT OR Q-HIT
                 IF WS-NS-SEEN(WS-NS-IX) = EVNT-PERS
                    SET Q-HIT TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           IF Q-HIT
              IF EVNT-DATE(1:4) IS NUMERIC
                 MOVE EVNT-DATE(1:4) TO WS-Q-YEAR
           EXIT.

       4290-PATH-WATCH.
      * LISTA D'OSSERVAZIONE DELL'OPERATORE COLLEGATO: "W" AGGIUNGE
      * LA PERSONA CORRENTE, "X" LA TOGLIE. LE RIGHE WATCHLST SONO
      * RADICI; IL DIGEST GIORNALIERO (GN3WDIG0) LE INCROCIA CON IL
      * JOURNAL. BASTA UN SIGN-ON, DI QUALUNQUE RUOLO: OSSERVARE NON
      * MUTA NULLA, MA LA LISTA E' DI UNA PERSONA, NON DEL TERMINALE.
           MOVE "|PATH| ISRT/DLET WATCHLST" TO MO-PATHTX
           IF NOT OPR-SIGNED-ON
              MOVE GN1-E215 TO WS-MSG-ID
              MOVE GN1-SEV-E TO WS-SEV
              MOVE "DBPCB" TO WS-FILE
              MOVE "SIGN-ON REQUIRED" TO WS-DETAIL
              IF WS-RC < 8
                 MOVE 8 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(MI-WATCH) = "W"
              ADD 1 TO CT-WTCH
              MOVE CT-WTCH TO WS-ID-SEQ-DISPLAY
              MOVE SPACES TO GN1WTCH-SEG
              STRING "WT" WS-ID-SEQ-DISPLAY
                 DELIMITED BY SIZE INTO WTCH-ID
              MOVE WS-OPER-ID TO WTCH-OPER
              MOVE MI-SELFID TO WTCH-PERS
              MOVE DLI-ISRT TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
              EXIT PARAGRAPH
           END-IF
      *    RIMOZIONE: SPAZZATA NON QUALIFICATA FINO ALLA RIGA DI
      *    QUESTO OPERATORE E QUESTA PERSONA, POI DLET
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           PERFORM UNTIL WS-DLI-STAT NOT = SPACES
                      OR (WTCH-OPER = WS-OPER-ID
                          AND WTCH-PERS = MI-SELFID)
              MOVE DLI-GN TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
      * CODA DI TRASCRIZIONE DEI MEDIA: "C" PRENDE IN CARICO LA
      * PRIMA SCANSIONE NON ASSEGNATA (RICEVUTO O SENZA STATO,
      * QUELLE DI PRIMA DEL FLUSSO), "F" SEGNA TRASCRITTO IL PRIMO
      * INCARICO DI QUESTO OPERATORE, "V" SEGNA CONTROLLATO IL
      * PRIMO TRASCRITTO DA UN ALTRO OPERATORE (QUATTRO OCCHI,
      * COME LA VERIFICA DELLE PERSONE: CHI TRASCRIVE NON SI
      * CONTROLLA DA SOLO). SPAZZATA NON QUALIFICATA DEI MEDIA CON
      * REPL SUL POSTO.
              IF FUNCTION UPPER-CASE(MI-MCLAIM) = "C"
                 IF MEDI-RICEVUTO OR MEDI-STATUS = SPACES
                    SET MEDI-ASSEGNATO TO TRUE
                    MOVE WS-OPER-ID TO MEDI-OPER
                    MOVE FUNCTION CURRENT-DATE(1:8)
                      TO MEDI-STDATE
                    MOVE DLI-REPL TO WS-DLI-FUNC
      *           IL CONTROLLO E' DI UN SECONDO PAIO D'OCCHI:
      *           MEDI-OPER RESTA IL TRASCRITTORE, CHI HA
      *           CONTROLLATO LO DICE LA RIGA JOURNAL
                  IF MEDI-TRASCRITTO AND MEDI-OPER NOT = WS-OPER-ID
                     SET MEDI-CONTROLLATO TO TRUE
                     MOVE FUNCTION CURRENT-DATE(1:8)
                       TO MEDI-STDATE
                     EXIT PARAGRAPH
                  END-IF
               ELSE
                  IF MEDI-ASSEGNATO AND MEDI-OPER = WS-OPER-ID
                     SET MEDI-TRASCRITTO TO TRUE
                     MOVE FUNCTION CURRENT-DATE(1:8)
                       TO MEDI-STDATE
           PERFORM 8000-ERROR-HANDLING
           EXIT.

       4292-PATH-UNDO.
      * ANNULLA L'ULTIMA MODIFICA DELLA PERSONA CORRENTE: SPAZZATA
      * DELLE RIGHE JOURNAL FIGLIE (COME LA STORIA, 4185) PER LA PIU'
      * RECENTE CHE ABBIA DAVVERO CAMBIATO IL SEGMENTO PERSON
      * (IMMAGINI PRIMA/DOPO DIVERSE), POI RIPRISTINO DELLA SUA
      * IMMAGINE "PRIMA". CONSENTITO SOLO ALL'OPERATORE CHE HA FATTO
      * LA MODIFICA E NELLO STESSO GIORNO, SALVO GLI ADMIN.
      * DOPPIO CONTROLLO DI CONCORRENZA: LA VERSIONE RIECHEGGIATA
      * DALLA MAPPA (COME IL SAVE) E QUELLA DELL'IMMAGINE "DOPO"
      * DELLA RIGA, CHE DEVE ESSERE ANCORA QUELLA DELLA PERSONA -
      * SE QUALCUNO L'HA CAMBIATA NEL FRATTEMPO L'UNDO E' RIFIUTATO.
      * LA VERSIONE NON TORNA INDIETRO: IL RIPRISTINO E' UNA NUOVA
      * MUTAZIONE, CON LA SUA RIGA JOURNAL "UNDO" CHE IL DIGEST
      * DELLE OSSERVAZIONI (GN3WDIG0) E IL REPORT DI ATTIVITA'
      * (GN3OPAC0) VEDONO COME LE ALTRE.
           MOVE "|PATH| GU JOURNAL -> GU PERSON -> REPL PERSON (UNDO)"
             TO MO-PATHTX
           PERFORM 3600-LOOKUP-OPER-ROLE
           MOVE "N" TO WS-UNDO-FOUND
           MOVE SPACES TO WS-UNDO-TS
           MOVE "JOURNAL (PERSID=            )" TO WS-SSA-JRNL
           MOVE MI-SELFID TO WS-SSA-JRNL(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1JRNL-SEG
                                WS-SSA-JRNL
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           PERFORM UNTIL WS-DLI-STAT NOT = SPACES
      *       A PARITA' DI TIMBRO VINCE L'ULTIMA NELL'ORDINE DI
      *       INSERIMENTO
              IF JRNL-BEF-IMG NOT = JRNL-AFT-IMG
                 AND JRNL-BEF-IMG(1:12) = MI-SELFID
                 AND JRNL-AFT-IMG(1:12) = MI-SELFID
                 AND JRNL-TS >= WS-UNDO-TS
                 SET UNDO-FOUND TO TRUE
                 MOVE JRNL-TS TO WS-UNDO-TS
                 MOVE JRNL-OPER TO WS-UNDO-OPER
                 MOVE JRNL-OP TO WS-UNDO-OP
                 MOVE JRNL-BEF-IMG TO WS-UNDO-BEF
                 MOVE JRNL-AFT-IMG TO WS-UNDO-AFT
              END-IF
              MOVE DLI-GN TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   GN1JRNL-SEG
                                   WS-SSA-JRNL
              ADD 1 TO CT-DLI
              MOVE DB-STATUS TO WS-DLI-STAT
           END-PERFORM
           IF NOT UNDO-FOUND
              MOVE GN1-E201 TO WS-MSG-ID
              MOVE GN1-SEV-W TO WS-SEV
              MOVE "DBPCB" TO WS-FILE
              MOVE "NOTHING TO UNDO" TO WS-DETAIL
              IF WS-RC < 4
                 MOVE 4 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           IF NOT OPER-ADMIN
              AND (WS-UNDO-OPER NOT = WS-OPER-ID
                OR WS-UNDO-TS(1:8) NOT = FUNCTION CURRENT-DATE(1:8))
              IF WS-UNDO-OPER NOT = WS-OPER-ID
                 MOVE "UNDO: NOT YOUR CHANGE" TO WS-DETAIL
              ELSE
                 MOVE "UNDO: CHANGE NOT TODAY" TO WS-DETAIL
              END-IF
              MOVE GN1-E209 TO WS-MSG-ID
              MOVE GN1-SEV-E TO WS-SEV
              MOVE "DBPCB" TO WS-FILE
              IF WS-RC < 8
                 MOVE 8 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           PERFORM 4161-GU-PERSON-BY-SELFID
           IF WS-DLI-STAT NOT = SPACES
              PERFORM 8050-CLASSIFY-DLI-STATUS
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
      *    VERSIONE DELL'IMMAGINE "DOPO", LETTA NEL TRACCIATO PERSON
      *    (STESSO ACCESSO DI GN3ASOF0); POI SI TORNA ALLO STATO
      *    CORRENTE, GIA' SALVATO DA 4161 IN WS-PERS-BEFORE
           MOVE WS-UNDO-AFT TO GN1PRSN-SEG
           MOVE PERS-VERSION-SEQ TO WS-UNDO-VER
           MOVE WS-PERS-BEFORE TO GN1PRSN-SEG
           IF MI-VERSEQ NOT = PERS-VERSION-SEQ
              OR WS-UNDO-VER NOT = PERS-VERSION-SEQ
              MOVE GN1-E205 TO WS-MSG-ID
              MOVE GN1-SEV-W TO WS-SEV
              MOVE "DBPCB" TO WS-FILE
              IF WS-UNDO-VER NOT = PERS-VERSION-SEQ
                 MOVE "CHANGED SINCE, NO UNDO" TO WS-DETAIL
              ELSE
                 MOVE "VERSION CONFLICT" TO WS-DETAIL
              END-IF
              IF WS-RC < 4
                 MOVE 4 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           MOVE WS-UNDO-BEF TO GN1PRSN-SEG
           MOVE WS-UNDO-VER TO PERS-VERSION-SEQ
           ADD 1 TO PERS-VERSION-SEQ
           MOVE FUNCTION CURRENT-DATE(1:14) TO PERS-UPDATED-AT
           MOVE DLI-REPL TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           IF WS-DLI-STAT NOT = SPACES
              PERFORM 8050-CLASSIFY-DLI-STATUS
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO CT-SAVE
           MOVE PERS-ID TO MO-SELFID
           MOVE PERS-ROOT TO MO-ROOTID
           MOVE PERS-VERSION-SEQ TO MO-VERSEQ
           MOVE SPACES TO WS-DETAIL
           STRING "UNDO " FUNCTION TRIM(WS-UNDO-OP) " "
                  WS-UNDO-TS(9:6)
              DELIMITED BY SIZE INTO WS-DETAIL
           PERFORM 4900-WRITE-JOURNAL-ENTRY
           PERFORM 4910-REINDEX-PERSON
           EXIT.

       4293-PATH-DIRITTI.
      * DIRITTI DI PUBBLICAZIONE DEL MEDIA MI-DIRMED (FOTO DI PERSONA
      * O SCANSIONE DI REGISTRO): SPAZZATA NON QUALIFICATA DEI MEDIA
      * COME LA CODA (4291) FINO ALL'ID, APPLICAZIONE DEI CAMPI
      * COMPILATI E REPL. OGNI USCITA PUBBLICA LI RILEGGE (GNDIRIP),
      * QUINDI LA RIGA JOURNAL DICE CHI HA CONCESSO O TOLTO UN USO.
      * LA RIGA VA SOTTO LA PERSONA DEL MEDIA (MEDI-PERS), NON SOTTO
      * QUELLA A VIDEO, PERCHE' LA STORIA E L'UNDO LA CERCANO PER
      * PERSONA; UNA SCANSIONE DI REGISTRO NON HA PERSONA A CUI
      * ATTRIBUIRE LA RIGA E LA MODIFICA E' RIFIUTATA (E201).
      * CON IL SOLO ID I DIRITTI VENGONO MOSTRATI SENZA MODIFICA.
           MOVE "|PATH| GN MEDIA -> REPL MEDIA (DIRITTI)" TO MO-PATHTX
           MOVE FUNCTION UPPER-CASE(MI-DIRUSI) TO WS-DIR-USES
           MOVE "N" TO WS-DIR-BAD
           PERFORM VARYING WS-DIR-IX FROM 1 BY 1 UNTIL WS-DIR-IX > 4
              IF WS-DIR-USES(WS-DIR-IX:1) NOT = "S" AND
                 WS-DIR-USES(WS-DIR-IX:1) NOT = "N" AND
                 WS-DIR-USES(WS-DIR-IX:1) NOT = SPACE
                 SET DIR-BAD TO TRUE
              END-IF
           END-PERFORM
           IF DIR-BAD
              MOVE GN1-E201 TO WS-MSG-ID
              MOVE GN1-SEV-W TO WS-SEV
              MOVE "MAP" TO WS-FILE
              MOVE "RIGHTS USES S/N ONLY" TO WS-DETAIL
              IF WS-RC < 4
                 MOVE 4 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           IF MI-DIRSCA NOT = SPACES AND MI-DIRSCA NOT = "*"
              IF MI-DIRSCA(1:4) IS NOT NUMERIC OR
                 MI-DIRSCA(5:1) NOT = "-" OR
                 MI-DIRSCA(6:2) IS NOT NUMERIC OR
                 MI-DIRSCA(8:1) NOT = "-" OR
                 MI-DIRSCA(9:2) IS NOT NUMERIC
                 MOVE GN1-E201 TO WS-MSG-ID
                 MOVE GN1-SEV-W TO WS-SEV
                 MOVE "MAP" TO WS-FILE
                 MOVE "EXPIRY AAAA-MM-GG" TO WS-DETAIL
                 IF WS-RC < 4
                    MOVE 4 TO WS-RC
                 END-IF
                 PERFORM 8000-ERROR-HANDLING
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE "N" TO WS-DIR-CHANGE
           IF MI-DIRDET NOT = SPACES OR MI-DIRLIC NOT = SPACES OR
              WS-DIR-USES NOT = SPACES OR MI-DIRCRE NOT = SPACES OR
              MI-DIRSCA NOT = SPACES
              SET DIR-CHANGE TO TRUE
           END-IF
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1MEDI-SEG
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           PERFORM UNTIL WS-DLI-STAT NOT = SPACES
                      OR MEDI-ID = MI-DIRMED
              MOVE DLI-GN TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   GN1MEDI-SEG
              ADD 1 TO CT-DLI
              MOVE DB-STATUS TO WS-DLI-STAT
           END-PERFORM
           IF WS-DLI-STAT NOT = SPACES
              MOVE GN1-E201 TO WS-MSG-ID
              MOVE GN1-SEV-E TO WS-SEV
              MOVE "DBPCB" TO WS-FILE
              MOVE "MEDIA NOT FOUND" TO WS-DETAIL
              IF WS-RC < 8
                 MOVE 8 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           IF DIR-CHANGE AND MEDI-PERS = SPACES
              MOVE GN1-E201 TO WS-MSG-ID
              MOVE GN1-SEV-E TO WS-SEV
              MOVE "DBPCB" TO WS-FILE
              MOVE "REGISTER MEDIA, NO OWNER" TO WS-DETAIL
              IF WS-RC < 8
                 MOVE 8 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
              EXIT PARAGRAPH
           END-IF
           IF DIR-CHANGE
              IF MI-DIRDET = "*"
                 MOVE SPACES TO MEDI-RGHT-HOLDER
              ELSE
                 IF MI-DIRDET NOT = SPACES
                    MOVE MI-DIRDET TO MEDI-RGHT-HOLDER
                 END-IF
              END-IF
              IF MI-DIRLIC = "*"
                 MOVE SPACES TO MEDI-RGHT-LIC
              ELSE
                 IF MI-DIRLIC NOT = SPACES
                    MOVE FUNCTION UPPER-CASE(MI-DIRLIC)
                      TO MEDI-RGHT-LIC
                 END-IF
              END-IF
              IF WS-DIR-USES(1:1) NOT = SPACE
                 MOVE WS-DIR-USES(1:1) TO MEDI-USE-INT
              END-IF
              IF WS-DIR-USES(2:1) NOT = SPACE
                 MOVE WS-DIR-USES(2:1) TO MEDI-USE-BOOK
              END-IF
              IF WS-DIR-USES(3:1) NOT = SPACE
                 MOVE WS-DIR-USES(3:1) TO MEDI-USE-WEB
              END-IF
              IF WS-DIR-USES(4:1) NOT = SPACE
                 MOVE WS-DIR-USES(4:1) TO MEDI-USE-EXPT
              END-IF
              IF MI-DIRCRE = "*"
                 MOVE SPACES TO MEDI-RGHT-CREDIT
              ELSE
                 IF MI-DIRCRE NOT = SPACES
                    MOVE MI-DIRCRE TO MEDI-RGHT-CREDIT
                 END-IF
              END-IF
              IF MI-DIRSCA = "*"
                 MOVE SPACES TO MEDI-RGHT-EXPIRY
              ELSE
                 IF MI-DIRSCA NOT = SPACES
                    MOVE MI-DIRSCA TO MEDI-RGHT-EXPIRY
                 END-IF
              END-IF
              MOVE DLI-REPL TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   GN1MEDI-SEG
              ADD 1 TO CT-DLI
              MOVE DB-STATUS TO WS-DLI-STAT
              IF WS-DLI-STAT NOT = SPACES
                 PERFORM 8050-CLASSIFY-DLI-STATUS
                 PERFORM 8000-ERROR-HANDLING
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE SPACES TO MO-MED1 MO-MED2 MO-MED3
           STRING "DIRITTI " FUNCTION TRIM(MEDI-ID) " "
                  FUNCTION TRIM(MEDI-RGHT-HOLDER) " "
                  FUNCTION TRIM(MEDI-RGHT-LIC)
              DELIMITED BY SIZE INTO MO-MED1
           STRING "USI INT:" MEDI-USE-INT " LIBRO:" MEDI-USE-BOOK
                  " WEB:" MEDI-USE-WEB " ESPORT:" MEDI-USE-EXPT
                  " SCADENZA:" MEDI-RGHT-EXPIRY
              DELIMITED BY SIZE INTO MO-MED2
           MOVE MEDI-RGHT-CREDIT TO MO-MED3
           IF DIR-CHANGE
              ADD 1 TO CT-SAVE
              MOVE MI-SELFID TO WS-DIR-SELFID
              IF MEDI-PERS NOT = SPACES
                 MOVE MEDI-PERS TO MI-SELFID
              END-IF
              PERFORM 4161-GU-PERSON-BY-SELFID
              IF WS-DLI-STAT = SPACES
                 MOVE "MEDIA RIGHTS SET" TO WS-DETAIL
                 PERFORM 4900-WRITE-JOURNAL-ENTRY
                 MOVE WS-DIR-SELFID TO MI-SELFID
              ELSE
                 MOVE WS-DIR-SELFID TO MI-SELFID
                 PERFORM 8050-CLASSIFY-DLI-STATUS
                 PERFORM 8000-ERROR-HANDLING
              END-IF
           ELSE
              MOVE "MEDIA RIGHTS SHOWN" TO WS-DETAIL
           END-IF
           EXIT.

       4179-PATH-PICK.
      * SELEZIONE DALLA PICK LIST: IL PERS-ID DIGITATO IN MI-PICKID
      * DIVENTA LA PERSONA CORRENTE (MI-SELFID/MO-SELFID), COME SE
      * ULTIME TRE RIGHE IN ROTAZIONE SU MO-MED1..3 COME LA STORIA
      * (4185): TIPO, DESCRIZIONE E PERCORSO PER RITROVARE LA
      * SCANSIONE NELL'ARCHIVIO.
           MOVE "|PATH| GU MEDIA -> GN MEDIA -> EXTID" TO MO-PATHTX
           MOVE SPACES TO MO-MED1 MO-MED2 MO-MED3
           MOVE 0 TO WS-HIST-CT
           MOVE "MEDIA   (PERSID=            )" TO WS-SSA-MEDI
              ADD 1 TO CT-DLI
              MOVE DB-STATUS TO WS-DLI-STAT
           END-PERFORM
           PERFORM 4199-LIST-EXTIDS
           IF WS-HIST-CT = 0 AND WS-XID-CT = 0
              MOVE GN1-E201 TO WS-MSG-ID
              MOVE GN1-SEV-W TO WS-SEV
              MOVE "DBPCB" TO WS-FILE
           END-IF
           EXIT.

       4199-LIST-EXTIDS.
      * IDENTIFICATIVI ESTERNI DELLA PERSONA CORRENTE: STESSA SPAZZATA
      * QUALIFICATA SU PERSID DEI MEDIA, ULTIME TRE RIGHE IN ROTAZIONE
      * SU MO-XID1..3: SISTEMA, IDENTIFICATIVO E DATA DELL'ULTIMA
      * VERIFICA ("MAI" SE NON ANCORA VERIFICATO).
           MOVE SPACES TO MO-XID1 MO-XID2 MO-XID3
           MOVE 0 TO WS-XID-CT
           MOVE "EXTID   (PERSID=            )" TO WS-SSA-EXID
           MOVE MI-SELFID TO WS-SSA-EXID(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EXID-SEG
                                WS-SSA-EXID
           ADD 1 TO CT-DLI
           MOVE DB-STATUS TO WS-DLI-STAT
           PERFORM UNTIL WS-DLI-STAT NOT = SPACES
              ADD 1 TO WS-XID-CT
              MOVE SPACES TO WS-HIST-LINE
              IF EXID-VERIFIED = SPACES
                 STRING EXID-SYSTEM " "
                        FUNCTION TRIM(EXID-VALUE(1:48)) " MAI"
                    DELIMITED BY SIZE INTO WS-HIST-LINE
              ELSE
                 STRING EXID-SYSTEM " "
                        FUNCTION TRIM(EXID-VALUE(1:48)) " "
                        EXID-VERIFIED
                    DELIMITED BY SIZE INTO WS-HIST-LINE
              END-IF
              MOVE MO-XID2 TO MO-XID3
              MOVE MO-XID1 TO MO-XID2
              MOVE WS-HIST-LINE TO MO-XID1
              MOVE DLI-GN TO WS-DLI-FUNC
              CALL "CBLTDLI" USING WS-DLI-FUNC
                                   DBPCB-MASK
                                   GN1EXID-SEG
                                   WS-SSA-EXID
              ADD 1 TO CT-DLI
              MOVE DB-STATUS TO WS-DLI-STAT
           END-PERFORM
           EXIT.

       4900-WRITE-JOURNAL-ENTRY.
      * TRACCIA DI AUDIT: OGNI PATH DI MUTAZIONE REGISTRA UNA RIGA NEL
      * JOURNAL ONLINE (GN1JRNL-SEG) SOTTO LA PERSONA CORRENTE, PRIMA
           MOVE WS-ACTION TO JRNL-OP
           MOVE MI-SELFID TO JRNL-ENTID
           MOVE WS-DETAIL TO JRNL-DESC
           MOVE WS-OPER-ID TO JRNL-OPER
           STRING IO-DATE IO-TIME DELIMITED BY SIZE INTO JRNL-SESS
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TS
           MOVE WS-PERS-BEFORE TO JRNL-BEF-IMG
           ADD 1 TO CT-DLI
           EXIT.

       4910-REINDEX-PERSON.
      * RIALLINEA L'INDICE DEI NOMI (NAMEIX) SULLA PERSONA CORRENTE
      * APPENA SCRITTA (9600, GNNIXP): NOME, DATA, CANCELLAZIONE
      * LOGICA E ALIAS. LA MODIFICA DELLA PERSONA E' GIA' SCRITTA E
      * NON SI ANNULLA: UN INDICE NON AGGIORNATO E' UN AVVERTIMENTO,
      * IL RIALLINEAMENTO LO FA GN3NIXR0. AL TERMINE SI RIPOSIZIONA
      * SULLA PERSONA, CHE LE CHIAMATE SULL'INDICE HANNO LASCIATO.
           MOVE PERS-ID TO NIXM-IN-PERS
           MOVE PERS-NAME TO NIXM-IN-NAME
           MOVE PERS-BDATE TO NIXM-IN-BDATE
           MOVE PERS-IS-DELETED TO NIXM-IN-DELETED
           PERFORM 9600-REINDEX-PERSON
           PERFORM 4161-GU-PERSON-BY-SELFID
           IF NIXM-ERR-CT > 0
              MOVE GN1-E201 TO WS-MSG-ID
              MOVE GN1-SEV-W TO WS-SEV
              MOVE "DBPCB" TO WS-FILE
              MOVE "NAME INDEX NOT UPDATED" TO WS-DETAIL
              IF WS-RC < 4
                 MOVE 4 TO WS-RC
              END-IF
              PERFORM 8000-ERROR-HANDLING
           END-IF
           EXIT.

       4190-PATH-NOOP.
           MOVE "|PATH| NO-OP UNKNOWN PF" TO MO-PATHTX
           MOVE GN1-E301 TO WS-MSG-ID
       4200-EVAL-PERSON-STATUS.
           MOVE "N" TO WS-RESTRICTED-STUB
           IF WS-DLI-STAT = SPACES
      *       EMBARGO: AGLI OPERATORI NON ADMIN IL RECORD RISERVATO
      *       APPARE COME STUB (SOLO L'ID); AGLI ADMIN COLLEGATI
      *       APPARE PER INTERO, MA L'ACCESSO VIENE JOURNALATO
              IF PERS-RESTRICTED = "Y"
                 PERFORM 3600-LOOKUP-OPER-ROLE
                 IF NOT OPER-ADMIN
                    SET RESTRICTED-STUB TO TRUE
                    MOVE PERS-ID TO MO-SELFID
      * L'ULTIMA RIGA MERGE DICE "MERGED TO <ID>" LA PERSONA E'
      * STATA FUSA DA GN3MRG00 E IL MESSAGGIO DI PAGINA ANNUNCIA IL
      * SUPERSTITE. LA SPAZZATA MUOVE LA POSIZIONE: RIPOSIZIONAMENTO
      * CON 4208.
           MOVE SPACES TO WS-MERGED-INTO
           MOVE "JOURNAL (PERSID=            )" TO WS-SSA-JRNL
           MOVE PERS-ID TO WS-SSA-JRNL(17:12)
           EXIT.

       4208-REPOSITION-CURRENT-PERSON.
      * UNA SPAZZATA SU ALTRI SEGMENTI HA MOSSO LA POSIZIONE DL/I:
      * SI RILEGGE LA PERSONA CORRENTE PER ID,
      * COSI' GN1PRSN-SEG E LA POSIZIONE DL/I TORNANO COERENTI.
           MOVE "PERSON  (PERSID=            )" TO WS-SSA-PERS
           MOVE PERS-ID TO WS-SSA-PERS(17:12)

       4209-LOG-RESTRICTED-VIEW.
      * OGNI VISIONE COMPLETA DI UN RECORD RISERVATO DA PARTE DI UN
      * OPERATORE AUTORIZZATO FINISCE NEL JOURNAL (OP RESTVIEW):
      * E' LA RISPOSTA ALLA DOMANDA DELLA CURIA "CHI L'HA GUARDATO".
           MOVE SPACES TO GN1JRNL-SEG
           MOVE CT-DLI TO WS-ID-SEQ-DISPLAY
           MOVE "RESTVIEW" TO JRNL-OP
           MOVE PERS-ID TO JRNL-ENTID
           MOVE "RESTRICTED VIEWED" TO JRNL-DESC
           MOVE WS-OPER-ID TO JRNL-OPER
           STRING IO-DATE IO-TIME DELIMITED BY SIZE INTO JRNL-SESS
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TS
           MOVE GN1PRSN-SEG TO JRNL-BEF-IMG
       4210-EVAL-EVENT-STATUS.
           IF WS-DLI-STAT = SPACES
              MOVE EVNT-TYPE TO MO-EVTTYP
              PERFORM 4169-SHOW-EVENT-AGE
           ELSE
              IF WS-DLI-STAT = "GE"
                 MOVE "~GAP~" TO MO-GAPTXT
           END-IF
           MOVE WS-RC TO RETURN-CODE
           EXIT.

       COPY "GNNIXP.cpy".
       COPY "GNCOGNP.cpy".
       COPY "GENFKEYP.CPY".

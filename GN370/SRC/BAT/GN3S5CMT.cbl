                or parents still PENDING a conflict decision) is
                logged PENDING and is picked up again on the next
                resubmission once the skip/xref map has grown.
                Birth, death and union place strings are resolved to
                gazetteer PLACE-IDs before the commit; an xref with an
                ambiguous or unknown place is held PLACE_REV, its text
                queued in the place file, until the operator has
                decided it with GN3PLRV0.

      *----------------------------------------------------------------*
      * MODIFICHE:                                                    *
      *            segmento FAMILY invece di una PERSON fittizia);     *
      *            valorizzazione dei campi di narrazione per stadio   *
      *            in GN370-IMPORT-LOG.                                *
      * 2026-10-15 GN370 - Identificativi esterni (_FSID/REFN) dei     *
      *            record INDI e SOUR committati come segmenti EXTID   *
      *            sotto la persona o la fonte finale.                 *
      * 2026-10-15 GN370 - Evento MORTE della persona nuova con data   *
      *            ed eta' dichiarata (EVNT-AGE) del tag AGE.          *
      * 2026-10-15 GN370 - Indice dei nomi (NAMEIX) riallineato su     *
      *            ogni persona inserita o aggiornata da MERGE.        *
      * 2026-10-15 GN370 - Luoghi di nascita, morte e unione risolti   *
      *            nel gazetteer (PLACE, PLACNAM, nome compresso e     *
      *            decisioni del file luoghi); testi ambigui o ignoti  *
      *            in coda a GN3PLRV0, xref sospeso PLACE_REV.         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOG-FILE ASSIGN TO DYNAMIC WS-LOG-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
      *    DECISIONI SUI LUOGHI E CODA DI REVISIONE (VEDI 1250)
           SELECT PLACE-FILE ASSIGN TO DYNAMIC WS-PLACE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLACE-FS.
           SELECT RUNLOG-FILE ASSIGN TO "work/RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.
       FD  LOG-FILE.
       COPY "GN370-IMPORT-LOG.cpy".

       FD  PLACE-FILE.
       01  PLACE-REC             PIC X(600).

       FD  RUNLOG-FILE.
       01  RUNLOG-REC            PIC X(200).


       01 WS-DLI-FUNCS.
          05 DLI-GU                  PIC X(4) VALUE "GU  ".
          05 DLI-GN                  PIC X(4) VALUE "GN  ".
          05 DLI-ISRT                PIC X(4) VALUE "ISRT".
          05 DLI-REPL                PIC X(4) VALUE "REPL".
       01 WS-DLI-FUNC                PIC X(4) VALUE SPACES.
       01 WS-NEXT-MEDIA-SEQ            PIC 9(9) VALUE 0.
       01 WS-SSA-MEDI                  PIC X(30)
          VALUE "MEDIA   (PERSID=            )".
       01 WS-NEXT-EVNT-SEQ             PIC 9(9) VALUE 0.
       01 WS-CT-EVNT                   PIC 9(7) VALUE 0.
       01 WS-NEXT-OCCU-SEQ             PIC 9(9) VALUE 0.
       01 WS-CT-OCCU                   PIC 9(7) VALUE 0.
       01 WS-SSA-OCCU                  PIC X(30)
          VALUE "FAMLNK  (FAMID =            )".
       01 WS-SSA-CITA                  PIC X(30)
          VALUE "CITATN  (PERSID=            )".
      * IDENTIFICATIVI ESTERNI: SSA SUL PADRE (PERSON O SOURCE, COME
      * NOTESEG) E SEQUENZA "GEX"
       01 WS-SSA-SRCE                  PIC X(30)
          VALUE "SOURCE  (SOURID=            )".
       01 WS-SSA-EXID                  PIC X(30)
          VALUE "EXTID   (PERSID=            )".
       01 WS-NEXT-XID-SEQ              PIC 9(9) VALUE 0.
       01 WS-CT-XID                    PIC 9(7) VALUE 0.
       01 WS-CT-NIX-ERR                PIC 9(7) VALUE 0.
       01 WS-XID-IX                    PIC 9(2) VALUE 0.
       01 WS-XID-ETYPE                 PIC X(8) VALUE SPACES.
       01 WS-XID-DUP                   PIC X VALUE "N".
          88 XID-DUP                   VALUE "Y".

      * MAPPA XREF SOUR -> SOURCE-ID COMMITTATO (COME LA MAPPA INDI)
       01 WS-SRC-MAP-TABLE.
       01 WS-CT-FLNK                   PIC 9(7) VALUE 0.
       01 WS-CHIL-IX                   PIC 9(2) VALUE 0.

      * RISOLUZIONE DEI LUOGHI GEDCOM NEL GAZETTEER: NOMI CORRENTI
      * (PLACE) E STORICI (PLACNAM) COMPRESSI COME IN GN3PDUP0, CON
      * DAVANTI LE DECISIONI GIA' PRESE DALL'OPERATORE NEL FILE DEI
      * LUOGHI (QUINTO ARGOMENTO, DI DEFAULT work/places.dat), UNA
      * RIGA PER TESTO:
      *   TESTO|DECISIONE|PLAC-ID|NOME-NUOVO|PADRE|CANDIDATI
      * DECISIONE SCELTO (PLAC-ID ESISTENTE), NUOVO (LUOGO DA CREARE
      * CON NOME-NUOVO SOTTO PADRE) O PENDING (IN CODA, SI DECIDE
      * CON GN3PLRV0). A PARITA' DI TESTO VALE L'ULTIMA RIGA.
       01 WS-PLACE-FILE                PIC X(256) VALUE SPACES.
       01 WS-PLACE-FS                  PIC X(2) VALUE "00".
       01 WS-PL-TABLE.
          05 WS-PL-ENTRY OCCURS 2000 TIMES.
             10 WS-PL-ID               PIC X(12).
             10 WS-PL-NAME             PIC X(60).
             10 WS-PL-NORM             PIC X(60).
             10 WS-PL-NORMLEN          PIC 9(4).
             10 WS-PL-PARENT           PIC X(12).
       01 WS-PL-COUNT                  PIC 9(4) VALUE 0.
       01 WS-PL-IX                     PIC 9(4) VALUE 0.
       01 WS-PL-HIT                    PIC 9(4) VALUE 0.
       01 WS-PN-TABLE.
          05 WS-PN-ENTRY OCCURS 2000 TIMES.
             10 WS-PN-PLAC             PIC X(12).
             10 WS-PN-NORM             PIC X(60).
             10 WS-PN-FROM             PIC X(10).
             10 WS-PN-TO               PIC X(10).
       01 WS-PN-COUNT                  PIC 9(4) VALUE 0.
       01 WS-PN-IX                     PIC 9(4) VALUE 0.
       01 WS-PD-TABLE.
          05 WS-PD-ENTRY OCCURS 1000 TIMES.
             10 WS-PD-TEXT             PIC X(80).
             10 WS-PD-DECISION         PIC X(8).
             10 WS-PD-PLAC             PIC X(12).
             10 WS-PD-NEWNAME          PIC X(60).
             10 WS-PD-PARENT           PIC X(12).
       01 WS-PD-COUNT                  PIC 9(4) VALUE 0.
       01 WS-PD-IX                     PIC 9(4) VALUE 0.
       01 WS-PD-HIT                    PIC 9(4) VALUE 0.
       01 WS-PD-LINE.
          05 WS-PDL-TEXT               PIC X(80).
          05 WS-PDL-DECISION           PIC X(8).
          05 WS-PDL-PLAC               PIC X(12).
          05 WS-PDL-NEWNAME            PIC X(60).
          05 WS-PDL-PARENT             PIC X(12).
          05 WS-PDL-CANDS              PIC X(400).
       01 WS-NEXT-PLAC-SEQ             PIC 9(9) VALUE 0.
       01 WS-PLAC-SEQ                  PIC 9(9) VALUE 0.

      * TESTO DA RISOLVERE, DATA DELL'EVENTO (PER LA FORMA STORICA
      * VALIDA) E ESITO; CANDIDATI PER LA CODA DI REVISIONE
       01 WS-PR-TEXT                   PIC X(200) VALUE SPACES.
       01 WS-PR-DATE                   PIC X(10) VALUE SPACES.
       01 WS-PR-RESULT                 PIC X(12) VALUE SPACES.
       01 WS-PR-KEY                    PIC X(80) VALUE SPACES.
       01 WS-PR-PART1                  PIC X(60) VALUE SPACES.
       01 WS-PR-PART2                  PIC X(60) VALUE SPACES.
       01 WS-PR-C1                     PIC X(60) VALUE SPACES.
       01 WS-PR-C1-LEN                 PIC 9(4) VALUE 0.
       01 WS-PR-C2                     PIC X(60) VALUE SPACES.
       01 WS-PR-CAND-TABLE.
          05 WS-PR-CAND OCCURS 5 TIMES PIC X(12).
       01 WS-PR-CAND-CT                PIC 9(2) VALUE 0.
       01 WS-PR-EXACT-CT               PIC 9(2) VALUE 0.
       01 WS-PR-KEEP-CT                PIC 9(2) VALUE 0.
       01 WS-PR-IX                     PIC 9(2) VALUE 0.
       01 WS-PR-ADD-ID                 PIC X(12) VALUE SPACES.
       01 WS-PR-PTR                    PIC 9(4) VALUE 0.
       01 WS-LEN-MIN                   PIC 9(4) VALUE 0.
       01 WS-BPLACE-ID                 PIC X(12) VALUE SPACES.
       01 WS-DPLACE-ID                 PIC X(12) VALUE SPACES.
       01 WS-UPLACE-ID                 PIC X(12) VALUE SPACES.
       01 WS-PLACE-HOLD                PIC X VALUE "N".
          88 PLACE-HOLD                VALUE "Y".
       01 WS-CT-PLAC-RES               PIC 9(7) VALUE 0.
       01 WS-CT-PLAC-NEW               PIC 9(7) VALUE 0.
       01 WS-CT-PLAC-QUEUED            PIC 9(7) VALUE 0.
       01 WS-CT-PLACE-HOLD             PIC 9(7) VALUE 0.

      * COMPRESSIONE DEL NOME (MAIUSCOLE, SENZA SPAZI, PUNTI NE'
      * APOSTROFI), STESSA REGOLA DI 1100 IN GN3PDUP0
       01 WS-CMP-IN                    PIC X(60) VALUE SPACES.
       01 WS-CMP-OUT                   PIC X(60) VALUE SPACES.
       01 WS-CMP-IX                    PIC 9(4) VALUE 0.
       01 WS-CMP-LEN                   PIC 9(4) VALUE 0.

       COPY GN1PRSN.
       COPY GNFAMIL.
       COPY GN1MEDI.
       COPY GN1SRCE.
       COPY GN1CITA.
       COPY GN1EVNT.
       COPY GN1EXID.
       COPY GN1PLAC.
       COPY GN1PNAM.
       COPY GN1NIDX.
       COPY GNGNEQV.
       COPY "GNNIX.cpy".
       COPY "GNCOGN.cpy".
       COPY "GENFKEY.CPY".

       LINKAGE SECTION.
       COPY GN1PCBS.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 3
             DISPLAY "USO: GN3S5CMT <norm-file> <conflict-file> "
                     "<import-log-file> [session-id] [place-file]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ELSE
             MOVE "DEFAULT" TO WS-SESSION-ID
           END-IF
           IF WS-ARGC >= 5
             ACCEPT WS-PLACE-FILE FROM ARGUMENT-VALUE
             MOVE FUNCTION TRIM(WS-PLACE-FILE) TO WS-PLACE-FILE
           ELSE
             MOVE "work/places.dat" TO WS-PLACE-FILE
           END-IF
           MOVE WS-SESSION-ID TO WS-RUN-ARG
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START

           PERFORM 1000-LOAD-SKIP-TABLE
           PERFORM 1100-LOAD-CONFLICTS
           PERFORM 1200-LOAD-PLACES
           PERFORM 1210-LOAD-PLACE-NAMES
           PERFORM 1250-LOAD-PLACE-DECISIONS

           OPEN INPUT NORM-FILE
           IF RETURN-CODE NOT = 0
           DISPLAY "GN3S5CMT: FAMIGLIE PEND. = " WS-CT-FAM-PENDING
           DISPLAY "GN3S5CMT: MEDIA INSERITI = " WS-CT-MEDIA
           DISPLAY "GN3S5CMT: MESTIERI INS.  = " WS-CT-OCCU
           DISPLAY "GN3S5CMT: MORTI INSERITE = " WS-CT-EVNT
           DISPLAY "GN3S5CMT: NOTE INSERITE  = " WS-CT-NOTE
           DISPLAY "GN3S5CMT: UNIONI IMPLAUS = " WS-CT-IMPLAUS
           DISPLAY "GN3S5CMT: LEGAMI FIGLI   = " WS-CT-FLNK
           DISPLAY "GN3S5CMT: FONTI INSERITE = " WS-CT-SOURCES
           DISPLAY "GN3S5CMT: CITAZIONI INS. = " WS-CT-CITATIONS
           DISPLAY "GN3S5CMT: ID ESTERNI INS.= " WS-CT-XID
           DISPLAY "GN3S5CMT: LUOGHI RISOLTI = " WS-CT-PLAC-RES
           DISPLAY "GN3S5CMT: LUOGHI CREATI  = " WS-CT-PLAC-NEW
           DISPLAY "GN3S5CMT: LUOGHI IN CODA = " WS-CT-PLAC-QUEUED
           DISPLAY "GN3S5CMT: XREF SOSPESI   = " WS-CT-PLACE-HOLD
                   " (REVISIONE LUOGHI)"
           IF WS-CT-NIX-ERR > 0
             DISPLAY "GN3S5CMT: INDICE NOMI KO = " WS-CT-NIX-ERR
                     " (ESEGUIRE GN3NIXR0)"
           END-IF
           MOVE WS-CT-READ TO WS-RUN-IN
           COMPUTE WS-RUN-OUT = WS-CT-INSERTED + WS-CT-MERGED
             + WS-CT-FAM-INSERTED
      *    SESSIONE NON RIGENERA ID GIA' USATI
           MOVE WS-SKIP-COUNT TO WS-NEXT-MEDIA-SEQ
           MOVE WS-SKIP-COUNT TO WS-NEXT-OCCU-SEQ
           MOVE WS-SKIP-COUNT TO WS-NEXT-EVNT-SEQ
           MOVE WS-SKIP-COUNT TO WS-NEXT-NOTE-SEQ
           MOVE WS-SKIP-COUNT TO WS-NEXT-SRCE-SEQ
           MOVE WS-SKIP-COUNT TO WS-NEXT-CITA-SEQ
           MOVE WS-SKIP-COUNT TO WS-NEXT-FLNK-SEQ
           MOVE WS-SKIP-COUNT TO WS-NEXT-XID-SEQ
           .

      *----------------------------------------------------------------*
           MOVE "N" TO WS-EOF2
           .

      *----------------------------------------------------------------*
      * Gazetteer in memoria con il nome gia' compresso (luoghi non    *
      * ritirati) e il progressivo dei luoghi creati al commit, GPL +  *
      * 9 cifre, che riparte dal piu' alto gia' presente.              *
      *----------------------------------------------------------------*
       1200-LOAD-PLACES.
           MOVE 0 TO WS-PL-COUNT WS-NEXT-PLAC-SEQ
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PLAC-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-PL-COUNT >= 2000
             IF PLAC-ID(1:3) = "GPL" AND PLAC-ID(4:9) IS NUMERIC
               MOVE PLAC-ID(4:9) TO WS-PLAC-SEQ
               IF WS-PLAC-SEQ > WS-NEXT-PLAC-SEQ
                 MOVE WS-PLAC-SEQ TO WS-NEXT-PLAC-SEQ
               END-IF
             END-IF
             IF PLAC-RETIRED NOT = "Y"
               ADD 1 TO WS-PL-COUNT
               PERFORM 1205-STORE-PLACE
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PLAC-SEG
           END-PERFORM
           .

       1205-STORE-PLACE.
           MOVE PLAC-ID TO WS-PL-ID(WS-PL-COUNT)
           MOVE PLAC-NAME TO WS-PL-NAME(WS-PL-COUNT)
           MOVE PLAC-PARENT TO WS-PL-PARENT(WS-PL-COUNT)
           MOVE PLAC-NAME TO WS-CMP-IN
           PERFORM 8200-COMPRESS-NAME
           MOVE WS-CMP-OUT TO WS-PL-NORM(WS-PL-COUNT)
           MOVE WS-CMP-LEN TO WS-PL-NORMLEN(WS-PL-COUNT)
           .

       1210-LOAD-PLACE-NAMES.
           MOVE 0 TO WS-PN-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PNAM-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-PN-COUNT >= 2000
             ADD 1 TO WS-PN-COUNT
             MOVE PNAM-PLAC TO WS-PN-PLAC(WS-PN-COUNT)
             MOVE PNAM-NAME TO WS-CMP-IN
             PERFORM 8200-COMPRESS-NAME
             MOVE WS-CMP-OUT TO WS-PN-NORM(WS-PN-COUNT)
             MOVE PNAM-FROM TO WS-PN-FROM(WS-PN-COUNT)
             MOVE PNAM-TO TO WS-PN-TO(WS-PN-COUNT)
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PNAM-SEG
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Decisioni gia' prese sui testi di luogo: il file e' la memoria *
      * dell'operatore tra un'importazione e l'altra, come le regole   *
      * di GN3RULES per i cognomi. Righe vuote o con "#" si saltano;   *
      * un testo ripetuto sovrascrive la decisione precedente.         *
      * Assente il file, si parte senza decisioni.                     *
      *----------------------------------------------------------------*
       1250-LOAD-PLACE-DECISIONS.
           MOVE 0 TO WS-PD-COUNT
           OPEN INPUT PLACE-FILE
           IF WS-PLACE-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF2-YES
             READ PLACE-FILE
               AT END
                 MOVE "Y" TO WS-EOF2
               NOT AT END
                 IF PLACE-REC NOT = SPACES
                    AND PLACE-REC(1:1) NOT = "#"
                   MOVE SPACES TO WS-PD-LINE
                   UNSTRING PLACE-REC DELIMITED BY "|"
                     INTO WS-PDL-TEXT WS-PDL-DECISION WS-PDL-PLAC
                          WS-PDL-NEWNAME WS-PDL-PARENT
                   END-UNSTRING
                   MOVE WS-PDL-TEXT TO WS-PR-KEY
                   PERFORM 1260-STORE-DECISION
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PLACE-FILE
           MOVE "N" TO WS-EOF2
           .

      *----------------------------------------------------------------*
      * Memorizza WS-PD-LINE sotto il testo WS-PR-KEY, sovrascrivendo  *
      * la decisione gia' in tabella per lo stesso testo.              *
      *----------------------------------------------------------------*
       1260-STORE-DECISION.
           PERFORM 5050-FIND-DECISION
           IF WS-PD-HIT = 0
             IF WS-PD-COUNT >= 1000
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-PD-COUNT
             MOVE WS-PD-COUNT TO WS-PD-HIT
           END-IF
           MOVE WS-PR-KEY TO WS-PD-TEXT(WS-PD-HIT)
           MOVE FUNCTION UPPER-CASE(WS-PDL-DECISION)
             TO WS-PD-DECISION(WS-PD-HIT)
           MOVE WS-PDL-PLAC TO WS-PD-PLAC(WS-PD-HIT)
           MOVE WS-PDL-NEWNAME TO WS-PD-NEWNAME(WS-PD-HIT)
           MOVE WS-PDL-PARENT TO WS-PD-PARENT(WS-PD-HIT)
           .

       2000-PROCESS-RECORD.
           MOVE "N" TO WS-ALREADY-DONE
           PERFORM VARYING WS-SKIP-IX FROM 1 BY 1

           MOVE SPACES TO WS-RESOLUTION WS-EXIST-ID
           MOVE SPACES TO WS-CONFL-SEVERITY
           MOVE SPACES TO WS-BPLACE-ID WS-DPLACE-ID WS-UPLACE-ID
           MOVE "N" TO WS-CONFL-FOUND
           PERFORM VARYING WS-CONFL-IX FROM 1 BY 1
               UNTIL WS-CONFL-IX > WS-CONFL-COUNT
      *----------------------------------------------------------------*
      * Commit di un record INDI: comportamento invariato rispetto     *
      * alla versione originale, salvo l'aggiornamento della mappa     *
      * xref->PERS-ID a valle di un commit riuscito. Se la persona va  *
      * scritta (nuova o MERGE) i luoghi di nascita e morte si         *
      * risolvono prima nel gazetteer: un testo ambiguo o ignoto       *
      * sospende l'xref (PLACE_REV, S6=N) finche' l'operatore non ha   *
      * deciso in GN3PLRV0, e il rerun lo riprende.                    *
      *----------------------------------------------------------------*
       2900-PROCESS-INDI-RECORD.
           IF NOT CONFL-FOUND
              OR WS-RESOLUTION = "ACCEPT_NEW"
              OR WS-RESOLUTION = "MERGE"
             PERFORM 2300-RESOLVE-INDI-PLACES
             IF PLACE-HOLD
               MOVE "PLACE_REV" TO GIL-S5-DECISION
               MOVE "N" TO GIL-S6-WRITTEN
               ADD 1 TO WS-CT-PLACE-HOLD
               EXIT PARAGRAPH
             END-IF
           END-IF
           IF NOT CONFL-FOUND
             PERFORM 3000-INSERT-NEW
             MOVE "COMMITTED" TO GIL-S5-DECISION
             IF GIL-S6-WRITTEN = "Y" AND GNR-OCCU-NORM NOT = SPACES
               PERFORM 3400-INSERT-OCCUPATION
             END-IF
             IF (GIL-S5-DECISION = "COMMITTED"
                 OR GIL-S5-DECISION = "ACCEPT_NEW")
                AND (GNR-DEATH-DATE-ISO NOT = SPACES
                     OR GNR-DEATH-AGE NOT = SPACES
                     OR WS-DPLACE-ID NOT = SPACES)
               PERFORM 3420-INSERT-DEATH-EVENT
             END-IF
             IF GIL-S6-WRITTEN = "Y" AND GNR-NOTE-TEXT NOT = SPACES
               PERFORM 3450-INSERT-PERSON-NOTE
             END-IF
             IF GIL-S6-WRITTEN = "Y" AND GNR-XID-COUNT IS NUMERIC
                AND GNR-XID-COUNT > 0
               MOVE "PERSON" TO WS-XID-ETYPE
               PERFORM 3470-INSERT-EXTERNAL-IDS
             END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Luoghi di nascita e morte del record INDI, ciascuno alla data  *
      * del proprio evento. Si risolvono entrambi anche quando il      *
      * primo sospende, cosi' la coda riceve tutti i testi in una      *
      * volta sola.                                                    *
      *----------------------------------------------------------------*
       2300-RESOLVE-INDI-PLACES.
           MOVE "N" TO WS-PLACE-HOLD
           MOVE GNR-BIRTH-PLACE-NORM TO WS-PR-TEXT
           MOVE GNR-BIRTH-DATE-ISO TO WS-PR-DATE
           PERFORM 5000-RESOLVE-PLACE
           MOVE WS-PR-RESULT TO WS-BPLACE-ID
           MOVE GNR-DEATH-PLACE-NORM TO WS-PR-TEXT
           MOVE GNR-DEATH-DATE-ISO TO WS-PR-DATE
           PERFORM 5000-RESOLVE-PLACE
           MOVE WS-PR-RESULT TO WS-DPLACE-ID
           .

       2350-RESOLVE-FAMILY-PLACE.
           MOVE "N" TO WS-PLACE-HOLD
           MOVE GNR-FAM-MARR-PLACE-NORM TO WS-PR-TEXT
           MOVE GNR-FAM-MARR-DATE-ISO TO WS-PR-DATE
           PERFORM 5000-RESOLVE-PLACE
           MOVE WS-PR-RESULT TO WS-UPLACE-ID
           .

      *----------------------------------------------------------------*
      * ISRT di un segmento EXTID per ogni identificativo esterno del  *
      * record (_FSID/REFN) sotto la persona o la fonte finale; quelli *
      * gia' presenti sotto lo stesso padre (tipicamente la persona    *
      * agganciata da S4 per ID condiviso) non si ripetono.            *
      *----------------------------------------------------------------*
       3470-INSERT-EXTERNAL-IDS.
           IF WS-XID-ETYPE = "SOURCE"
             MOVE "SOURCE  (SOURID=            )" TO WS-SSA-SRCE
             MOVE GIL-FINAL-DB-ID TO WS-SSA-SRCE(17:12)
             MOVE DLI-GU TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1SRCE-SEG
                                  WS-SSA-SRCE
           ELSE
             MOVE "PERSON  (PERSID=            )" TO WS-SSA-PERS
             MOVE GIL-FINAL-DB-ID TO WS-SSA-PERS(17:12)
             MOVE DLI-GU TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PRSN-SEG
                                  WS-SSA-PERS
           END-IF
           IF DB-STATUS NOT = SPACES
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-XID-IX FROM 1 BY 1
               UNTIL WS-XID-IX > GNR-XID-COUNT OR WS-XID-IX > 5
             IF GNR-XID-VALUE(WS-XID-IX) NOT = SPACES
               PERFORM 3475-CHECK-XID-DUP
               IF NOT XID-DUP
                 ADD 1 TO WS-NEXT-XID-SEQ
                 MOVE SPACES TO GN1EXID-SEG
                 STRING "GEX" WS-NEXT-XID-SEQ DELIMITED BY SIZE
                   INTO EXID-ID
                 MOVE WS-XID-ETYPE TO EXID-ETYPE
                 MOVE GIL-FINAL-DB-ID TO EXID-ENTID
                 MOVE GNR-XID-SYSTEM(WS-XID-IX) TO EXID-SYSTEM
                 MOVE GNR-XID-VALUE(WS-XID-IX) TO EXID-VALUE
                 MOVE DLI-ISRT TO WS-DLI-FUNC
                 CALL "CBLTDLI" USING WS-DLI-FUNC
                                      DBPCB-MASK
                                      GN1EXID-SEG
                                      WS-SSA-EXID
                 IF DB-STATUS = SPACES
                   ADD 1 TO WS-CT-XID
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

       3475-CHECK-XID-DUP.
           MOVE "N" TO WS-XID-DUP
           IF WS-XID-ETYPE = "SOURCE"
             MOVE "EXTID   (SOURID=            )" TO WS-SSA-EXID
           ELSE
             MOVE "EXTID   (PERSID=            )" TO WS-SSA-EXID
           END-IF
           MOVE GIL-FINAL-DB-ID TO WS-SSA-EXID(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EXID-SEG
                                WS-SSA-EXID
           PERFORM UNTIL DB-STATUS NOT = SPACES OR XID-DUP
             IF EXID-SYSTEM = GNR-XID-SYSTEM(WS-XID-IX)
                AND EXID-VALUE = GNR-XID-VALUE(WS-XID-IX)
               MOVE "Y" TO WS-XID-DUP
             ELSE
               MOVE DLI-GN TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1EXID-SEG
                                    WS-SSA-EXID
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * ISRT dell'evento MORTE sotto la persona nuova, con la data e   *
      * l'eta' dichiarata normalizzate da S3 (la sola eta' basta: la   *
      * stima della nascita la userra' quando l'atto avra' una data).  *
      * Solo per le persone nuove: su un MERGE la persona esistente ha *
      * gia' i suoi eventi. Stesso riposizionamento sul padre di 3200. *
      *----------------------------------------------------------------*
       3420-INSERT-DEATH-EVENT.
           MOVE "PERSON  (PERSID=            )" TO WS-SSA-PERS
           MOVE GIL-FINAL-DB-ID TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           IF DB-STATUS NOT = SPACES
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEXT-EVNT-SEQ
           MOVE SPACES TO GN1EVNT-SEG
           STRING "GEV" WS-NEXT-EVNT-SEQ DELIMITED BY SIZE
             INTO EVNT-ID
           MOVE "MORTE" TO EVNT-TYPE
           MOVE GNR-DEATH-DATE-ISO TO EVNT-DATE
           MOVE GNR-DEATH-DATE-QUAL TO EVNT-DATE-QUAL
           MOVE WS-DPLACE-ID TO EVNT-PLACE
           MOVE GIL-FINAL-DB-ID TO EVNT-PERS
           MOVE GNR-DEATH-AGE TO EVNT-AGE
           MOVE GNR-DEATH-AGE-QUAL TO EVNT-AGE-QUAL
           MOVE GIL-FINAL-DB-ID TO WS-SSA-EVNT(17:12)
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EVNT-SEG
                                WS-SSA-EVNT
           IF DB-STATUS = SPACES
             ADD 1 TO WS-CT-EVNT
           END-IF
           .

             MOVE "COMMITTED" TO GIL-S5-DECISION
             MOVE "Y" TO GIL-S6-WRITTEN
             MOVE SRCE-ID TO GIL-FINAL-DB-ID
             IF GNR-XID-COUNT IS NUMERIC AND GNR-XID-COUNT > 0
               MOVE "SOURCE" TO WS-XID-ETYPE
               PERFORM 3470-INSERT-EXTERNAL-IDS
             END-IF
             IF WS-SRC-MAP-COUNT < 500
               ADD 1 TO WS-SRC-MAP-COUNT
               MOVE GNR-GEDCOM-XREF
           END-IF
           MOVE WS-FAM-FATHER-ID TO WS-XM-RESULT

      *    LUOGO DELL'UNIONE: STESSA SOSPENSIONE DEI RECORD INDI
           PERFORM 2350-RESOLVE-FAMILY-PLACE
           IF PLACE-HOLD
             MOVE "PLACE_REV" TO GIL-S5-DECISION
             MOVE "N" TO GIL-S6-WRITTEN
             ADD 1 TO WS-CT-PLACE-HOLD
             EXIT PARAGRAPH
           END-IF

           PERFORM 3500-INSERT-FAMILY

           IF FAM-COMMIT-OK
           MOVE "U" TO PERS-GEND
           MOVE GNR-BIRTH-DATE-ISO TO PERS-BDATE
           MOVE GNR-BIRTH-DATE-QUAL TO PERS-BDATE-QUAL
           MOVE WS-BPLACE-ID TO PERS-BPLACE
           MOVE WS-DPLACE-ID TO PERS-DPLACE
           MOVE WS-NEW-PERS-ID TO PERS-ROOT
           MOVE 1 TO PERS-VERSION-SEQ
           MOVE "N" TO PERS-IS-DELETED
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
           IF DB-STATUS = SPACES
             PERFORM 3010-REINDEX-PERSON
           END-IF
           .

      *----------------------------------------------------------------*
      * Indice dei nomi (NAMEIX) della persona appena scritta, con la  *
      * manutenzione condivisa di GNNIXP; le chiamate successive sotto *
      * la persona si riposizionano tutte con una GU qualificata.      *
      *----------------------------------------------------------------*
       3010-REINDEX-PERSON.
           MOVE PERS-ID TO NIXM-IN-PERS
           MOVE PERS-NAME TO NIXM-IN-NAME
           MOVE PERS-BDATE TO NIXM-IN-BDATE
           MOVE PERS-IS-DELETED TO NIXM-IN-DELETED
           PERFORM 9600-REINDEX-PERSON
           ADD NIXM-ERR-CT TO WS-CT-NIX-ERR
           .

      *----------------------------------------------------------------*
               MOVE GNR-BIRTH-DATE-ISO TO PERS-BDATE
               MOVE GNR-BIRTH-DATE-QUAL TO PERS-BDATE-QUAL
             END-IF
      *      I LUOGHI RISOLTI COMPLETANO SOLO QUELLI ANCORA VUOTI
             IF PERS-BPLACE = SPACES
               MOVE WS-BPLACE-ID TO PERS-BPLACE
             END-IF
             IF PERS-DPLACE = SPACES
               MOVE WS-DPLACE-ID TO PERS-DPLACE
             END-IF
             ADD 1 TO PERS-VERSION-SEQ
             MOVE FUNCTION CURRENT-DATE(1:14) TO PERS-UPDATED-AT
             MOVE DLI-REPL TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PRSN-SEG
             IF DB-STATUS = SPACES
               PERFORM 3010-REINDEX-PERSON
             END-IF
           END-IF
           .

           END-IF
           MOVE GNR-FAM-MARR-DATE-ISO TO FAMILY-UNION-DATE
           MOVE GNR-FAM-MARR-DATE-QUAL TO FAMILY-UNION-DATE-QUAL
           MOVE WS-UPLACE-ID TO FAMILY-UNION-PLACE-ID
           MOVE SPACES TO FAMILY-UNION-TYPE
           MOVE SPACES TO FAMILY-DISS-DATE
           MOVE SPACES TO FAMILY-DISS-TYPE
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Risoluzione di un testo di luogo (WS-PR-TEXT alla data         *
      * WS-PR-DATE) a un PLACE-ID in WS-PR-RESULT:                     *
      *  1. la decisione dell'operatore per lo stesso testo, se c'e':  *
      *     SCELTO vale il suo PLAC-ID, NUOVO crea il luogo, PENDING   *
      *     sospende in attesa di GN3PLRV0;                            *
      *  2. altrimenti il nome compresso della prima parte del testo   *
      *     ("S. CASCIANO, FIRENZE, TOSCANA" -> SCASCIANO) contro il   *
      *     nome corrente del luogo e le forme storiche PLACNAM,       *
      *     prima quelle valide alla data e poi tutte: un solo         *
      *     candidato e' una risoluzione certa; piu' candidati si      *
      *     spareggiano sul padre con la seconda parte del testo.      *
      * Ambiguo o ignoto, il testo va in coda con i candidati (o, in   *
      * mancanza, con i nomi che ne condividono il prefisso) e il      *
      * record resta sospeso (WS-PLACE-HOLD).                          *
      *----------------------------------------------------------------*
       5000-RESOLVE-PLACE.
           MOVE SPACES TO WS-PR-RESULT
           IF WS-PR-TEXT = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PR-TEXT))
             TO WS-PR-KEY
           INSPECT WS-PR-KEY REPLACING ALL "|" BY "/"
           PERFORM 5100-MATCH-GAZETTEER
           PERFORM 5050-FIND-DECISION
           IF WS-PD-HIT > 0
             EVALUATE WS-PD-DECISION(WS-PD-HIT)
               WHEN "SCELTO"
                 MOVE WS-PD-PLAC(WS-PD-HIT) TO WS-PR-ADD-ID
                 PERFORM 5060-FIND-PLACE-ID
                 IF WS-PL-HIT > 0
                   MOVE WS-PD-PLAC(WS-PD-HIT) TO WS-PR-RESULT
                   ADD 1 TO WS-CT-PLAC-RES
                 ELSE
                   DISPLAY "GN3S5CMT: LUOGO "
                           FUNCTION TRIM(WS-PD-PLAC(WS-PD-HIT))
                           " SCELTO PER '" FUNCTION TRIM(WS-PR-KEY)
                           "' NON E' NEL GAZETTEER, RIMESSO IN CODA"
                   PERFORM 5300-QUEUE-PLACE
                 END-IF
               WHEN "NUOVO"
                 PERFORM 5200-CREATE-PLACE
               WHEN OTHER
                 SET PLACE-HOLD TO TRUE
             END-EVALUATE
             EXIT PARAGRAPH
           END-IF
           IF WS-PR-EXACT-CT = 1
             MOVE WS-PR-CAND(1) TO WS-PR-RESULT
             ADD 1 TO WS-CT-PLAC-RES
           ELSE
             PERFORM 5300-QUEUE-PLACE
           END-IF
           .

       5050-FIND-DECISION.
           MOVE 0 TO WS-PD-HIT
           PERFORM VARYING WS-PD-IX FROM 1 BY 1
               UNTIL WS-PD-IX > WS-PD-COUNT OR WS-PD-HIT > 0
             IF WS-PD-TEXT(WS-PD-IX) = WS-PR-KEY
               MOVE WS-PD-IX TO WS-PD-HIT
             END-IF
           END-PERFORM
           .

       5060-FIND-PLACE-ID.
           MOVE 0 TO WS-PL-HIT
           IF WS-PR-ADD-ID = SPACES
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PL-IX FROM 1 BY 1
               UNTIL WS-PL-IX > WS-PL-COUNT OR WS-PL-HIT > 0
             IF WS-PL-ID(WS-PL-IX) = WS-PR-ADD-ID
               MOVE WS-PL-IX TO WS-PL-HIT
             END-IF
           END-PERFORM
           .

       5100-MATCH-GAZETTEER.
           MOVE 0 TO WS-PR-CAND-CT WS-PR-EXACT-CT
           MOVE SPACES TO WS-PR-CAND-TABLE WS-PR-PART1 WS-PR-PART2
           UNSTRING WS-PR-KEY DELIMITED BY ","
             INTO WS-PR-PART1 WS-PR-PART2
           END-UNSTRING
           MOVE WS-PR-PART2 TO WS-CMP-IN
           PERFORM 8200-COMPRESS-NAME
           MOVE WS-CMP-OUT TO WS-PR-C2
           MOVE WS-PR-PART1 TO WS-CMP-IN
           PERFORM 8200-COMPRESS-NAME
           MOVE WS-CMP-OUT TO WS-PR-C1
           MOVE WS-CMP-LEN TO WS-PR-C1-LEN
           IF WS-PR-C1-LEN = 0
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PL-IX FROM 1 BY 1
               UNTIL WS-PL-IX > WS-PL-COUNT
             IF WS-PL-NORM(WS-PL-IX) = WS-PR-C1
               MOVE WS-PL-ID(WS-PL-IX) TO WS-PR-ADD-ID
               PERFORM 5110-ADD-CANDIDATE
             END-IF
           END-PERFORM
           PERFORM VARYING WS-PN-IX FROM 1 BY 1
               UNTIL WS-PN-IX > WS-PN-COUNT
             IF WS-PN-NORM(WS-PN-IX) = WS-PR-C1
                AND (WS-PN-FROM(WS-PN-IX) = SPACES
                     OR WS-PR-DATE = SPACES
                     OR WS-PN-FROM(WS-PN-IX) <= WS-PR-DATE)
                AND (WS-PN-TO(WS-PN-IX) = SPACES
                     OR WS-PR-DATE = SPACES
                     OR WS-PN-TO(WS-PN-IX) >= WS-PR-DATE)
               MOVE WS-PN-PLAC(WS-PN-IX) TO WS-PR-ADD-ID
               PERFORM 5110-ADD-CANDIDATE
             END-IF
           END-PERFORM
           IF WS-PR-CAND-CT = 0
             PERFORM VARYING WS-PN-IX FROM 1 BY 1
                 UNTIL WS-PN-IX > WS-PN-COUNT
               IF WS-PN-NORM(WS-PN-IX) = WS-PR-C1
                 MOVE WS-PN-PLAC(WS-PN-IX) TO WS-PR-ADD-ID
                 PERFORM 5110-ADD-CANDIDATE
               END-IF
             END-PERFORM
           END-IF
           MOVE WS-PR-CAND-CT TO WS-PR-EXACT-CT
           IF WS-PR-EXACT-CT > 1 AND WS-PR-C2 NOT = SPACES
             PERFORM 5150-FILTER-BY-PARENT
           END-IF
      *    NESSUN NOME UGUALE: PER LA CODA SI PROPONGONO I LUOGHI
      *    CON LO STESSO PREFISSO (ALMENO 4 CARATTERI, COME IN
      *    GN3PDUP0), SENZA MAI RISOLVERE DA SOLI
           IF WS-PR-EXACT-CT = 0 AND WS-PR-C1-LEN >= 4
             PERFORM VARYING WS-PL-IX FROM 1 BY 1
                 UNTIL WS-PL-IX > WS-PL-COUNT
               IF WS-PL-NORMLEN(WS-PL-IX) < WS-PR-C1-LEN
                 MOVE WS-PL-NORMLEN(WS-PL-IX) TO WS-LEN-MIN
               ELSE
                 MOVE WS-PR-C1-LEN TO WS-LEN-MIN
               END-IF
               IF WS-LEN-MIN >= 4
                  AND WS-PL-NORM(WS-PL-IX)(1:WS-LEN-MIN) =
                      WS-PR-C1(1:WS-LEN-MIN)
                 MOVE WS-PL-ID(WS-PL-IX) TO WS-PR-ADD-ID
                 PERFORM 5110-ADD-CANDIDATE
               END-IF
             END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------*
      * Aggiunge WS-PR-ADD-ID ai candidati se non c'e' gia'; oltre il  *
      * quinto conta soltanto (resta comunque un caso ambiguo).        *
      *----------------------------------------------------------------*
       5110-ADD-CANDIDATE.
           PERFORM VARYING WS-PR-IX FROM 1 BY 1
               UNTIL WS-PR-IX > WS-PR-CAND-CT OR WS-PR-IX > 5
             IF WS-PR-CAND(WS-PR-IX) = WS-PR-ADD-ID
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF WS-PR-CAND-CT < 99
             ADD 1 TO WS-PR-CAND-CT
           END-IF
           IF WS-PR-CAND-CT <= 5
             MOVE WS-PR-ADD-ID TO WS-PR-CAND(WS-PR-CAND-CT)
           END-IF
           .

      *----------------------------------------------------------------*
      * Spareggio: tra i candidati restano quelli il cui padre nella   *
      * catena PLAC-PARENT ha come nome compresso la seconda parte del *
      * testo ("..., FIRENZE"). Decide solo se ne resta uno.           *
      *----------------------------------------------------------------*
       5150-FILTER-BY-PARENT.
           MOVE 0 TO WS-PR-KEEP-CT
           PERFORM VARYING WS-PR-IX FROM 1 BY 1
               UNTIL WS-PR-IX > WS-PR-CAND-CT OR WS-PR-IX > 5
             MOVE WS-PR-CAND(WS-PR-IX) TO WS-PR-ADD-ID
             PERFORM 5060-FIND-PLACE-ID
             IF WS-PL-HIT > 0
               MOVE WS-PL-PARENT(WS-PL-HIT) TO WS-PR-ADD-ID
               PERFORM 5060-FIND-PLACE-ID
               IF WS-PL-HIT > 0
                  AND WS-PL-NORM(WS-PL-HIT) = WS-PR-C2
                 ADD 1 TO WS-PR-KEEP-CT
                 MOVE WS-PR-CAND(WS-PR-IX) TO WS-PR-RESULT
               END-IF
             END-IF
           END-PERFORM
           IF WS-PR-KEEP-CT = 1
             MOVE SPACES TO WS-PR-CAND-TABLE
             MOVE WS-PR-RESULT TO WS-PR-CAND(1)
             MOVE 1 TO WS-PR-CAND-CT WS-PR-EXACT-CT
           END-IF
           MOVE SPACES TO WS-PR-RESULT
           .

      *----------------------------------------------------------------*
      * Decisione NUOVO: ISRT del luogo radice (come l'ADD di IGONL02) *
      * con il nome scelto dall'operatore, o in mancanza la prima      *
      * parte del testo, sotto il padre indicato se e' nel gazetteer.  *
      * La decisione diventa SCELTO sul nuovo PLAC-ID, in tabella e in *
      * coda al file, cosi' lo stesso testo non crea un secondo luogo. *
      *----------------------------------------------------------------*
       5200-CREATE-PLACE.
           ADD 1 TO WS-NEXT-PLAC-SEQ
           MOVE SPACES TO GN1PLAC-SEG
           STRING "GPL" WS-NEXT-PLAC-SEQ DELIMITED BY SIZE
             INTO PLAC-ID
           IF WS-PD-NEWNAME(WS-PD-HIT) NOT = SPACES
             MOVE WS-PD-NEWNAME(WS-PD-HIT) TO PLAC-NAME
           ELSE
             MOVE FUNCTION TRIM(WS-PR-PART1) TO PLAC-NAME
           END-IF
           MOVE WS-PD-PARENT(WS-PD-HIT) TO WS-PR-ADD-ID
           PERFORM 5060-FIND-PLACE-ID
           IF WS-PL-HIT > 0
             MOVE WS-PD-PARENT(WS-PD-HIT) TO PLAC-PARENT
           ELSE
             IF WS-PD-PARENT(WS-PD-HIT) NOT = SPACES
               DISPLAY "GN3S5CMT: PADRE "
                       FUNCTION TRIM(WS-PD-PARENT(WS-PD-HIT))
                       " IGNOTO, LUOGO " FUNCTION TRIM(PLAC-ID)
                       " CREATO SENZA PADRE"
             END-IF
           END-IF
           MOVE SPACE TO PLAC-RETIRED
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PLAC-SEG
           IF DB-STATUS NOT = SPACES
             DISPLAY "GN3S5CMT: ISRT PLACE FALLITA (" DB-STATUS
                     ") PER '" FUNCTION TRIM(WS-PR-KEY) "'"
             SET PLACE-HOLD TO TRUE
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CT-PLAC-NEW
           IF WS-PL-COUNT < 2000
             ADD 1 TO WS-PL-COUNT
             PERFORM 1205-STORE-PLACE
           END-IF
           MOVE PLAC-ID TO WS-PR-RESULT
           MOVE SPACES TO WS-PD-LINE
           MOVE WS-PR-KEY TO WS-PDL-TEXT
           MOVE "SCELTO" TO WS-PDL-DECISION
           MOVE PLAC-ID TO WS-PDL-PLAC
           PERFORM 1260-STORE-DECISION
           PERFORM 5400-APPEND-DECISION
           .

      *----------------------------------------------------------------*
      * Mette il testo in coda (decisione PENDING) con i candidati     *
      * trovati, PLAC-ID:NOME separati da ";", e sospende il record.   *
      * Un testo gia' in coda non si ripete.                           *
      *----------------------------------------------------------------*
       5300-QUEUE-PLACE.
           SET PLACE-HOLD TO TRUE
           MOVE SPACES TO WS-PD-LINE
           MOVE WS-PR-KEY TO WS-PDL-TEXT
           MOVE "PENDING" TO WS-PDL-DECISION
           MOVE 1 TO WS-PR-PTR
           PERFORM VARYING WS-PR-IX FROM 1 BY 1
               UNTIL WS-PR-IX > WS-PR-CAND-CT OR WS-PR-IX > 5
             MOVE WS-PR-CAND(WS-PR-IX) TO WS-PR-ADD-ID
             PERFORM 5060-FIND-PLACE-ID
             IF WS-PL-HIT > 0
               IF WS-PR-PTR > 1
                 STRING ";" DELIMITED BY SIZE
                   INTO WS-PDL-CANDS WITH POINTER WS-PR-PTR
               END-IF
               STRING FUNCTION TRIM(WS-PL-ID(WS-PL-HIT)) ":"
                      FUNCTION TRIM(WS-PL-NAME(WS-PL-HIT))
                 DELIMITED BY SIZE
                 INTO WS-PDL-CANDS WITH POINTER WS-PR-PTR
             END-IF
           END-PERFORM
           PERFORM 1260-STORE-DECISION
           ADD 1 TO WS-CT-PLAC-QUEUED
           PERFORM 5400-APPEND-DECISION
           .

       5400-APPEND-DECISION.
           OPEN EXTEND PLACE-FILE
           IF WS-PLACE-FS NOT = "00"
             OPEN OUTPUT PLACE-FILE
             IF WS-PLACE-FS NOT = "00"
               DISPLAY "GN3S5CMT: FILE LUOGHI "
                       FUNCTION TRIM(WS-PLACE-FILE) " NON SCRIVIBILE"
               EXIT PARAGRAPH
             END-IF
           END-IF
           MOVE SPACES TO PLACE-REC
           STRING FUNCTION TRIM(WS-PDL-TEXT) "|"
                  FUNCTION TRIM(WS-PDL-DECISION) "|"
                  FUNCTION TRIM(WS-PDL-PLAC) "|"
                  FUNCTION TRIM(WS-PDL-NEWNAME) "|"
                  FUNCTION TRIM(WS-PDL-PARENT) "|"
                  FUNCTION TRIM(WS-PDL-CANDS)
             DELIMITED BY SIZE INTO PLACE-REC
           WRITE PLACE-REC
           CLOSE PLACE-FILE
           .

      *----------------------------------------------------------------*
      * Helper mappa xref GEDCOM -> PERS-ID gia' committato.           *
      *----------------------------------------------------------------*
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Compressione di WS-CMP-IN in WS-CMP-OUT/WS-CMP-LEN: maiuscole, *
      * niente spazi, punti o apostrofi (regola di GN3PDUP0).          *
      *----------------------------------------------------------------*
       8200-COMPRESS-NAME.
           MOVE FUNCTION UPPER-CASE(WS-CMP-IN) TO WS-CMP-IN
           MOVE SPACES TO WS-CMP-OUT
           MOVE 0 TO WS-CMP-LEN
           PERFORM VARYING WS-CMP-IX FROM 1 BY 1
               UNTIL WS-CMP-IX > 60
             IF WS-CMP-IN(WS-CMP-IX:1) NOT = SPACE
                AND WS-CMP-IN(WS-CMP-IX:1) NOT = "."
                AND WS-CMP-IN(WS-CMP-IX:1) NOT = "'"
               ADD 1 TO WS-CMP-LEN
               MOVE WS-CMP-IN(WS-CMP-IX:1)
                 TO WS-CMP-OUT(WS-CMP-LEN:1)
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Appende la riga standard del registro corse: e' cio' che       *
      * permette al report del mattino (GN3RLOG0) di distinguere       *
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE
           .

       COPY "GNNIXP.cpy".
       COPY "GNCOGNP.cpy".
       COPY "GENFKEYP.CPY".

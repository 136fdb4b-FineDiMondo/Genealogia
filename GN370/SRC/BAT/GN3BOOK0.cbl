                sezione per persona: frasi narrative di nascita,
                unioni e morte con i luoghi risolti via gazetteer,
                l'elenco degli eventi, i titoli portati e le note di
                fonte dai segmenti CITATN dove presenti. Dopo gli
                eventi, "NEL SUO TEMPO" racconta gli eventi storici
                di contesto (HISTEVT) che hanno toccato la persona
                nel suo arco di vita e nei suoi luoghi, con la stessa
                regola del mondo 4 (GN37P006). Chi e' partito con
                una lista di bordo confermata (evento EMIGRAZIONE di
                GN3EMIA0) ha la sua frase dopo la morte, con paese di
                partenza e destinazione dichiarata. Dopo la nascita
                la frase di filiazione nomina padre e madre dai
                legami RELATE; un legame non provato (REL-PROOF
                probabile o ipotesi di lavoro) diventa "PROBABILMENTE
                FIGLIO DI", con la motivazione, perche' il libro non
                presenti come certo cio' che non lo e'. Nel libro
                certificato (DOCUM) le ipotesi di lavoro non entrano
                affatto: niente frase e niente discendenza seguita
                attraverso di esse. Il settimo argomento sceglie la
                lingua dell'edizione (IT, EN, ES; default IT): le
                frasi fisse, i tipi di evento, le parole di parentela
                e i mesi vengono dal frasario GNFRASI (integrabile da
                data/FRASI.DAT) e le date sono scritte per esteso
                nell'uso della lingua ("12 MARZO 1701", "MARCH 12,
                1701"). Le foto e i documenti della persona (MEDIA)
                entrano nella sezione "IMMAGINI" solo se i diritti
                consentono l'uso nel libro del committente (verifica
                GNDIRIP, licenza non scaduta), ciascuno con la sua
                riga di credito; gli esclusi sono contati a fine
                corsa.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT LISTA-FILE ASSIGN TO DYNAMIC WS-LISTA-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTA-FS.
           SELECT FRASI-FILE ASSIGN TO "data/FRASI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRA-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNLOG-FILE.
       01  RUNLOG-REC            PIC X(200).

       FD  FRASI-FILE.
       01  FRASI-REC             PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-OUT-FILE           PIC X(256) VALUE SPACES.
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-ADM-ARG            PIC X(8) VALUE SPACES.
       77  WS-RESTR-SKIPPED      PIC 9(5) VALUE 0.

      * LINGUA DELL'EDIZIONE (SETTIMO ARGOMENTO, VEDI GNFRASI)
       77  WS-LANG-ARG           PIC X(20) VALUE SPACES.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".
       01  WS-Q-IX               PIC 9(4) VALUE 0.
       01  WS-Q-SCAN             PIC 9(4) VALUE 0.

      * LEGAMI GENITORE->FIGLIO PER LA DISCENDENZA (MODO PERS) E
      * PER LA FRASE DI FILIAZIONE, CON TIPO (P PADRE, M MADRE) E
      * STATO DI PROVA DEL LEGAME
       01  WS-LINK-TABLE.
           05 WS-LINK-ENTRY OCCURS 2000 TIMES.
              10 WS-LK-PARENT    PIC X(12).
              10 WS-LK-CHILD     PIC X(12).
              10 WS-LK-KIND      PIC X(1).
              10 WS-LK-PROOF     PIC X(1).
              10 WS-LK-NOTE      PIC X(40).
       01  WS-LINK-COUNT         PIC 9(4) VALUE 0.
       01  WS-LK-IX              PIC 9(4) VALUE 0.

       01  WS-LOOKUP-PLACE       PIC X(12) VALUE SPACES.
      * QUALIFICATORE DI DATA (A/B/F/R) E CONNETTIVO IN PROSA
       01  WS-QUAL-CODE          PIC X(1) VALUE SPACE.
       01  WS-DATE-CONN          PIC X(20) VALUE SPACES.
      * DATA DA SCRIVERE E SUA FORMA IN CHIARO NELLA LINGUA
       01  WS-DATE-RAW           PIC X(10) VALUE SPACES.
       01  WS-DATE-TXT           PIC X(40) VALUE SPACES.
       01  WS-DATE-TXT2          PIC X(40) VALUE SPACES.
       01  WS-EVT-NAME           PIC X(40) VALUE SPACES.
       01  WS-SPOUSE-NAME        PIC X(40) VALUE SPACES.
       01  WS-SPOUSE-ID          PIC X(12) VALUE SPACES.
       01  WS-DEATH-DATE         PIC X(10) VALUE SPACES.
       01  WS-EMIG-DATE          PIC X(10) VALUE SPACES.
       01  WS-EMIG-EVNT          PIC X(12) VALUE SPACES.
       01  WS-EMIG-PLACE         PIC X(12) VALUE SPACES.
       01  WS-EMIG-DEST          PIC X(30) VALUE SPACES.
       01  WS-SSA-EMIG           PIC X(30)
           VALUE "EMIGRAT (EMIGID=            )".
       01  WS-FOOTNOTE-CT        PIC 9(3) VALUE 0.

      * FRASE DI FILIAZIONE: GENITORI DELLA PERSONA CORRENTE CON IL
      * LEGAME CHE LI PORTA (INDICE IN WS-LINK-TABLE, 0 = NESSUNO)
       01  WS-CHILD-WORD         PIC X(20) VALUE SPACES.
       01  WS-PA-LK              PIC 9(4) VALUE 0.
       01  WS-MA-LK              PIC 9(4) VALUE 0.
       01  WS-PAR-LK             PIC 9(4) VALUE 0.
       01  WS-PA-NAME            PIC X(40) VALUE SPACES.
       01  WS-MA-NAME            PIC X(40) VALUE SPACES.
       01  WS-PAR-NAME           PIC X(40) VALUE SPACES.
       77  WS-WEAK-LINKS         PIC 9(5) VALUE 0.

      * IMMAGINI DELLA PERSONA: INTESTAZIONE GIA' SCRITTA, IMMAGINI
      * STAMPATE ED ESCLUSE PER MANCANZA DI DIRITTI SUL LIBRO
       01  WS-SSA-MEDI           PIC X(30)
           VALUE "MEDIA   (PERSID=            )".
       01  WS-IMG-HEAD           PIC X VALUE "N".
           88 IMG-HEAD-DONE      VALUE "Y".
       77  WS-IMG-CT             PIC 9(5) VALUE 0.
       77  WS-IMG-SKIPPED        PIC 9(5) VALUE 0.

       01  WS-SW.
           10 WS-EOD-CHLD        PIC X VALUE "N".
              88 EOD-CHLD-YES    VALUE "Y".
       01  WS-UN-COUNT           PIC 9(2) VALUE 0.
       01  WS-UN-IX              PIC 9(2) VALUE 0.

      * CONTESTO STORICO: ARCO DI VITA (NASCITA O PRIMO EVENTO
      * DATATO, FINO ALLA MORTE O A 90 ANNI), AMBITO DEI LUOGHI
      * (LUOGHI DELLA PERSONA PIU' I LORO ANTENATI NEL GAZETTEER) E
      * EVENTI CHE LA TOCCANO, IN ORDINE DI DATA
       01  WS-LIFE-FROM          PIC X(10) VALUE SPACES.
       01  WS-LIFE-TO            PIC X(10) VALUE SPACES.
       01  WS-LIFE-YEAR          PIC 9(4) VALUE 0.
       01  WS-BIRTH-YEAR         PIC 9(4) VALUE 0.
       01  WS-EVT-YEAR           PIC 9(4) VALUE 0.
       01  WS-AGE-DISP           PIC ZZ9.
       01  WS-AGE-TXT            PIC X(16) VALUE SPACES.
       01  WS-FIRST-EVNT         PIC X(10) VALUE SPACES.
       01  WS-HEVT-END           PIC X(10) VALUE SPACES.
       01  WS-SD-TABLE.
           05 WS-SD-ID OCCURS 20 TIMES PIC X(12).
       01  WS-SD-COUNT           PIC 9(2) VALUE 0.
       01  WS-SD-IX              PIC 9(2) VALUE 0.
       01  WS-SC-TABLE.
           05 WS-SC-ID OCCURS 40 TIMES PIC X(12).
       01  WS-SC-COUNT           PIC 9(2) VALUE 0.
       01  WS-SC-IX              PIC 9(2) VALUE 0.
       01  WS-SC-DEPTH           PIC 9(2) VALUE 0.
       01  WS-SC-NEXT            PIC X(12) VALUE SPACES.
       01  WS-SC-PROBE           PIC X(12) VALUE SPACES.
       01  WS-SC-FOUND           PIC X VALUE "N".
           88 SC-FOUND           VALUE "Y".
       01  WS-HX-TABLE.
           05 WS-HX-ENTRY OCCURS 20 TIMES.
              10 WS-HX-FROM      PIC X(10).
              10 WS-HX-TO        PIC X(10).
              10 WS-HX-TYPE      PIC X(10).
              10 WS-HX-TITLE     PIC X(60).
       01  WS-HX-COUNT           PIC 9(2) VALUE 0.
       01  WS-HX-IX              PIC 9(2) VALUE 0.
       01  WS-HX-JX              PIC 9(2) VALUE 0.

       COPY GN1PRSN.
       COPY GN1EVNT.
       COPY GN1TITL.
       COPY GN1BLAZ.
       COPY GN1PNAM.
       COPY GNFAMIL.
       COPY GN1HEVT.
       COPY GN1EMIG.
       COPY GNFRASI.
       COPY GN1MEDI.
       COPY "GNDIRI.cpy".

       LINKAGE SECTION.
       COPY GN1PCBS.
           IF WS-ARGC < 2
             DISPLAY "USO: GN3BOOK0 <report-out> "
                     "<house-id|pers-id|file-insieme> "
                     "[HOUSE|PERS|LISTA] [DOCUM] [quay] [ADMIN] "
                     "[IT|EN|ES]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
               MOVE "Y" TO WS-ADM-MODE
             END-IF
           END-IF
           IF WS-ARGC >= 7
             ACCEPT WS-LANG-ARG FROM ARGUMENT-VALUE
           END-IF
           MOVE WS-LANG-ARG TO FRA-LANG-IN
           PERFORM 9410-RESOLVE-LANG
           PERFORM 9400-LOAD-FRASI

           PERFORM 1100-LOAD-PARENT-LINKS
           EVALUATE WS-MODE-ARG
             WHEN "PERS"
               PERFORM 1000-BUILD-DESCENT-QUEUE
           END-EVALUATE

           OPEN OUTPUT REPORT-FILE
           MOVE "B-TITOLO" TO FRA-KEY
           MOVE WS-TARGET-ID TO FRA-P1
           PERFORM 3080-WRITE-FRASE-COL1
      *    L'INTESTAZIONE ARALDICA HA SENSO SOLO IN MODO HOUSE:
      *    NEGLI ALTRI MODI WS-TARGET-ID NON E' UN HOUSE-ID
           IF WS-MODE-ARG = "HOUSE"
           END-PERFORM

           IF WS-Q-COUNT = 0
             MOVE "B-NESSUNO" TO FRA-KEY
             PERFORM 3085-WRITE-FRASE-COL3
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "GN3BOOK0: SEZIONI SCRITTE = " WS-SECTION-CT
           IF WS-WEAK-LINKS > 0
             DISPLAY "GN3BOOK0: FILIAZIONI NON PROVATE = "
                     WS-WEAK-LINKS
           END-IF
           IF DOC-MODE
             DISPLAY "GN3BOOK0: ESCLUSE (NON DOC) = " WS-DOC-SKIPPED
           END-IF
             DISPLAY "GN3BOOK0: ESCLUSE (EMBARGO) = "
                     WS-RESTR-SKIPPED
           END-IF
           DISPLAY "GN3BOOK0: IMMAGINI STAMPATE = " WS-IMG-CT
           IF WS-IMG-SKIPPED > 0
             DISPLAY "GN3BOOK0: IMMAGINI ESCLUSE (DIRITTI) = "
                     WS-IMG-SKIPPED
           END-IF
           PERFORM 9800-WRITE-RUNLOG
           MOVE 0 TO RETURN-CODE
           GOBACK.
      * raggiunto da entrambi i genitori.                              *
      *----------------------------------------------------------------*
       1000-BUILD-DESCENT-QUEUE.
           MOVE 1 TO WS-Q-COUNT
           MOVE WS-TARGET-ID TO WS-Q-ID(1)
           MOVE 1 TO WS-Q-GEN(1)
                 UNTIL WS-LK-IX > WS-LINK-COUNT
               IF WS-LK-PARENT(WS-LK-IX) = WS-Q-ID(WS-Q-IX)
                  AND WS-Q-COUNT < 1000
                  AND NOT (DOC-MODE AND WS-LK-PROOF(WS-LK-IX) = "H")
                 MOVE "N" TO WS-Q-DUP
                 PERFORM VARYING WS-Q-SCAN FROM 1 BY 1
                     UNTIL WS-Q-SCAN > WS-Q-COUNT OR Q-DUP-YES
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Legami PADRE/MADRE in memoria (una sola spazzata dei RELATE),  *
      * in ogni modo: servono alla discendenza del modo PERS e alla    *
      * frase di filiazione di ogni sezione.                           *
      *----------------------------------------------------------------*
       1100-LOAD-PARENT-LINKS.
           MOVE 0 TO WS-LINK-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1RELT-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-LINK-COUNT >= 2000
             EVALUATE FUNCTION UPPER-CASE(REL-TYPE(1:3))
               WHEN "PAD"
               WHEN "FAT"
                 ADD 1 TO WS-LINK-COUNT
                 MOVE "P" TO WS-LK-KIND(WS-LINK-COUNT)
                 PERFORM 1150-STORE-LINK
               WHEN "MAD"
               WHEN "MOT"
                 ADD 1 TO WS-LINK-COUNT
                 MOVE "M" TO WS-LK-KIND(WS-LINK-COUNT)
                 PERFORM 1150-STORE-LINK
             END-EVALUATE
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1RELT-SEG
           END-PERFORM
           .

       1150-STORE-LINK.
           MOVE REL-PERS TO WS-LK-PARENT(WS-LINK-COUNT)
           MOVE REL-TARG TO WS-LK-CHILD(WS-LINK-COUNT)
           MOVE REL-PROOF TO WS-LK-PROOF(WS-LINK-COUNT)
           MOVE REL-PROOF-NOTE TO WS-LK-NOTE(WS-LINK-COUNT)
           .

       1500-BUILD-HOUSE-QUEUE.
           MOVE 0 TO WS-Q-COUNT
           MOVE WS-TARGET-ID TO WS-SSA-PERS-ROOT(17:12)
           WRITE REPORT-REC
           MOVE ALL "=" TO REPORT-REC
           WRITE REPORT-REC
           MOVE "B-GENERAZ" TO FRA-KEY
           MOVE WS-CUR-GEN TO FRA-P1
           MOVE WS-CUR-NAME TO FRA-P2
           MOVE WS-CUR-ID TO FRA-P3
           PERFORM 3080-WRITE-FRASE-COL1
           IF WS-CUR-VERIF = "N"
             MOVE "B-NONVERIF" TO FRA-KEY
             PERFORM 3085-WRITE-FRASE-COL3
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           PERFORM 3050-WRITE-ALIASES

      *    SEMI DELL'AMBITO E APERTURA DELL'ARCO DI VITA PER IL
      *    CONTESTO STORICO (3700), FINCHE' PERSON E' IN AREA
           MOVE 0 TO WS-SD-COUNT WS-BIRTH-YEAR
           MOVE PERS-BPLACE TO WS-SC-PROBE
           PERFORM 3710-ADD-SEED
           MOVE PERS-DPLACE TO WS-SC-PROBE
           PERFORM 3710-ADD-SEED
           MOVE PERS-BDATE TO WS-LIFE-FROM
           IF PERS-BDATE(1:4) IS NUMERIC
             MOVE PERS-BDATE(1:4) TO WS-BIRTH-YEAR
           END-IF
           MOVE SPACES TO WS-FIRST-EVNT

      *    FRASE DI NASCITA (IL QUALIFICATORE DI DATA ENTRA NELLA
      *    PROSA: "NACQUE CIRCA IL", "PRIMA DEL", "DOPO IL")
           IF PERS-BDATE NOT = SPACES
             MOVE PERS-BDATE TO WS-ASOF-DATE
             PERFORM 3600-RESOLVE-PLACE
             MOVE PERS-BDATE-QUAL TO WS-QUAL-CODE
             MOVE PERS-BDATE TO WS-DATE-RAW
             PERFORM 3060-BUILD-DATE-CONN
             IF WS-PLACE-TXT = SPACES
               MOVE "B-NACQUE" TO FRA-KEY
             ELSE
               MOVE "B-NACQUE-A" TO FRA-KEY
               MOVE WS-PLACE-TXT TO FRA-P3
             END-IF
             MOVE WS-DATE-CONN TO FRA-P1
             MOVE WS-DATE-TXT TO FRA-P2
             PERFORM 3085-WRITE-FRASE-COL3
           END-IF

           PERFORM 3020-WRITE-PARENTAGE
           PERFORM 3100-WRITE-UNIONS
           PERFORM 3200-WRITE-DEATH
           PERFORM 3250-WRITE-EMIGRATION
           PERFORM 3300-WRITE-EVENTS
           PERFORM 3700-WRITE-CONTEXT
           PERFORM 3400-WRITE-TITLES
           PERFORM 3450-WRITE-IMAGES
           PERFORM 3500-WRITE-CITATIONS
           PERFORM 3550-WRITE-NOTES
           .

      *----------------------------------------------------------------*
      * Frase di filiazione dai legami PADRE/MADRE in tavola. Con      *
      * entrambi i legami provati una sola frase ("FIGLIO DI X E DI    *
      * Y"); altrimenti una frase per genitore, e quella di un legame  *
      * non provato dice "PROBABILMENTE" con la sua motivazione. La    *
      * risoluzione dei nomi muove GN1PRSN-SEG: in coda la persona     *
      * corrente viene riletta per chi segue (3200 ne usa il luogo).   *
      *----------------------------------------------------------------*
       3020-WRITE-PARENTAGE.
           MOVE 0 TO WS-PA-LK WS-MA-LK
           PERFORM VARYING WS-LK-IX FROM 1 BY 1
               UNTIL WS-LK-IX > WS-LINK-COUNT
             IF WS-LK-CHILD(WS-LK-IX) = WS-CUR-ID
                AND NOT (DOC-MODE AND WS-LK-PROOF(WS-LK-IX) = "H")
               IF WS-LK-KIND(WS-LK-IX) = "P" AND WS-PA-LK = 0
                 MOVE WS-LK-IX TO WS-PA-LK
               END-IF
               IF WS-LK-KIND(WS-LK-IX) = "M" AND WS-MA-LK = 0
                 MOVE WS-LK-IX TO WS-MA-LK
               END-IF
             END-IF
           END-PERFORM
           IF WS-PA-LK = 0 AND WS-MA-LK = 0
             EXIT PARAGRAPH
           END-IF
           IF PERS-GEND = "F"
             MOVE "REL-FIGLIA" TO FRA-KEY
           ELSE
             MOVE "REL-FIGLIO" TO FRA-KEY
           END-IF
           PERFORM 9420-GET-FRASE
           MOVE FRA-TEXT TO WS-CHILD-WORD
           MOVE SPACES TO WS-PA-NAME WS-MA-NAME
           IF WS-PA-LK > 0
             MOVE WS-LK-PARENT(WS-PA-LK) TO WS-SPOUSE-ID
             PERFORM 3610-RESOLVE-SPOUSE-NAME
             MOVE WS-SPOUSE-NAME TO WS-PA-NAME
             IF WS-PA-NAME = SPACES
               MOVE WS-SPOUSE-ID TO WS-PA-NAME
             END-IF
           END-IF
           IF WS-MA-LK > 0
             MOVE WS-LK-PARENT(WS-MA-LK) TO WS-SPOUSE-ID
             PERFORM 3610-RESOLVE-SPOUSE-NAME
             MOVE WS-SPOUSE-NAME TO WS-MA-NAME
             IF WS-MA-NAME = SPACES
               MOVE WS-SPOUSE-ID TO WS-MA-NAME
             END-IF
           END-IF

           IF WS-PA-LK > 0 AND WS-MA-LK > 0
              AND (WS-LK-PROOF(WS-PA-LK) = "P"
                OR WS-LK-PROOF(WS-PA-LK) = SPACE)
              AND (WS-LK-PROOF(WS-MA-LK) = "P"
                OR WS-LK-PROOF(WS-MA-LK) = SPACE)
             MOVE "B-FIGLIO-DI2" TO FRA-KEY
             MOVE WS-CHILD-WORD TO FRA-P1
             MOVE WS-PA-NAME TO FRA-P2
             MOVE WS-MA-NAME TO FRA-P3
             PERFORM 3085-WRITE-FRASE-COL3
           ELSE
             IF WS-PA-LK > 0
               MOVE WS-PA-LK TO WS-PAR-LK
               MOVE WS-PA-NAME TO WS-PAR-NAME
               PERFORM 3030-WRITE-ONE-PARENT
             END-IF
             IF WS-MA-LK > 0
               MOVE WS-MA-LK TO WS-PAR-LK
               MOVE WS-MA-NAME TO WS-PAR-NAME
               PERFORM 3030-WRITE-ONE-PARENT
             END-IF
           END-IF

           MOVE WS-CUR-ID TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           .

       3030-WRITE-ONE-PARENT.
           EVALUATE WS-LK-PROOF(WS-PAR-LK)
             WHEN "H"
               ADD 1 TO WS-WEAK-LINKS
               MOVE "B-IPOTESI" TO FRA-KEY
               PERFORM 9420-GET-FRASE
               MOVE FRA-TEXT TO FRA-P3
               MOVE "B-PROB-H" TO FRA-KEY
             WHEN "B"
               ADD 1 TO WS-WEAK-LINKS
               MOVE "B-PROBABILE" TO FRA-KEY
               PERFORM 9420-GET-FRASE
               MOVE FRA-TEXT TO FRA-P3
               MOVE "B-PROB-B" TO FRA-KEY
             WHEN OTHER
               MOVE "B-FIGLIO-DI" TO FRA-KEY
           END-EVALUATE
           MOVE WS-CHILD-WORD TO FRA-P1
           MOVE WS-PAR-NAME TO FRA-P2
           PERFORM 3085-WRITE-FRASE-COL3
           IF WS-LK-PROOF(WS-PAR-LK) NOT = "P"
              AND WS-LK-PROOF(WS-PAR-LK) NOT = SPACE
              AND WS-LK-NOTE(WS-PAR-LK) NOT = SPACES
             MOVE SPACES TO REPORT-REC
             STRING "    (" FUNCTION TRIM(WS-LK-NOTE(WS-PAR-LK)) ")"
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
           END-IF
           .

       3550-WRITE-NOTES.
           MOVE "NOTESEG (PERSID=            )" TO WS-SSA-NOTE
           MOVE WS-CUR-ID TO WS-SSA-NOTE(17:12)
                                GN1NOTE-SEG
                                WS-SSA-NOTE
           IF DB-STATUS = SPACES
             MOVE "B-NOTE" TO FRA-KEY
             PERFORM 3085-WRITE-FRASE-COL3
           END-IF
           PERFORM UNTIL EOD-CHLD-YES OR DB-STATUS NOT = SPACES
             MOVE SPACES TO REPORT-REC
                                GN1BLAZ-SEG
                                WS-SSA-BLAZ
           IF DB-STATUS = SPACES
             MOVE "B-ARMA" TO FRA-KEY
             MOVE BLAZ-TEXT TO FRA-P1
             PERFORM 3080-WRITE-FRASE-COL1
             IF BLAZ-CREST NOT = SPACES
               MOVE "B-CIMIERO" TO FRA-KEY
               MOVE BLAZ-CREST TO FRA-P1
               PERFORM 3080-WRITE-FRASE-COL1
             END-IF
             IF BLAZ-AUTH NOT = SPACES
               MOVE SPACE TO WS-QUAL-CODE
               MOVE BLAZ-DATE TO WS-DATE-RAW
               PERFORM 3060-BUILD-DATE-CONN
               MOVE "B-CONCESSA" TO FRA-KEY
               MOVE BLAZ-AUTH TO FRA-P1
               MOVE WS-DATE-CONN TO FRA-P2
               MOVE WS-DATE-TXT TO FRA-P3
               PERFORM 3080-WRITE-FRASE-COL1
             END-IF
           END-IF
           .
           .

      *----------------------------------------------------------------*
      * Connettivo di data secondo il qualificatore ("IL" per le date  *
      * puntuali, "NEL" per anno o mese, "CIRCA IL", "PRIMA DEL",      *
      * "DOPO IL", "ATTORNO AL" per l'intervallo) e data WS-DATE-RAW   *
      * in chiaro in WS-DATE-TXT, nella lingua dell'edizione.          *
      *----------------------------------------------------------------*
       3060-BUILD-DATE-CONN.
           MOVE WS-QUAL-CODE TO FRA-DATE-QUAL
           MOVE WS-DATE-RAW TO FRA-DATE-IN
           PERFORM 9450-BUILD-DATE-CONN
           MOVE FRA-DATE-CONN TO WS-DATE-CONN
           MOVE FRA-DATE-OUT TO WS-DATE-TXT
           .

      *----------------------------------------------------------------*
      * Nome del tipo di evento nella lingua: i codici canonici di     *
      * GNEVTAB hanno la voce EV-<codice> nel frasario, gli altri      *
      * restano come registrati.                                       *
      *----------------------------------------------------------------*
       3070-EVENT-TYPE-NAME.
           MOVE SPACES TO FRA-KEY
           STRING "EV-" FUNCTION UPPER-CASE(FUNCTION TRIM(EVNT-TYPE))
             DELIMITED BY SIZE INTO FRA-KEY
           PERFORM 9420-GET-FRASE
           IF FRA-FOUND-YES
             MOVE FRA-TEXT TO WS-EVT-NAME
           ELSE
             MOVE EVNT-TYPE TO WS-EVT-NAME
           END-IF
           .

      *----------------------------------------------------------------*
      * Frase FRA-KEY con i parametri FRA-P1..FRA-P5 in una riga del   *
      * libro: 3080 in prima colonna, 3085 rientrata di due, 3090 come *
      * voce di elenco ("    - ").                                     *
      *----------------------------------------------------------------*
       3080-WRITE-FRASE-COL1.
           PERFORM 9420-GET-FRASE
           PERFORM 9430-FILL-FRASE
           MOVE FRA-OUT TO REPORT-REC
           WRITE REPORT-REC
           .

       3085-WRITE-FRASE-COL3.
           PERFORM 9420-GET-FRASE
           PERFORM 9430-FILL-FRASE
           MOVE SPACES TO REPORT-REC
           MOVE FRA-OUT TO REPORT-REC(3:130)
           WRITE REPORT-REC
           .

       3090-WRITE-FRASE-ITEM.
           PERFORM 9420-GET-FRASE
           PERFORM 9430-FILL-FRASE
           MOVE "    - " TO REPORT-REC
           MOVE FRA-OUT TO REPORT-REC(7:126)
           WRITE REPORT-REC
           .

      *----------------------------------------------------------------*
                                GN1ALIA-SEG
                                WS-SSA-ALIA
           PERFORM UNTIL EOD-CHLD-YES OR DB-STATUS NOT = SPACES
             MOVE SPACES TO FRA-P1
             IF ALIA-TYPE = SPACES
               MOVE ALIA-NAME TO FRA-P1
             ELSE
               STRING FUNCTION TRIM(ALIA-NAME)
                      " (" FUNCTION TRIM(ALIA-TYPE) ")"
                 DELIMITED BY SIZE INTO FRA-P1
             END-IF
             MOVE "B-ALIAS" TO FRA-KEY
             PERFORM 3085-WRITE-FRASE-COL3
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
               UNTIL WS-UN-IX > WS-UN-COUNT
             MOVE WS-UN-SPOUSE(WS-UN-IX) TO WS-SPOUSE-ID
             PERFORM 3610-RESOLVE-SPOUSE-NAME
             MOVE SPACE TO WS-QUAL-CODE
             MOVE WS-UN-DATE(WS-UN-IX) TO WS-DATE-RAW
             PERFORM 3060-BUILD-DATE-CONN
             IF WS-SPOUSE-NAME = SPACES
               MOVE "B-UNIONE" TO FRA-KEY
               MOVE WS-DATE-CONN TO FRA-P1
               MOVE WS-DATE-TXT TO FRA-P2
             ELSE
               MOVE "B-SPOSO" TO FRA-KEY
               MOVE WS-SPOUSE-NAME TO FRA-P1
               MOVE WS-DATE-CONN TO FRA-P2
               MOVE WS-DATE-TXT TO FRA-P3
             END-IF
             PERFORM 3085-WRITE-FRASE-COL3
           END-PERFORM
           .

             MOVE PERS-DPLACE TO WS-LOOKUP-PLACE
             MOVE WS-DEATH-DATE TO WS-ASOF-DATE
             PERFORM 3600-RESOLVE-PLACE
             MOVE SPACE TO WS-QUAL-CODE
             MOVE WS-DEATH-DATE TO WS-DATE-RAW
             PERFORM 3060-BUILD-DATE-CONN
             IF WS-PLACE-TXT = SPACES
               MOVE "B-MORI" TO FRA-KEY
             ELSE
               MOVE "B-MORI-A" TO FRA-KEY
               MOVE WS-PLACE-TXT TO FRA-P3
             END-IF
             MOVE WS-DATE-CONN TO FRA-P1
             MOVE WS-DATE-TXT TO FRA-P2
             PERFORM 3085-WRITE-FRASE-COL3
           END-IF
           .

      *----------------------------------------------------------------*
      * Espatrio: il primo evento EMIGRAZIONE della persona; la        *
      * destinazione viene dalla riga EMIGRAT d'origine ("EM" + stesso *
      * progressivo dell'evento "EE"), il paese e' quello dell'evento  *
      * con il nome valido alla data di partenza.                      *
      *----------------------------------------------------------------*
       3250-WRITE-EMIGRATION.
           MOVE SPACES TO WS-EMIG-DATE WS-EMIG-EVNT WS-EMIG-PLACE
                          WS-EMIG-DEST
           MOVE "EVENT   (PERSID=            )" TO WS-SSA-EVNT
           MOVE WS-CUR-ID TO WS-SSA-EVNT(17:12)
           MOVE "N" TO WS-EOD-CHLD
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EVNT-SEG
                                WS-SSA-EVNT
           PERFORM UNTIL EOD-CHLD-YES OR DB-STATUS NOT = SPACES
             IF FUNCTION UPPER-CASE(FUNCTION TRIM(EVNT-TYPE))
                  = "EMIGRAZIONE"
               MOVE EVNT-DATE TO WS-EMIG-DATE
               MOVE EVNT-ID TO WS-EMIG-EVNT
               MOVE EVNT-PLACE TO WS-EMIG-PLACE
               SET EOD-CHLD-YES TO TRUE
             ELSE
               MOVE DLI-GN TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1EVNT-SEG
                                    WS-SSA-EVNT
               IF DB-STATUS NOT = SPACES
                 SET EOD-CHLD-YES TO TRUE
               END-IF
             END-IF
           END-PERFORM
           IF WS-EMIG-EVNT = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE "EMIGRAT (EMIGID=            )" TO WS-SSA-EMIG
           MOVE "EM" TO WS-SSA-EMIG(17:2)
           MOVE WS-EMIG-EVNT(3:10) TO WS-SSA-EMIG(19:10)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EMIG-SEG
                                WS-SSA-EMIG
           IF DB-STATUS = SPACES
             MOVE EMIG-DEST TO WS-EMIG-DEST
           END-IF
           MOVE WS-EMIG-PLACE TO WS-LOOKUP-PLACE
           MOVE WS-EMIG-DATE TO WS-ASOF-DATE
           PERFORM 3600-RESOLVE-PLACE
           IF WS-PLACE-TXT = SPACES
             MOVE "B-LUOGO-IGN" TO FRA-KEY
             PERFORM 9420-GET-FRASE
             MOVE FRA-TEXT TO WS-PLACE-TXT
           END-IF
           IF WS-EMIG-DEST = SPACES
             MOVE "B-DEST-IGN" TO FRA-KEY
             PERFORM 9420-GET-FRASE
             MOVE FRA-TEXT TO WS-EMIG-DEST
           END-IF
           MOVE SPACE TO WS-QUAL-CODE
           MOVE WS-EMIG-DATE TO WS-DATE-RAW
           PERFORM 3060-BUILD-DATE-CONN
           MOVE "B-EMIGRO" TO FRA-KEY
           MOVE WS-DATE-CONN TO FRA-P1
           MOVE WS-DATE-TXT TO FRA-P2
           MOVE WS-PLACE-TXT TO FRA-P3
           MOVE WS-EMIG-DEST TO FRA-P4
           PERFORM 3085-WRITE-FRASE-COL3
           .

       3300-WRITE-EVENTS.
                                GN1EVNT-SEG
                                WS-SSA-EVNT
           IF DB-STATUS = SPACES
             MOVE "B-EVENTI" TO FRA-KEY
             PERFORM 3085-WRITE-FRASE-COL3
           END-IF
           PERFORM UNTIL EOD-CHLD-YES OR DB-STATUS NOT = SPACES
             MOVE EVNT-PLACE TO WS-SC-PROBE
             PERFORM 3710-ADD-SEED
             IF EVNT-DATE(1:4) IS NUMERIC
                AND (WS-FIRST-EVNT = SPACES
                     OR EVNT-DATE < WS-FIRST-EVNT)
               MOVE EVNT-DATE TO WS-FIRST-EVNT
             END-IF
             MOVE EVNT-DATE-QUAL TO WS-QUAL-CODE
             MOVE EVNT-DATE TO WS-DATE-RAW
             PERFORM 3060-BUILD-DATE-CONN
             PERFORM 3070-EVENT-TYPE-NAME
             MOVE SPACES TO REPORT-REC
             STRING "    - " FUNCTION TRIM(WS-EVT-NAME)
                    " " FUNCTION TRIM(WS-DATE-CONN)
                    " " FUNCTION TRIM(WS-DATE-TXT)
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
             MOVE DLI-GN TO WS-DLI-FUNC
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * "Nel suo tempo": gli HISTEVT i cui estremi (fine vuota =       *
      * evento puntuale) toccano l'arco di vita e il cui ambito e'     *
      * vuoto (ovunque) o uno dei luoghi della persona o dei loro      *
      * antenati. Raccolti in tavola durante la spazzata (nessun'altra *
      * chiamata, la GN non qualificata perderebbe la posizione),      *
      * ordinati per data e poi stampati con l'eta' della persona.     *
      *----------------------------------------------------------------*
       3700-WRITE-CONTEXT.
           IF WS-LIFE-FROM(1:4) IS NOT NUMERIC
             MOVE WS-FIRST-EVNT TO WS-LIFE-FROM
           END-IF
           IF WS-LIFE-FROM = SPACES
             EXIT PARAGRAPH
           END-IF
           IF WS-DEATH-DATE(1:4) IS NUMERIC
             MOVE WS-DEATH-DATE TO WS-LIFE-TO
           ELSE
             MOVE WS-LIFE-FROM(1:4) TO WS-LIFE-YEAR
             ADD 90 TO WS-LIFE-YEAR
             MOVE SPACES TO WS-LIFE-TO
             STRING WS-LIFE-YEAR "-12-31" DELIMITED BY SIZE
               INTO WS-LIFE-TO
           END-IF
           PERFORM 3720-BUILD-PLACE-SCOPE
           MOVE 0 TO WS-HX-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1HEVT-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-HX-COUNT >= 20
             MOVE HEVT-TO TO WS-HEVT-END
             IF WS-HEVT-END = SPACES
               MOVE HEVT-FROM TO WS-HEVT-END
             END-IF
             IF HEVT-FROM <= WS-LIFE-TO
                AND WS-HEVT-END >= WS-LIFE-FROM
               MOVE "Y" TO WS-SC-FOUND
               IF HEVT-PLACE NOT = SPACES
                 MOVE HEVT-PLACE TO WS-SC-PROBE
                 PERFORM 3730-PROBE-SCOPE
               END-IF
               IF SC-FOUND
                 PERFORM 3740-INSERT-CONTEXT
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1HEVT-SEG
           END-PERFORM
           IF WS-HX-COUNT = 0
             EXIT PARAGRAPH
           END-IF
           MOVE "B-TEMPO" TO FRA-KEY
           PERFORM 3085-WRITE-FRASE-COL3
           PERFORM VARYING WS-HX-IX FROM 1 BY 1
               UNTIL WS-HX-IX > WS-HX-COUNT
             MOVE 0 TO WS-EVT-YEAR
             IF WS-HX-FROM(WS-HX-IX)(1:4) IS NUMERIC
               MOVE WS-HX-FROM(WS-HX-IX)(1:4) TO WS-EVT-YEAR
             END-IF
             MOVE SPACES TO WS-AGE-TXT
             IF WS-BIRTH-YEAR > 0 AND WS-EVT-YEAR >= WS-BIRTH-YEAR
               COMPUTE WS-AGE-DISP = WS-EVT-YEAR - WS-BIRTH-YEAR
               MOVE "B-AVEVA" TO FRA-KEY
               MOVE WS-AGE-DISP TO FRA-P1
               PERFORM 9420-GET-FRASE
               PERFORM 9430-FILL-FRASE
               MOVE FRA-OUT TO WS-AGE-TXT
             END-IF
             IF WS-HX-TO(WS-HX-IX) = SPACES
                OR WS-HX-TO(WS-HX-IX)(1:4)
                   = WS-HX-FROM(WS-HX-IX)(1:4)
               MOVE "B-NEL" TO FRA-KEY
               MOVE WS-HX-FROM(WS-HX-IX)(1:4) TO FRA-P1
               MOVE WS-HX-TYPE(WS-HX-IX) TO FRA-P2
               MOVE WS-HX-TITLE(WS-HX-IX) TO FRA-P3
               MOVE WS-AGE-TXT TO FRA-P4
             ELSE
               MOVE "B-DAL" TO FRA-KEY
               MOVE WS-HX-FROM(WS-HX-IX)(1:4) TO FRA-P1
               MOVE WS-HX-TO(WS-HX-IX)(1:4) TO FRA-P2
               MOVE WS-HX-TYPE(WS-HX-IX) TO FRA-P3
               MOVE WS-HX-TITLE(WS-HX-IX) TO FRA-P4
               MOVE WS-AGE-TXT TO FRA-P5
             END-IF
             PERFORM 3090-WRITE-FRASE-ITEM
           END-PERFORM
           .

       3710-ADD-SEED.
           IF WS-SC-PROBE = SPACES OR WS-SD-COUNT >= 20
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SD-IX FROM 1 BY 1
               UNTIL WS-SD-IX > WS-SD-COUNT
             IF WS-SD-ID(WS-SD-IX) = WS-SC-PROBE
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           ADD 1 TO WS-SD-COUNT
           MOVE WS-SC-PROBE TO WS-SD-ID(WS-SD-COUNT)
           .

      *----------------------------------------------------------------*
      * Ogni seme e la sua catena PLAC-PARENT (al massimo 10 livelli): *
      * un luogo gia' in ambito vi porta anche i suoi antenati, e la   *
      * risalita si ferma li'.                                         *
      *----------------------------------------------------------------*
       3720-BUILD-PLACE-SCOPE.
           MOVE 0 TO WS-SC-COUNT
           PERFORM VARYING WS-SD-IX FROM 1 BY 1
               UNTIL WS-SD-IX > WS-SD-COUNT
             MOVE WS-SD-ID(WS-SD-IX) TO WS-SC-NEXT
             MOVE 0 TO WS-SC-DEPTH
             PERFORM UNTIL WS-SC-NEXT = SPACES
                        OR WS-SC-DEPTH >= 10
                        OR WS-SC-COUNT >= 40
               MOVE WS-SC-NEXT TO WS-SC-PROBE
               PERFORM 3730-PROBE-SCOPE
               IF SC-FOUND
                 MOVE SPACES TO WS-SC-NEXT
               ELSE
                 ADD 1 TO WS-SC-COUNT
                 MOVE WS-SC-NEXT TO WS-SC-ID(WS-SC-COUNT)
                 ADD 1 TO WS-SC-DEPTH
                 MOVE WS-SC-NEXT TO WS-SSA-PLAC(17:12)
                 MOVE DLI-GU TO WS-DLI-FUNC
                 CALL "CBLTDLI" USING WS-DLI-FUNC
                                      DBPCB-MASK
                                      GN1PLAC-SEG
                                      WS-SSA-PLAC
                 IF DB-STATUS = SPACES
                   MOVE PLAC-PARENT TO WS-SC-NEXT
                 ELSE
                   MOVE SPACES TO WS-SC-NEXT
                 END-IF
               END-IF
             END-PERFORM
           END-PERFORM
           .

       3730-PROBE-SCOPE.
           MOVE "N" TO WS-SC-FOUND
           PERFORM VARYING WS-SC-IX FROM 1 BY 1
               UNTIL WS-SC-IX > WS-SC-COUNT OR SC-FOUND
             IF WS-SC-ID(WS-SC-IX) = WS-SC-PROBE
               MOVE "Y" TO WS-SC-FOUND
             END-IF
           END-PERFORM
           .

       3740-INSERT-CONTEXT.
           MOVE WS-HX-COUNT TO WS-HX-IX
           ADD 1 TO WS-HX-COUNT
           PERFORM UNTIL WS-HX-IX = 0
             IF WS-HX-FROM(WS-HX-IX) > HEVT-FROM
               COMPUTE WS-HX-JX = WS-HX-IX + 1
               MOVE WS-HX-ENTRY(WS-HX-IX) TO WS-HX-ENTRY(WS-HX-JX)
               SUBTRACT 1 FROM WS-HX-IX
             ELSE
               EXIT PERFORM
             END-IF
           END-PERFORM
           COMPUTE WS-HX-JX = WS-HX-IX + 1
           MOVE HEVT-FROM  TO WS-HX-FROM(WS-HX-JX)
           MOVE HEVT-TO    TO WS-HX-TO(WS-HX-JX)
           MOVE HEVT-TYPE  TO WS-HX-TYPE(WS-HX-JX)
           MOVE HEVT-TITLE TO WS-HX-TITLE(WS-HX-JX)
           .

       3400-WRITE-TITLES.
           MOVE "TITLE   (PERSID=            )" TO WS-SSA-TITL
           MOVE WS-CUR-ID TO WS-SSA-TITL(17:12)
                                GN1TITL-SEG
                                WS-SSA-TITL
           IF DB-STATUS = SPACES
             MOVE "B-TITOLI" TO FRA-KEY
             PERFORM 3085-WRITE-FRASE-COL3
           END-IF
           PERFORM UNTIL EOD-CHLD-YES OR DB-STATUS NOT = SPACES
             MOVE TITL-DATE-FROM TO FRA-DATE-IN
             PERFORM 9440-FORMAT-DATE
             MOVE FRA-DATE-OUT TO WS-DATE-TXT
             MOVE TITL-DATE-TO TO FRA-DATE-IN
             PERFORM 9440-FORMAT-DATE
             MOVE FRA-DATE-OUT TO WS-DATE-TXT2
             MOVE SPACES TO REPORT-REC
             STRING "    - " FUNCTION TRIM(TITL-NAME)
                    " (" FUNCTION TRIM(WS-DATE-TXT) " - "
                    FUNCTION TRIM(WS-DATE-TXT2) ")"
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
             MOVE DLI-GN TO WS-DLI-FUNC
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Immagini della persona: ogni MEDIA figlio passa dalla verifica *
      * dei diritti per l'uso nel libro del committente; quelli        *
      * ammessi escono con descrizione, percorso d'archivio e, sotto,  *
      * la riga di credito richiesta dal detentore.                    *
      *----------------------------------------------------------------*
       3450-WRITE-IMAGES.
           MOVE "MEDIA   (PERSID=            )" TO WS-SSA-MEDI
           MOVE WS-CUR-ID TO WS-SSA-MEDI(17:12)
           MOVE "N" TO WS-EOD-CHLD WS-IMG-HEAD
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1MEDI-SEG
                                WS-SSA-MEDI
           PERFORM UNTIL EOD-CHLD-YES OR DB-STATUS NOT = SPACES
             MOVE MEDI-RIGHTS TO DIRI-RIGHTS
             MOVE MEDI-PUBL TO DIRI-PUBL
             SET DIRI-FOR-BOOK TO TRUE
             PERFORM 9750-CHECK-MEDIA-RIGHTS
             IF DIRI-DENIED
               ADD 1 TO WS-IMG-SKIPPED
             ELSE
               IF NOT IMG-HEAD-DONE
                 MOVE "B-IMMAGINI" TO FRA-KEY
                 PERFORM 3085-WRITE-FRASE-COL3
                 MOVE "Y" TO WS-IMG-HEAD
               END-IF
               ADD 1 TO WS-IMG-CT
               MOVE SPACES TO REPORT-REC
               IF MEDI-DESC = SPACES
                 STRING "    - " FUNCTION TRIM(MEDI-TYPE) " ("
                        FUNCTION TRIM(MEDI-PATH) ")"
                   DELIMITED BY SIZE INTO REPORT-REC
               ELSE
                 STRING "    - " FUNCTION TRIM(MEDI-DESC) " ("
                        FUNCTION TRIM(MEDI-PATH) ")"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-IF
               WRITE REPORT-REC
               IF DIRI-CREDIT NOT = SPACES
                 MOVE SPACES TO REPORT-REC
                 MOVE DIRI-CREDIT TO REPORT-REC(7:60)
                 WRITE REPORT-REC
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1MEDI-SEG
                                  WS-SSA-MEDI
             IF DB-STATUS NOT = SPACES
               SET EOD-CHLD-YES TO TRUE
             END-IF
           END-PERFORM
           .

       3500-WRITE-CITATIONS.
           MOVE 0 TO WS-FOOTNOTE-CT
           MOVE "CITATN  (PERSID=            )" TO WS-SSA-CITA
                                GN1CITA-SEG
                                WS-SSA-CITA
           IF DB-STATUS = SPACES
             MOVE "B-FONTI" TO FRA-KEY
             PERFORM 3085-WRITE-FRASE-COL3
           END-IF
           PERFORM UNTIL EOD-CHLD-YES OR DB-STATUS NOT = SPACES
             ADD 1 TO WS-FOOTNOTE-CT
             MOVE SPACES TO WS-AGE-TXT
             IF CITA-QUAY IS NUMERIC
               MOVE "B-GRADO" TO FRA-KEY
               MOVE CITA-QUAY TO FRA-P1
               PERFORM 9420-GET-FRASE
               PERFORM 9430-FILL-FRASE
               MOVE FRA-OUT TO WS-AGE-TXT
             END-IF
             MOVE "B-FONTE" TO FRA-KEY
             MOVE WS-FOOTNOTE-CT TO FRA-P1
             MOVE CITA-SRCE TO FRA-P2
             MOVE CITA-PAGE TO FRA-P3
             MOVE WS-AGE-TXT TO FRA-P4
             PERFORM 9420-GET-FRASE
             PERFORM 9430-FILL-FRASE
             MOVE SPACES TO REPORT-REC
             MOVE FRA-OUT TO REPORT-REC(5:128)
             WRITE REPORT-REC
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
             MOVE PERS-NAME TO WS-SPOUSE-NAME
           END-IF
           .

       COPY GNFRASIP.
       COPY "GNDIRIP.cpy".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3ETAD0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Eta' dichiarate negli atti ("d'anni 45 circa", in
                EVNT-AGE/EVNT-AGE-QUAL): ogni evento datato con
                un'eta' dichiarata da' una stima dell'anno di
                nascita, anno dell'evento meno l'eta'. Per le
                persone senza PERS-BDATE la media delle stime
                diventa la data di nascita, solo anno, con
                qualificatore A (circa): sono le migliaia di date
                vuote che il punteggio di completezza (GN3CMPL0)
                oggi punisce. Nel report:
                  STIMA     la nascita ricavata (PROPOSTA in prova,
                            APPLICATA con APPLICA)
                  DISCORDE  eta' dichiarate che fra loro danno
                            nascite lontane piu' della tolleranza:
                            la stima non si applica, si ricontrolla
                            il registro
                  NASCITA   eta' dichiarate in contrasto con la data
                            di nascita registrata
                Uso:
                  GN3ETAD0 <report-out> [PROVA|APPLICA] [tolleranza]
                PROVA (il default) non scrive nulla; APPLICA fa REPL
                della persona con una riga GN1JRNL (JRNL-OP ETASTIMA,
                operatore GN3ETAD0) e le immagini prima/dopo, cosi'
                che l'annullamento online la possa disfare, e
                riallinea l'indice dei nomi sull'anno stimato. La
                tolleranza e' in anni, default 5: le eta' degli atti
                antichi sono spesso arrotondate.

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
       77  WS-ARG                PIC X(16) VALUE SPACES.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-TOL                PIC 9(3) VALUE 5.
       77  WS-AGE-CT             PIC 9(7) VALUE 0.
       77  WS-NODATE-CT          PIC 9(7) VALUE 0.
       77  WS-EST-CT             PIC 9(7) VALUE 0.
       77  WS-APPL-CT            PIC 9(7) VALUE 0.
       77  WS-FAIL-CT            PIC 9(7) VALUE 0.
       77  WS-NIX-ERR-CT         PIC 9(7) VALUE 0.
       77  WS-DISC-CT            PIC 9(7) VALUE 0.
       77  WS-BIRTH-CT           PIC 9(7) VALUE 0.
       77  WS-JRNL-SEQ           PIC 9(7) VALUE 0.

       01  WS-MODE               PIC X(8) VALUE "PROVA".
           88 MODE-APPLICA       VALUE "APPLICA".

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".
           05 DLI-ISRT           PIC X(4) VALUE "ISRT".
           05 DLI-REPL           PIC X(4) VALUE "REPL".

       01  WS-SSA.
           05 WS-SSA-PERS        PIC X(30)
              VALUE "PERSON  (PERSID=            )".
           05 WS-SSA-JRNL        PIC X(30)
              VALUE "JOURNAL (PERSID=            )".

      * PERSONE CON LE STIME DI NASCITA DEI LORO ATTI: NUMERO E
      * SOMMA DELLE STIME, E I DUE ATTI ESTREMI (STIMA PIU' BASSA E
      * PIU' ALTA) CON TIPO, ANNO ED ETA' DICHIARATA, PER IL REPORT
       01  WS-P-TABLE.
           05 WS-P-ENTRY OCCURS 5000 TIMES.
              10 WS-P-ID         PIC X(12).
              10 WS-P-NAME       PIC X(30).
              10 WS-P-BDATE      PIC X(10).
              10 WS-P-BYEAR      PIC 9(4).
              10 WS-P-N          PIC 9(3).
              10 WS-P-SUM        PIC 9(7).
              10 WS-P-LO-EST     PIC 9(4).
              10 WS-P-LO-TYPE    PIC X(12).
              10 WS-P-LO-YEAR    PIC 9(4).
              10 WS-P-LO-AGE     PIC 9(3).
              10 WS-P-HI-EST     PIC 9(4).
              10 WS-P-HI-TYPE    PIC X(12).
              10 WS-P-HI-YEAR    PIC 9(4).
              10 WS-P-HI-AGE     PIC 9(3).
       01  WS-P-COUNT            PIC 9(5) VALUE 0.
       01  WS-I                  PIC 9(5) VALUE 0.
       01  WS-FOUND-IX           PIC 9(5) VALUE 0.
       01  WS-P-FULL             PIC X VALUE "N".
           88 P-FULL             VALUE "Y".

       01  WS-EV-YEAR            PIC 9(4) VALUE 0.
       01  WS-EV-AGE             PIC 9(3) VALUE 0.
       01  WS-EST                PIC 9(4) VALUE 0.
       01  WS-DIFF               PIC S9(5) COMP VALUE 0.
       01  WS-DIFF-LO            PIC S9(5) COMP VALUE 0.
       01  WS-DIFF-HI            PIC S9(5) COMP VALUE 0.
       01  WS-EST-AVG            PIC 9(4) VALUE 0.
       01  WS-ESITO              PIC X(10) VALUE SPACES.
       01  WS-PERS-BEFORE        PIC X(256) VALUE SPACES.
       01  WS-ATTO-LO            PIC X(40) VALUE SPACES.
       01  WS-ATTO-HI            PIC X(40) VALUE SPACES.
       01  WS-AGE-Z              PIC ZZ9.
       01  WS-N-Z                PIC ZZ9.

       COPY GN1PRSN.
       COPY GN1EVNT.
       COPY GN1JRNL.
       COPY GN1NIDX.
       COPY GNGNEQV.
       COPY "GNNIX.cpy".
       COPY "GNCOGN.cpy".
       COPY "GENFKEY.CPY".

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             DISPLAY "USO: GN3ETAD0 <report-out> [PROVA|APPLICA]"
                     " [tolleranza]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           IF WS-ARGC >= 2
             ACCEPT WS-ARG FROM ARGUMENT-VALUE
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG))
               TO WS-MODE
             IF WS-MODE NOT = "APPLICA" AND WS-MODE NOT = "PROVA"
               DISPLAY "GN3ETAD0: MODO NON VALIDO " WS-MODE
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           IF WS-ARGC >= 3
             ACCEPT WS-ARG FROM ARGUMENT-VALUE
             IF FUNCTION TRIM(WS-ARG) IS NUMERIC
               COMPUTE WS-TOL = FUNCTION NUMVAL(WS-ARG)
             END-IF
           END-IF

           PERFORM 1000-LOAD-PERSONS
           PERFORM 2000-SWEEP-EVENT-AGES

           OPEN OUTPUT REPORT-FILE
           PERFORM 5000-WRITE-HEADER
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-P-COUNT
             IF WS-P-N(WS-I) > 0
               PERFORM 3000-EXAMINE-PERSON
             END-IF
           END-PERFORM
           PERFORM 5900-WRITE-TOTALS
           CLOSE REPORT-FILE

           DISPLAY "GN3ETAD0: ETA' DICHIARATE   = " WS-AGE-CT
           DISPLAY "GN3ETAD0: ETA' SENZA DATA   = " WS-NODATE-CT
           DISPLAY "GN3ETAD0: NASCITE STIMATE   = " WS-EST-CT
           DISPLAY "GN3ETAD0: STIME APPLICATE   = " WS-APPL-CT
           DISPLAY "GN3ETAD0: STIME FALLITE     = " WS-FAIL-CT
           DISPLAY "GN3ETAD0: ETA' DISCORDI     = " WS-DISC-CT
           DISPLAY "GN3ETAD0: NASCITE DISCORDI  = " WS-BIRTH-CT
           DISPLAY "GN3ETAD0: INDICE NOMI KO    = " WS-NIX-ERR-CT
           IF P-FULL OR WS-FAIL-CT > 0 OR WS-NIX-ERR-CT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-LOAD-PERSONS.
           MOVE 0 TO WS-P-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF PERS-IS-DELETED NOT = "Y"
               IF WS-P-COUNT >= 5000
                 MOVE "Y" TO WS-P-FULL
               ELSE
                 PERFORM 1010-ADD-PERSON
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PRSN-SEG
           END-PERFORM
           .

       1010-ADD-PERSON.
           ADD 1 TO WS-P-COUNT
           MOVE PERS-ID TO WS-P-ID(WS-P-COUNT)
           MOVE PERS-NAME TO WS-P-NAME(WS-P-COUNT)
           MOVE PERS-BDATE TO WS-P-BDATE(WS-P-COUNT)
           IF PERS-BDATE(1:4) IS NUMERIC
             MOVE PERS-BDATE(1:4) TO WS-P-BYEAR(WS-P-COUNT)
           ELSE
             MOVE 0 TO WS-P-BYEAR(WS-P-COUNT)
           END-IF
           MOVE 0 TO WS-P-N(WS-P-COUNT) WS-P-SUM(WS-P-COUNT)
           MOVE 9999 TO WS-P-LO-EST(WS-P-COUNT)
           MOVE 0 TO WS-P-HI-EST(WS-P-COUNT)
           .

      *----------------------------------------------------------------*
      * Spazzata degli eventi: un'eta' dichiarata su un evento datato  *
      * e' una stima della nascita; senza data dell'evento l'eta' e'   *
      * solo contata (la stima arrivera' quando l'atto sara' datato).  *
      *----------------------------------------------------------------*
       2000-SWEEP-EVENT-AGES.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EVNT-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF EVNT-AGE IS NUMERIC
               ADD 1 TO WS-AGE-CT
               IF EVNT-DATE(1:4) IS NUMERIC
                 PERFORM 2100-ADD-ESTIMATE
               ELSE
                 ADD 1 TO WS-NODATE-CT
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1EVNT-SEG
           END-PERFORM
           .

       2100-ADD-ESTIMATE.
           MOVE EVNT-DATE(1:4) TO WS-EV-YEAR
           MOVE EVNT-AGE TO WS-EV-AGE
           IF WS-EV-AGE > WS-EV-YEAR
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EST = WS-EV-YEAR - WS-EV-AGE
           PERFORM 2900-FIND-PERSON
           IF WS-FOUND-IX = 0
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-P-N(WS-FOUND-IX)
           ADD WS-EST TO WS-P-SUM(WS-FOUND-IX)
           IF WS-EST < WS-P-LO-EST(WS-FOUND-IX)
             MOVE WS-EST TO WS-P-LO-EST(WS-FOUND-IX)
             MOVE EVNT-TYPE TO WS-P-LO-TYPE(WS-FOUND-IX)
             MOVE WS-EV-YEAR TO WS-P-LO-YEAR(WS-FOUND-IX)
             MOVE WS-EV-AGE TO WS-P-LO-AGE(WS-FOUND-IX)
           END-IF
           IF WS-EST > WS-P-HI-EST(WS-FOUND-IX)
             MOVE WS-EST TO WS-P-HI-EST(WS-FOUND-IX)
             MOVE EVNT-TYPE TO WS-P-HI-TYPE(WS-FOUND-IX)
             MOVE WS-EV-YEAR TO WS-P-HI-YEAR(WS-FOUND-IX)
             MOVE WS-EV-AGE TO WS-P-HI-AGE(WS-FOUND-IX)
           END-IF
           .

       2900-FIND-PERSON.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-P-COUNT OR WS-FOUND-IX > 0
             IF WS-P-ID(WS-I) = EVNT-PERS
               MOVE WS-I TO WS-FOUND-IX
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Persona WS-I con almeno una stima: prima la concordanza fra    *
      * gli atti, poi contro la nascita registrata; la stima si fa     *
      * solo per chi non ha nascita e ha atti concordi.                *
      *----------------------------------------------------------------*
       3000-EXAMINE-PERSON.
           PERFORM 3100-DESCRIBE-EXTREMES
           COMPUTE WS-DIFF = WS-P-HI-EST(WS-I) - WS-P-LO-EST(WS-I)
           IF WS-DIFF > WS-TOL
             ADD 1 TO WS-DISC-CT
             MOVE SPACES TO REPORT-REC
             STRING "  DISCORDE  " WS-P-ID(WS-I) " "
                    WS-P-NAME(WS-I) " "
                    FUNCTION TRIM(WS-ATTO-LO) " / "
                    FUNCTION TRIM(WS-ATTO-HI)
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
           END-IF
           IF WS-P-BYEAR(WS-I) > 0
             COMPUTE WS-DIFF-LO = WS-P-BYEAR(WS-I) - WS-P-LO-EST(WS-I)
             IF WS-DIFF-LO < 0
               COMPUTE WS-DIFF-LO = 0 - WS-DIFF-LO
             END-IF
             COMPUTE WS-DIFF-HI = WS-P-BYEAR(WS-I) - WS-P-HI-EST(WS-I)
             IF WS-DIFF-HI < 0
               COMPUTE WS-DIFF-HI = 0 - WS-DIFF-HI
             END-IF
             IF WS-DIFF-LO > WS-TOL OR WS-DIFF-HI > WS-TOL
               ADD 1 TO WS-BIRTH-CT
               MOVE SPACES TO REPORT-REC
               IF WS-DIFF-LO >= WS-DIFF-HI
                 STRING "  NASCITA   " WS-P-ID(WS-I) " "
                        WS-P-NAME(WS-I) " NATO "
                        WS-P-BDATE(WS-I) " MA "
                        FUNCTION TRIM(WS-ATTO-LO)
                   DELIMITED BY SIZE INTO REPORT-REC
               ELSE
                 STRING "  NASCITA   " WS-P-ID(WS-I) " "
                        WS-P-NAME(WS-I) " NATO "
                        WS-P-BDATE(WS-I) " MA "
                        FUNCTION TRIM(WS-ATTO-HI)
                   DELIMITED BY SIZE INTO REPORT-REC
               END-IF
               WRITE REPORT-REC
             END-IF
             EXIT PARAGRAPH
           END-IF
           IF WS-P-BDATE(WS-I) NOT = SPACES OR WS-DIFF > WS-TOL
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EST-AVG ROUNDED =
             WS-P-SUM(WS-I) / WS-P-N(WS-I)
           ADD 1 TO WS-EST-CT
           MOVE "PROPOSTA" TO WS-ESITO
           IF MODE-APPLICA
             PERFORM 4000-APPLY-ESTIMATE
           END-IF
           MOVE WS-P-N(WS-I) TO WS-N-Z
           MOVE SPACES TO REPORT-REC
           STRING "  STIMA     " WS-P-ID(WS-I) " "
                  WS-P-NAME(WS-I) " NATO CIRCA " WS-EST-AVG
                  " (" FUNCTION TRIM(WS-N-Z) " ATTI) "
                  FUNCTION TRIM(WS-ESITO)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

      *    "MORTE 1750 ANNI 45 -> 1705" PER I DUE ATTI ESTREMI
       3100-DESCRIBE-EXTREMES.
           MOVE SPACES TO WS-ATTO-LO WS-ATTO-HI
           MOVE WS-P-LO-AGE(WS-I) TO WS-AGE-Z
           STRING FUNCTION TRIM(WS-P-LO-TYPE(WS-I)) " "
                  WS-P-LO-YEAR(WS-I) " ANNI "
                  FUNCTION TRIM(WS-AGE-Z) " -> "
                  WS-P-LO-EST(WS-I)
             DELIMITED BY SIZE INTO WS-ATTO-LO
           MOVE WS-P-HI-AGE(WS-I) TO WS-AGE-Z
           STRING FUNCTION TRIM(WS-P-HI-TYPE(WS-I)) " "
                  WS-P-HI-YEAR(WS-I) " ANNI "
                  FUNCTION TRIM(WS-AGE-Z) " -> "
                  WS-P-HI-EST(WS-I)
             DELIMITED BY SIZE INTO WS-ATTO-HI
           .

      *----------------------------------------------------------------*
      * GU della persona, nascita solo anno con qualificatore A, REPL  *
      * con versione e timbro come SAVE in IGONL01, riga journal con   *
      * le due immagini, indice dei nomi riallineato sull'anno nuovo.  *
      * Una nascita nel frattempo valorizzata non si tocca.            *
      *----------------------------------------------------------------*
       4000-APPLY-ESTIMATE.
           MOVE WS-P-ID(WS-I) TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           IF DB-STATUS NOT = SPACES OR PERS-BDATE NOT = SPACES
             MOVE "FALLITA" TO WS-ESITO
             ADD 1 TO WS-FAIL-CT
             EXIT PARAGRAPH
           END-IF
           MOVE GN1PRSN-SEG TO WS-PERS-BEFORE
           MOVE SPACES TO PERS-BDATE
           MOVE WS-EST-AVG TO PERS-BDATE(1:4)
           MOVE "A" TO PERS-BDATE-QUAL
           ADD 1 TO PERS-VERSION-SEQ
           MOVE FUNCTION CURRENT-DATE(1:14) TO PERS-UPDATED-AT
           MOVE DLI-REPL TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
           IF DB-STATUS NOT = SPACES
             MOVE "FALLITA" TO WS-ESITO
             ADD 1 TO WS-FAIL-CT
             EXIT PARAGRAPH
           END-IF
           MOVE "APPLICATA" TO WS-ESITO
           ADD 1 TO WS-APPL-CT
           PERFORM 8000-WRITE-JOURNAL-ROW
      *    L'ANNO DI NASCITA E' NELLA CHIAVE DELL'INDICE DEI NOMI
           MOVE PERS-ID TO NIXM-IN-PERS
           MOVE PERS-NAME TO NIXM-IN-NAME
           MOVE PERS-BDATE TO NIXM-IN-BDATE
           MOVE PERS-IS-DELETED TO NIXM-IN-DELETED
           PERFORM 9600-REINDEX-PERSON
           ADD NIXM-ERR-CT TO WS-NIX-ERR-CT
           .

       5000-WRITE-HEADER.
           MOVE "ETA' DICHIARATE NEGLI ATTI - STIMA DELLA NASCITA E"
             TO REPORT-REC
           MOVE " DISCORDANZE" TO REPORT-REC(51:12)
           WRITE REPORT-REC
           MOVE WS-TOL TO WS-AGE-Z
           MOVE SPACES TO REPORT-REC
           STRING "MODO " FUNCTION TRIM(WS-MODE)
                  "  TOLLERANZA " FUNCTION TRIM(WS-AGE-Z) " ANNI"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           .

       5900-WRITE-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "ETA' DICHIARATE " WS-AGE-CT
                  "  SENZA DATA " WS-NODATE-CT
                  "  STIME " WS-EST-CT
                  "  APPLICATE " WS-APPL-CT
                  "  DISCORDI " WS-DISC-CT
                  "  NASCITE DISCORDI " WS-BIRTH-CT
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           IF P-FULL
             MOVE "ATTENZIONE: TABELLA PERSONE PIENA, ELENCO PARZIALE"
               TO REPORT-REC
             WRITE REPORT-REC
           END-IF
           .

      *----------------------------------------------------------------*
      * Riga journal sotto la persona stimata (operatore GN3ETAD0,     *
      * come GN3INTA0), con le immagini prima/dopo del segmento.       *
      *----------------------------------------------------------------*
       8000-WRITE-JOURNAL-ROW.
           MOVE SPACES TO GN1JRNL-SEG
           ADD 1 TO WS-JRNL-SEQ
           STRING "JT" WS-JRNL-SEQ DELIMITED BY SIZE INTO JRNL-ID
           MOVE "ETASTIMA" TO JRNL-OP
           MOVE PERS-ID TO JRNL-ENTID
           STRING "NASCITA STIMATA DA ETA' "
                  PERS-BDATE(1:4) " CIRCA"
             DELIMITED BY SIZE INTO JRNL-DESC
           MOVE "GN3ETAD0" TO JRNL-OPER
           MOVE FUNCTION CURRENT-DATE(1:8) TO JRNL-SESS
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TS
           MOVE WS-PERS-BEFORE TO JRNL-BEF-IMG
           MOVE GN1PRSN-SEG TO JRNL-AFT-IMG
           MOVE PERS-ID TO WS-SSA-JRNL(17:12)
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1JRNL-SEG
                                WS-SSA-JRNL
           .

       COPY "GNNIXP.cpy".
       COPY "GNCOGNP.cpy".
       COPY "GENFKEYP.CPY".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3VOLR0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Resoconto mensile dei volontari censiti in VOLUNTR
                (GN3VOLM0): per ringraziarli, formarli e per le ore
                di volontariato che la diocesi chiede nei rendiconti
                dei contributi. Per ogni volontario del mese:
                  CARTE FATTE      carte FOLIO in FATTO con lui in
                                   FOLI-OPER e FOLI-STDATE nel mese
                  MEDIA TRASCRITTI righe journal MCLAIM "MEDIA DONE"
                                   (IGONL01, PF "F" della coda)
                  PERSONE IMMESSE  persone la cui riga journal piu'
                                   antica e' sua e cade nel mese: e'
                                   la stessa regola con cui la
                                   verifica a doppia chiave (4194 in
                                   IGONL01) riconosce chi ha immesso
                  CORRETTE         quelle persone su cui, entro 30
                                   giorni dall'immissione, un altro
                                   operatore ha fatto SAVE: IN
                                   VERIFICA se e' lo stesso che poi
                                   l'ha verificata (VERIF), DA ALTRI
                                   negli altri casi; la quota e' sul
                                   totale delle immesse
                  ORE STIMATE      per ogni giorno con righe journal
                                   sue, dalla prima all'ultima, con
                                   un minimo di 15 minuti al giorno
                Il journal passa dal SORT per persona e timbro, come
                le altre worklist (GN3MQUE0). I volontari non attivi
                compaiono solo se hanno lavorato nel mese. Le
                correzioni si contano al giorno della corsa: per un
                mese completo si lancia dopo il 30 del mese dopo.
                Uso: GN3VOLR0 <report-out> [AAAAMM]
                (default il mese precedente).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-OUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO DYNAMIC WS-SORT-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-REC            PIC X(132).

       SD  SORT-WORK.
       01  SORT-REC.
           05 SORT-ENTID         PIC X(12).
           05 SORT-TS            PIC X(14).
           05 SORT-OPER          PIC X(8).
           05 SORT-OP            PIC X(8).

       WORKING-STORAGE SECTION.
       77  WS-OUT-FILE           PIC X(256) VALUE SPACES.
       77  WS-SORT-FILE          PIC X(64)
           VALUE "work/gn3volr-sort.tmp".
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-MONTH-ARG          PIC X(6) VALUE SPACES.
       77  WS-JRNL-CT            PIC 9(7) VALUE 0.
       77  WS-ACTIVE-CT          PIC 9(4) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".

       01  WS-SSA-REGB           PIC X(30)
           VALUE "REGISTR (REGBID=            )".
       01  WS-SSA-FOLI           PIC X(30)
           VALUE "FOLIO   (REGBID=            )".
       01  WS-CUR-REGB           PIC X(12) VALUE SPACES.

      * VOLONTARI CENSITI E LORO CONTATORI DEL MESE
       01  WS-VL-TABLE.
           05 WS-VL-ENTRY OCCURS 300 TIMES.
              10 WS-VL-ID        PIC X(8).
              10 WS-VL-NAME      PIC X(40).
              10 WS-VL-ACTIVE    PIC X(1).
              10 WS-VL-START     PIC X(10).
              10 WS-VL-SKILL     PIC X(8) OCCURS 5 TIMES.
              10 WS-VL-FOLI      PIC 9(5).
              10 WS-VL-MEDIA     PIC 9(5).
              10 WS-VL-PERS      PIC 9(5).
              10 WS-VL-CORR-VER  PIC 9(5).
              10 WS-VL-CORR-OTH  PIC 9(5).
      *       PRIMA E ULTIMA RIGA JOURNAL DI OGNI GIORNO DEL MESE, IN
      *       SECONDI DALLA MEZZANOTTE (ASSENTE = 99999)
              10 WS-VL-DAY OCCURS 31 TIMES.
                 15 WS-VL-FIRST  PIC 9(5).
                 15 WS-VL-LAST   PIC 9(5).
       01  WS-VL-COUNT           PIC 9(3) VALUE 0.
       01  WS-VL-IX              PIC 9(3) VALUE 0.
       01  WS-VL-HIT             PIC 9(3) VALUE 0.
       01  WS-DAY-IX             PIC 9(2) VALUE 0.
       01  WS-SK-IX              PIC 9(2) VALUE 0.
       01  WS-FIND-ID            PIC X(8) VALUE SPACES.

      * GRUPPO CORRENTE DEL SORT (UNA PERSONA)
       01  WS-G-ENTID            PIC X(12) VALUE SPACES.
       01  WS-G-CREATOR          PIC X(8) VALUE SPACES.
       01  WS-G-TS               PIC X(14) VALUE SPACES.
       01  WS-G-DAYS             PIC 9(8) VALUE 0.
       01  WS-G-VERIFIER         PIC X(8) VALUE SPACES.
       01  WS-G-SAVER OCCURS 10 TIMES
                                 PIC X(8).
       01  WS-G-SAVER-CT         PIC 9(2) VALUE 0.
       01  WS-G-SX               PIC 9(2) VALUE 0.
       01  WS-G-OPEN             PIC X VALUE "N".
           88 G-OPEN-YES         VALUE "Y".

      * CALCOLI
       01  WS-ROW-DAYS           PIC 9(8) VALUE 0.
       01  WS-ROW-SECS           PIC 9(5) VALUE 0.
       01  WS-SPAN-MIN           PIC 9(5) VALUE 0.
       01  WS-VL-MINUTES         PIC 9(7) VALUE 0.
       01  WS-VL-DAYS-ON         PIC 9(2) VALUE 0.
       01  WS-VL-CORR            PIC 9(5) VALUE 0.
       01  WS-PCT                PIC 9(3) VALUE 0.
       01  WS-HOURS              PIC 9(5)V9 VALUE 0.
       01  WS-HOURS-ED           PIC ZZZZ9.9.
       01  WS-TOT-MINUTES        PIC 9(9) VALUE 0.
       01  WS-TOT-FOLI           PIC 9(6) VALUE 0.
       01  WS-TOT-MEDIA          PIC 9(6) VALUE 0.
       01  WS-TOT-PERS           PIC 9(6) VALUE 0.
       01  WS-TODAY              PIC X(8) VALUE SPACES.
       01  WS-YEAR               PIC 9(4) VALUE 0.
       01  WS-MON                PIC 9(2) VALUE 0.
       01  WS-SKILL-LIST         PIC X(48) VALUE SPACES.
       01  WS-SKILL-PTR          PIC 9(3) VALUE 1.

       01  WS-SW.
           10 WS-SORT-EOF        PIC X VALUE "N".
              88 SORT-EOF-YES    VALUE "Y".

       COPY GN1VOLN.
       COPY GN1REGB.
       COPY GN1FOLI.
       COPY GN1JRNL.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             DISPLAY "USO: GN3VOLR0 <report-out> [AAAAMM]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF WS-ARGC >= 2
             ACCEPT WS-MONTH-ARG FROM ARGUMENT-VALUE
             MOVE FUNCTION TRIM(WS-MONTH-ARG) TO WS-MONTH-ARG
           ELSE
      *      IL MESE CHIUSO PIU' RECENTE
             MOVE WS-TODAY(1:4) TO WS-YEAR
             MOVE WS-TODAY(5:2) TO WS-MON
             IF WS-MON = 1
               SUBTRACT 1 FROM WS-YEAR
               MOVE 12 TO WS-MON
             ELSE
               SUBTRACT 1 FROM WS-MON
             END-IF
             STRING WS-YEAR WS-MON DELIMITED BY SIZE
               INTO WS-MONTH-ARG
           END-IF
           IF WS-MONTH-ARG IS NOT NUMERIC
              OR WS-MONTH-ARG(5:2) < "01" OR WS-MONTH-ARG(5:2) > "12"
             DISPLAY "GN3VOLR0: MESE NON VALIDO (AAAAMM): "
                     WS-MONTH-ARG
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM 1000-LOAD-VOLUNTEERS
           PERFORM 2000-COUNT-FOLIOS

           SORT SORT-WORK
               ON ASCENDING KEY SORT-ENTID SORT-TS
               INPUT PROCEDURE 3000-RELEASE-JOURNAL
               OUTPUT PROCEDURE 3500-PERSON-GROUPS

           PERFORM 5000-WRITE-REPORT

           DISPLAY "GN3VOLR0: VOLONTARI CENSITI    = " WS-VL-COUNT
           DISPLAY "GN3VOLR0: CON ATTIVITA' NEL MESE = " WS-ACTIVE-CT
           DISPLAY "GN3VOLR0: RIGHE JOURNAL LETTE  = " WS-JRNL-CT
           MOVE 0 TO RETURN-CODE
           GOBACK.

       1000-LOAD-VOLUNTEERS.
           MOVE 0 TO WS-VL-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1VOLN-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-VL-COUNT >= 300
             ADD 1 TO WS-VL-COUNT
             MOVE VOLN-ID TO WS-VL-ID(WS-VL-COUNT)
             MOVE VOLN-NAME TO WS-VL-NAME(WS-VL-COUNT)
             MOVE VOLN-ACTIVE TO WS-VL-ACTIVE(WS-VL-COUNT)
             MOVE VOLN-START TO WS-VL-START(WS-VL-COUNT)
             PERFORM VARYING WS-SK-IX FROM 1 BY 1 UNTIL WS-SK-IX > 5
               MOVE VOLN-SKILL(WS-SK-IX)
                 TO WS-VL-SKILL(WS-VL-COUNT, WS-SK-IX)
             END-PERFORM
             MOVE 0 TO WS-VL-FOLI(WS-VL-COUNT)
                       WS-VL-MEDIA(WS-VL-COUNT)
                       WS-VL-PERS(WS-VL-COUNT)
                       WS-VL-CORR-VER(WS-VL-COUNT)
                       WS-VL-CORR-OTH(WS-VL-COUNT)
             PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                 UNTIL WS-DAY-IX > 31
               MOVE 99999 TO WS-VL-FIRST(WS-VL-COUNT, WS-DAY-IX)
               MOVE 0 TO WS-VL-LAST(WS-VL-COUNT, WS-DAY-IX)
             END-PERFORM
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1VOLN-SEG
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Carte finite nel mese: spazzata REGISTR con discesa sui FOLIO  *
      * e ripresa sul registro per ID, come GN3REGP0.                  *
      *----------------------------------------------------------------*
       2000-COUNT-FOLIOS.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1REGB-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             MOVE REGB-ID TO WS-CUR-REGB
             PERFORM 2100-COUNT-REGISTER
             MOVE "REGISTR (REGBID=            )" TO WS-SSA-REGB
             MOVE WS-CUR-REGB TO WS-SSA-REGB(17:12)
             MOVE DLI-GU TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1REGB-SEG
                                  WS-SSA-REGB
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1REGB-SEG
           END-PERFORM
           .

       2100-COUNT-REGISTER.
           MOVE "FOLIO   (REGBID=            )" TO WS-SSA-FOLI
           MOVE WS-CUR-REGB TO WS-SSA-FOLI(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1FOLI-SEG
                                WS-SSA-FOLI
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF FOLI-FATTO AND FOLI-STDATE(1:6) = WS-MONTH-ARG
               MOVE FOLI-OPER TO WS-FIND-ID
               PERFORM 8000-FIND-VOLUNTEER
               IF WS-VL-HIT > 0
                 ADD 1 TO WS-VL-FOLI(WS-VL-HIT)
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1FOLI-SEG
                                  WS-SSA-FOLI
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Spazzata del journal: presenze e media del mese sul posto,     *
      * tutte le righe datate al SORT per la storia di ogni persona.   *
      *----------------------------------------------------------------*
       3000-RELEASE-JOURNAL.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1JRNL-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             ADD 1 TO WS-JRNL-CT
             IF JRNL-TS IS NUMERIC AND JRNL-ENTID NOT = SPACES
               IF JRNL-TS(1:6) = WS-MONTH-ARG
                 MOVE JRNL-OPER TO WS-FIND-ID
                 PERFORM 8000-FIND-VOLUNTEER
                 IF WS-VL-HIT > 0
                   PERFORM 3100-MARK-PRESENCE
                   IF JRNL-OP = "MCLAIM"
                      AND JRNL-DESC = "MEDIA DONE"
                     ADD 1 TO WS-VL-MEDIA(WS-VL-HIT)
                   END-IF
                 END-IF
               END-IF
               MOVE SPACES TO SORT-REC
               MOVE JRNL-ENTID TO SORT-ENTID
               MOVE JRNL-TS TO SORT-TS
               MOVE JRNL-OPER TO SORT-OPER
               MOVE JRNL-OP TO SORT-OP
               RELEASE SORT-REC
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1JRNL-SEG
           END-PERFORM
           .

       3100-MARK-PRESENCE.
           MOVE JRNL-TS(7:2) TO WS-DAY-IX
           IF WS-DAY-IX < 1 OR WS-DAY-IX > 31
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ROW-SECS =
             FUNCTION NUMVAL(JRNL-TS(9:2)) * 3600
             + FUNCTION NUMVAL(JRNL-TS(11:2)) * 60
             + FUNCTION NUMVAL(JRNL-TS(13:2))
           IF WS-ROW-SECS < WS-VL-FIRST(WS-VL-HIT, WS-DAY-IX)
             MOVE WS-ROW-SECS TO WS-VL-FIRST(WS-VL-HIT, WS-DAY-IX)
           END-IF
           IF WS-ROW-SECS > WS-VL-LAST(WS-VL-HIT, WS-DAY-IX)
             MOVE WS-ROW-SECS TO WS-VL-LAST(WS-VL-HIT, WS-DAY-IX)
           END-IF
           .

      *----------------------------------------------------------------*
      * Una persona per gruppo: la prima riga dice chi l'ha immessa e  *
      * quando, le seguenti chi l'ha corretta (SAVE) o verificata.     *
      *----------------------------------------------------------------*
       3500-PERSON-GROUPS.
           MOVE "N" TO WS-G-OPEN
           MOVE "N" TO WS-SORT-EOF
           PERFORM UNTIL SORT-EOF-YES
             RETURN SORT-WORK
               AT END
                 MOVE "Y" TO WS-SORT-EOF
               NOT AT END
                 IF NOT G-OPEN-YES OR SORT-ENTID NOT = WS-G-ENTID
                   IF G-OPEN-YES
                     PERFORM 3600-CLOSE-GROUP
                   END-IF
                   PERFORM 3550-OPEN-GROUP
                 ELSE
                   PERFORM 3560-GROUP-ROW
                 END-IF
             END-RETURN
           END-PERFORM
           IF G-OPEN-YES
             PERFORM 3600-CLOSE-GROUP
           END-IF
           .

       3550-OPEN-GROUP.
           MOVE "Y" TO WS-G-OPEN
           MOVE SORT-ENTID TO WS-G-ENTID
           MOVE SORT-OPER TO WS-G-CREATOR
           MOVE SORT-TS TO WS-G-TS
           COMPUTE WS-G-DAYS = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(SORT-TS(1:8)))
           MOVE SPACES TO WS-G-VERIFIER
           MOVE 0 TO WS-G-SAVER-CT
           .

       3560-GROUP-ROW.
           IF SORT-OPER = WS-G-CREATOR
             EXIT PARAGRAPH
           END-IF
           IF SORT-OP = "VERIF"
             MOVE SORT-OPER TO WS-G-VERIFIER
             EXIT PARAGRAPH
           END-IF
           IF SORT-OP NOT = "SAVE"
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ROW-DAYS = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(SORT-TS(1:8)))
           IF WS-ROW-DAYS - WS-G-DAYS > 30
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-G-SX FROM 1 BY 1
               UNTIL WS-G-SX > WS-G-SAVER-CT
             IF WS-G-SAVER(WS-G-SX) = SORT-OPER
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF WS-G-SAVER-CT < 10
             ADD 1 TO WS-G-SAVER-CT
             MOVE SORT-OPER TO WS-G-SAVER(WS-G-SAVER-CT)
           END-IF
           .

       3600-CLOSE-GROUP.
           IF WS-G-TS(1:6) NOT = WS-MONTH-ARG
             EXIT PARAGRAPH
           END-IF
           MOVE WS-G-CREATOR TO WS-FIND-ID
           PERFORM 8000-FIND-VOLUNTEER
           IF WS-VL-HIT = 0
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VL-PERS(WS-VL-HIT)
           IF WS-G-SAVER-CT = 0
             EXIT PARAGRAPH
           END-IF
           IF WS-G-VERIFIER NOT = SPACES
             PERFORM VARYING WS-G-SX FROM 1 BY 1
                 UNTIL WS-G-SX > WS-G-SAVER-CT
               IF WS-G-SAVER(WS-G-SX) = WS-G-VERIFIER
                 ADD 1 TO WS-VL-CORR-VER(WS-VL-HIT)
                 EXIT PARAGRAPH
               END-IF
             END-PERFORM
           END-IF
           ADD 1 TO WS-VL-CORR-OTH(WS-VL-HIT)
           .

      *----------------------------------------------------------------*
      * Report: un blocco per volontario, totali per il rendiconto.    *
      *----------------------------------------------------------------*
       5000-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "VOLONTARI - RESOCONTO DEL MESE "
                  WS-MONTH-ARG(1:4) "-" WS-MONTH-ARG(5:2)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "(CORREZIONI ENTRO 30 GIORNI DALL'IMMISSIONE, "
                  "CONTATE AL " WS-TODAY ")"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-VL-IX FROM 1 BY 1
               UNTIL WS-VL-IX > WS-VL-COUNT
             PERFORM 5100-VOLUNTEER-HOURS
             IF WS-VL-ACTIVE(WS-VL-IX) = "S"
                OR WS-VL-DAYS-ON > 0
                OR WS-VL-FOLI(WS-VL-IX) > 0
               PERFORM 5200-WRITE-VOLUNTEER
             END-IF
           END-PERFORM
           IF WS-VL-COUNT = 0
             MOVE SPACES TO REPORT-REC
             WRITE REPORT-REC
             MOVE "  (NESSUN VOLONTARIO CENSITO IN VOLUNTR)"
               TO REPORT-REC
             WRITE REPORT-REC
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           COMPUTE WS-HOURS ROUNDED = WS-TOT-MINUTES / 60
           MOVE WS-HOURS TO WS-HOURS-ED
           MOVE SPACES TO REPORT-REC
           STRING "TOTALI: VOLONTARI CON ATTIVITA' " WS-ACTIVE-CT
                  "  CARTE " WS-TOT-FOLI
                  "  MEDIA " WS-TOT-MEDIA
                  "  PERSONE " WS-TOT-PERS
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "ORE DI VOLONTARIATO DEL MESE (STIMA DAL JOURNAL): "
                  FUNCTION TRIM(WS-HOURS-ED)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           CLOSE REPORT-FILE
           .

       5100-VOLUNTEER-HOURS.
           MOVE 0 TO WS-VL-MINUTES WS-VL-DAYS-ON
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1 UNTIL WS-DAY-IX > 31
             IF WS-VL-FIRST(WS-VL-IX, WS-DAY-IX) NOT = 99999
               ADD 1 TO WS-VL-DAYS-ON
               COMPUTE WS-SPAN-MIN =
                 (WS-VL-LAST(WS-VL-IX, WS-DAY-IX)
                  - WS-VL-FIRST(WS-VL-IX, WS-DAY-IX)) / 60
               IF WS-SPAN-MIN < 15
                 MOVE 15 TO WS-SPAN-MIN
               END-IF
               ADD WS-SPAN-MIN TO WS-VL-MINUTES
             END-IF
           END-PERFORM
           .

       5200-WRITE-VOLUNTEER.
           IF WS-VL-DAYS-ON > 0 OR WS-VL-FOLI(WS-VL-IX) > 0
             ADD 1 TO WS-ACTIVE-CT
           END-IF
           ADD WS-VL-MINUTES TO WS-TOT-MINUTES
           ADD WS-VL-FOLI(WS-VL-IX) TO WS-TOT-FOLI
           ADD WS-VL-MEDIA(WS-VL-IX) TO WS-TOT-MEDIA
           ADD WS-VL-PERS(WS-VL-IX) TO WS-TOT-PERS
           PERFORM 5300-FORMAT-SKILLS

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           IF WS-VL-ACTIVE(WS-VL-IX) = "S"
             STRING WS-VL-ID(WS-VL-IX) "  "
                    FUNCTION TRIM(WS-VL-NAME(WS-VL-IX))
                    "  IN SERVIZIO DAL " WS-VL-START(WS-VL-IX)
               DELIMITED BY SIZE INTO REPORT-REC
           ELSE
             STRING WS-VL-ID(WS-VL-IX) "  "
                    FUNCTION TRIM(WS-VL-NAME(WS-VL-IX))
                    "  NON ATTIVO, IN SERVIZIO DAL "
                    WS-VL-START(WS-VL-IX)
               DELIMITED BY SIZE INTO REPORT-REC
           END-IF
           WRITE REPORT-REC
           IF WS-SKILL-LIST NOT = SPACES
             MOVE SPACES TO REPORT-REC
             STRING "    COMPETENZE: " FUNCTION TRIM(WS-SKILL-LIST)
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "    CARTE FATTE " WS-VL-FOLI(WS-VL-IX)
                  "  MEDIA TRASCRITTI " WS-VL-MEDIA(WS-VL-IX)
                  "  PERSONE IMMESSE " WS-VL-PERS(WS-VL-IX)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           COMPUTE WS-VL-CORR = WS-VL-CORR-VER(WS-VL-IX)
                              + WS-VL-CORR-OTH(WS-VL-IX)
           MOVE 0 TO WS-PCT
           IF WS-VL-PERS(WS-VL-IX) > 0
             COMPUTE WS-PCT ROUNDED =
               WS-VL-CORR * 100 / WS-VL-PERS(WS-VL-IX)
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "    CORRETTE ENTRO 30 GIORNI " WS-VL-CORR
                  " (" WS-PCT " %): IN VERIFICA "
                  WS-VL-CORR-VER(WS-VL-IX)
                  "  DA ALTRI " WS-VL-CORR-OTH(WS-VL-IX)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           COMPUTE WS-HOURS ROUNDED = WS-VL-MINUTES / 60
           MOVE WS-HOURS TO WS-HOURS-ED
           MOVE SPACES TO REPORT-REC
           STRING "    GIORNI DI PRESENZA " WS-VL-DAYS-ON
                  "  ORE STIMATE " FUNCTION TRIM(WS-HOURS-ED)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

       5300-FORMAT-SKILLS.
           MOVE SPACES TO WS-SKILL-LIST
           MOVE 1 TO WS-SKILL-PTR
           PERFORM VARYING WS-SK-IX FROM 1 BY 1 UNTIL WS-SK-IX > 5
             IF WS-VL-SKILL(WS-VL-IX, WS-SK-IX) NOT = SPACES
               IF WS-SKILL-PTR > 1
                 STRING "," DELIMITED BY SIZE
                   INTO WS-SKILL-LIST WITH POINTER WS-SKILL-PTR
               END-IF
               STRING FUNCTION TRIM(WS-VL-SKILL(WS-VL-IX, WS-SK-IX))
                 DELIMITED BY SIZE
                 INTO WS-SKILL-LIST WITH POINTER WS-SKILL-PTR
             END-IF
           END-PERFORM
           .

       8000-FIND-VOLUNTEER.
           MOVE 0 TO WS-VL-HIT
           IF WS-FIND-ID = SPACES
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-VL-IX FROM 1 BY 1
               UNTIL WS-VL-IX > WS-VL-COUNT OR WS-VL-HIT > 0
             IF WS-VL-ID(WS-VL-IX) = WS-FIND-ID
               MOVE WS-VL-IX TO WS-VL-HIT
             END-IF
           END-PERFORM
           .

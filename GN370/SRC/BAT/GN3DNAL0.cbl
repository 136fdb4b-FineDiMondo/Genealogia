       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3DNAL0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Confronto dei kit del DNA (segmenti DNAKIT) con
                l'albero di carta. Da ogni persona testata si risale
                la catena dei padri (RELATE PAD/FAT e padre della
                famiglia per le righe FAMLNK CHIL) per la linea Y e
                quella delle madri (RELATE MAD/MOT e madre della
                famiglia) per la linea mitocondriale, fino
                all'antenato piu' lontano conosciuto. Due kit che
                sulla carta stanno sulla stessa linea (stesso
                antenato in cima) devono avere aplogruppi
                compatibili: uno e' prefisso dell'altro (R1B e
                R1B1A2) oppure, se uno dei due e' in forma breve
                (R-M269), basta lo stesso ramo maggiore (la lettera
                iniziale). Quando non lo sono il tabulato segnala
                la coppia con l'antenato comune piu' vicino sulla
                carta: sotto di lui c'e' un evento di non paternita'
                o un legame sbagliato nel nostro albero.
                Riservatezza in ogni riga: i kit senza consenso non
                entrano nel confronto (solo contati); le persone
                vive (nessuna MORTE e nascita negli ultimi N anni o
                ignota, la regola di GN3EXP00) compaiono come
                "(VIVENTE)" senza chiave persona; quelle con
                PERS-RESTRICTED compaiono come "(RISERVATO)" se non
                si lancia in modo ADMIN.
                  GN3DNAL0 <report-out> [ADMIN|*] [anni-privacy]

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
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-RUN-DATE           PIC X(8) VALUE SPACES.
       77  WS-ARG                PIC X(8) VALUE SPACES.
       77  WS-PRIV-YEARS-ARG     PIC X(3) JUSTIFIED RIGHT
                                 VALUE SPACES.
       77  WS-PRIV-YEARS         PIC 9(3) VALUE 100.
       77  WS-PRIV-CUT-YEAR      PIC 9(4) VALUE 0.
       77  WS-BIRTH-YEAR         PIC 9(4) VALUE 0.
       77  WS-KIT-READ-CT        PIC 9(5) VALUE 0.
       77  WS-NOCONS-CT          PIC 9(5) VALUE 0.
       77  WS-NOPERS-CT          PIC 9(5) VALUE 0.
       77  WS-YCONF-CT           PIC 9(5) VALUE 0.
       77  WS-MTCONF-CT          PIC 9(5) VALUE 0.
       77  WS-MASKED-CT          PIC 9(5) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".

       01  WS-SSA-PERS           PIC X(30)
           VALUE "PERSON  (PERSID=            )".
       01  WS-SSA-EVNT           PIC X(30)
           VALUE "EVENT   (PERSID=            )".

       01  WS-ADMIN-MODE         PIC X VALUE "N".
           88 ADMIN-MODE         VALUE "Y".

      * LEGAMI GENITORE -> FIGLIO CON IL LATO (P = PADRE, M = MADRE)
       01  WS-LK-TABLE.
           05 WS-LK-ENTRY OCCURS 5000 TIMES.
              10 WS-LK-PARENT    PIC X(12).
              10 WS-LK-CHILD     PIC X(12).
              10 WS-LK-SIDE      PIC X(1).
       01  WS-LK-COUNT           PIC 9(4) VALUE 0.
       01  WS-LK-IX              PIC 9(4) VALUE 0.

      * FAMIGLIE: PADRE E MADRE PER LE RIGHE FAMLNK CHIL
       01  WS-FM-TABLE.
           05 WS-FM-ENTRY OCCURS 1000 TIMES.
              10 WS-FM-ID        PIC X(12).
              10 WS-FM-FATHER    PIC X(12).
              10 WS-FM-MOTHER    PIC X(12).
       01  WS-FM-COUNT           PIC 9(4) VALUE 0.
       01  WS-FM-IX              PIC 9(4) VALUE 0.

      * KIT CON CONSENSO, CON LA CIMA DELLE DUE LINEE E I NOMI GIA'
      * PASSATI DALLE REGOLE DI RISERVATEZZA
       01  WS-KT-TABLE.
           05 WS-KT-ENTRY OCCURS 500 TIMES.
              10 WS-KT-ID        PIC X(12).
              10 WS-KT-PERS      PIC X(12).
              10 WS-KT-YHAP      PIC X(20).
              10 WS-KT-MTHAP     PIC X(20).
              10 WS-KT-SHOW      PIC X(12).
              10 WS-KT-NAME      PIC X(30).
              10 WS-KT-YTOP      PIC X(12).
              10 WS-KT-YGEN      PIC 9(3).
              10 WS-KT-MTTOP     PIC X(12).
              10 WS-KT-MTGEN     PIC 9(3).
       01  WS-KT-COUNT           PIC 9(3) VALUE 0.
       01  WS-KT-IX              PIC 9(3) VALUE 0.
       01  WS-KT-JX              PIC 9(3) VALUE 0.

      * RISALITA DI UNA LINEA
       01  WS-WK-SIDE            PIC X(1) VALUE SPACES.
       01  WS-WK-CUR             PIC X(12) VALUE SPACES.
       01  WS-WK-GEN             PIC 9(3) VALUE 0.
       01  WS-WK-STEP            PIC X VALUE "N".
           88 WK-STEP-YES        VALUE "Y".

      * CATENA DEL PRIMO KIT DI UNA COPPIA, PER L'ANTENATO COMUNE
       01  WS-CH-TABLE.
           05 WS-CH-ID OCCURS 61 TIMES PIC X(12).
       01  WS-CH-COUNT           PIC 9(3) VALUE 0.
       01  WS-CH-IX              PIC 9(3) VALUE 0.
       01  WS-COMMON-ID          PIC X(12) VALUE SPACES.
       01  WS-COMMON-GEN         PIC 9(3) VALUE 0.

      * CONFRONTO DI DUE APLOGRUPPI
       01  WS-HAP-A              PIC X(20) VALUE SPACES.
       01  WS-HAP-B              PIC X(20) VALUE SPACES.
       01  WS-HAP-LEN-A          PIC 9(2) VALUE 0.
       01  WS-HAP-LEN-B          PIC 9(2) VALUE 0.
       01  WS-HAP-LEN            PIC 9(2) VALUE 0.
       01  WS-HAP-DASH           PIC 9(2) VALUE 0.
       01  WS-HAP-OK             PIC X VALUE "Y".
           88 HAP-COMPATIBLE     VALUE "Y".

      * PERSONA PASSATA DALLE REGOLE DI RISERVATEZZA
       01  WS-RP-ID              PIC X(12) VALUE SPACES.
       01  WS-RP-SHOW            PIC X(12) VALUE SPACES.
       01  WS-RP-NAME            PIC X(30) VALUE SPACES.
       01  WS-RP-FOUND           PIC X VALUE "N".
           88 RP-FOUND-YES       VALUE "Y".
       01  WS-IS-LIVING          PIC X VALUE "N".
           88 IS-LIVING          VALUE "Y".
       01  WS-EOD-EVNT           PIC X VALUE "N".
           88 EOD-EVNT-YES       VALUE "Y".

      * RIGA DEL TABULATO
       01  WS-KL.
           05 WS-KL-KIT          PIC X(12).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-KL-PERS         PIC X(12).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-KL-NAME         PIC X(30).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-KL-LINE         PIC X(2).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-KL-HAP          PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-KL-GEN          PIC ZZ9.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-KL-TOP          PIC X(12).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-KL-TOPNAME      PIC X(30).

       COPY GN1PRSN.
       COPY GN1EVNT.
       COPY GN1RELT.
       COPY GN1FLNK.
       COPY GNFAMIL.
       COPY GN1DNAK.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             DISPLAY "USO: GN3DNAL0 <report-out> [ADMIN|*] "
                     "[anni-privacy (100)]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           IF WS-ARGC >= 2
             ACCEPT WS-ARG FROM ARGUMENT-VALUE
             IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG)) = "ADMIN"
               MOVE "Y" TO WS-ADMIN-MODE
             END-IF
           END-IF
           IF WS-ARGC >= 3
             ACCEPT WS-PRIV-YEARS-ARG FROM ARGUMENT-VALUE
             INSPECT WS-PRIV-YEARS-ARG
               REPLACING LEADING SPACE BY ZERO
             IF WS-PRIV-YEARS-ARG IS NUMERIC
                AND WS-PRIV-YEARS-ARG NOT = "000"
               MOVE WS-PRIV-YEARS-ARG TO WS-PRIV-YEARS
             END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:4) TO WS-PRIV-CUT-YEAR
           SUBTRACT WS-PRIV-YEARS FROM WS-PRIV-CUT-YEAR

           PERFORM 1000-LOAD-RELATE-LINKS
           PERFORM 1100-LOAD-FAMILIES
           PERFORM 1200-LOAD-FAMLNK
           PERFORM 1300-LOAD-KITS
           PERFORM 2000-WALK-LINES

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "KIT DEL DNA CONTRO L'ALBERO DI CARTA - "
                  WS-RUN-DATE
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           IF ADMIN-MODE
             MOVE "  (MODO ADMIN: PERSONE RISERVATE IN CHIARO)"
               TO REPORT-REC
             WRITE REPORT-REC
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           PERFORM 3000-WRITE-KITS
           PERFORM 4000-COMPARE-KITS
           CLOSE REPORT-FILE

           DISPLAY "GN3DNAL0: KIT LETTI          = " WS-KIT-READ-CT
           DISPLAY "GN3DNAL0: KIT SENZA CONSENSO = " WS-NOCONS-CT
           DISPLAY "GN3DNAL0: KIT SENZA PERSONA  = " WS-NOPERS-CT
           DISPLAY "GN3DNAL0: KIT CONFRONTATI    = " WS-KT-COUNT
           DISPLAY "GN3DNAL0: CONFLITTI LINEA Y  = " WS-YCONF-CT
           DISPLAY "GN3DNAL0: CONFLITTI LINEA MT = " WS-MTCONF-CT
           DISPLAY "GN3DNAL0: PERSONE MASCHERATE = " WS-MASKED-CT
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------*
      * Legami genitoriali RELATE: REL-PERS genitore, REL-TARG figlio; *
      * PAD/FAT sono la linea del padre, MAD/MOT quella della madre.   *
      *----------------------------------------------------------------*
       1000-LOAD-RELATE-LINKS.
           MOVE 0 TO WS-LK-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1RELT-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-LK-COUNT >= 5000
             EVALUATE FUNCTION UPPER-CASE(REL-TYPE(1:3))
               WHEN "PAD"
               WHEN "FAT"
                 ADD 1 TO WS-LK-COUNT
                 MOVE REL-PERS TO WS-LK-PARENT(WS-LK-COUNT)
                 MOVE REL-TARG TO WS-LK-CHILD(WS-LK-COUNT)
                 MOVE "P" TO WS-LK-SIDE(WS-LK-COUNT)
               WHEN "MAD"
               WHEN "MOT"
                 ADD 1 TO WS-LK-COUNT
                 MOVE REL-PERS TO WS-LK-PARENT(WS-LK-COUNT)
                 MOVE REL-TARG TO WS-LK-CHILD(WS-LK-COUNT)
                 MOVE "M" TO WS-LK-SIDE(WS-LK-COUNT)
             END-EVALUATE
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1RELT-SEG
           END-PERFORM
           .

       1100-LOAD-FAMILIES.
           MOVE 0 TO WS-FM-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                FAMILY-REC
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-FM-COUNT >= 1000
             IF FAMILY-IS-DELETED NOT = "Y"
               ADD 1 TO WS-FM-COUNT
               MOVE FAMILY-ID TO WS-FM-ID(WS-FM-COUNT)
               MOVE FAMILY-FATHER-ID TO WS-FM-FATHER(WS-FM-COUNT)
               MOVE FAMILY-MOTHER-ID TO WS-FM-MOTHER(WS-FM-COUNT)
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  FAMILY-REC
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Righe FAMLNK CHIL: padre e madre della famiglia diventano      *
      * legami P e M anche dove nessun RELATE li dichiara.             *
      *----------------------------------------------------------------*
       1200-LOAD-FAMLNK.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1FLNK-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF FUNCTION TRIM(FLNK-ROLE) = "CHIL"
               PERFORM VARYING WS-FM-IX FROM 1 BY 1
                   UNTIL WS-FM-IX > WS-FM-COUNT
                 IF WS-FM-ID(WS-FM-IX) = FLNK-FAM
                   IF WS-FM-FATHER(WS-FM-IX) NOT = SPACES
                      AND WS-LK-COUNT < 5000
                     ADD 1 TO WS-LK-COUNT
                     MOVE WS-FM-FATHER(WS-FM-IX)
                       TO WS-LK-PARENT(WS-LK-COUNT)
                     MOVE FLNK-PERS TO WS-LK-CHILD(WS-LK-COUNT)
                     MOVE "P" TO WS-LK-SIDE(WS-LK-COUNT)
                   END-IF
                   IF WS-FM-MOTHER(WS-FM-IX) NOT = SPACES
                      AND WS-LK-COUNT < 5000
                     ADD 1 TO WS-LK-COUNT
                     MOVE WS-FM-MOTHER(WS-FM-IX)
                       TO WS-LK-PARENT(WS-LK-COUNT)
                     MOVE FLNK-PERS TO WS-LK-CHILD(WS-LK-COUNT)
                     MOVE "M" TO WS-LK-SIDE(WS-LK-COUNT)
                   END-IF
                 END-IF
               END-PERFORM
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1FLNK-SEG
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Solo i kit con consenso entrano in tavola; gli altri si        *
      * contano e basta.                                               *
      *----------------------------------------------------------------*
       1300-LOAD-KITS.
           MOVE 0 TO WS-KT-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1DNAK-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-KT-COUNT >= 500
             ADD 1 TO WS-KIT-READ-CT
             IF DNAK-CONSENTED
               ADD 1 TO WS-KT-COUNT
               MOVE DNAK-ID TO WS-KT-ID(WS-KT-COUNT)
               MOVE DNAK-PERS TO WS-KT-PERS(WS-KT-COUNT)
               MOVE DNAK-YHAP TO WS-KT-YHAP(WS-KT-COUNT)
               MOVE DNAK-MTHAP TO WS-KT-MTHAP(WS-KT-COUNT)
             ELSE
               ADD 1 TO WS-NOCONS-CT
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1DNAK-SEG
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Per ogni kit: la persona (con le regole di riservatezza) e la  *
      * cima delle due linee. Un kit la cui persona non c'e' piu' (o   *
      * e' cancellata) esce dalla tavola.                              *
      *----------------------------------------------------------------*
       2000-WALK-LINES.
           MOVE 1 TO WS-KT-IX
           PERFORM UNTIL WS-KT-IX > WS-KT-COUNT
             MOVE WS-KT-PERS(WS-KT-IX) TO WS-RP-ID
             PERFORM 8000-RESOLVE-PERSON
             IF NOT RP-FOUND-YES OR PERS-IS-DELETED = "Y"
               ADD 1 TO WS-NOPERS-CT
               MOVE WS-KT-ENTRY(WS-KT-COUNT) TO WS-KT-ENTRY(WS-KT-IX)
               SUBTRACT 1 FROM WS-KT-COUNT
             ELSE
               MOVE WS-RP-SHOW TO WS-KT-SHOW(WS-KT-IX)
               MOVE WS-RP-NAME TO WS-KT-NAME(WS-KT-IX)
               MOVE "P" TO WS-WK-SIDE
               PERFORM 2100-WALK-UP
               MOVE WS-WK-CUR TO WS-KT-YTOP(WS-KT-IX)
               MOVE WS-WK-GEN TO WS-KT-YGEN(WS-KT-IX)
               MOVE "M" TO WS-WK-SIDE
               PERFORM 2100-WALK-UP
               MOVE WS-WK-CUR TO WS-KT-MTTOP(WS-KT-IX)
               MOVE WS-WK-GEN TO WS-KT-MTGEN(WS-KT-IX)
               ADD 1 TO WS-KT-IX
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Risalita dal testato lungo il lato WS-WK-SIDE; il limite di 60 *
      * generazioni ferma anche un eventuale ciclo nei legami.         *
      *----------------------------------------------------------------*
       2100-WALK-UP.
           MOVE WS-KT-PERS(WS-KT-IX) TO WS-WK-CUR
           MOVE 0 TO WS-WK-GEN
           MOVE "Y" TO WS-WK-STEP
           PERFORM UNTIL NOT WK-STEP-YES OR WS-WK-GEN >= 60
             PERFORM 2110-PARENT-OF
             IF WK-STEP-YES
               ADD 1 TO WS-WK-GEN
             END-IF
           END-PERFORM
           .

       2110-PARENT-OF.
           MOVE "N" TO WS-WK-STEP
           PERFORM VARYING WS-LK-IX FROM 1 BY 1
               UNTIL WS-LK-IX > WS-LK-COUNT OR WK-STEP-YES
             IF WS-LK-CHILD(WS-LK-IX) = WS-WK-CUR
                AND WS-LK-SIDE(WS-LK-IX) = WS-WK-SIDE
               MOVE WS-LK-PARENT(WS-LK-IX) TO WS-WK-CUR
               MOVE "Y" TO WS-WK-STEP
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Prima parte: un blocco per kit, con la linea Y e la linea MT   *
      * fino all'antenato piu' lontano.                                *
      *----------------------------------------------------------------*
       3000-WRITE-KITS.
           MOVE SPACES TO REPORT-REC
           STRING "KIT          PERSONA      NOME                    "
                  "       LN APLOGRUPPO           GEN ANTENATO     NOME"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           IF WS-KT-COUNT = 0
             MOVE "  (NESSUN KIT CON CONSENSO)" TO REPORT-REC
             WRITE REPORT-REC
           END-IF
           PERFORM VARYING WS-KT-IX FROM 1 BY 1
               UNTIL WS-KT-IX > WS-KT-COUNT
             MOVE WS-KT-ID(WS-KT-IX) TO WS-KL-KIT
             MOVE WS-KT-SHOW(WS-KT-IX) TO WS-KL-PERS
             MOVE WS-KT-NAME(WS-KT-IX) TO WS-KL-NAME
             IF WS-KT-YHAP(WS-KT-IX) NOT = SPACES
               MOVE "Y " TO WS-KL-LINE
               MOVE WS-KT-YHAP(WS-KT-IX) TO WS-KL-HAP
               MOVE WS-KT-YGEN(WS-KT-IX) TO WS-KL-GEN
               MOVE WS-KT-YTOP(WS-KT-IX) TO WS-RP-ID
               PERFORM 3100-WRITE-KIT-LINE
             END-IF
             IF WS-KT-MTHAP(WS-KT-IX) NOT = SPACES
               MOVE "MT" TO WS-KL-LINE
               MOVE WS-KT-MTHAP(WS-KT-IX) TO WS-KL-HAP
               MOVE WS-KT-MTGEN(WS-KT-IX) TO WS-KL-GEN
               MOVE WS-KT-MTTOP(WS-KT-IX) TO WS-RP-ID
               PERFORM 3100-WRITE-KIT-LINE
             END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           .

       3100-WRITE-KIT-LINE.
           IF WS-RP-ID = WS-KT-PERS(WS-KT-IX)
             MOVE SPACES TO WS-KL-TOP
             MOVE "(NESSUN GENITORE NOTO)" TO WS-KL-TOPNAME
           ELSE
             PERFORM 8000-RESOLVE-PERSON
             MOVE WS-RP-SHOW TO WS-KL-TOP
             MOVE WS-RP-NAME TO WS-KL-TOPNAME
           END-IF
           MOVE WS-KL TO REPORT-REC
           WRITE REPORT-REC
      *    LA SECONDA LINEA DELLO STESSO KIT NON RIPETE LA PERSONA
           MOVE SPACES TO WS-KL-KIT WS-KL-PERS WS-KL-NAME
           .

      *----------------------------------------------------------------*
      * Seconda parte: ogni coppia di kit con la stessa cima sulla     *
      * stessa linea deve avere aplogruppi compatibili.                *
      *----------------------------------------------------------------*
       4000-COMPARE-KITS.
           MOVE "CONFLITTI TRA DNA E LINEE DI CARTA" TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-KT-IX FROM 1 BY 1
               UNTIL WS-KT-IX > WS-KT-COUNT
             COMPUTE WS-KT-JX = WS-KT-IX + 1
             PERFORM UNTIL WS-KT-JX > WS-KT-COUNT
               IF WS-KT-YHAP(WS-KT-IX) NOT = SPACES
                  AND WS-KT-YHAP(WS-KT-JX) NOT = SPACES
                  AND WS-KT-YTOP(WS-KT-IX) = WS-KT-YTOP(WS-KT-JX)
                 MOVE WS-KT-YHAP(WS-KT-IX) TO WS-HAP-A
                 MOVE WS-KT-YHAP(WS-KT-JX) TO WS-HAP-B
                 PERFORM 4100-CHECK-HAPLOGROUPS
                 IF NOT HAP-COMPATIBLE
                   ADD 1 TO WS-YCONF-CT
                   MOVE "P" TO WS-WK-SIDE
                   PERFORM 4200-COMMON-ANCESTOR
                   PERFORM 4300-WRITE-CONFLICT
                 END-IF
               END-IF
               IF WS-KT-MTHAP(WS-KT-IX) NOT = SPACES
                  AND WS-KT-MTHAP(WS-KT-JX) NOT = SPACES
                  AND WS-KT-MTTOP(WS-KT-IX) = WS-KT-MTTOP(WS-KT-JX)
                 MOVE WS-KT-MTHAP(WS-KT-IX) TO WS-HAP-A
                 MOVE WS-KT-MTHAP(WS-KT-JX) TO WS-HAP-B
                 PERFORM 4100-CHECK-HAPLOGROUPS
                 IF NOT HAP-COMPATIBLE
                   ADD 1 TO WS-MTCONF-CT
                   MOVE "M" TO WS-WK-SIDE
                   PERFORM 4200-COMMON-ANCESTOR
                   PERFORM 4300-WRITE-CONFLICT
                 END-IF
               END-IF
               ADD 1 TO WS-KT-JX
             END-PERFORM
           END-PERFORM
           IF WS-YCONF-CT = 0 AND WS-MTCONF-CT = 0
             MOVE "  (NESSUN CONFLITTO: DNA E CARTA CONCORDANO)"
               TO REPORT-REC
             WRITE REPORT-REC
           END-IF
           .

      *----------------------------------------------------------------*
      * Compatibili se uno e' prefisso dell'altro; con una forma breve *
      * (lettera-SNP) il confronto si ferma al ramo maggiore.          *
      *----------------------------------------------------------------*
       4100-CHECK-HAPLOGROUPS.
           MOVE "Y" TO WS-HAP-OK
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HAP-A))
             TO WS-HAP-LEN-A
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HAP-B))
             TO WS-HAP-LEN-B
           MOVE 0 TO WS-HAP-DASH
           INSPECT WS-HAP-A TALLYING WS-HAP-DASH FOR ALL "-"
           INSPECT WS-HAP-B TALLYING WS-HAP-DASH FOR ALL "-"
           IF WS-HAP-DASH > 0
             MOVE 1 TO WS-HAP-LEN
           ELSE
             IF WS-HAP-LEN-A < WS-HAP-LEN-B
               MOVE WS-HAP-LEN-A TO WS-HAP-LEN
             ELSE
               MOVE WS-HAP-LEN-B TO WS-HAP-LEN
             END-IF
           END-IF
           IF WS-HAP-A(1:WS-HAP-LEN) NOT = WS-HAP-B(1:WS-HAP-LEN)
             MOVE "N" TO WS-HAP-OK
           END-IF
           .

      *----------------------------------------------------------------*
      * Antenato comune piu' vicino sulla carta: la catena del primo   *
      * kit in tavola, poi il primo anello della seconda che vi cade.  *
      *----------------------------------------------------------------*
       4200-COMMON-ANCESTOR.
           MOVE 0 TO WS-CH-COUNT
           MOVE WS-KT-PERS(WS-KT-IX) TO WS-WK-CUR
           MOVE "Y" TO WS-WK-STEP
           PERFORM UNTIL NOT WK-STEP-YES OR WS-CH-COUNT >= 61
             ADD 1 TO WS-CH-COUNT
             MOVE WS-WK-CUR TO WS-CH-ID(WS-CH-COUNT)
             PERFORM 2110-PARENT-OF
           END-PERFORM
           MOVE SPACES TO WS-COMMON-ID
           MOVE WS-KT-PERS(WS-KT-JX) TO WS-WK-CUR
           MOVE 0 TO WS-COMMON-GEN
           MOVE "Y" TO WS-WK-STEP
           PERFORM UNTIL NOT WK-STEP-YES OR WS-COMMON-ID NOT = SPACES
                      OR WS-COMMON-GEN > 60
             PERFORM VARYING WS-CH-IX FROM 1 BY 1
                 UNTIL WS-CH-IX > WS-CH-COUNT
                    OR WS-COMMON-ID NOT = SPACES
               IF WS-CH-ID(WS-CH-IX) = WS-WK-CUR
                 MOVE WS-WK-CUR TO WS-COMMON-ID
               END-IF
             END-PERFORM
             IF WS-COMMON-ID = SPACES
               PERFORM 2110-PARENT-OF
               ADD 1 TO WS-COMMON-GEN
             END-IF
           END-PERFORM
           .

       4300-WRITE-CONFLICT.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-COMMON-ID TO WS-RP-ID
           PERFORM 8000-RESOLVE-PERSON
           MOVE SPACES TO REPORT-REC
           IF WS-WK-SIDE = "P"
             STRING "LINEA Y - POSSIBILE EVENTO DI NON PATERNITA' O "
                    "LEGAME PADRE ERRATO SOTTO "
                    WS-RP-SHOW " " WS-RP-NAME
               DELIMITED BY SIZE INTO REPORT-REC
           ELSE
             STRING "LINEA MT - POSSIBILE LEGAME MADRE ERRATO "
                    "SOTTO " WS-RP-SHOW " " WS-RP-NAME
               DELIMITED BY SIZE INTO REPORT-REC
           END-IF
           WRITE REPORT-REC
           MOVE WS-KT-IX TO WS-CH-IX
           PERFORM 4310-WRITE-PARTY
           MOVE WS-KT-JX TO WS-CH-IX
           PERFORM 4310-WRITE-PARTY
           .

       4310-WRITE-PARTY.
           MOVE SPACES TO WS-KL-TOP WS-KL-TOPNAME
           MOVE WS-KT-ID(WS-CH-IX) TO WS-KL-KIT
           MOVE WS-KT-SHOW(WS-CH-IX) TO WS-KL-PERS
           MOVE WS-KT-NAME(WS-CH-IX) TO WS-KL-NAME
           IF WS-WK-SIDE = "P"
             MOVE "Y " TO WS-KL-LINE
             MOVE WS-KT-YHAP(WS-CH-IX) TO WS-KL-HAP
             MOVE WS-KT-YGEN(WS-CH-IX) TO WS-KL-GEN
           ELSE
             MOVE "MT" TO WS-KL-LINE
             MOVE WS-KT-MTHAP(WS-CH-IX) TO WS-KL-HAP
             MOVE WS-KT-MTGEN(WS-CH-IX) TO WS-KL-GEN
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "  " WS-KL DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

      *----------------------------------------------------------------*
      * Chiave e nome stampabili di WS-RP-ID: RISERVATO fuori dal modo *
      * ADMIN, VIVENTE sempre (la regola di GN3EXP00 2400-CHECK-       *
      * LIVING); in entrambi i casi la chiave persona non compare.     *
      *----------------------------------------------------------------*
       8000-RESOLVE-PERSON.
           MOVE "N" TO WS-RP-FOUND
           MOVE WS-RP-ID TO WS-RP-SHOW
           MOVE "(NON IN ARCHIVIO)" TO WS-RP-NAME
           MOVE WS-RP-ID TO WS-SSA-PERS(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                WS-SSA-PERS
           IF DB-STATUS NOT = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RP-FOUND
           MOVE PERS-NAME TO WS-RP-NAME
           IF PERS-RESTRICTED = "Y" AND NOT ADMIN-MODE
             MOVE "------------" TO WS-RP-SHOW
             MOVE "(RISERVATO)" TO WS-RP-NAME
             ADD 1 TO WS-MASKED-CT
             EXIT PARAGRAPH
           END-IF
           PERFORM 8100-CHECK-LIVING
           IF IS-LIVING
             MOVE "------------" TO WS-RP-SHOW
             MOVE "(VIVENTE)" TO WS-RP-NAME
             ADD 1 TO WS-MASKED-CT
           END-IF
           .

       8100-CHECK-LIVING.
           MOVE "N" TO WS-IS-LIVING
           MOVE 0 TO WS-BIRTH-YEAR
           IF PERS-BDATE(1:4) IS NUMERIC
             MOVE PERS-BDATE(1:4) TO WS-BIRTH-YEAR
           END-IF
           IF WS-BIRTH-YEAR > 0
              AND WS-BIRTH-YEAR <= WS-PRIV-CUT-YEAR
             EXIT PARAGRAPH
           END-IF
           MOVE WS-RP-ID TO WS-SSA-EVNT(17:12)
           MOVE "Y" TO WS-IS-LIVING
           MOVE "N" TO WS-EOD-EVNT
           MOVE DLI-GN TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EVNT-SEG
                                WS-SSA-EVNT
           PERFORM UNTIL EOD-EVNT-YES OR DB-STATUS NOT = SPACES
             IF FUNCTION UPPER-CASE(FUNCTION TRIM(EVNT-TYPE))
                  = "MORTE"
               MOVE "N" TO WS-IS-LIVING
               SET EOD-EVNT-YES TO TRUE
             ELSE
               MOVE DLI-GN TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1EVNT-SEG
                                    WS-SSA-EVNT
             END-IF
           END-PERFORM
           .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3FICH0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Ricostruzione delle famiglie secondo il metodo Henry:
                una "fiche de famille" per ogni FAMILY, con data e
                luogo dell'unione, nascita e morte di ciascun coniuge
                e la sua eta' all'unione, ogni figlio (FAMLNK CHIL)
                con nascita, morte e intervallo dalla nascita
                precedente, e la fine dell'unione (prima morte di un
                coniuge o FAMILY-DISS-DATE). Ogni fiche e' classificata
                per tipo di osservazione: CHIUSA (MF, unione e fine
                note), APERTA (MO, unione nota e fine ignota),
                INCOMPLETA (EF/EO, unione non datata). Dalle sole
                chiuse escono le tavole per i demografi: fecondita'
                legittima per eta' della moglie (nascite per 1000
                anni-donna, osservazione fino ai 50 anni), intervalli
                protogenesici e intergenesici per rango, mortalita'
                infantile e giovanile (1q0, 4q1, 5q5). GN3DEMO0 resta
                la vista per persona; questa e' la vista per famiglia.
                Morte = evento MORTE, in mancanza SEPOLTURA. Le date
                di solo anno valgono 1 luglio, quelle di anno e mese
                il 15, ma solo per l'esposizione della fecondita':
                intervalli ed eta' alla morte dei figli vogliono date
                complete. I figli legati come ipotesi di lavoro
                (FLNK-PROOF "H") restano fuori dalla ricostruzione.
                Decessi di figli non registrati contano come
                sopravvivenze: le mortalita' sono minimi.
                  GN3FICH0 <report-out> [parrocchia|ALL]
                (parrocchia: le famiglie con almeno un coniuge di
                quel PERS-PARISH).

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
       77  WS-PARISH-ARG         PIC X(8) VALUE "ALL".
       77  WS-FICHE-CT           PIC 9(5) VALUE 0.
       77  WS-CLOSED-CT          PIC 9(5) VALUE 0.
       77  WS-OPEN-CT            PIC 9(5) VALUE 0.
       77  WS-INCOMPL-CT         PIC 9(5) VALUE 0.
       77  WS-HYP-SKIP-CT        PIC 9(5) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".

       01  WS-SSA-PLAC           PIC X(30)
           VALUE "PLACE   (PLACID=            )".

      * PERSONE IN MEMORIA, CON LA DATA DI MORTE DAGLI EVENTI
       01  WS-P-TABLE.
           05 WS-P-ENTRY OCCURS 5000 TIMES.
              10 WS-P-ID         PIC X(12).
              10 WS-P-NAME       PIC X(40).
              10 WS-P-GEND       PIC X(1).
              10 WS-P-BDATE      PIC X(10).
              10 WS-P-DDATE      PIC X(10).
              10 WS-P-DSRC       PIC X(1).
              10 WS-P-PARISH     PIC X(8).
       01  WS-P-COUNT            PIC 9(5) VALUE 0.
       01  WS-P-IX               PIC 9(5) VALUE 0.
       01  WS-P-HINT             PIC 9(5) VALUE 0.
       01  WS-FIND-ID            PIC X(12) VALUE SPACES.
       01  WS-FIND-IX            PIC 9(5) VALUE 0.

      * FAMIGLIE IN MEMORIA (LA RISOLUZIONE DEI LUOGHI ROMPEREBBE LA
      * POSIZIONE DI UNA SPAZZATA IN CORSO)
       01  WS-F-TABLE.
           05 WS-F-ENTRY OCCURS 3000 TIMES.
              10 WS-F-ID         PIC X(12).
              10 WS-F-FATHER     PIC X(12).
              10 WS-F-MOTHER     PIC X(12).
              10 WS-F-UDATE      PIC X(10).
              10 WS-F-UQUAL      PIC X(1).
              10 WS-F-UPLACE     PIC X(12).
              10 WS-F-DISS       PIC X(10).
       01  WS-F-COUNT            PIC 9(4) VALUE 0.
       01  WS-F-IX               PIC 9(4) VALUE 0.

      * LEGAMI FIGLIO (FAMLNK CHIL)
       01  WS-L-TABLE.
           05 WS-L-ENTRY OCCURS 8000 TIMES.
              10 WS-L-FAM        PIC X(12).
              10 WS-L-PERS       PIC X(12).
       01  WS-L-COUNT            PIC 9(5) VALUE 0.
       01  WS-L-IX               PIC 9(5) VALUE 0.

      * FIGLI DELLA FAMIGLIA CORRENTE, IN ORDINE DI NASCITA
       01  WS-C-TABLE.
           05 WS-C-ENTRY OCCURS 40 TIMES.
              10 WS-C-PIX        PIC 9(5).
              10 WS-C-BDAYS      PIC 9(7).
              10 WS-C-BEXACT     PIC X(1).
              10 WS-C-DDAYS      PIC 9(7).
              10 WS-C-DEXACT     PIC X(1).
       01  WS-C-SWAP             PIC X(21).
       01  WS-C-COUNT            PIC 9(2) VALUE 0.
       01  WS-C-IX               PIC 9(2) VALUE 0.
       01  WS-C-JX               PIC 9(2) VALUE 0.
       01  WS-C-LAST             PIC 9(2) VALUE 0.

      * LA FAMIGLIA CORRENTE
       01  WS-H-IX               PIC 9(5) VALUE 0.
       01  WS-W-IX               PIC 9(5) VALUE 0.
       01  WS-U-DAYS             PIC 9(7) VALUE 0.
       01  WS-HB-DAYS            PIC 9(7) VALUE 0.
       01  WS-HD-DAYS            PIC 9(7) VALUE 0.
       01  WS-WB-DAYS            PIC 9(7) VALUE 0.
       01  WS-WD-DAYS            PIC 9(7) VALUE 0.
       01  WS-DISS-DAYS          PIC 9(7) VALUE 0.
       01  WS-END-DAYS           PIC 9(7) VALUE 0.
       01  WS-END-DATE           PIC X(10) VALUE SPACES.
       01  WS-END-CAUSE          PIC X(24) VALUE SPACES.
       01  WS-OBS-TYPE           PIC X(10) VALUE SPACES.
       01  WS-OBS-CODE           PIC X(2) VALUE SPACES.
       01  WS-STOP-DAYS          PIC 9(7) VALUE 0.
       01  WS-W50-DAYS           PIC 9(7) VALUE 0.

      * CONVERSIONE DATA -> GIORNI (FUNCTION INTEGER-OF-DATE, CHE
      * CONTA DAL 1601: PRIMA DI ALLORA LA DATA RESTA SENZA GIORNI)
       01  WS-DT-IN              PIC X(10) VALUE SPACES.
       01  WS-DT-NUM             PIC 9(8) VALUE 0.
       01  WS-DT-DAYS            PIC 9(7) VALUE 0.
       01  WS-DT-EXACT           PIC X(1) VALUE "N".
       01  WS-DT-MM              PIC 9(2) VALUE 0.
       01  WS-DT-DD              PIC 9(2) VALUE 0.

      * ARITMETICA SU ETA' E INTERVALLI
       01  WS-DIFF               PIC S9(7) VALUE 0.
       01  WS-YEARS              PIC S9(3)V9(4) VALUE 0.
       01  WS-A0                 PIC S9(3)V9(4) VALUE 0.
       01  WS-A1                 PIC S9(3)V9(4) VALUE 0.
       01  WS-LO                 PIC S9(3)V9(4) VALUE 0.
       01  WS-HI                 PIC S9(3)V9(4) VALUE 0.
       01  WS-EXPO               PIC S9(3)V9(4) VALUE 0.
       01  WS-MONTHS             PIC S9(5)V9 VALUE 0.
       01  WS-AGE-GRP            PIC 9(2) VALUE 0.
       01  WS-RANK               PIC 9(2) VALUE 0.

      * TAVOLE DALLE FICHE CHIUSE
      * FECONDITA': 7 CLASSI QUINQUENNALI 15-19 ... 45-49
       01  WS-FERT-TABLE.
           05 WS-FERT-ENTRY OCCURS 7 TIMES.
              10 WS-FERT-EXPO    PIC 9(7)V9(4).
              10 WS-FERT-BIRTHS  PIC 9(6).
      * INTERVALLI INTERGENESICI PER RANGO: 1 = 1-2, ..., 4 = 4-5,
      * 5 = DAL 5 IN POI, 6 = ULTIMO INTERVALLO DELLA FAMIGLIA
       01  WS-INT-TABLE.
           05 WS-INT-ENTRY OCCURS 6 TIMES.
              10 WS-INT-SUM      PIC 9(8)V9.
              10 WS-INT-CT       PIC 9(6).
      * INTERVALLO PROTOGENESICO: SOMMA E CLASSI (<8, 8-11, 12-23,
      * 24 MESI E OLTRE)
       01  WS-PROTO-SUM          PIC 9(8)V9 VALUE 0.
       01  WS-PROTO-CT           PIC 9(6) VALUE 0.
       01  WS-PROTO-CLASS-TABLE.
           05 WS-PROTO-CLASS     PIC 9(6) OCCURS 4 TIMES.
      * MORTALITA' DEI FIGLI: NATI OSSERVATI E MORTI PER CLASSE
       01  WS-MORT-BIRTHS        PIC 9(6) VALUE 0.
       01  WS-MORT-D0            PIC 9(6) VALUE 0.
       01  WS-MORT-D1            PIC 9(6) VALUE 0.
       01  WS-MORT-D5            PIC 9(6) VALUE 0.
       01  WS-SURV               PIC 9(6) VALUE 0.
       01  WS-RATE               PIC 9(5)V9 VALUE 0.

      * RIGHE DI STAMPA
       01  WS-PLACE-TXT          PIC X(60) VALUE SPACES.
       01  WS-AGE-TXT            PIC X(12) VALUE SPACES.
       01  WS-INT-TXT            PIC X(12) VALUE SPACES.
       01  WS-DTH-TXT            PIC X(16) VALUE SPACES.
       01  WS-ROLE-TXT           PIC X(8) VALUE SPACES.
       01  WS-SP-IX              PIC 9(5) VALUE 0.
       01  WS-SP-BDAYS           PIC 9(7) VALUE 0.
       01  WS-AGE-ED             PIC ZZ9.
       01  WS-MON-ED             PIC ZZZ9.9.
       01  WS-RATE-ED            PIC ZZZZ9.9.
       01  WS-EXPO-ED            PIC ZZZZZZ9.9.
       01  WS-CT-ED              PIC ZZZZZ9.
       01  WS-ORD-ED             PIC Z9.
       01  WS-GRP-LO-ED          PIC 99.
       01  WS-GRP-HI-ED          PIC 99.

       01  WS-SW.
           10 WS-FAM-IN          PIC X VALUE "N".
              88 FAM-IN-YES      VALUE "Y".

       COPY GN1PRSN.
       COPY GN1EVNT.
       COPY GNFAMIL.
       COPY GN1FLNK.
       COPY GN1PLAC.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             DISPLAY "USO: GN3FICH0 <report-out> [parrocchia|ALL]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           IF WS-ARGC >= 2
             ACCEPT WS-PARISH-ARG FROM ARGUMENT-VALUE
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARISH-ARG))
               TO WS-PARISH-ARG
           END-IF

           INITIALIZE WS-FERT-TABLE WS-INT-TABLE WS-PROTO-CLASS-TABLE
           PERFORM 1000-LOAD-PERSONS
           PERFORM 1100-LOAD-DEATHS
           PERFORM 1200-LOAD-FAMILIES
           PERFORM 1300-LOAD-CHILD-LINKS

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "FICHES DI FAMIGLIA (METODO HENRY) - PARROCCHIA "
                  FUNCTION TRIM(WS-PARISH-ARG)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-F-IX FROM 1 BY 1
               UNTIL WS-F-IX > WS-F-COUNT
             PERFORM 2000-PROCESS-FAMILY
           END-PERFORM
           PERFORM 5000-PRINT-TABLES
           CLOSE REPORT-FILE

           DISPLAY "GN3FICH0: FICHES SCRITTE      = " WS-FICHE-CT
           DISPLAY "GN3FICH0: CHIUSE (MF)         = " WS-CLOSED-CT
           DISPLAY "GN3FICH0: APERTE (MO)         = " WS-OPEN-CT
           DISPLAY "GN3FICH0: INCOMPLETE (EF/EO)  = " WS-INCOMPL-CT
           DISPLAY "GN3FICH0: FIGLI IPOTETICI ESCL= " WS-HYP-SKIP-CT
           MOVE 0 TO RETURN-CODE
           GOBACK.

       1000-LOAD-PERSONS.
           MOVE 0 TO WS-P-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-P-COUNT >= 5000
             IF PERS-IS-DELETED NOT = "Y"
               ADD 1 TO WS-P-COUNT
               MOVE PERS-ID TO WS-P-ID(WS-P-COUNT)
               MOVE PERS-NAME TO WS-P-NAME(WS-P-COUNT)
               MOVE PERS-GEND TO WS-P-GEND(WS-P-COUNT)
               MOVE PERS-BDATE TO WS-P-BDATE(WS-P-COUNT)
               MOVE SPACES TO WS-P-DDATE(WS-P-COUNT)
               MOVE SPACE TO WS-P-DSRC(WS-P-COUNT)
               MOVE PERS-PARISH TO WS-P-PARISH(WS-P-COUNT)
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PRSN-SEG
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Data di morte: l'evento MORTE; in sua assenza la SEPOLTURA,    *
      * che nei registri parrocchiali e' spesso l'unica traccia. La    *
      * spazzata degli EVENT segue l'ordine delle persone: si prova    *
      * prima la persona dell'evento precedente.                       *
      *----------------------------------------------------------------*
       1100-LOAD-DEATHS.
           MOVE 1 TO WS-P-HINT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EVNT-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             MOVE FUNCTION UPPER-CASE(EVNT-TYPE) TO EVNT-TYPE
             IF (EVNT-TYPE = "MORTE" OR EVNT-TYPE = "SEPOLTURA")
                AND EVNT-DATE(1:4) IS NUMERIC
               MOVE EVNT-PERS TO WS-FIND-ID
               IF WS-P-HINT <= WS-P-COUNT
                  AND WS-P-ID(WS-P-HINT) = WS-FIND-ID
                 MOVE WS-P-HINT TO WS-FIND-IX
               ELSE
                 PERFORM 2100-FIND-PERSON
               END-IF
               IF WS-FIND-IX > 0
                 MOVE WS-FIND-IX TO WS-P-HINT
                 IF EVNT-TYPE = "MORTE"
                    OR WS-P-DSRC(WS-FIND-IX) = SPACE
                   MOVE EVNT-DATE TO WS-P-DDATE(WS-FIND-IX)
                   MOVE EVNT-TYPE(1:1) TO WS-P-DSRC(WS-FIND-IX)
                 END-IF
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1EVNT-SEG
           END-PERFORM
           .

       1200-LOAD-FAMILIES.
           MOVE 0 TO WS-F-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                FAMILY-REC
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-F-COUNT >= 3000
             IF FAMILY-IS-DELETED NOT = "Y"
               ADD 1 TO WS-F-COUNT
               MOVE FAMILY-ID TO WS-F-ID(WS-F-COUNT)
               MOVE FAMILY-FATHER-ID TO WS-F-FATHER(WS-F-COUNT)
               MOVE FAMILY-MOTHER-ID TO WS-F-MOTHER(WS-F-COUNT)
               MOVE FAMILY-UNION-DATE TO WS-F-UDATE(WS-F-COUNT)
               MOVE FAMILY-UNION-DATE-QUAL TO WS-F-UQUAL(WS-F-COUNT)
               MOVE FAMILY-UNION-PLACE-ID
                 TO WS-F-UPLACE(WS-F-COUNT)
               MOVE FAMILY-DISS-DATE TO WS-F-DISS(WS-F-COUNT)
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  FAMILY-REC
           END-PERFORM
           .

       1300-LOAD-CHILD-LINKS.
           MOVE 0 TO WS-L-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1FLNK-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-L-COUNT >= 8000
             IF FUNCTION TRIM(FLNK-ROLE) = "CHIL"
               IF FLNK-PROOF-HYPOTH
                 ADD 1 TO WS-HYP-SKIP-CT
               ELSE
                 ADD 1 TO WS-L-COUNT
                 MOVE FLNK-FAM TO WS-L-FAM(WS-L-COUNT)
                 MOVE FLNK-PERS TO WS-L-PERS(WS-L-COUNT)
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1FLNK-SEG
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Una famiglia: coniugi, figli in ordine di nascita, fine        *
      * dell'unione, tipo di osservazione; poi la fiche e, se chiusa,  *
      * il suo contributo alle tavole.                                 *
      *----------------------------------------------------------------*
       2000-PROCESS-FAMILY.
           MOVE WS-F-FATHER(WS-F-IX) TO WS-FIND-ID
           PERFORM 2100-FIND-PERSON
           MOVE WS-FIND-IX TO WS-H-IX
           MOVE WS-F-MOTHER(WS-F-IX) TO WS-FIND-ID
           PERFORM 2100-FIND-PERSON
           MOVE WS-FIND-IX TO WS-W-IX
           MOVE "N" TO WS-FAM-IN
           IF WS-PARISH-ARG = "ALL"
             MOVE "Y" TO WS-FAM-IN
           END-IF
           IF WS-H-IX > 0
             IF WS-P-PARISH(WS-H-IX) = WS-PARISH-ARG
               MOVE "Y" TO WS-FAM-IN
             END-IF
           END-IF
           IF WS-W-IX > 0
             IF WS-P-PARISH(WS-W-IX) = WS-PARISH-ARG
               MOVE "Y" TO WS-FAM-IN
             END-IF
           END-IF
           IF NOT FAM-IN-YES
             EXIT PARAGRAPH
           END-IF

           MOVE WS-F-UDATE(WS-F-IX) TO WS-DT-IN
           PERFORM 7000-DATE-TO-DAYS
           MOVE WS-DT-DAYS TO WS-U-DAYS
           MOVE 0 TO WS-HB-DAYS WS-HD-DAYS WS-WB-DAYS WS-WD-DAYS
           IF WS-H-IX > 0
             MOVE WS-P-BDATE(WS-H-IX) TO WS-DT-IN
             PERFORM 7000-DATE-TO-DAYS
             MOVE WS-DT-DAYS TO WS-HB-DAYS
             MOVE WS-P-DDATE(WS-H-IX) TO WS-DT-IN
             PERFORM 7000-DATE-TO-DAYS
             MOVE WS-DT-DAYS TO WS-HD-DAYS
           END-IF
           IF WS-W-IX > 0
             MOVE WS-P-BDATE(WS-W-IX) TO WS-DT-IN
             PERFORM 7000-DATE-TO-DAYS
             MOVE WS-DT-DAYS TO WS-WB-DAYS
             MOVE WS-P-DDATE(WS-W-IX) TO WS-DT-IN
             PERFORM 7000-DATE-TO-DAYS
             MOVE WS-DT-DAYS TO WS-WD-DAYS
           END-IF
           MOVE WS-F-DISS(WS-F-IX) TO WS-DT-IN
           PERFORM 7000-DATE-TO-DAYS
           MOVE WS-DT-DAYS TO WS-DISS-DAYS

           PERFORM 2200-COLLECT-CHILDREN
           PERFORM 2300-SORT-CHILDREN
           PERFORM 2400-CLASSIFY
           ADD 1 TO WS-FICHE-CT
           PERFORM 3000-PRINT-FICHE
           IF WS-OBS-CODE = "MF"
             PERFORM 4000-TALLY-CLOSED
           END-IF
           .

       2100-FIND-PERSON.
           MOVE 0 TO WS-FIND-IX
           IF WS-FIND-ID = SPACES
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-P-IX FROM 1 BY 1
               UNTIL WS-P-IX > WS-P-COUNT OR WS-FIND-IX > 0
             IF WS-P-ID(WS-P-IX) = WS-FIND-ID
               MOVE WS-P-IX TO WS-FIND-IX
             END-IF
           END-PERFORM
           .

       2200-COLLECT-CHILDREN.
           MOVE 0 TO WS-C-COUNT
           PERFORM VARYING WS-L-IX FROM 1 BY 1
               UNTIL WS-L-IX > WS-L-COUNT
             IF WS-L-FAM(WS-L-IX) = WS-F-ID(WS-F-IX)
                AND WS-C-COUNT < 40
               MOVE WS-L-PERS(WS-L-IX) TO WS-FIND-ID
               PERFORM 2100-FIND-PERSON
               IF WS-FIND-IX > 0
                 ADD 1 TO WS-C-COUNT
                 MOVE WS-FIND-IX TO WS-C-PIX(WS-C-COUNT)
                 MOVE WS-P-BDATE(WS-FIND-IX) TO WS-DT-IN
                 PERFORM 7000-DATE-TO-DAYS
                 MOVE WS-DT-DAYS TO WS-C-BDAYS(WS-C-COUNT)
                 MOVE WS-DT-EXACT TO WS-C-BEXACT(WS-C-COUNT)
                 MOVE WS-P-DDATE(WS-FIND-IX) TO WS-DT-IN
                 PERFORM 7000-DATE-TO-DAYS
                 MOVE WS-DT-DAYS TO WS-C-DDAYS(WS-C-COUNT)
                 MOVE WS-DT-EXACT TO WS-C-DEXACT(WS-C-COUNT)
               END-IF
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Ordine di nascita: selezione semplice sui giorni; i figli      *
      * senza data (giorni 0) vanno in coda nell'ordine dei legami.    *
      *----------------------------------------------------------------*
       2300-SORT-CHILDREN.
           PERFORM VARYING WS-C-IX FROM 1 BY 1
               UNTIL WS-C-IX >= WS-C-COUNT
             PERFORM VARYING WS-C-JX FROM WS-C-IX BY 1
                 UNTIL WS-C-JX > WS-C-COUNT
               IF WS-C-BDAYS(WS-C-JX) > 0
                  AND (WS-C-BDAYS(WS-C-IX) = 0
                    OR WS-C-BDAYS(WS-C-JX) < WS-C-BDAYS(WS-C-IX))
                 MOVE WS-C-ENTRY(WS-C-IX) TO WS-C-SWAP
                 MOVE WS-C-ENTRY(WS-C-JX) TO WS-C-ENTRY(WS-C-IX)
                 MOVE WS-C-SWAP TO WS-C-ENTRY(WS-C-JX)
               END-IF
             END-PERFORM
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Fine dell'unione: la prima fra la morte del marito, quella     *
      * della moglie e lo scioglimento. Tipo di osservazione: MF       *
      * unione e fine note, MO unione nota e fine ignota, EF/EO unione *
      * ignota con fine nota o ignota.                                 *
      *----------------------------------------------------------------*
       2400-CLASSIFY.
           MOVE 0 TO WS-END-DAYS
           MOVE SPACES TO WS-END-DATE WS-END-CAUSE
           IF WS-HD-DAYS > 0
             MOVE WS-HD-DAYS TO WS-END-DAYS
             MOVE WS-P-DDATE(WS-H-IX) TO WS-END-DATE
             MOVE "MORTE DEL MARITO" TO WS-END-CAUSE
           END-IF
           IF WS-WD-DAYS > 0
              AND (WS-END-DAYS = 0 OR WS-WD-DAYS < WS-END-DAYS)
             MOVE WS-WD-DAYS TO WS-END-DAYS
             MOVE WS-P-DDATE(WS-W-IX) TO WS-END-DATE
             MOVE "MORTE DELLA MOGLIE" TO WS-END-CAUSE
           END-IF
           IF WS-DISS-DAYS > 0
              AND (WS-END-DAYS = 0 OR WS-DISS-DAYS < WS-END-DAYS)
             MOVE WS-DISS-DAYS TO WS-END-DAYS
             MOVE WS-F-DISS(WS-F-IX) TO WS-END-DATE
             MOVE "SCIOGLIMENTO" TO WS-END-CAUSE
           END-IF
           EVALUATE TRUE
             WHEN WS-U-DAYS > 0 AND WS-END-DAYS > 0
               MOVE "CHIUSA" TO WS-OBS-TYPE
               MOVE "MF" TO WS-OBS-CODE
               ADD 1 TO WS-CLOSED-CT
             WHEN WS-U-DAYS > 0
               MOVE "APERTA" TO WS-OBS-TYPE
               MOVE "MO" TO WS-OBS-CODE
               ADD 1 TO WS-OPEN-CT
             WHEN WS-END-DAYS > 0
               MOVE "INCOMPLETA" TO WS-OBS-TYPE
               MOVE "EF" TO WS-OBS-CODE
               ADD 1 TO WS-INCOMPL-CT
             WHEN OTHER
               MOVE "INCOMPLETA" TO WS-OBS-TYPE
               MOVE "EO" TO WS-OBS-CODE
               ADD 1 TO WS-INCOMPL-CT
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * La fiche: intestazione col tipo, unione, coniugi, fine, figli. *
      *----------------------------------------------------------------*
       3000-PRINT-FICHE.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE ALL "=" TO REPORT-REC(1:72)
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "FICHE DI FAMIGLIA " FUNCTION TRIM(WS-F-ID(WS-F-IX))
                  "   OSSERVAZIONE: " FUNCTION TRIM(WS-OBS-TYPE)
                  " (" WS-OBS-CODE ")"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO WS-PLACE-TXT
           IF WS-F-UPLACE(WS-F-IX) NOT = SPACES
             MOVE WS-F-UPLACE(WS-F-IX) TO WS-SSA-PLAC(17:12)
             MOVE DLI-GU TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PLAC-SEG
                                  WS-SSA-PLAC
             IF DB-STATUS = SPACES
               MOVE PLAC-NAME TO WS-PLACE-TXT
             ELSE
               MOVE WS-F-UPLACE(WS-F-IX) TO WS-PLACE-TXT
             END-IF
           END-IF
           MOVE SPACES TO REPORT-REC
           IF WS-F-UDATE(WS-F-IX) = SPACES
             STRING "  UNIONE      : (NON DATATA) "
                    FUNCTION TRIM(WS-PLACE-TXT)
               DELIMITED BY SIZE INTO REPORT-REC
           ELSE
             STRING "  UNIONE      : " WS-F-UDATE(WS-F-IX) " "
                    FUNCTION TRIM(WS-PLACE-TXT)
               DELIMITED BY SIZE INTO REPORT-REC
           END-IF
           WRITE REPORT-REC

           MOVE "MARITO" TO WS-ROLE-TXT
           MOVE WS-H-IX TO WS-SP-IX
           MOVE WS-HB-DAYS TO WS-SP-BDAYS
           PERFORM 3100-PRINT-SPOUSE
           MOVE "MOGLIE" TO WS-ROLE-TXT
           MOVE WS-W-IX TO WS-SP-IX
           MOVE WS-WB-DAYS TO WS-SP-BDAYS
           PERFORM 3100-PRINT-SPOUSE

           MOVE SPACES TO REPORT-REC
           IF WS-END-DAYS > 0
             STRING "  FINE UNIONE : " WS-END-DATE " ("
                    FUNCTION TRIM(WS-END-CAUSE) ")"
               DELIMITED BY SIZE INTO REPORT-REC
           ELSE
             MOVE "  FINE UNIONE : (IGNOTA)" TO REPORT-REC
           END-IF
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           IF WS-C-COUNT = 0
             MOVE "  FIGLI       : NESSUNO REGISTRATO" TO REPORT-REC
             WRITE REPORT-REC
             EXIT PARAGRAPH
           END-IF
           MOVE "  N. FIGLIO" TO REPORT-REC(1:18)
           MOVE "NOME" TO REPORT-REC(19:24)
           MOVE "S NASCITA    MORTE" TO REPORT-REC(44:23)
           MOVE "ETA' MORTE    INTERV.MESI   ETA' MADRE"
             TO REPORT-REC(69:40)
           WRITE REPORT-REC
           PERFORM VARYING WS-C-IX FROM 1 BY 1
               UNTIL WS-C-IX > WS-C-COUNT
             PERFORM 3200-PRINT-CHILD
           END-PERFORM
           .

       3100-PRINT-SPOUSE.
           MOVE SPACES TO REPORT-REC
           IF WS-SP-IX = 0
             STRING "  " WS-ROLE-TXT "      : (IGNOTO)"
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
             EXIT PARAGRAPH
           END-IF
           MOVE "?" TO WS-AGE-TXT
           IF WS-SP-BDAYS > 0 AND WS-U-DAYS > WS-SP-BDAYS
             COMPUTE WS-YEARS = (WS-U-DAYS - WS-SP-BDAYS) / 365.25
             MOVE WS-YEARS TO WS-AGE-ED
             MOVE FUNCTION TRIM(WS-AGE-ED) TO WS-AGE-TXT
           END-IF
           MOVE SPACES TO WS-DTH-TXT
           IF WS-P-DDATE(WS-SP-IX) NOT = SPACES
             IF WS-P-DSRC(WS-SP-IX) = "S"
               STRING WS-P-DDATE(WS-SP-IX) " (SEP)"
                 DELIMITED BY SIZE INTO WS-DTH-TXT
             ELSE
               MOVE WS-P-DDATE(WS-SP-IX) TO WS-DTH-TXT
             END-IF
           ELSE
             MOVE "?" TO WS-DTH-TXT
           END-IF
           STRING "  " WS-ROLE-TXT "      : "
                  WS-P-ID(WS-SP-IX) " " WS-P-NAME(WS-SP-IX)(1:30)
                  " N. " WS-P-BDATE(WS-SP-IX)
                  "  M. " WS-DTH-TXT
                  "  ETA' ALL'UNIONE " FUNCTION TRIM(WS-AGE-TXT)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

      *----------------------------------------------------------------*
      * Riga del figlio: eta' alla morte e intervallo dalla nascita    *
      * precedente (o dall'unione per il primo) solo su date complete. *
      *----------------------------------------------------------------*
       3200-PRINT-CHILD.
           MOVE WS-C-PIX(WS-C-IX) TO WS-P-IX
           MOVE SPACES TO WS-AGE-TXT WS-INT-TXT WS-DTH-TXT
           IF WS-C-BEXACT(WS-C-IX) = "Y" AND WS-C-DEXACT(WS-C-IX) = "Y"
              AND WS-C-DDAYS(WS-C-IX) >= WS-C-BDAYS(WS-C-IX)
             COMPUTE WS-DIFF = WS-C-DDAYS(WS-C-IX)
                             - WS-C-BDAYS(WS-C-IX)
             IF WS-DIFF < 365
               COMPUTE WS-MONTHS ROUNDED = WS-DIFF / 30.4375
               MOVE WS-MONTHS TO WS-MON-ED
               STRING FUNCTION TRIM(WS-MON-ED) " MESI"
                 DELIMITED BY SIZE INTO WS-AGE-TXT
             ELSE
               COMPUTE WS-YEARS = WS-DIFF / 365.25
               MOVE WS-YEARS TO WS-AGE-ED
               STRING FUNCTION TRIM(WS-AGE-ED) " ANNI"
                 DELIMITED BY SIZE INTO WS-AGE-TXT
             END-IF
           END-IF
           IF WS-C-BEXACT(WS-C-IX) = "Y"
             MOVE 0 TO WS-DIFF
             IF WS-C-IX = 1
               IF WS-U-DAYS > 0 AND WS-F-UDATE(WS-F-IX)(10:1)
                                    IS NUMERIC
                 COMPUTE WS-DIFF = WS-C-BDAYS(1) - WS-U-DAYS
               END-IF
             ELSE
               IF WS-C-BEXACT(WS-C-IX - 1) = "Y"
                 COMPUTE WS-DIFF = WS-C-BDAYS(WS-C-IX)
                                 - WS-C-BDAYS(WS-C-IX - 1)
               END-IF
             END-IF
             IF WS-DIFF NOT = 0
               COMPUTE WS-MONTHS ROUNDED = WS-DIFF / 30.4375
               MOVE WS-MONTHS TO WS-MON-ED
               IF WS-DIFF < 0
                 STRING "-" FUNCTION TRIM(WS-MON-ED)
                   DELIMITED BY SIZE INTO WS-INT-TXT
               ELSE
                 MOVE FUNCTION TRIM(WS-MON-ED) TO WS-INT-TXT
               END-IF
             END-IF
           END-IF
           IF WS-P-DDATE(WS-P-IX) NOT = SPACES
             MOVE WS-P-DDATE(WS-P-IX) TO WS-DTH-TXT
           END-IF
           MOVE SPACES TO WS-ROLE-TXT
           IF WS-WB-DAYS > 0 AND WS-C-BDAYS(WS-C-IX) > WS-WB-DAYS
             COMPUTE WS-YEARS =
               (WS-C-BDAYS(WS-C-IX) - WS-WB-DAYS) / 365.25
             MOVE WS-YEARS TO WS-AGE-ED
             MOVE FUNCTION TRIM(WS-AGE-ED) TO WS-ROLE-TXT
           END-IF
           MOVE WS-C-IX TO WS-ORD-ED
           MOVE SPACES TO REPORT-REC
           STRING "  " WS-ORD-ED " " WS-P-ID(WS-P-IX) " "
                  WS-P-NAME(WS-P-IX)(1:24) " " WS-P-GEND(WS-P-IX)
                  " " WS-P-BDATE(WS-P-IX) " " WS-DTH-TXT(1:10)
                  "  " WS-AGE-TXT "  " WS-INT-TXT " " WS-ROLE-TXT
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

      *----------------------------------------------------------------*
      * Contributo di una fiche chiusa alle tavole.                    *
      * Fecondita': esposizione dall'unione alla fine dell'unione o ai *
      * 50 anni della moglie, ripartita per classi quinquennali di     *
      * eta', e nascite nella classe dell'eta' della madre al parto.   *
      *----------------------------------------------------------------*
       4000-TALLY-CLOSED.
           IF WS-WB-DAYS > 0 AND WS-U-DAYS > WS-WB-DAYS
             COMPUTE WS-W50-DAYS = WS-WB-DAYS + 18262
             MOVE WS-END-DAYS TO WS-STOP-DAYS
             IF WS-W50-DAYS < WS-STOP-DAYS
               MOVE WS-W50-DAYS TO WS-STOP-DAYS
             END-IF
             IF WS-STOP-DAYS > WS-U-DAYS
               COMPUTE WS-A0 = (WS-U-DAYS - WS-WB-DAYS) / 365.25
               COMPUTE WS-A1 = (WS-STOP-DAYS - WS-WB-DAYS) / 365.25
               PERFORM VARYING WS-AGE-GRP FROM 1 BY 1
                   UNTIL WS-AGE-GRP > 7
                 COMPUTE WS-LO = WS-AGE-GRP * 5 + 10
                 COMPUTE WS-HI = WS-LO + 5
                 IF WS-A0 > WS-LO
                   MOVE WS-A0 TO WS-LO
                 END-IF
                 IF WS-A1 < WS-HI
                   MOVE WS-A1 TO WS-HI
                 END-IF
                 IF WS-HI > WS-LO
                   COMPUTE WS-EXPO = WS-HI - WS-LO
                   ADD WS-EXPO TO WS-FERT-EXPO(WS-AGE-GRP)
                 END-IF
               END-PERFORM
               PERFORM VARYING WS-C-IX FROM 1 BY 1
                   UNTIL WS-C-IX > WS-C-COUNT
                 IF WS-C-BDAYS(WS-C-IX) >= WS-U-DAYS
                    AND WS-C-BDAYS(WS-C-IX) <= WS-STOP-DAYS
                   COMPUTE WS-YEARS =
                     (WS-C-BDAYS(WS-C-IX) - WS-WB-DAYS) / 365.25
                   IF WS-YEARS >= 15 AND WS-YEARS < 50
                     COMPUTE WS-AGE-GRP = (WS-YEARS - 15) / 5 + 1
                     ADD 1 TO WS-FERT-BIRTHS(WS-AGE-GRP)
                   END-IF
                 END-IF
               END-PERFORM
             END-IF
           END-IF
           PERFORM 4100-TALLY-INTERVALS
           PERFORM 4200-TALLY-MORTALITY
           .

      *----------------------------------------------------------------*
      * Intervalli su date complete: protogenesico (unione -> primo    *
      * nato) per classi, intergenesici per rango e l'ultimo della     *
      * famiglia a parte (il piu' lungo, nella lettura di Henry).      *
      *----------------------------------------------------------------*
       4100-TALLY-INTERVALS.
           IF WS-C-COUNT = 0
             EXIT PARAGRAPH
           END-IF
           IF WS-C-BEXACT(1) = "Y"
              AND WS-F-UDATE(WS-F-IX)(10:1) IS NUMERIC
              AND WS-C-BDAYS(1) >= WS-U-DAYS
             COMPUTE WS-MONTHS ROUNDED =
               (WS-C-BDAYS(1) - WS-U-DAYS) / 30.4375
             ADD WS-MONTHS TO WS-PROTO-SUM
             ADD 1 TO WS-PROTO-CT
             EVALUATE TRUE
               WHEN WS-MONTHS < 8
                 ADD 1 TO WS-PROTO-CLASS(1)
               WHEN WS-MONTHS < 12
                 ADD 1 TO WS-PROTO-CLASS(2)
               WHEN WS-MONTHS < 24
                 ADD 1 TO WS-PROTO-CLASS(3)
               WHEN OTHER
                 ADD 1 TO WS-PROTO-CLASS(4)
             END-EVALUATE
           END-IF
           MOVE 0 TO WS-C-LAST
           PERFORM VARYING WS-C-IX FROM 2 BY 1
               UNTIL WS-C-IX > WS-C-COUNT
             IF WS-C-BEXACT(WS-C-IX) = "Y"
                AND WS-C-BEXACT(WS-C-IX - 1) = "Y"
               COMPUTE WS-MONTHS ROUNDED =
                 (WS-C-BDAYS(WS-C-IX) - WS-C-BDAYS(WS-C-IX - 1))
                 / 30.4375
               COMPUTE WS-RANK = WS-C-IX - 1
               IF WS-RANK > 5
                 MOVE 5 TO WS-RANK
               END-IF
               ADD WS-MONTHS TO WS-INT-SUM(WS-RANK)
               ADD 1 TO WS-INT-CT(WS-RANK)
               IF WS-C-IX = WS-C-COUNT
                 ADD WS-MONTHS TO WS-INT-SUM(6)
                 ADD 1 TO WS-INT-CT(6)
               END-IF
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Mortalita' dei figli nati con data completa: morti sotto 1     *
      * anno, fra 1 e 4 anni, fra 5 e 9 anni compiuti.                 *
      *----------------------------------------------------------------*
       4200-TALLY-MORTALITY.
           PERFORM VARYING WS-C-IX FROM 1 BY 1
               UNTIL WS-C-IX > WS-C-COUNT
             IF WS-C-BEXACT(WS-C-IX) = "Y"
               ADD 1 TO WS-MORT-BIRTHS
               IF WS-C-DEXACT(WS-C-IX) = "Y"
                  AND WS-C-DDAYS(WS-C-IX) >= WS-C-BDAYS(WS-C-IX)
                 COMPUTE WS-YEARS =
                   (WS-C-DDAYS(WS-C-IX) - WS-C-BDAYS(WS-C-IX))
                   / 365.25
                 EVALUATE TRUE
                   WHEN WS-YEARS < 1
                     ADD 1 TO WS-MORT-D0
                   WHEN WS-YEARS < 5
                     ADD 1 TO WS-MORT-D1
                   WHEN WS-YEARS < 10
                     ADD 1 TO WS-MORT-D5
                 END-EVALUATE
               END-IF
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Tavole riassuntive dalle fiche chiuse.                         *
      *----------------------------------------------------------------*
       5000-PRINT-TABLES.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE ALL "=" TO REPORT-REC(1:72)
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "RIEPILOGO: FICHES " WS-FICHE-CT
                  "  CHIUSE (MF) " WS-CLOSED-CT
                  "  APERTE (MO) " WS-OPEN-CT
                  "  INCOMPLETE (EF/EO) " WS-INCOMPL-CT
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           IF WS-CLOSED-CT = 0
             MOVE "NESSUNA FICHE CHIUSA: TAVOLE NON CALCOLABILI"
               TO REPORT-REC
             WRITE REPORT-REC
             EXIT PARAGRAPH
           END-IF

           MOVE "FECONDITA' LEGITTIMA PER ETA' DELLA MOGLIE (FICHES CHIU
      -         "SE)" TO REPORT-REC
           WRITE REPORT-REC
           MOVE "  ETA'     ANNI-DONNA   NASCITE   PER 1000"
             TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-AGE-GRP FROM 1 BY 1
               UNTIL WS-AGE-GRP > 7
             COMPUTE WS-GRP-LO-ED = WS-AGE-GRP * 5 + 10
             COMPUTE WS-GRP-HI-ED = WS-AGE-GRP * 5 + 14
             MOVE WS-FERT-EXPO(WS-AGE-GRP) TO WS-EXPO-ED
             MOVE WS-FERT-BIRTHS(WS-AGE-GRP) TO WS-CT-ED
             MOVE SPACES TO REPORT-REC
             IF WS-FERT-EXPO(WS-AGE-GRP) > 0
               COMPUTE WS-RATE ROUNDED = WS-FERT-BIRTHS(WS-AGE-GRP)
                 * 1000 / WS-FERT-EXPO(WS-AGE-GRP)
               MOVE WS-RATE TO WS-RATE-ED
               STRING "  " WS-GRP-LO-ED "-" WS-GRP-HI-ED "  "
                      WS-EXPO-ED "   " WS-CT-ED "   " WS-RATE-ED
                 DELIMITED BY SIZE INTO REPORT-REC
             ELSE
               STRING "  " WS-GRP-LO-ED "-" WS-GRP-HI-ED "  "
                      WS-EXPO-ED "   " WS-CT-ED "         -"
                 DELIMITED BY SIZE INTO REPORT-REC
             END-IF
             WRITE REPORT-REC
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "INTERVALLI FRA LE NASCITE IN MESI (FICHES CHIUSE, DATE
      -         "COMPLETE)" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           IF WS-PROTO-CT > 0
             COMPUTE WS-MONTHS ROUNDED = WS-PROTO-SUM / WS-PROTO-CT
             MOVE WS-MONTHS TO WS-MON-ED
             MOVE WS-PROTO-CT TO WS-CT-ED
             STRING "  PROTOGENESICO  MEDIA " WS-MON-ED
                    "  SU " WS-CT-ED
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
             MOVE SPACES TO REPORT-REC
             STRING "    < 8 MESI " WS-PROTO-CLASS(1)
                    "   8-11 " WS-PROTO-CLASS(2)
                    "   12-23 " WS-PROTO-CLASS(3)
                    "   24 E OLTRE " WS-PROTO-CLASS(4)
               DELIMITED BY SIZE INTO REPORT-REC
           ELSE
             MOVE "  PROTOGENESICO  (NESSUN CASO)" TO REPORT-REC
           END-IF
           WRITE REPORT-REC
           PERFORM VARYING WS-RANK FROM 1 BY 1 UNTIL WS-RANK > 6
             MOVE SPACES TO REPORT-REC
             EVALUATE WS-RANK
               WHEN 5
                 MOVE "  RANGO 5 E OLTRE" TO REPORT-REC(1:18)
               WHEN 6
                 MOVE "  ULTIMO INTERV. " TO REPORT-REC(1:18)
               WHEN OTHER
                 MOVE WS-RANK TO WS-ORD-ED
                 STRING "  RANGO " FUNCTION TRIM(WS-ORD-ED) "-"
                   DELIMITED BY SIZE INTO REPORT-REC
                 COMPUTE WS-C-IX = WS-RANK + 1
                 MOVE WS-C-IX TO WS-ORD-ED
                 MOVE FUNCTION TRIM(WS-ORD-ED) TO REPORT-REC(11:2)
             END-EVALUATE
             IF WS-INT-CT(WS-RANK) > 0
               COMPUTE WS-MONTHS ROUNDED =
                 WS-INT-SUM(WS-RANK) / WS-INT-CT(WS-RANK)
               MOVE WS-MONTHS TO WS-MON-ED
               MOVE WS-INT-CT(WS-RANK) TO WS-CT-ED
               STRING "  MEDIA " WS-MON-ED "  SU " WS-CT-ED
                 DELIMITED BY SIZE INTO REPORT-REC(19:)
             ELSE
               MOVE "  (NESSUN CASO)" TO REPORT-REC(19:)
             END-IF
             WRITE REPORT-REC
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "MORTALITA' INFANTILE E GIOVANILE PER 1000 (FICHES CHIUS
      -         "E, DECESSI NON REGISTRATI = SOPRAVVISSUTI)"
             TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-MORT-BIRTHS TO WS-CT-ED
           MOVE SPACES TO REPORT-REC
           STRING "  NATI CON DATA COMPLETA " WS-CT-ED
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-MORT-BIRTHS TO WS-SURV
           MOVE "1Q0" TO WS-ROLE-TXT
           MOVE WS-MORT-D0 TO WS-MORT-BIRTHS
           PERFORM 5100-PRINT-Q
           SUBTRACT WS-MORT-D0 FROM WS-SURV
           MOVE "4Q1" TO WS-ROLE-TXT
           MOVE WS-MORT-D1 TO WS-MORT-BIRTHS
           PERFORM 5100-PRINT-Q
           SUBTRACT WS-MORT-D1 FROM WS-SURV
           MOVE "5Q5" TO WS-ROLE-TXT
           MOVE WS-MORT-D5 TO WS-MORT-BIRTHS
           PERFORM 5100-PRINT-Q
           .

      *----------------------------------------------------------------*
      * Un quoziente: morti della classe (in WS-MORT-BIRTHS, riusato)  *
      * sugli esposti all'inizio della classe (WS-SURV).               *
      *----------------------------------------------------------------*
       5100-PRINT-Q.
           MOVE SPACES TO REPORT-REC
           MOVE WS-MORT-BIRTHS TO WS-CT-ED
           IF WS-SURV > 0
             COMPUTE WS-RATE ROUNDED = WS-MORT-BIRTHS * 1000 / WS-SURV
             MOVE WS-RATE TO WS-RATE-ED
             STRING "  " WS-ROLE-TXT(1:3) "  MORTI " WS-CT-ED
                    "  SU " WS-SURV "  = " WS-RATE-ED
               DELIMITED BY SIZE INTO REPORT-REC
           ELSE
             STRING "  " WS-ROLE-TXT(1:3) "  (NESSUN ESPOSTO)"
               DELIMITED BY SIZE INTO REPORT-REC
           END-IF
           WRITE REPORT-REC
           .

      *----------------------------------------------------------------*
      * AAAA-MM-GG, AAAA-MM o AAAA -> giorni interi. Solo la data      *
      * completa e' "esatta"; le altre valgono il 15 del mese o il 1   *
      * luglio. Anni prima del 1601 o date non valide: 0 giorni.       *
      *----------------------------------------------------------------*
       7000-DATE-TO-DAYS.
           MOVE 0 TO WS-DT-DAYS
           MOVE "N" TO WS-DT-EXACT
           IF WS-DT-IN(1:4) IS NOT NUMERIC
              OR WS-DT-IN(1:4) < "1601"
             EXIT PARAGRAPH
           END-IF
           MOVE 7 TO WS-DT-MM
           MOVE 1 TO WS-DT-DD
           IF WS-DT-IN(5:1) = "-" AND WS-DT-IN(6:2) IS NUMERIC
             MOVE WS-DT-IN(6:2) TO WS-DT-MM
             MOVE 15 TO WS-DT-DD
             IF WS-DT-IN(8:1) = "-" AND WS-DT-IN(9:2) IS NUMERIC
               MOVE WS-DT-IN(9:2) TO WS-DT-DD
               MOVE "Y" TO WS-DT-EXACT
             END-IF
           END-IF
           IF WS-DT-MM < 1 OR WS-DT-MM > 12
              OR WS-DT-DD < 1 OR WS-DT-DD > 31
             MOVE "N" TO WS-DT-EXACT
             EXIT PARAGRAPH
           END-IF
           MOVE WS-DT-IN(1:4) TO WS-DT-NUM(1:4)
           MOVE WS-DT-MM TO WS-DT-NUM(5:2)
           MOVE WS-DT-DD TO WS-DT-NUM(7:2)
           COMPUTE WS-DT-DAYS = FUNCTION INTEGER-OF-DATE(WS-DT-NUM)
           IF WS-DT-DAYS = 0
             MOVE "N" TO WS-DT-EXACT
           END-IF
           .

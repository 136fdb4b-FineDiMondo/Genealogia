       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3CATR0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Possessi catastali per famiglia: per ogni famiglia
                (il cognome dei detentori nella forma di schedatura
                di GNCOGNP) e per ogni edizione del catasto, le
                particelle dei beni (PARCAST) che la famiglia
                deteneva nell'anno di quell'edizione (ASET-ACQ e
                ASET-DISP, modulo GNCATA), con comune, sezione,
                numero, coltura, superficie e detentori, e il totale
                della superficie dell'edizione in metri quadrati e in
                ettari (una particella tenuta da piu' membri della
                famiglia conta una volta). Il totale e' per
                edizione: le edizioni successive rimisurano le stesse
                terre e non si sommano fra loro.
                  GN3CATR0 <report-out> [edizione|ALL] [cognome|ALL]
                Il cognome si scrive com'e' schedato, con le
                particelle (DELLA ROBBIA). In coda le particelle
                senza detentore noto nell'anno dell'edizione (nessun
                bene legato o nessuna detenzione che copra l'anno):
                il lavoro arretrato di GN3CATM0 LEGA.

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
           05 SORT-FKEY          PIC X(30).
           05 SORT-YEAR          PIC 9(4).
           05 SORT-EDITION       PIC X(12).
           05 SORT-COMUNE        PIC X(30).
           05 SORT-SECTION       PIC X(4).
           05 SORT-NUMBER        PIC X(8).
           05 SORT-PARC          PIC X(12).
           05 SORT-PERS          PIC X(12).
           05 SORT-AREA          PIC 9(9).
           05 SORT-USE           PIC X(20).
           05 SORT-SURN          PIC X(40).
           05 SORT-NAME          PIC X(40).

       WORKING-STORAGE SECTION.
       77  WS-OUT-FILE           PIC X(256) VALUE SPACES.
       77  WS-SORT-FILE          PIC X(64)
           VALUE "work/gn3catr-sort.tmp".
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-EDITION-ARG        PIC X(12) VALUE "ALL".
       77  WS-FAMILY-ARG         PIC X(40) VALUE "ALL".
       77  WS-PARC-CT            PIC 9(7) VALUE 0.
       77  WS-NOHOLD-CT          PIC 9(7) VALUE 0.
       77  WS-FAMILY-CT          PIC 9(5) VALUE 0.
       77  WS-LINE-CT            PIC 9(7) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".

       01  WS-SSA-PLAC           PIC X(30)
           VALUE "PLACE   (PLACID=            )".

      * LA PARTICELLA CORRENTE, SALVATA PRIMA DI SCENDERE SUL
      * GAZETTEER E SUI BENI
       01  WS-CUR-PARC.
           05 WS-CP-ID           PIC X(12).
           05 WS-CP-EDITION      PIC X(12).
           05 WS-CP-YEAR         PIC 9(4).
           05 WS-CP-COMUNE       PIC X(12).
           05 WS-CP-SECTION      PIC X(4).
           05 WS-CP-NUMBER       PIC X(8).
           05 WS-CP-AREA         PIC 9(9).
           05 WS-CP-USE          PIC X(20).
       01  WS-COMUNE-NAME        PIC X(30) VALUE SPACES.
       01  WS-PX                 PIC 9(2) VALUE 0.
       01  WS-HX                 PIC 9(4) VALUE 0.

      * ROTTURE DEL SORT E TOTALI DELL'EDIZIONE
       01  WS-BRK-FKEY           PIC X(30) VALUE SPACES.
       01  WS-BRK-EDITION.
           05 WS-BRK-YEAR        PIC 9(4).
           05 WS-BRK-ED          PIC X(12).
       01  WS-BRK-PARC           PIC X(12) VALUE SPACES.
       01  WS-ED-PARC-CT         PIC 9(5) VALUE 0.
       01  WS-ED-AREA            PIC 9(11) VALUE 0.
       01  WS-HA                 PIC 9(7)V9(4) VALUE 0.

       01  WS-SW.
           10 WS-EOD-PARC        PIC X VALUE "N".
              88 EOD-PARC-YES    VALUE "Y".
           10 WS-SORT-EOF        PIC X VALUE "N".
              88 SORT-EOF-YES    VALUE "Y".
           10 WS-FIRST           PIC X VALUE "Y".
              88 FIRST-YES       VALUE "Y".

       01  WS-CNT-ED             PIC ZZZ,ZZ9.
       01  WS-AREA-ED            PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-HA-ED              PIC Z,ZZZ,ZZ9.9999.
       01  WS-YEAR-TXT           PIC X(4) VALUE SPACES.

       01  WS-DETAIL.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 WS-DT-COMUNE       PIC X(24).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 WS-DT-SECTION      PIC X(5).
           05 WS-DT-NUMBER       PIC X(9).
           05 WS-DT-USE          PIC X(18).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 WS-DT-AREA         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DT-PERS         PIC X(13).
           05 WS-DT-NAME         PIC X(40).

       COPY GN1PARC.
       COPY GN1PAST.
       COPY GN1ASET.
       COPY GN1PRSN.
       COPY GN1PLAC.
       COPY "GNCATA.cpy".
       COPY "GNCOGN.cpy".
       COPY "GENFKEY.CPY".

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             DISPLAY "USO: GN3CATR0 <report-out> [edizione|ALL] "
                     "[cognome|ALL]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           IF WS-ARGC >= 2
             ACCEPT WS-EDITION-ARG FROM ARGUMENT-VALUE
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EDITION-ARG))
               TO WS-EDITION-ARG
           END-IF
           IF WS-ARGC >= 3
             ACCEPT WS-FAMILY-ARG FROM ARGUMENT-VALUE
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FAMILY-ARG))
               TO WS-FAMILY-ARG
           END-IF
           MOVE SPACES TO CATA-FAMILY
           IF WS-FAMILY-ARG NOT = "ALL"
             MOVE WS-FAMILY-ARG TO COGN-IN
             PERFORM 9860-SPLIT-SURNAME
             MOVE COGN-FILE-KEY TO CATA-FAMILY
           END-IF

           PERFORM 9880-LOAD-HOLDINGS
           OPEN OUTPUT REPORT-FILE
           PERFORM 1000-WRITE-HEADING
           SORT SORT-WORK
               ON ASCENDING KEY SORT-FKEY SORT-YEAR SORT-EDITION
                                SORT-COMUNE SORT-SECTION SORT-NUMBER
                                SORT-PARC SORT-PERS
               INPUT PROCEDURE 2000-RELEASE-HOLDINGS
               OUTPUT PROCEDURE 3000-WRITE-HOLDINGS
           PERFORM 5000-WRITE-TOTALS
           CLOSE REPORT-FILE

           DISPLAY "GN3CATR0: PARTICELLE ESAMINATE = " WS-PARC-CT
           DISPLAY "GN3CATR0: FAMIGLIE             = " WS-FAMILY-CT
           DISPLAY "GN3CATR0: SENZA DETENTORE      = " WS-NOHOLD-CT
           IF CATA-HD-FULL-YES
             DISPLAY "GN3CATR0: TAVOLA DELLE DETENZIONI PIENA, "
                     "POSSESSI INCOMPLETI"
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-WRITE-HEADING.
           MOVE "POSSESSI CATASTALI PER FAMIGLIA E EDIZIONE"
             TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "(EDIZIONE " FUNCTION TRIM(WS-EDITION-ARG)
                  ", FAMIGLIA " FUNCTION TRIM(WS-FAMILY-ARG) ")"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

      *----------------------------------------------------------------*
      * Spazzata delle particelle: per ognuna il nome del comune e i   *
      * detentori nell'anno dell'edizione (9886, che riprende la       *
      * posizione sulla particella); una riga di sort per detentore.   *
      *----------------------------------------------------------------*
       2000-RELEASE-HOLDINGS.
           MOVE "N" TO WS-EOD-PARC
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PARC-SEG
           IF DB-STATUS NOT = SPACES
             SET EOD-PARC-YES TO TRUE
           END-IF
           PERFORM UNTIL EOD-PARC-YES
             IF WS-EDITION-ARG = "ALL" OR PARC-EDITION = WS-EDITION-ARG
               PERFORM 2100-RELEASE-PARCEL
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PARC-SEG
             IF DB-STATUS NOT = SPACES
               SET EOD-PARC-YES TO TRUE
             END-IF
           END-PERFORM
           .

       2100-RELEASE-PARCEL.
           ADD 1 TO WS-PARC-CT
           MOVE PARC-ID TO WS-CP-ID
           MOVE PARC-EDITION TO WS-CP-EDITION
           MOVE PARC-YEAR TO WS-CP-YEAR
           MOVE PARC-COMUNE TO WS-CP-COMUNE
           MOVE PARC-SECTION TO WS-CP-SECTION
           MOVE PARC-NUMBER TO WS-CP-NUMBER
           MOVE PARC-AREA TO WS-CP-AREA
           MOVE PARC-USE TO WS-CP-USE
           MOVE WS-CP-COMUNE TO WS-COMUNE-NAME
           MOVE WS-CP-COMUNE TO WS-SSA-PLAC(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PLAC-SEG
                                WS-SSA-PLAC
           IF DB-STATUS = SPACES
             MOVE PLAC-NAME TO WS-COMUNE-NAME
           END-IF
           MOVE WS-CP-ID TO CATA-IN-PARC
           MOVE WS-CP-YEAR TO CATA-IN-YEAR
           PERFORM 9886-PARCEL-HOLDERS
           IF CATA-PH-COUNT = 0
             IF CATA-FAMILY = SPACES
               ADD 1 TO WS-NOHOLD-CT
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > CATA-PH-COUNT
             MOVE CATA-PH-IX(WS-PX) TO WS-HX
             MOVE CATA-HD-FKEY(WS-HX) TO SORT-FKEY
             MOVE WS-CP-YEAR TO SORT-YEAR
             MOVE WS-CP-EDITION TO SORT-EDITION
             MOVE WS-COMUNE-NAME TO SORT-COMUNE
             MOVE WS-CP-SECTION TO SORT-SECTION
             MOVE WS-CP-NUMBER TO SORT-NUMBER
             MOVE WS-CP-ID TO SORT-PARC
             MOVE CATA-HD-PERS(WS-HX) TO SORT-PERS
             MOVE WS-CP-AREA TO SORT-AREA
             MOVE WS-CP-USE TO SORT-USE
             MOVE CATA-HD-SURN(WS-HX) TO SORT-SURN
             MOVE CATA-HD-NAME(WS-HX) TO SORT-NAME
             RELEASE SORT-REC
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Stampa: famiglia, edizione, particelle; la superficie di una   *
      * particella si somma una volta anche con piu' detentori.        *
      *----------------------------------------------------------------*
       3000-WRITE-HOLDINGS.
           MOVE "N" TO WS-SORT-EOF
           MOVE "Y" TO WS-FIRST
           PERFORM UNTIL SORT-EOF-YES
             RETURN SORT-WORK
               AT END
                 MOVE "Y" TO WS-SORT-EOF
               NOT AT END
                 PERFORM 3100-WRITE-ONE
             END-RETURN
           END-PERFORM
           IF NOT FIRST-YES
             PERFORM 3300-EDITION-TOTAL
           END-IF
           .

       3100-WRITE-ONE.
           IF FIRST-YES OR SORT-FKEY NOT = WS-BRK-FKEY
             IF NOT FIRST-YES
               PERFORM 3300-EDITION-TOTAL
             END-IF
             MOVE "N" TO WS-FIRST
             MOVE SORT-FKEY TO WS-BRK-FKEY
             ADD 1 TO WS-FAMILY-CT
             MOVE SPACES TO REPORT-REC
             WRITE REPORT-REC
             MOVE ALL "=" TO REPORT-REC
             WRITE REPORT-REC
             MOVE SPACES TO REPORT-REC
             IF SORT-FKEY = SPACES
               MOVE "DETENTORI NON TROVATI IN ANAGRAFE" TO REPORT-REC
             ELSE
               STRING "FAMIGLIA " FUNCTION TRIM(SORT-SURN)
                 DELIMITED BY SIZE INTO REPORT-REC
             END-IF
             WRITE REPORT-REC
             PERFORM 3200-EDITION-HEADING
           ELSE
             IF SORT-YEAR NOT = WS-BRK-YEAR
                OR SORT-EDITION NOT = WS-BRK-ED
               PERFORM 3300-EDITION-TOTAL
               PERFORM 3200-EDITION-HEADING
             END-IF
           END-IF

           MOVE SPACES TO WS-DETAIL
           IF SORT-PARC NOT = WS-BRK-PARC
             MOVE SORT-PARC TO WS-BRK-PARC
             ADD 1 TO WS-ED-PARC-CT
             ADD SORT-AREA TO WS-ED-AREA
             MOVE SORT-COMUNE TO WS-DT-COMUNE
             MOVE SORT-SECTION TO WS-DT-SECTION
             MOVE SORT-NUMBER TO WS-DT-NUMBER
             MOVE SORT-USE TO WS-DT-USE
             MOVE SORT-AREA TO WS-DT-AREA
           END-IF
           MOVE SORT-PERS TO WS-DT-PERS
           MOVE SORT-NAME TO WS-DT-NAME
           MOVE WS-DETAIL TO REPORT-REC
           WRITE REPORT-REC
           ADD 1 TO WS-LINE-CT
           .

       3200-EDITION-HEADING.
           MOVE SORT-YEAR TO WS-BRK-YEAR
           MOVE SORT-EDITION TO WS-BRK-ED
           MOVE SPACES TO WS-BRK-PARC
           MOVE 0 TO WS-ED-PARC-CT WS-ED-AREA
           MOVE SPACES TO WS-YEAR-TXT
           IF SORT-YEAR > 0
             MOVE SORT-YEAR TO WS-YEAR-TXT
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "  CATASTO " FUNCTION TRIM(SORT-EDITION) " "
                  WS-YEAR-TXT
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO WS-DETAIL
           MOVE "COMUNE" TO WS-DT-COMUNE
           MOVE "SEZ." TO WS-DT-SECTION
           MOVE "PARTIC." TO WS-DT-NUMBER
           MOVE "COLTURA" TO WS-DT-USE
           MOVE WS-DETAIL TO REPORT-REC
           MOVE " SUPERF. MQ" TO REPORT-REC(63:11)
           MOVE "DETENTORE" TO REPORT-REC(76:9)
           WRITE REPORT-REC
           .

       3300-EDITION-TOTAL.
           COMPUTE WS-HA = WS-ED-AREA / 10000
           MOVE WS-ED-PARC-CT TO WS-CNT-ED
           MOVE WS-ED-AREA TO WS-AREA-ED
           MOVE WS-HA TO WS-HA-ED
           MOVE SPACES TO REPORT-REC
           STRING "    TOTALE " FUNCTION TRIM(WS-BRK-ED) " "
                  WS-YEAR-TXT ": " FUNCTION TRIM(WS-CNT-ED)
                  " PARTICELLE, " FUNCTION TRIM(WS-AREA-ED) " MQ ("
                  FUNCTION TRIM(WS-HA-ED) " HA)"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

       5000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE ALL "=" TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-PARC-CT TO WS-CNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "PARTICELLE ESAMINATE " FUNCTION TRIM(WS-CNT-ED)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-FAMILY-CT TO WS-CNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "FAMIGLIE CON POSSESSI " FUNCTION TRIM(WS-CNT-ED)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           IF CATA-FAMILY = SPACES
             MOVE WS-NOHOLD-CT TO WS-CNT-ED
             MOVE SPACES TO REPORT-REC
             STRING "PARTICELLE SENZA DETENTORE NOTO NELL'ANNO "
                    "DELL'EDIZIONE " FUNCTION TRIM(WS-CNT-ED)
                    " (DA LEGARE CON GN3CATM0 LEGA)"
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
           END-IF
           .

       COPY "GNCATAP.cpy".
       COPY "GNCOGNP.cpy".
       COPY "GENFKEYP.CPY".

                GN3PLRU0). I luoghi senza coordinate sono contati a
                parte e segnalati: sono il lavoro arretrato di
                georeferenziazione, non un errore.
                Con il quinto argomento facoltativo (un cognome come
                e' schedato, con le particelle) l'estratto accoda le
                particelle catastali che la famiglia deteneva
                nell'anno della loro edizione (modulo GNCATA, lo
                stesso del rapporto GN3CATR0), con TIPO PARTICELLA:
                coordinate della particella se censite, altrimenti
                quelle del comune; le particelle senza l'una e
                l'altra sono contate a parte.
                  GN3GEOD0 <plac-id> <raggio-km> <report-out>
                           <plot-out> [cognome]

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-HIT-CT             PIC 9(4) VALUE 0.
       77  WS-NOGEO-CT           PIC 9(4) VALUE 0.
       77  WS-PLOT-CT            PIC 9(4) VALUE 0.
       77  WS-FAMILY-ARG         PIC X(40) VALUE SPACES.
       77  WS-PARC-PLOT-CT       PIC 9(4) VALUE 0.
       77  WS-PARC-NOGEO-CT      PIC 9(4) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
       01  WS-LAT-TXT-NUM        PIC -ZZ9.999999.
       01  WS-LON-TXT-NUM        PIC -ZZ9.999999.

      * PARTICELLE DELLA FAMIGLIA SCELTA PER L'ESTRATTO PLOT
       01  WS-PARC-LAT           PIC S9(3)V9(6) COMP-3 VALUE 0.
       01  WS-PARC-LON           PIC S9(3)V9(6) COMP-3 VALUE 0.
       01  WS-PARC-GEO           PIC X(1) VALUE "N".
       01  WS-PARC-NAME          PIC X(60) VALUE SPACES.
       01  WS-PARC-YEAR-TXT      PIC X(4) VALUE SPACES.
       01  WS-EOD-PARC           PIC X VALUE "N".
           88 EOD-PARC-YES       VALUE "Y".

       COPY GN1PRSN.
       COPY GN1EVNT.
       COPY GN1PLAC.
       COPY GN1PARC.
       COPY GN1PAST.
       COPY GN1ASET.
       COPY "GNCATA.cpy".
       COPY "GNCOGN.cpy".
       COPY "GENFKEY.CPY".

       LINKAGE SECTION.
       COPY GN1PCBS.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 4
             DISPLAY "USO: GN3GEOD0 <plac-id> <raggio-km> "
                     "<report-out> <plot-out> [cognome]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE FUNCTION TRIM(WS-RPT-FILE) TO WS-RPT-FILE
           ACCEPT WS-PLOT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-PLOT-FILE) TO WS-PLOT-FILE
           IF WS-ARGC >= 5
             ACCEPT WS-FAMILY-ARG FROM ARGUMENT-VALUE
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FAMILY-ARG))
               TO WS-FAMILY-ARG
           END-IF

           PERFORM 1000-LOAD-PLACES
           PERFORM 1100-FIND-CENTER
           DISPLAY "GN3GEOD0: ENTRO IL RAGGIO      = " WS-HIT-CT
           DISPLAY "GN3GEOD0: SENZA COORDINATE     = " WS-NOGEO-CT
           DISPLAY "GN3GEOD0: RIGHE ESTRATTO PLOT  = " WS-PLOT-CT
           IF WS-FAMILY-ARG NOT = SPACES
             DISPLAY "GN3GEOD0: PARTICELLE FAMIGLIA  = "
                     WS-PARC-PLOT-CT
             DISPLAY "GN3GEOD0: PARTICELLE SENZA COORD = "
                     WS-PARC-NOGEO-CT
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------*
      * Estratto per la cartografia: PLACID|NOME|TIPO|LAT|LON|NASCITE| *
      * DECESSI|EVENTI - una riga per luogo georeferenziato, da        *
      * consegnare cosi' com'e' all'universita'. Con una famiglia in   *
      * argomento seguono le sue particelle, stesse otto colonne:      *
      * PARCID|COMUNE SEZ. PART. EDIZIONE ANNO (FAMIGLIA)|PARTICELLA|  *
      * LAT|LON|SUPERFICIE MQ|EDIZIONE|COLTURA.                        *
      *----------------------------------------------------------------*
       4000-WRITE-PLOT-EXTRACT.
           OPEN OUTPUT PLOT-FILE
               WRITE PLOT-REC
             END-IF
           END-PERFORM
           IF WS-FAMILY-ARG NOT = SPACES
             PERFORM 4100-WRITE-FAMILY-PARCELS
           END-IF
           CLOSE PLOT-FILE
           .

       4100-WRITE-FAMILY-PARCELS.
           MOVE WS-FAMILY-ARG TO COGN-IN
           PERFORM 9860-SPLIT-SURNAME
           MOVE COGN-FILE-KEY TO CATA-FAMILY
           PERFORM 9880-LOAD-HOLDINGS
           IF CATA-HD-FULL-YES
             DISPLAY "GN3GEOD0: TAVOLA DELLE DETENZIONI PIENA, "
                     "PARTICELLE INCOMPLETE"
           END-IF
           IF CATA-HD-COUNT = 0
             EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOD-PARC
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PARC-SEG
           IF DB-STATUS NOT = SPACES
             SET EOD-PARC-YES TO TRUE
           END-IF
           PERFORM UNTIL EOD-PARC-YES
             MOVE PARC-ID TO CATA-IN-PARC
             MOVE PARC-YEAR TO CATA-IN-YEAR
             PERFORM 9886-PARCEL-HOLDERS
             IF CATA-PH-COUNT > 0
               PERFORM 4110-WRITE-PARCEL-ROW
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

      *----------------------------------------------------------------*
      * Una particella della famiglia: coordinate proprie o del        *
      * comune (WS-PL), nome composto da comune, sezione, numero,      *
      * edizione e cognome del detentore.                              *
      *----------------------------------------------------------------*
       4110-WRITE-PARCEL-ROW.
           MOVE PARC-COMUNE TO WS-LOOKUP-ID
           PERFORM 8100-FIND-PLACE-INDEX
           MOVE PARC-COMUNE TO WS-PARC-NAME
           MOVE "N" TO WS-PARC-GEO
           IF WS-FOUND-IX > 0
             MOVE WS-PL-NAME(WS-FOUND-IX) TO WS-PARC-NAME
           END-IF
           IF PARC-LAT NOT = SPACES AND PARC-LON NOT = SPACES
             MOVE "Y" TO WS-PARC-GEO
             COMPUTE WS-PARC-LAT = FUNCTION NUMVAL(PARC-LAT)
             COMPUTE WS-PARC-LON = FUNCTION NUMVAL(PARC-LON)
           ELSE
             IF WS-FOUND-IX > 0
               IF WS-PL-GEO(WS-FOUND-IX) = "Y"
                 MOVE "Y" TO WS-PARC-GEO
                 MOVE WS-PL-LAT(WS-FOUND-IX) TO WS-PARC-LAT
                 MOVE WS-PL-LON(WS-FOUND-IX) TO WS-PARC-LON
               END-IF
             END-IF
           END-IF
           IF WS-PARC-GEO NOT = "Y"
             ADD 1 TO WS-PARC-NOGEO-CT
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PARC-YEAR-TXT
           IF PARC-YEAR > 0
             MOVE PARC-YEAR TO WS-PARC-YEAR-TXT
           END-IF
           ADD 1 TO WS-PLOT-CT
           ADD 1 TO WS-PARC-PLOT-CT
           MOVE WS-PARC-LAT TO WS-LAT-TXT-NUM
           MOVE WS-PARC-LON TO WS-LON-TXT-NUM
           MOVE SPACES TO PLOT-REC
           STRING FUNCTION TRIM(PARC-ID) "|"
                  FUNCTION TRIM(WS-PARC-NAME)
                  " SEZ. " FUNCTION TRIM(PARC-SECTION)
                  " PART. " FUNCTION TRIM(PARC-NUMBER) " "
                  FUNCTION TRIM(PARC-EDITION) " " WS-PARC-YEAR-TXT
                  " (" FUNCTION TRIM(CATA-HD-SURN(CATA-PH-IX(1)))
                  ")|PARTICELLA|"
                  WS-LAT-TXT-NUM "|"
                  WS-LON-TXT-NUM "|"
                  PARC-AREA "|"
                  FUNCTION TRIM(PARC-EDITION) "|"
                  FUNCTION TRIM(PARC-USE)
             DELIMITED BY SIZE INTO PLOT-REC
           WRITE PLOT-REC
           .

       8100-FIND-PLACE-INDEX.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-J FROM 1 BY 1
             END-IF
           END-PERFORM
           .

       COPY "GNCATAP.cpy".
       COPY "GNCOGNP.cpy".
       COPY "GENFKEYP.CPY".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3BWAL0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Classifica notturna dei muri di mattoni: le persone
                vive in base (non cancellate) che nessun RELATE di
                tipo genitoriale (PAD/FAT/MAD/MOT) indica come figlie
                e che nessuna riga FAMLNK lega come CHIL a una
                famiglia. Sono le linee che si fermano, e finora si
                trovavano solo per caso. Ogni muro porta il numero
                dei discendenti noti (la linea che gli pende sotto,
                per RELATE e per FAMLNK+FAMILY) e, se la worklist di
                GN3CMPL0 e' passata, il punteggio di completezza
                della persona. La classifica va dal piu' recente al
                piu' antico (un muro del 1850 si abbatte prima di
                uno del 1600) e, a pari anno, dalla linea piu'
                lunga. Il risultato riscrive per intero i segmenti
                BRKWALL che il mondo 8 NEBBIA sfoglia; le prese in
                carico dei volontari sulle persone che sono ancora
                muri passano da una notte all'altra. Gli esposti
                documentati (PERS-PARENTAGE "I", scheda FOUNDLG di
                GN3FNDM0) non sono muri: i genitori sono ignoti per
                documento e la linea e' chiusa; si contano a parte.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-OUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCORE-FILE ASSIGN TO DYNAMIC WS-SCORE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-FS.
           SELECT SORT-WORK ASSIGN TO DYNAMIC WS-SORT-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-REC            PIC X(132).

       FD  SCORE-FILE.
       01  SCORE-REC             PIC X(160).

       SD  SORT-WORK.
       01  SORT-REC.
           05 SORT-BYEAR         PIC X(4).
           05 SORT-DESC          PIC 9(5).
           05 SORT-PERS          PIC X(12).
           05 SORT-BPLACE        PIC X(12).
           05 SORT-SCORE         PIC 9(3).
           05 SORT-NAME          PIC X(40).

       WORKING-STORAGE SECTION.
       77  WS-OUT-FILE           PIC X(256) VALUE SPACES.
       77  WS-SCORE-FILE         PIC X(256) VALUE SPACES.
       77  WS-SCORE-FS           PIC X(2) VALUE "00".
       77  WS-SORT-FILE          PIC X(64)
           VALUE "work/gn3bwal-sort.tmp".
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-RUN-DATE           PIC X(8) VALUE SPACES.
       77  WS-PERS-CT            PIC 9(7) VALUE 0.
       77  WS-WALL-CT            PIC 9(5) VALUE 0.
       77  WS-CLOSED-CT          PIC 9(5) VALUE 0.
       77  WS-OLD-CT             PIC 9(5) VALUE 0.
       77  WS-KEPT-CT            PIC 9(5) VALUE 0.
       77  WS-RANK-DISP          PIC 9(10) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".
           05 DLI-ISRT           PIC X(4) VALUE "ISRT".
           05 DLI-DLET           PIC X(4) VALUE "DLET".

      * LEGAMI GENITORE -> FIGLIO (RELATE E FAMLNK+FAMILY)
       01  WS-LK-TABLE.
           05 WS-LK-ENTRY OCCURS 5000 TIMES.
              10 WS-LK-PARENT    PIC X(12).
              10 WS-LK-CHILD     PIC X(12).
       01  WS-LK-COUNT           PIC 9(4) VALUE 0.
       01  WS-LK-IX              PIC 9(4) VALUE 0.

      * PERSONE CHE HANNO ALMENO UN GENITORE NOTO (NON SONO MURI)
       01  WS-KC-TABLE.
           05 WS-KC-ID OCCURS 5000 TIMES PIC X(12).
       01  WS-KC-COUNT           PIC 9(4) VALUE 0.

      * FAMIGLIE: I GENITORI DELLE RIGHE FAMLNK CHIL
       01  WS-FM-TABLE.
           05 WS-FM-ENTRY OCCURS 1000 TIMES.
              10 WS-FM-ID        PIC X(12).
              10 WS-FM-FATHER    PIC X(12).
              10 WS-FM-MOTHER    PIC X(12).
       01  WS-FM-COUNT           PIC 9(4) VALUE 0.
       01  WS-FM-IX              PIC 9(4) VALUE 0.

      * PUNTEGGI DI COMPLETEZZA DALLA WORKLIST DI GN3CMPL0
       01  WS-SC-TABLE.
           05 WS-SC-ENTRY OCCURS 5000 TIMES.
              10 WS-SC-PERS      PIC X(12).
              10 WS-SC-SCORE     PIC 9(3).
       01  WS-SC-COUNT           PIC 9(4) VALUE 0.
       01  WS-SC-IX              PIC 9(4) VALUE 0.
       01  WS-SC-TXT             PIC X(3) VALUE SPACES.
       01  WS-SC-PERS-TXT        PIC X(12) VALUE SPACES.
       01  WS-SCORE-EOF          PIC X VALUE "N".
           88 SCORE-EOF-YES      VALUE "Y".

      * PRESE IN CARICO DELLA NOTTE PRECEDENTE
       01  WS-CL-TABLE.
           05 WS-CL-ENTRY OCCURS 500 TIMES.
              10 WS-CL-PERS      PIC X(12).
              10 WS-CL-OPER      PIC X(8).
              10 WS-CL-DATE      PIC X(8).
       01  WS-CL-COUNT           PIC 9(3) VALUE 0.
       01  WS-CL-IX              PIC 9(3) VALUE 0.

      * CODA DELLA DISCESA PER IL CONTEGGIO DEI DISCENDENTI
       01  WS-DQ-TABLE.
           05 WS-DQ-ID OCCURS 2000 TIMES PIC X(12).
       01  WS-DQ-COUNT           PIC 9(4) VALUE 0.
       01  WS-DQ-HEAD            PIC 9(4) VALUE 0.
       01  WS-DQ-IX              PIC 9(4) VALUE 0.
       01  WS-DQ-CUR             PIC X(12) VALUE SPACES.

       01  WS-LOOKUP-ID          PIC X(12) VALUE SPACES.
       01  WS-FOUND              PIC X VALUE "N".
           88 FOUND-YES          VALUE "Y".
       01  WS-RET-EOF            PIC X VALUE "N".
           88 RET-EOF-YES        VALUE "Y".
       01  WS-SCORE-DISP         PIC X(3) VALUE SPACES.

       COPY GN1PRSN.
       COPY GN1RELT.
       COPY GN1FLNK.
       COPY GNFAMIL.
       COPY GN1BWAL.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             DISPLAY "USO: GN3BWAL0 <report-out> "
                     "[worklist-completezza]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           IF WS-ARGC >= 2
             ACCEPT WS-SCORE-FILE FROM ARGUMENT-VALUE
             MOVE FUNCTION TRIM(WS-SCORE-FILE) TO WS-SCORE-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           PERFORM 1000-LOAD-RELATE-LINKS
           PERFORM 1100-LOAD-FAMILIES
           PERFORM 1200-LOAD-FAMLNK
           IF WS-SCORE-FILE NOT = SPACES
             PERFORM 1300-LOAD-SCORES
           END-IF
           PERFORM 1400-CLEAR-OLD-WALLS

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "MURI DI MATTONI - CLASSIFICA DEL " WS-RUN-DATE
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "RANGO PERSONA      ANNO DISC CMPL PRESO DA "
                  "NOME"
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           SORT SORT-WORK
               ON DESCENDING KEY SORT-BYEAR
               ON DESCENDING KEY SORT-DESC
               ON ASCENDING KEY SORT-PERS
               INPUT PROCEDURE 2000-FIND-WALLS
               OUTPUT PROCEDURE 5000-STORE-WALLS

           IF WS-WALL-CT = 0
             MOVE SPACES TO REPORT-REC
             MOVE "  (NESSUN MURO: OGNI PERSONA HA UN GENITORE NOTO)"
               TO REPORT-REC
             WRITE REPORT-REC
           END-IF
           IF WS-CLOSED-CT > 0
             MOVE SPACES TO REPORT-REC
             WRITE REPORT-REC
             MOVE SPACES TO REPORT-REC
             STRING "ESPOSTI DOCUMENTATI, LINEA CHIUSA (NON MURI): "
                    WS-CLOSED-CT
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
           END-IF
           CLOSE REPORT-FILE

           DISPLAY "GN3BWAL0: PERSONE ESAMINATE  = " WS-PERS-CT
           DISPLAY "GN3BWAL0: MURI CLASSIFICATI  = " WS-WALL-CT
           DISPLAY "GN3BWAL0: ESPOSTI (CHIUSE)   = " WS-CLOSED-CT
           DISPLAY "GN3BWAL0: MURI DELLA VIGILIA = " WS-OLD-CT
           DISPLAY "GN3BWAL0: PRESE CONSERVATE   = " WS-KEPT-CT
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------*
      * Legami genitoriali RELATE: REL-PERS genitore, REL-TARG figlio. *
      *----------------------------------------------------------------*
       1000-LOAD-RELATE-LINKS.
           MOVE 0 TO WS-LK-COUNT
           MOVE 0 TO WS-KC-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1RELT-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-LK-COUNT >= 5000
             EVALUATE FUNCTION UPPER-CASE(REL-TYPE(1:3))
               WHEN "PAD"
               WHEN "MAD"
               WHEN "FAT"
               WHEN "MOT"
                 ADD 1 TO WS-LK-COUNT
                 MOVE REL-PERS TO WS-LK-PARENT(WS-LK-COUNT)
                 MOVE REL-TARG TO WS-LK-CHILD(WS-LK-COUNT)
                 IF WS-KC-COUNT < 5000
                   ADD 1 TO WS-KC-COUNT
                   MOVE REL-TARG TO WS-KC-ID(WS-KC-COUNT)
                 END-IF
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
      * Righe FAMLNK CHIL: la persona ha genitori anche se nessun      *
      * RELATE lo dice; padre e madre della famiglia diventano legami  *
      * per la discesa.                                                *
      *----------------------------------------------------------------*
       1200-LOAD-FAMLNK.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1FLNK-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF FUNCTION TRIM(FLNK-ROLE) = "CHIL"
               IF WS-KC-COUNT < 5000
                 ADD 1 TO WS-KC-COUNT
                 MOVE FLNK-PERS TO WS-KC-ID(WS-KC-COUNT)
               END-IF
               PERFORM VARYING WS-FM-IX FROM 1 BY 1
                   UNTIL WS-FM-IX > WS-FM-COUNT
                 IF WS-FM-ID(WS-FM-IX) = FLNK-FAM
                   IF WS-FM-FATHER(WS-FM-IX) NOT = SPACES
                      AND WS-LK-COUNT < 5000
                     ADD 1 TO WS-LK-COUNT
                     MOVE WS-FM-FATHER(WS-FM-IX)
                       TO WS-LK-PARENT(WS-LK-COUNT)
                     MOVE FLNK-PERS TO WS-LK-CHILD(WS-LK-COUNT)
                   END-IF
                   IF WS-FM-MOTHER(WS-FM-IX) NOT = SPACES
                      AND WS-LK-COUNT < 5000
                     ADD 1 TO WS-LK-COUNT
                     MOVE WS-FM-MOTHER(WS-FM-IX)
                       TO WS-LK-PARENT(WS-LK-COUNT)
                     MOVE FLNK-PERS TO WS-LK-CHILD(WS-LK-COUNT)
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
      * Worklist GN3CMPL0: righe "punteggio|persona|fatti mancanti".   *
      * Senza worklist il punteggio resta 999 (non disponibile).       *
      *----------------------------------------------------------------*
       1300-LOAD-SCORES.
           MOVE 0 TO WS-SC-COUNT
           OPEN INPUT SCORE-FILE
           IF WS-SCORE-FS NOT = "00"
             DISPLAY "GN3BWAL0: WORKLIST COMPLETEZZA NON LEGGIBILE ("
                     WS-SCORE-FS "), PUNTEGGI NON DISPONIBILI"
             EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SCORE-EOF
           PERFORM UNTIL SCORE-EOF-YES
             READ SCORE-FILE
               AT END
                 MOVE "Y" TO WS-SCORE-EOF
               NOT AT END
                 MOVE SPACES TO WS-SC-TXT WS-SC-PERS-TXT
                 UNSTRING SCORE-REC DELIMITED BY "|"
                   INTO WS-SC-TXT WS-SC-PERS-TXT
                 END-UNSTRING
                 IF WS-SC-TXT IS NUMERIC
                    AND WS-SC-PERS-TXT NOT = SPACES
                    AND WS-SC-COUNT < 5000
                   ADD 1 TO WS-SC-COUNT
                   MOVE WS-SC-PERS-TXT TO WS-SC-PERS(WS-SC-COUNT)
                   MOVE WS-SC-TXT TO WS-SC-SCORE(WS-SC-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SCORE-FILE
           .

      *----------------------------------------------------------------*
      * I BRKWALL della notte precedente: le prese in carico si        *
      * mettono da parte, poi i segmenti si cancellano uno a uno       *
      * (GU sulla prima radice + DLET) finche' la GU torna GE.         *
      *----------------------------------------------------------------*
       1400-CLEAR-OLD-WALLS.
           MOVE 0 TO WS-CL-COUNT
           MOVE 0 TO WS-OLD-CT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1BWAL-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             ADD 1 TO WS-OLD-CT
             IF BWAL-CLAIM-OPER NOT = SPACES
                AND WS-CL-COUNT < 500
               ADD 1 TO WS-CL-COUNT
               MOVE BWAL-PERS TO WS-CL-PERS(WS-CL-COUNT)
               MOVE BWAL-CLAIM-OPER TO WS-CL-OPER(WS-CL-COUNT)
               MOVE BWAL-CLAIM-DATE TO WS-CL-DATE(WS-CL-COUNT)
             END-IF
             MOVE DLI-DLET TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1BWAL-SEG
             IF DB-STATUS NOT = SPACES
               DISPLAY "GN3BWAL0: DLET BRKWALL FALLITA (" DB-STATUS
                       ") SU " BWAL-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE DLI-GU TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1BWAL-SEG
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Giro PERSON: ogni persona viva senza genitori noti e' un muro; *
      * si contano i discendenti e si consegna al SORT. L'esposto      *
      * documentato ha una linea chiusa, non un muro: solo contato.    *
      *----------------------------------------------------------------*
       2000-FIND-WALLS.
           MOVE 0 TO WS-PERS-CT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF PERS-IS-DELETED NOT = "Y"
               ADD 1 TO WS-PERS-CT
               PERFORM 2100-CHECK-KNOWN-CHILD
               IF NOT FOUND-YES
                 IF PERS-ESPOSTO
                   ADD 1 TO WS-CLOSED-CT
                 ELSE
                   PERFORM 2200-RELEASE-WALL
                 END-IF
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PRSN-SEG
           END-PERFORM
           .

       2100-CHECK-KNOWN-CHILD.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-LK-IX FROM 1 BY 1
               UNTIL WS-LK-IX > WS-KC-COUNT OR FOUND-YES
             IF WS-KC-ID(WS-LK-IX) = PERS-ID
               MOVE "Y" TO WS-FOUND
             END-IF
           END-PERFORM
           .

       2200-RELEASE-WALL.
           MOVE SPACES TO SORT-REC
           MOVE PERS-ID TO SORT-PERS
           MOVE PERS-NAME TO SORT-NAME
           MOVE PERS-BPLACE TO SORT-BPLACE
           IF PERS-BDATE(1:4) IS NUMERIC
             MOVE PERS-BDATE(1:4) TO SORT-BYEAR
           ELSE
             MOVE SPACES TO SORT-BYEAR
           END-IF
           PERFORM 2300-COUNT-DESCENDANTS
           MOVE WS-DQ-COUNT TO SORT-DESC
           MOVE 999 TO SORT-SCORE
           PERFORM VARYING WS-SC-IX FROM 1 BY 1
               UNTIL WS-SC-IX > WS-SC-COUNT
             IF WS-SC-PERS(WS-SC-IX) = PERS-ID
               MOVE WS-SC-SCORE(WS-SC-IX) TO SORT-SCORE
             END-IF
           END-PERFORM
           RELEASE SORT-REC
           .

      *----------------------------------------------------------------*
      * Discesa in ampiezza dai legami genitore -> figlio: la coda     *
      * contiene i discendenti gia' visti, una sola volta ciascuno     *
      * (i cugini sposati non si contano due volte).                   *
      *----------------------------------------------------------------*
       2300-COUNT-DESCENDANTS.
           MOVE 0 TO WS-DQ-COUNT
           MOVE 0 TO WS-DQ-HEAD
           MOVE PERS-ID TO WS-DQ-CUR
           PERFORM 2310-ENQUEUE-CHILDREN
           PERFORM UNTIL WS-DQ-HEAD >= WS-DQ-COUNT
             ADD 1 TO WS-DQ-HEAD
             MOVE WS-DQ-ID(WS-DQ-HEAD) TO WS-DQ-CUR
             PERFORM 2310-ENQUEUE-CHILDREN
           END-PERFORM
           .

       2310-ENQUEUE-CHILDREN.
           PERFORM VARYING WS-LK-IX FROM 1 BY 1
               UNTIL WS-LK-IX > WS-LK-COUNT
             IF WS-LK-PARENT(WS-LK-IX) = WS-DQ-CUR
               MOVE WS-LK-CHILD(WS-LK-IX) TO WS-LOOKUP-ID
               MOVE "N" TO WS-FOUND
               PERFORM VARYING WS-DQ-IX FROM 1 BY 1
                   UNTIL WS-DQ-IX > WS-DQ-COUNT OR FOUND-YES
                 IF WS-DQ-ID(WS-DQ-IX) = WS-LOOKUP-ID
                   MOVE "Y" TO WS-FOUND
                 END-IF
               END-PERFORM
               IF NOT FOUND-YES AND WS-LOOKUP-ID NOT = PERS-ID
                  AND WS-DQ-COUNT < 2000
                 ADD 1 TO WS-DQ-COUNT
                 MOVE WS-LOOKUP-ID TO WS-DQ-ID(WS-DQ-COUNT)
               END-IF
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Uscita del SORT: il rango diventa la chiave BWAL-ID ("BW" + 10 *
      * cifre), cosi' l'ordine delle radici e' quello della classifica.*
      *----------------------------------------------------------------*
       5000-STORE-WALLS.
           MOVE 0 TO WS-WALL-CT
           MOVE 0 TO WS-KEPT-CT
           MOVE "N" TO WS-RET-EOF
           PERFORM UNTIL RET-EOF-YES
             RETURN SORT-WORK
               AT END
                 MOVE "Y" TO WS-RET-EOF
               NOT AT END
                 PERFORM 5100-INSERT-WALL
             END-RETURN
           END-PERFORM
           .

       5100-INSERT-WALL.
           ADD 1 TO WS-WALL-CT
           MOVE WS-WALL-CT TO WS-RANK-DISP
           MOVE SPACES TO GN1BWAL-SEG
           STRING "BW" WS-RANK-DISP
             DELIMITED BY SIZE INTO BWAL-ID
           MOVE SORT-PERS TO BWAL-PERS
           MOVE WS-WALL-CT TO BWAL-RANK
           MOVE SORT-BYEAR TO BWAL-BYEAR
           MOVE SORT-BPLACE TO BWAL-BPLACE
           MOVE SORT-DESC TO BWAL-DESC
           MOVE SORT-SCORE TO BWAL-SCORE
           MOVE WS-RUN-DATE TO BWAL-RUN-DATE
           PERFORM VARYING WS-CL-IX FROM 1 BY 1
               UNTIL WS-CL-IX > WS-CL-COUNT
             IF WS-CL-PERS(WS-CL-IX) = SORT-PERS
               MOVE WS-CL-OPER(WS-CL-IX) TO BWAL-CLAIM-OPER
               MOVE WS-CL-DATE(WS-CL-IX) TO BWAL-CLAIM-DATE
               ADD 1 TO WS-KEPT-CT
             END-IF
           END-PERFORM
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1BWAL-SEG
           IF DB-STATUS NOT = SPACES
             DISPLAY "GN3BWAL0: ISRT BRKWALL FALLITA (" DB-STATUS
                     ") SU " BWAL-ID
           END-IF

           IF SORT-SCORE = 999
             MOVE "---" TO WS-SCORE-DISP
           ELSE
             MOVE SORT-SCORE TO WS-SCORE-DISP
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING BWAL-RANK " " SORT-PERS " " SORT-BYEAR " "
                  SORT-DESC(2:4) " " WS-SCORE-DISP "  "
                  BWAL-CLAIM-OPER " " FUNCTION TRIM(SORT-NAME)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

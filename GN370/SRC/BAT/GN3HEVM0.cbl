       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3HEVM0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Manutenzione della tavola degli eventi storici di
                contesto (segmenti HISTEVT): pesti, carestie,
                guerre, alluvioni, cambi di confine e anni dello
                stato civile napoleonico. Verbi in riga di comando,
                nello stile di GN3REGM0/GN3CEMM0:
                  GN3HEVM0 ADD <tipo> <da AAAA-MM-GG> <a|*>
                           <plac-id|*> <descrizione>
                    (tipo: PESTE CARESTIA GUERRA ALLUVIONE
                     CONFINE STATOCIV; il luogo e' l'ambito piu'
                     alto colpito, * = ovunque)
                  GN3HEVM0 DEL <hevt-id>
                  GN3HEVM0 LIST <report-out>
                La risposta a "perche' nel 1630 sono morti tre
                figli?" smette di vivere solo nella memoria di chi
                lavora in archivio.

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
       77  WS-VERB               PIC X(8) VALUE SPACES.
       77  WS-ARG                PIC X(60) VALUE SPACES.
       77  WS-HEVT-ARG           PIC X(12) VALUE SPACES.
       77  WS-SEQ                PIC 9(7) VALUE 0.
       77  WS-MAX-SEQ            PIC 9(7) VALUE 0.
       77  WS-LIST-CT            PIC 9(5) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".
           05 DLI-ISRT           PIC X(4) VALUE "ISRT".
           05 DLI-DLET           PIC X(4) VALUE "DLET".

       01  WS-SSA-HEVT           PIC X(30)
           VALUE "HISTEVT (HEVTID=            )".
       01  WS-SSA-PLAC           PIC X(30)
           VALUE "PLACE   (PLACID=            )".

       COPY GN1HEVT.
       COPY GN1PLAC.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-VERB FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VERB))
             TO WS-VERB

           EVALUATE WS-VERB
             WHEN "ADD"
               PERFORM 2000-EVENT-ADD
             WHEN "DEL"
               PERFORM 3000-EVENT-DELETE
             WHEN "LIST"
               PERFORM 4000-EVENT-LIST
             WHEN OTHER
               PERFORM 9000-SHOW-USAGE
               MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       9000-SHOW-USAGE.
           DISPLAY "USO: GN3HEVM0 ADD <tipo> <da AAAA-MM-GG> <a|*> "
                   "<plac-id|*> <descrizione>"
           DISPLAY "     GN3HEVM0 DEL <hevt-id>"
           DISPLAY "     GN3HEVM0 LIST <report-out>"
           DISPLAY "     tipo: PESTE CARESTIA GUERRA ALLUVIONE "
                   "CONFINE STATOCIV"
           .

       2000-EVENT-ADD.
           IF WS-ARGC < 6
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 2100-NEXT-EVENT-SEQ
           MOVE SPACES TO GN1HEVT-SEG
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG))
             TO HEVT-TYPE
           IF NOT (HEVT-PESTE OR HEVT-CARESTIA OR HEVT-GUERRA
                   OR HEVT-ALLUVIONE OR HEVT-CONFINE
                   OR HEVT-STATOCIV)
             DISPLAY "GN3HEVM0: TIPO NON AMMESSO: "
                     FUNCTION TRIM(HEVT-TYPE)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG) TO HEVT-FROM
           IF HEVT-FROM(1:4) IS NOT NUMERIC
             DISPLAY "GN3HEVM0: DATA INIZIO NON VALIDA: " HEVT-FROM
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(WS-ARG) NOT = "*"
             MOVE FUNCTION TRIM(WS-ARG) TO HEVT-TO
             IF HEVT-TO(1:4) IS NOT NUMERIC
                OR HEVT-TO < HEVT-FROM
               DISPLAY "GN3HEVM0: DATA FINE NON VALIDA: " HEVT-TO
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(WS-ARG) NOT = "*"
             MOVE FUNCTION TRIM(WS-ARG) TO HEVT-PLACE
      *      L'AMBITO DEVE ESSERE UNA VOCE REALE DEL GAZETTEER
             MOVE HEVT-PLACE TO WS-SSA-PLAC(17:12)
             MOVE DLI-GU TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PLAC-SEG
                                  WS-SSA-PLAC
             IF DB-STATUS NOT = SPACES
               DISPLAY "GN3HEVM0: LUOGO NON TROVATO: "
                       FUNCTION TRIM(HEVT-PLACE)
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
           MOVE WS-ARG TO HEVT-TITLE
           STRING "HE" WS-SEQ DELIMITED BY SIZE INTO HEVT-ID
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1HEVT-SEG
           IF DB-STATUS = SPACES
             DISPLAY "GN3HEVM0: EVENTO "
                     FUNCTION TRIM(HEVT-ID) " CREATO"
             MOVE 0 TO RETURN-CODE
           ELSE
             DISPLAY "GN3HEVM0: ISRT EVENTO FALLITA ("
                     DB-STATUS ")"
             MOVE 12 TO RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * Progressivo: il piu' alto gia' usato + 1 (con le DEL il        *
      * semplice conteggio delle righe riuserebbe una chiave viva).    *
      * Va fatto prima di comporre il segmento: la spazzata usa la     *
      * stessa area di I/O.                                            *
      *----------------------------------------------------------------*
       2100-NEXT-EVENT-SEQ.
           MOVE 0 TO WS-MAX-SEQ
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1HEVT-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF HEVT-ID(3:7) IS NUMERIC
               MOVE HEVT-ID(3:7) TO WS-SEQ
               IF WS-SEQ > WS-MAX-SEQ
                 MOVE WS-SEQ TO WS-MAX-SEQ
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1HEVT-SEG
           END-PERFORM
           COMPUTE WS-SEQ = WS-MAX-SEQ + 1
           .

       3000-EVENT-DELETE.
           IF WS-ARGC < 2
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-HEVT-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HEVT-ARG))
             TO WS-HEVT-ARG
           MOVE WS-HEVT-ARG TO WS-SSA-HEVT(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1HEVT-SEG
                                WS-SSA-HEVT
           IF DB-STATUS NOT = SPACES
             DISPLAY "GN3HEVM0: EVENTO NON TROVATO: "
                     FUNCTION TRIM(WS-HEVT-ARG)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE DLI-DLET TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1HEVT-SEG
           IF DB-STATUS = SPACES
             DISPLAY "GN3HEVM0: EVENTO "
                     FUNCTION TRIM(WS-HEVT-ARG) " CANCELLATO"
             MOVE 0 TO RETURN-CODE
           ELSE
             DISPLAY "GN3HEVM0: DLET EVENTO FALLITA ("
                     DB-STATUS ")"
             MOVE 12 TO RETURN-CODE
           END-IF
           .

       4000-EVENT-LIST.
           IF WS-ARGC < 2
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE "EVENTI STORICI DI CONTESTO" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE 0 TO WS-LIST-CT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1HEVT-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             ADD 1 TO WS-LIST-CT
             MOVE SPACES TO REPORT-REC
             IF HEVT-PLACE = SPACES
               STRING HEVT-ID " " HEVT-TYPE " " HEVT-FROM " "
                      HEVT-TO " OVUNQUE      "
                      FUNCTION TRIM(HEVT-TITLE)
                 DELIMITED BY SIZE INTO REPORT-REC
             ELSE
               STRING HEVT-ID " " HEVT-TYPE " " HEVT-FROM " "
                      HEVT-TO " " HEVT-PLACE " "
                      FUNCTION TRIM(HEVT-TITLE)
                 DELIMITED BY SIZE INTO REPORT-REC
             END-IF
             WRITE REPORT-REC
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1HEVT-SEG
           END-PERFORM
           IF WS-LIST-CT = 0
             MOVE "  (TAVOLA VUOTA)" TO REPORT-REC
             WRITE REPORT-REC
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "GN3HEVM0: EVENTI ELENCATI = " WS-LIST-CT
           MOVE 0 TO RETURN-CODE
           .

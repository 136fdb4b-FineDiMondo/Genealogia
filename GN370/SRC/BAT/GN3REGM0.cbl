                           <da AAAA-MM-GG> <a AAAA-MM-GG> <carte>
                    (crea il registro e tutte le carte DA-FARE)
                  GN3REGM0 ASSEGNA <regb-id> <carta> <volontario>
                    (assegna la carta e la mette IN-CORSO; il
                     volontario dev'essere censito e attivo in
                     VOLUNTR, GN3VOLM0)
                  GN3REGM0 STATO <regb-id> <carta>
                           <DA-FARE|IN-CORSO|FATTO>
                  GN3REGM0 CITA <cita-id> <regb-id> <carta>
                    (aggancia la citazione a registro e carta:
                     CITA-REGB/CITA-FOLIO al posto del testo
                     libero di CITA-PAGE)
                  GN3REGM0 PUBBLICA <regb-id> <S|N> [carta]
                    (pubblicazione consentita o no per le scansioni
                     del registro acquisite da GN3SCAN0, tutte o di
                     una carta: MEDI-PUBL e l'uso web dei diritti
                     MEDI-USE-WEB, letti da GN3IIIF0; gli altri
                     diritti si mantengono dal path DIRITTI di
                     IGONL01)
                Il ripuntamento della carta avviene con GU
                qualificata per REGBID e scorrimento fino al numero,
                poi REPL - lo stesso giro figlio-per-figlio delle
                fusioni (GN3MRG00). ASSEGNA e STATO datano il cambio
                in FOLI-STDATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-SSA-CITA           PIC X(30)
           VALUE "CITATN  (CITAID=            )".
       01  WS-CITA-ARG           PIC X(12) VALUE SPACES.
       01  WS-SSA-MEDI           PIC X(30)
           VALUE "MEDIA   (REGBID=            )".
       01  WS-SSA-VOLN           PIC X(30)
           VALUE "VOLUNTR (VOLNID=        )".
       01  WS-PUBL-ARG           PIC X(1) VALUE SPACE.
       01  WS-MEDIA-CT           PIC 9(5) VALUE 0.

       01  WS-SW.
           10 WS-FOUND           PIC X VALUE "N".
       COPY GN1REGB.
       COPY GN1FOLI.
       COPY GN1CITA.
       COPY GN1MEDI.
       COPY GN1VOLN.

       LINKAGE SECTION.
       COPY GN1PCBS.
               PERFORM 4000-FOLIO-STATUS
             WHEN "CITA"
               PERFORM 6000-CITATION-LINK
             WHEN "PUBBLICA"
               PERFORM 7000-MEDIA-PUBLICATION
             WHEN OTHER
               PERFORM 9000-SHOW-USAGE
               MOVE 8 TO RETURN-CODE
                   "<volontario>"
           DISPLAY "     GN3REGM0 STATO <regb-id> <carta> <stato>"
           DISPLAY "     GN3REGM0 CITA <cita-id> <regb-id> <carta>"
           DISPLAY "     GN3REGM0 PUBBLICA <regb-id> <S|N> [carta]"
           .

      *----------------------------------------------------------------*
           ACCEPT WS-OPER-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OPER-ARG))
             TO WS-OPER-ARG
      *    SOLO VOLONTARI CENSITI E IN SERVIZIO: UNA SIGLA SBAGLIATA
      *    LASCEREBBE LA CARTA A NESSUNO
           MOVE WS-OPER-ARG TO WS-SSA-VOLN(17:8)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1VOLN-SEG
                                WS-SSA-VOLN
           IF DB-STATUS NOT = SPACES
             DISPLAY "GN3REGM0: VOLONTARIO NON CENSITO: "
                     FUNCTION TRIM(WS-OPER-ARG)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           IF NOT VOLN-ATTIVO
             DISPLAY "GN3REGM0: VOLONTARIO NON ATTIVO: "
                     FUNCTION TRIM(WS-OPER-ARG)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 5000-FIND-FOLIO
           IF NOT FOUND-YES
             DISPLAY "GN3REGM0: CARTA NON TROVATA"
           END-IF
           MOVE WS-OPER-ARG TO FOLI-OPER
           SET FOLI-IN-CORSO TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO FOLI-STDATE
           MOVE DLI-REPL TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
             GOBACK
           END-IF
           MOVE WS-STATO-ARG TO FOLI-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO FOLI-STDATE
           MOVE DLI-REPL TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Pubblicazione delle scansioni del registro (MEDIA figli di     *
      * REGISTR): GU/GN qualificate per REGBID e REPL sul posto, tutte *
      * o solo quelle della carta indicata.                            *
      *----------------------------------------------------------------*
       7000-MEDIA-PUBLICATION.
           IF WS-ARGC < 3
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-REGB-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-REGB-ARG) TO WS-REGB-ARG
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG))
             TO WS-PUBL-ARG
           IF WS-PUBL-ARG NOT = "S" AND WS-PUBL-ARG NOT = "N"
             DISPLAY "GN3REGM0: PUBBLICAZIONE S O N"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 0 TO WS-FOLIO-NUM
           IF WS-ARGC >= 4
             ACCEPT WS-FOLIO-ARG FROM ARGUMENT-VALUE
             IF FUNCTION TRIM(WS-FOLIO-ARG) IS NUMERIC
               MOVE FUNCTION TRIM(WS-FOLIO-ARG) TO WS-FOLIO-NUM
             ELSE
               DISPLAY "GN3REGM0: NUMERO DI CARTA NON VALIDO"
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           MOVE WS-REGB-ARG TO WS-SSA-REGB(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1REGB-SEG
                                WS-SSA-REGB
           IF DB-STATUS NOT = SPACES
             DISPLAY "GN3REGM0: REGISTRO NON CENSITO: "
                     FUNCTION TRIM(WS-REGB-ARG)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 0 TO WS-MEDIA-CT
           MOVE WS-REGB-ARG TO WS-SSA-MEDI(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1MEDI-SEG
                                WS-SSA-MEDI
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF WS-FOLIO-NUM = 0 OR MEDI-FOLIO = WS-FOLIO-NUM
               IF WS-PUBL-ARG = "S"
                 MOVE "S" TO MEDI-PUBL
               ELSE
                 MOVE SPACE TO MEDI-PUBL
               END-IF
               MOVE WS-PUBL-ARG TO MEDI-USE-WEB
               MOVE DLI-REPL TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1MEDI-SEG
               ADD 1 TO WS-MEDIA-CT
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1MEDI-SEG
                                  WS-SSA-MEDI
           END-PERFORM
           DISPLAY "GN3REGM0: PUBBLICAZIONE " WS-PUBL-ARG " SU "
                   WS-MEDIA-CT " SCANSIONI DI "
                   FUNCTION TRIM(WS-REGB-ARG)
           MOVE 0 TO RETURN-CODE
           .

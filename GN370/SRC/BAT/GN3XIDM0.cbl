       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3XIDM0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Manutenzione degli identificativi esterni (EXTID):
                il codice con cui una persona o una fonte e' nota
                ad un archivio esterno (FamilySearch, Antenati,
                WikiTree, ...) con la data dell'ultima verifica.
                Sotto SOURCE l'identificativo e' di norma l'URL
                dell'immagine. Verbi in riga di comando, nello
                stile di GN3DEDM0:
                  GN3XIDM0 AGGIUNGI <PERSON|SOURCE> <ent-id>
                                    <sistema> <id-esterno>
                    (sistema: FS, ANTENATI, WIKITREE, REFN)
                  GN3XIDM0 VERIFICA <xid-id> [AAAA-MM-GG]
                    (senza data: la data odierna)
                  GN3XIDM0 ELIMINA <xid-id>
                  GN3XIDM0 ELENCO <PERSON|SOURCE> <ent-id>
                Lo stesso sistema+identificativo non puo' essere
                assegnato due volte: e' la chiave con cui l'import
                GEDCOM (GN3S4CFL) riconosce la persona.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-VERB               PIC X(8) VALUE SPACES.
       77  WS-ETYPE-ARG          PIC X(8) VALUE SPACES.
       77  WS-ENT-ARG            PIC X(12) VALUE SPACES.
       77  WS-SYS-ARG            PIC X(10) VALUE SPACES.
       77  WS-VALUE-ARG          PIC X(120) VALUE SPACES.
       77  WS-XID-ARG            PIC X(12) VALUE SPACES.
       77  WS-DATE-ARG           PIC X(10) VALUE SPACES.
       77  WS-TODAY              PIC X(8) VALUE SPACES.
       77  WS-SEQ                PIC 9(7) VALUE 0.
       77  WS-MAX-SEQ            PIC 9(7) VALUE 0.
       77  WS-LIST-CT            PIC 9(5) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".
           05 DLI-ISRT           PIC X(4) VALUE "ISRT".
           05 DLI-REPL           PIC X(4) VALUE "REPL".
           05 DLI-DLET           PIC X(4) VALUE "DLET".

       01  WS-SSA-PERS           PIC X(30)
           VALUE "PERSON  (PERSID=            )".
       01  WS-SSA-SRCE           PIC X(30)
           VALUE "SOURCE  (SOURID=            )".
       01  WS-SSA-EXID           PIC X(30)
           VALUE "EXTID   (EXIDID=            )".
       01  WS-SSA-EXID-P         PIC X(30)
           VALUE "EXTID   (PERSID=            )".

       01  WS-SW.
           10 WS-FOUND           PIC X VALUE "N".
              88 FOUND-YES       VALUE "Y".

       COPY GN1EXID.
       COPY GN1SRCE.
       COPY GN1PRSN.

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
             WHEN "AGGIUNGI"
               PERFORM 2000-XID-ADD
             WHEN "VERIFICA"
               PERFORM 3000-XID-VERIFY
             WHEN "ELIMINA"
               PERFORM 4000-XID-DELETE
             WHEN "ELENCO"
               PERFORM 5000-XID-LIST
             WHEN OTHER
               PERFORM 9000-SHOW-USAGE
               MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       9000-SHOW-USAGE.
           DISPLAY "USO: GN3XIDM0 AGGIUNGI <PERSON|SOURCE> <ent-id> "
                   "<sistema> <id-esterno>"
           DISPLAY "     GN3XIDM0 VERIFICA <xid-id> [AAAA-MM-GG]"
           DISPLAY "     GN3XIDM0 ELIMINA <xid-id>"
           DISPLAY "     GN3XIDM0 ELENCO <PERSON|SOURCE> <ent-id>"
           .

      *----------------------------------------------------------------*
      * Nuovo identificativo esterno: l'entita' deve esistere, il      *
      * sistema passa dalla sua tassonomia e la coppia sistema +       *
      * identificativo non deve essere gia' assegnata ad altri.        *
      *----------------------------------------------------------------*
       2000-XID-ADD.
           IF WS-ARGC < 5
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 6000-ACCEPT-ENTITY
           ACCEPT WS-SYS-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SYS-ARG))
             TO WS-SYS-ARG
           ACCEPT WS-VALUE-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-VALUE-ARG) TO WS-VALUE-ARG
           MOVE SPACES TO GN1EXID-SEG
           MOVE WS-SYS-ARG TO EXID-SYSTEM
           IF NOT EXID-SYS-FS AND NOT EXID-SYS-ANTENATI
              AND NOT EXID-SYS-WIKITREE AND NOT EXID-SYS-REFN
             DISPLAY "GN3XIDM0: SISTEMA NON VALIDO (FS/ANTENATI/"
                     "WIKITREE/REFN)"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-VALUE-ARG = SPACES
             DISPLAY "GN3XIDM0: IDENTIFICATIVO ESTERNO MANCANTE"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 2100-CHECK-DUPLICATE
           PERFORM 2200-NEXT-XID-SEQ
           MOVE SPACES TO GN1EXID-SEG
           STRING "XI" WS-SEQ DELIMITED BY SIZE INTO EXID-ID
           MOVE WS-ETYPE-ARG TO EXID-ETYPE
           MOVE WS-ENT-ARG TO EXID-ENTID
           MOVE WS-SYS-ARG TO EXID-SYSTEM
           MOVE WS-VALUE-ARG TO EXID-VALUE
           PERFORM 6200-SET-PARENT-SSA
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EXID-SEG
                                WS-SSA-EXID-P
           IF DB-STATUS = SPACES
             DISPLAY "GN3XIDM0: " FUNCTION TRIM(EXID-SYSTEM) " "
                     FUNCTION TRIM(EXID-VALUE) " REGISTRATO COME "
                     FUNCTION TRIM(EXID-ID) " SOTTO "
                     FUNCTION TRIM(WS-ETYPE-ARG) " "
                     FUNCTION TRIM(WS-ENT-ARG)
             MOVE 0 TO RETURN-CODE
           ELSE
             DISPLAY "GN3XIDM0: ISRT EXTID FALLITA (" DB-STATUS ")"
             MOVE 12 TO RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * Spazzata di tutti gli EXTID: la coppia sistema + identificativo*
      * deve restare univoca, altrimenti l'aggancio in import sarebbe  *
      * ambiguo.                                                       *
      *----------------------------------------------------------------*
       2100-CHECK-DUPLICATE.
           MOVE "N" TO WS-FOUND
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EXID-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES OR FOUND-YES
             IF EXID-SYSTEM = WS-SYS-ARG
                AND EXID-VALUE = WS-VALUE-ARG
               MOVE "Y" TO WS-FOUND
             ELSE
               MOVE DLI-GN TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1EXID-SEG
             END-IF
           END-PERFORM
           IF FOUND-YES
             DISPLAY "GN3XIDM0: " FUNCTION TRIM(WS-SYS-ARG) " "
                     FUNCTION TRIM(WS-VALUE-ARG) " GIA' ASSEGNATO A "
                     FUNCTION TRIM(EXID-ETYPE) " "
                     FUNCTION TRIM(EXID-ENTID) " ("
                     FUNCTION TRIM(EXID-ID) ")"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           .

      *----------------------------------------------------------------*
      * Progressivo: il piu' alto gia' usato + 1, prima di comporre il *
      * segmento (la spazzata usa la stessa area di I/O).              *
      *----------------------------------------------------------------*
       2200-NEXT-XID-SEQ.
           MOVE 0 TO WS-MAX-SEQ
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EXID-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF EXID-ID(1:2) = "XI" AND EXID-ID(3:7) IS NUMERIC
               MOVE EXID-ID(3:7) TO WS-SEQ
               IF WS-SEQ > WS-MAX-SEQ
                 MOVE WS-SEQ TO WS-MAX-SEQ
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1EXID-SEG
           END-PERFORM
           COMPUTE WS-SEQ = WS-MAX-SEQ + 1
           .

      *----------------------------------------------------------------*
      * Verifica sul sistema esterno: registra la data (quella data in *
      * riga di comando o la odierna) sull'identificativo.             *
      *----------------------------------------------------------------*
       3000-XID-VERIFY.
           IF WS-ARGC < 2
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 6300-GET-XID
           IF WS-ARGC >= 3
             ACCEPT WS-DATE-ARG FROM ARGUMENT-VALUE
             IF WS-DATE-ARG(1:4) IS NOT NUMERIC
                OR WS-DATE-ARG(5:1) NOT = "-"
                OR WS-DATE-ARG(6:2) IS NOT NUMERIC
                OR WS-DATE-ARG(8:1) NOT = "-"
                OR WS-DATE-ARG(9:2) IS NOT NUMERIC
               DISPLAY "GN3XIDM0: DATA NON VALIDA (AAAA-MM-GG)"
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
           ELSE
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
             MOVE SPACES TO WS-DATE-ARG
             STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-"
                    WS-TODAY(7:2) DELIMITED BY SIZE INTO WS-DATE-ARG
           END-IF
           MOVE WS-DATE-ARG TO EXID-VERIFIED
           MOVE DLI-REPL TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EXID-SEG
           IF DB-STATUS = SPACES
             DISPLAY "GN3XIDM0: " FUNCTION TRIM(WS-XID-ARG)
                     " VERIFICATO IL " EXID-VERIFIED
             MOVE 0 TO RETURN-CODE
           ELSE
             DISPLAY "GN3XIDM0: REPL EXTID FALLITA (" DB-STATUS ")"
             MOVE 12 TO RETURN-CODE
           END-IF
           .

       4000-XID-DELETE.
           IF WS-ARGC < 2
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 6300-GET-XID
           MOVE DLI-DLET TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EXID-SEG
           IF DB-STATUS = SPACES
             DISPLAY "GN3XIDM0: " FUNCTION TRIM(WS-XID-ARG)
                     " CANCELLATO"
             MOVE 0 TO RETURN-CODE
           ELSE
             DISPLAY "GN3XIDM0: DLET EXTID FALLITA (" DB-STATUS ")"
             MOVE 12 TO RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * Elenco degli identificativi di una persona o di una fonte:     *
      * GU+GN qualificate sulla chiave del padre.                      *
      *----------------------------------------------------------------*
       5000-XID-LIST.
           IF WS-ARGC < 3
             PERFORM 9000-SHOW-USAGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM 6000-ACCEPT-ENTITY
           PERFORM 6200-SET-PARENT-SSA
           MOVE 0 TO WS-LIST-CT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EXID-SEG
                                WS-SSA-EXID-P
           PERFORM UNTIL DB-STATUS NOT = SPACES
             ADD 1 TO WS-LIST-CT
             IF EXID-VERIFIED = SPACES
               DISPLAY EXID-ID " " EXID-SYSTEM " "
                       FUNCTION TRIM(EXID-VALUE) " (MAI VERIFICATO)"
             ELSE
               DISPLAY EXID-ID " " EXID-SYSTEM " "
                       FUNCTION TRIM(EXID-VALUE) " (VERIFICATO IL "
                       EXID-VERIFIED ")"
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1EXID-SEG
                                  WS-SSA-EXID-P
           END-PERFORM
           DISPLAY "GN3XIDM0: " WS-LIST-CT " IDENTIFICATIVI ESTERNI "
                   "PER " FUNCTION TRIM(WS-ETYPE-ARG) " "
                   FUNCTION TRIM(WS-ENT-ARG)
           MOVE 0 TO RETURN-CODE
           .

      *----------------------------------------------------------------*
      * Entita' di riferimento di AGGIUNGI/ELENCO: tipo PERSON o       *
      * SOURCE, GU qualificata sulla sua chiave; la persona non deve   *
      * essere cancellata.                                             *
      *----------------------------------------------------------------*
       6000-ACCEPT-ENTITY.
           ACCEPT WS-ETYPE-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ETYPE-ARG))
             TO WS-ETYPE-ARG
           ACCEPT WS-ENT-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENT-ARG))
             TO WS-ENT-ARG
           EVALUATE WS-ETYPE-ARG
             WHEN "PERSON"
               MOVE WS-ENT-ARG TO WS-SSA-PERS(17:12)
               MOVE DLI-GU TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1PRSN-SEG
                                    WS-SSA-PERS
               IF DB-STATUS NOT = SPACES OR PERS-IS-DELETED = "Y"
                 DISPLAY "GN3XIDM0: PERSONA NON TROVATA: "
                         FUNCTION TRIM(WS-ENT-ARG)
                 MOVE 8 TO RETURN-CODE
                 GOBACK
               END-IF
             WHEN "SOURCE"
               MOVE WS-ENT-ARG TO WS-SSA-SRCE(17:12)
               MOVE DLI-GU TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1SRCE-SEG
                                    WS-SSA-SRCE
               IF DB-STATUS NOT = SPACES
                 DISPLAY "GN3XIDM0: FONTE NON CENSITA: "
                         FUNCTION TRIM(WS-ENT-ARG)
                 MOVE 8 TO RETURN-CODE
                 GOBACK
               END-IF
             WHEN OTHER
               DISPLAY "GN3XIDM0: TIPO ENTITA' NON VALIDO "
                       "(PERSON/SOURCE)"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * SSA qualificata sulla chiave del padre, come NOTESEG.          *
      *----------------------------------------------------------------*
       6200-SET-PARENT-SSA.
           IF WS-ETYPE-ARG = "SOURCE"
             MOVE "EXTID   (SOURID=            )" TO WS-SSA-EXID-P
           ELSE
             MOVE "EXTID   (PERSID=            )" TO WS-SSA-EXID-P
           END-IF
           MOVE WS-ENT-ARG TO WS-SSA-EXID-P(17:12)
           .

       6300-GET-XID.
           ACCEPT WS-XID-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-XID-ARG))
             TO WS-XID-ARG
           MOVE WS-XID-ARG TO WS-SSA-EXID(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EXID-SEG
                                WS-SSA-EXID
           IF DB-STATUS NOT = SPACES
             DISPLAY "GN3XIDM0: IDENTIFICATIVO NON TROVATO: "
                     FUNCTION TRIM(WS-XID-ARG)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           .

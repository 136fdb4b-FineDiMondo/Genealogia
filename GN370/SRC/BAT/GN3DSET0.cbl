       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3DSET0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Dataset per la ricerca, pronto per l'analisi: invece
                del GEDCOM o degli estratti grezzi di GN3XTR00, da
                cui ogni ricercatore ricavava a mano le stesse
                variabili, una riga delimitata da "|" per persona e
                una per unione, con le variabili derivate gia'
                calcolate e il codebook che le descrive.
                USO: GN3DSET0 <dir-out> [PRIVACY|*] [anni] [insieme|*]
                Sotto <dir-out>:
                  ricerca-persone.dat  una riga per persona
                  ricerca-unioni.dat   una riga per FAMILY
                  ricerca-codebook.txt colonne, regole e parametri
                Le variabili sono calcolate sull'intero archivio
                (spazzate PERSON, EVENT, FAMILY, FAMLNK, OCCUPA,
                PERSHOU, HOUSE, EMIGRAT): eta' al decesso e alla
                prima unione, numero di unioni e di figli, ordine
                di nascita fra i fratelli FAMLNK, eta' della madre
                al parto, generazione dalla radice (PERS-ROOT),
                parrocchia, casato, mestiere alla prima unione
                (OCCUPA), emigrazione (EMIGRAT confermata).
                PRIVACY applica la regola dei viventi di GN3EXP00
                (nessuna MORTE e nascita da meno di N anni, default
                100, o ignota): la riga resta per la struttura ma
                senza nome, sesso, date e variabili personali; lo
                stesso vale sempre per le persone sotto embargo
                (PERS-RESTRICTED). Con un insieme con nome (GENSET00,
                data/INSIEMI.DAT) escono le sole persone membri e le
                unioni con almeno un coniuge membro.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERS-OUT ASSIGN TO DYNAMIC WS-PERS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.
           SELECT UNION-OUT ASSIGN TO DYNAMIC WS-UNION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.
           SELECT CODEBOOK-OUT ASSIGN TO DYNAMIC WS-CODE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.
           SELECT INSIEMI-FILE ASSIGN TO "data/INSIEMI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERS-OUT.
       01  PERS-OUT-REC          PIC X(400).
       FD  UNION-OUT.
       01  UNION-OUT-REC         PIC X(400).
       FD  CODEBOOK-OUT.
       01  CODEBOOK-REC          PIC X(132).
       FD  INSIEMI-FILE.
       01  INSIEMI-REC           PIC X(40).

       WORKING-STORAGE SECTION.
       77  WS-OUT-DIR            PIC X(200) VALUE SPACES.
       77  WS-PERS-FILE          PIC X(256) VALUE SPACES.
       77  WS-UNION-FILE         PIC X(256) VALUE SPACES.
       77  WS-CODE-FILE          PIC X(256) VALUE SPACES.
       77  WS-CMD                PIC X(300) VALUE SPACES.
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-OUT-FS             PIC X(2) VALUE "00".
       77  WS-INS-FS             PIC X(2) VALUE "00".
       77  WS-PRIV-ARG           PIC X(8) VALUE SPACES.
       77  WS-PRIV-YEARS-ARG     PIC X(3) VALUE SPACES.
       77  WS-PRIV-YEARS         PIC 9(3) VALUE 100.
       77  WS-PRIV-CUT-YEAR      PIC 9(4) VALUE 0.
       77  WS-SET-ARG            PIC X(16) VALUE SPACES.
       77  WS-INS-NOME           PIC X(16) VALUE SPACES.
       77  WS-INS-PERS           PIC X(20) VALUE SPACES.
       77  WS-RUN-TS             PIC X(14) VALUE SPACES.
       77  WS-IX                 PIC 9(5) VALUE 0.
       77  WS-JX                 PIC 9(5) VALUE 0.
       77  WS-KX                 PIC 9(5) VALUE 0.
       77  WS-FX                 PIC 9(5) VALUE 0.
       77  WS-PASS               PIC 9(3) VALUE 0.
       77  WS-CHANGED            PIC X VALUE "N".
           88 DEPTH-CHANGED         VALUE "Y".
       77  WS-PERS-ROW-CT        PIC 9(7) VALUE 0.
       77  WS-UNION-ROW-CT       PIC 9(7) VALUE 0.
       77  WS-HIDDEN-CT          PIC 9(7) VALUE 0.
       77  WS-OVERFLOW-CT        PIC 9(7) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".

       01  WS-SW.
           05 WS-PRIVACY-MODE    PIC X VALUE "N".
              88 PRIVACY-MODE       VALUE "Y".
           05 WS-SET-MODE        PIC X VALUE "N".
              88 SET-MODE           VALUE "Y".
           05 WS-INS-EOF         PIC X VALUE "N".
              88 INS-EOF-YES        VALUE "Y".

      * PERSONE DELL'ARCHIVIO (NON CANCELLATE) E LORO VARIABILI
       01  WS-PT.
           05 WS-P-COUNT         PIC 9(5) VALUE 0.
           05 WS-P-ENTRY OCCURS 5000 TIMES.
              10 WS-P-ID         PIC X(12).
              10 WS-P-NAME       PIC X(40).
              10 WS-P-SEX        PIC X(1).
              10 WS-P-BDATE      PIC X(10).
              10 WS-P-ROOT       PIC X(12).
              10 WS-P-PARISH     PIC X(8).
              10 WS-P-RESTR      PIC X(1).
      *       MORTE: S = ALMENO UN EVENTO MORTE, DATA LA PIU' ANTICA
              10 WS-P-DEAD       PIC X(1).
              10 WS-P-DDATE      PIC X(10).
      *       S = DATI PERSONALI TRATTENUTI (VIVENTE O EMBARGO)
              10 WS-P-HIDE       PIC X(1).
              10 WS-P-INSET      PIC X(1).
      *       FAMIGLIA D'ORIGINE (INDICE IN WS-FT, 0 = IGNOTA)
              10 WS-P-ORIG       PIC 9(5).
              10 WS-P-DEPTH      PIC 9(3).
              10 WS-P-UNIONS     PIC 9(3).
              10 WS-P-KIDS       PIC 9(4).
              10 WS-P-FIRST-UN   PIC X(10).
              10 WS-P-HOUS       PIC X(12).
              10 WS-P-HOUS-OPEN  PIC X(1).
              10 WS-P-HOUS-TO    PIC X(10).
              10 WS-P-EMIG       PIC X(1).

      * UNIONI (FAMILY NON CANCELLATE)
       01  WS-FT.
           05 WS-F-COUNT         PIC 9(5) VALUE 0.
           05 WS-F-ENTRY OCCURS 3000 TIMES.
              10 WS-F-ID         PIC X(12).
              10 WS-F-HUSB-ID    PIC X(12).
              10 WS-F-WIFE-ID    PIC X(12).
              10 WS-F-HUSB       PIC 9(5).
              10 WS-F-WIFE       PIC 9(5).
              10 WS-F-UDATE      PIC X(10).
              10 WS-F-UTYPE      PIC X(2).
              10 WS-F-DDATE      PIC X(10).
              10 WS-F-DTYPE      PIC X(2).
              10 WS-F-KIDS       PIC 9(4).
              10 WS-F-FIRST-KID  PIC X(10).

      * FIGLI: LEGAMI FAMLNK CHIL NON IPOTETICI
       01  WS-LT.
           05 WS-L-COUNT         PIC 9(5) VALUE 0.
           05 WS-L-ENTRY OCCURS 8000 TIMES.
              10 WS-L-FAM        PIC 9(5).
              10 WS-L-PERS       PIC 9(5).

      * MESTIERI (OCCUPA) CON PERIODO
       01  WS-OT.
           05 WS-O-COUNT         PIC 9(5) VALUE 0.
           05 WS-O-ENTRY OCCURS 5000 TIMES.
              10 WS-O-PERS       PIC 9(5).
              10 WS-O-TITLE      PIC X(30).
              10 WS-O-FROM       PIC X(10).
              10 WS-O-TO         PIC X(10).

      * CASATI
       01  WS-HT.
           05 WS-H-COUNT         PIC 9(4) VALUE 0.
           05 WS-H-ENTRY OCCURS 500 TIMES.
              10 WS-H-ID         PIC X(12).
              10 WS-H-NAME       PIC X(40).

      * MEMBRI DELL'INSIEME
       01  WS-ST.
           05 WS-S-COUNT         PIC 9(5) VALUE 0.
           05 WS-S-ID OCCURS 2000 TIMES PIC X(12).

      * RICERCA PER ID NELLA TAVOLA PERSONE / UNIONI
       01  WS-KEY-ID             PIC X(12) VALUE SPACES.
       01  WS-FOUND-IX           PIC 9(5) VALUE 0.

      * DIFFERENZE FRA DATE AAAA-MM-GG (ANCHE PARZIALI: SOLO ANNO)
       01  WS-D1                 PIC X(10) VALUE SPACES.
       01  WS-D2                 PIC X(10) VALUE SPACES.
       01  WS-Y1                 PIC 9(4) VALUE 0.
       01  WS-Y2                 PIC 9(4) VALUE 0.
       01  WS-M1                 PIC 9(2) VALUE 0.
       01  WS-M2                 PIC 9(2) VALUE 0.
       01  WS-YEARS              PIC S9(4) VALUE 0.
       01  WS-MONTHS             PIC S9(5) VALUE 0.
       01  WS-DIFF-OK            PIC X VALUE "N".
           88 DIFF-OK               VALUE "Y".
       01  WS-YEARS-ED           PIC ZZ9.
       01  WS-MONTHS-ED          PIC -(4)9.
       01  WS-COUNT-ED           PIC Z(3)9.
       01  WS-BIRTH-YEAR         PIC 9(4) VALUE 0.

      * RIGA IN COSTRUZIONE: CAMPI SEPARATI DA "|"
       01  WS-ROW                PIC X(400) VALUE SPACES.
       01  WS-ROW-PTR            PIC 9(4) VALUE 1.
       01  WS-ROW-FIELDS         PIC 9(3) VALUE 0.
       01  WS-FLD                PIC X(60) VALUE SPACES.

      * VARIABILI DELLA RIGA PERSONA
       01  WS-V-AGE-DEATH        PIC X(3) VALUE SPACES.
       01  WS-V-AGE-UNION        PIC X(3) VALUE SPACES.
       01  WS-V-ORDER            PIC X(4) VALUE SPACES.
       01  WS-V-SIBS             PIC X(4) VALUE SPACES.
       01  WS-V-MOTHER-AGE       PIC X(3) VALUE SPACES.
       01  WS-V-DEPTH            PIC X(3) VALUE SPACES.
       01  WS-V-HOUS-NAME        PIC X(40) VALUE SPACES.
       01  WS-V-OCCU             PIC X(30) VALUE SPACES.
       01  WS-V-RANK             PIC 9(4) VALUE 0.
       01  WS-V-SIB-CT           PIC 9(4) VALUE 0.

      * VARIABILI DELLA RIGA UNIONE
       01  WS-U-HIDE             PIC X VALUE "N".
       01  WS-U-AGE-H            PIC X(3) VALUE SPACES.
       01  WS-U-AGE-W            PIC X(3) VALUE SPACES.
       01  WS-U-MONTHS           PIC X(5) VALUE SPACES.
       01  WS-U-ORD-H            PIC X(3) VALUE SPACES.
       01  WS-U-ORD-W            PIC X(3) VALUE SPACES.
       01  WS-U-PARENT           PIC 9(5) VALUE 0.
       01  WS-U-ORD              PIC 9(3) VALUE 0.

       COPY GN1PRSN.
       COPY GN1EVNT.
       COPY GNFAMIL.
       COPY GN1FLNK.
       COPY GN1OCCU.
       COPY GN1PHOU.
       COPY HOUSEG.
       COPY GN1EMIG.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             DISPLAY "USO: GN3DSET0 <dir-out> [PRIVACY|*] [anni]"
                     " [insieme|*]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-DIR FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-DIR) TO WS-OUT-DIR
           IF WS-ARGC >= 2
             ACCEPT WS-PRIV-ARG FROM ARGUMENT-VALUE
             IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRIV-ARG))
                  = "PRIVACY"
               MOVE "Y" TO WS-PRIVACY-MODE
             END-IF
           END-IF
           IF WS-ARGC >= 3
             ACCEPT WS-PRIV-YEARS-ARG FROM ARGUMENT-VALUE
             IF FUNCTION TRIM(WS-PRIV-YEARS-ARG) IS NUMERIC
               MOVE FUNCTION TRIM(WS-PRIV-YEARS-ARG)
                 TO WS-PRIV-YEARS
             END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TS
           MOVE WS-RUN-TS(1:4) TO WS-PRIV-CUT-YEAR
           SUBTRACT WS-PRIV-YEARS FROM WS-PRIV-CUT-YEAR
           IF WS-ARGC >= 4
             ACCEPT WS-SET-ARG FROM ARGUMENT-VALUE
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SET-ARG))
               TO WS-SET-ARG
             IF WS-SET-ARG NOT = "*" AND WS-SET-ARG NOT = SPACES
               MOVE "Y" TO WS-SET-MODE
               PERFORM 1000-LOAD-SET
               IF WS-S-COUNT = 0
                 DISPLAY "GN3DSET0: INSIEME " FUNCTION TRIM(WS-SET-ARG)
                         " VUOTO O ASSENTE"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
               END-IF
             END-IF
           END-IF

           PERFORM 1100-LOAD-PERSONS
           PERFORM 1200-LOAD-DEATHS
           PERFORM 1300-LOAD-FAMILIES
           PERFORM 1400-LOAD-CHILDREN
           PERFORM 1500-LOAD-OCCUPATIONS
           PERFORM 1600-LOAD-HOUSES
           PERFORM 1700-LOAD-EMIGRATIONS

           PERFORM 2000-MARK-HIDDEN
           PERFORM 2100-FAMILY-TOTALS
           PERFORM 2200-GENERATION-DEPTH

           MOVE SPACES TO WS-CMD
           STRING "mkdir -p '" FUNCTION TRIM(WS-OUT-DIR) "'"
             DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           MOVE SPACES TO WS-PERS-FILE WS-UNION-FILE WS-CODE-FILE
           STRING FUNCTION TRIM(WS-OUT-DIR) "/ricerca-persone.dat"
             DELIMITED BY SIZE INTO WS-PERS-FILE
           STRING FUNCTION TRIM(WS-OUT-DIR) "/ricerca-unioni.dat"
             DELIMITED BY SIZE INTO WS-UNION-FILE
           STRING FUNCTION TRIM(WS-OUT-DIR) "/ricerca-codebook.txt"
             DELIMITED BY SIZE INTO WS-CODE-FILE

           PERFORM 3000-WRITE-PERSONS
           PERFORM 4000-WRITE-UNIONS
           PERFORM 5000-WRITE-CODEBOOK

           DISPLAY "GN3DSET0: RIGHE PERSONA       = " WS-PERS-ROW-CT
           DISPLAY "GN3DSET0: RIGHE UNIONE        = " WS-UNION-ROW-CT
           DISPLAY "GN3DSET0: PERSONE TRATTENUTE  = " WS-HIDDEN-CT
           IF WS-OVERFLOW-CT > 0
             DISPLAY "GN3DSET0: SEGMENTI OLTRE LE TAVOLE = "
                     WS-OVERFLOW-CT
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *----------------------------------------------------------------*
      * Membri dell'insieme da data/INSIEMI.DAT (NOME|PERS-ID, come    *
      * li scrive GENSET00), senza doppioni.                           *
      *----------------------------------------------------------------*
       1000-LOAD-SET.
           MOVE 0 TO WS-S-COUNT
           OPEN INPUT INSIEMI-FILE
           IF WS-INS-FS NOT = "00"
             DISPLAY "GN3DSET0: data/INSIEMI.DAT NON APRIBILE"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL INS-EOF-YES
             READ INSIEMI-FILE
               AT END
                 MOVE "Y" TO WS-INS-EOF
               NOT AT END
                 MOVE SPACES TO WS-INS-NOME WS-INS-PERS
                 UNSTRING INSIEMI-REC DELIMITED BY "|"
                   INTO WS-INS-NOME WS-INS-PERS
                 IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INS-NOME))
                    = WS-SET-ARG AND WS-INS-PERS NOT = SPACES
                   PERFORM 1010-ADD-MEMBER
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INSIEMI-FILE
           .

       1010-ADD-MEMBER.
           PERFORM VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX > WS-S-COUNT
             IF WS-S-ID(WS-JX) = WS-INS-PERS(1:12)
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF WS-S-COUNT < 2000
             ADD 1 TO WS-S-COUNT
             MOVE WS-INS-PERS(1:12) TO WS-S-ID(WS-S-COUNT)
           END-IF
           .

      *----------------------------------------------------------------*
      * Spazzate dei segmenti, una per tipo come GN3XTR00: ogni        *
      * segmento figlio e' ricondotto alla persona o alla famiglia per *
      * ID nelle tavole.                                               *
      *----------------------------------------------------------------*
       1100-LOAD-PERSONS.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF PERS-IS-DELETED NOT = "Y"
               IF WS-P-COUNT < 5000
                 ADD 1 TO WS-P-COUNT
                 MOVE WS-P-COUNT TO WS-IX
                 MOVE PERS-ID TO WS-P-ID(WS-IX)
                 MOVE PERS-NAME TO WS-P-NAME(WS-IX)
                 MOVE PERS-GEND TO WS-P-SEX(WS-IX)
                 MOVE PERS-BDATE TO WS-P-BDATE(WS-IX)
                 MOVE PERS-ROOT TO WS-P-ROOT(WS-IX)
                 MOVE PERS-PARISH TO WS-P-PARISH(WS-IX)
                 MOVE PERS-RESTRICTED TO WS-P-RESTR(WS-IX)
                 MOVE "N" TO WS-P-DEAD(WS-IX) WS-P-HIDE(WS-IX)
                             WS-P-EMIG(WS-IX) WS-P-HOUS-OPEN(WS-IX)
                 MOVE SPACES TO WS-P-DDATE(WS-IX)
                                WS-P-FIRST-UN(WS-IX)
                                WS-P-HOUS(WS-IX)
                                WS-P-HOUS-TO(WS-IX)
                 MOVE 0 TO WS-P-ORIG(WS-IX) WS-P-UNIONS(WS-IX)
                           WS-P-KIDS(WS-IX)
                 MOVE 999 TO WS-P-DEPTH(WS-IX)
                 MOVE "Y" TO WS-P-INSET(WS-IX)
                 IF SET-MODE
                   PERFORM 1110-CHECK-MEMBER
                 END-IF
               ELSE
                 ADD 1 TO WS-OVERFLOW-CT
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PRSN-SEG
           END-PERFORM
           .

       1110-CHECK-MEMBER.
           MOVE "N" TO WS-P-INSET(WS-IX)
           PERFORM VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX > WS-S-COUNT
             IF WS-S-ID(WS-JX) = WS-P-ID(WS-IX)
               MOVE "Y" TO WS-P-INSET(WS-IX)
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           .

       1200-LOAD-DEATHS.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EVNT-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF FUNCTION UPPER-CASE(FUNCTION TRIM(EVNT-TYPE))
                  = "MORTE"
               MOVE EVNT-PERS TO WS-KEY-ID
               PERFORM 8100-FIND-PERSON
               IF WS-FOUND-IX > 0
                 MOVE "Y" TO WS-P-DEAD(WS-FOUND-IX)
                 IF EVNT-DATE NOT = SPACES
                    AND (WS-P-DDATE(WS-FOUND-IX) = SPACES
                         OR EVNT-DATE < WS-P-DDATE(WS-FOUND-IX))
                   MOVE EVNT-DATE TO WS-P-DDATE(WS-FOUND-IX)
                 END-IF
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1EVNT-SEG
           END-PERFORM
           .

       1300-LOAD-FAMILIES.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                FAMILY-REC
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF FAMILY-IS-DELETED NOT = "Y"
               IF WS-F-COUNT < 3000
                 ADD 1 TO WS-F-COUNT
                 MOVE WS-F-COUNT TO WS-FX
                 MOVE FAMILY-ID TO WS-F-ID(WS-FX)
                 MOVE FAMILY-FATHER-ID TO WS-F-HUSB-ID(WS-FX)
                 MOVE FAMILY-MOTHER-ID TO WS-F-WIFE-ID(WS-FX)
                 MOVE FAMILY-UNION-DATE TO WS-F-UDATE(WS-FX)
                 MOVE FAMILY-UNION-TYPE TO WS-F-UTYPE(WS-FX)
                 MOVE FAMILY-DISS-DATE TO WS-F-DDATE(WS-FX)
                 MOVE FAMILY-DISS-TYPE TO WS-F-DTYPE(WS-FX)
                 MOVE 0 TO WS-F-KIDS(WS-FX)
                 MOVE SPACES TO WS-F-FIRST-KID(WS-FX)
                 MOVE FAMILY-FATHER-ID TO WS-KEY-ID
                 PERFORM 8100-FIND-PERSON
                 MOVE WS-FOUND-IX TO WS-F-HUSB(WS-FX)
                 MOVE FAMILY-MOTHER-ID TO WS-KEY-ID
                 PERFORM 8100-FIND-PERSON
                 MOVE WS-FOUND-IX TO WS-F-WIFE(WS-FX)
               ELSE
                 ADD 1 TO WS-OVERFLOW-CT
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  FAMILY-REC
           END-PERFORM
           .

      *    FIGLI: SOLO I LEGAMI CHIL PROVATI O PROBABILI (LE IPOTESI DI
      *    LAVORO NON FANNO FILIAZIONE, COME NELL'EXPORT GEDCOM)
       1400-LOAD-CHILDREN.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1FLNK-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF FUNCTION TRIM(FLNK-ROLE) = "CHIL"
                AND NOT FLNK-PROOF-HYPOTH
               MOVE FLNK-PERS TO WS-KEY-ID
               PERFORM 8100-FIND-PERSON
               MOVE WS-FOUND-IX TO WS-IX
               MOVE FLNK-FAM TO WS-KEY-ID
               PERFORM 8200-FIND-FAMILY
               IF WS-IX > 0 AND WS-FOUND-IX > 0
                 IF WS-L-COUNT < 8000
                   ADD 1 TO WS-L-COUNT
                   MOVE WS-FOUND-IX TO WS-L-FAM(WS-L-COUNT)
                   MOVE WS-IX TO WS-L-PERS(WS-L-COUNT)
                   IF WS-P-ORIG(WS-IX) = 0
                     MOVE WS-FOUND-IX TO WS-P-ORIG(WS-IX)
                   END-IF
                 ELSE
                   ADD 1 TO WS-OVERFLOW-CT
                 END-IF
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1FLNK-SEG
           END-PERFORM
           .

       1500-LOAD-OCCUPATIONS.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1OCCU-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             MOVE OCCU-PERS TO WS-KEY-ID
             PERFORM 8100-FIND-PERSON
             IF WS-FOUND-IX > 0 AND OCCU-TITLE NOT = SPACES
               IF WS-O-COUNT < 5000
                 ADD 1 TO WS-O-COUNT
                 MOVE WS-FOUND-IX TO WS-O-PERS(WS-O-COUNT)
                 MOVE OCCU-TITLE TO WS-O-TITLE(WS-O-COUNT)
                 MOVE OCCU-FROM TO WS-O-FROM(WS-O-COUNT)
                 MOVE OCCU-TO TO WS-O-TO(WS-O-COUNT)
               ELSE
                 ADD 1 TO WS-OVERFLOW-CT
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1OCCU-SEG
           END-PERFORM
           .

      *    CASATO: L'APPARTENENZA APERTA (PHOU-TO VUOTO) PREVALE; FRA
      *    QUELLE CHIUSE LA PIU' RECENTE
       1600-LOAD-HOUSES.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                HOUSE-SEGMENT
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF WS-H-COUNT < 500
               ADD 1 TO WS-H-COUNT
               MOVE HOUS-ID TO WS-H-ID(WS-H-COUNT)
               MOVE HOUS-NAME TO WS-H-NAME(WS-H-COUNT)
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  HOUSE-SEGMENT
           END-PERFORM

           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PHOU-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             MOVE PHOU-PERS TO WS-KEY-ID
             PERFORM 8100-FIND-PERSON
             IF WS-FOUND-IX > 0 AND WS-P-HOUS-OPEN(WS-FOUND-IX) = "N"
               IF PHOU-TO = SPACES
                 MOVE PHOU-HOUS TO WS-P-HOUS(WS-FOUND-IX)
                 MOVE "Y" TO WS-P-HOUS-OPEN(WS-FOUND-IX)
               ELSE
                 IF WS-P-HOUS(WS-FOUND-IX) = SPACES
                    OR PHOU-TO > WS-P-HOUS-TO(WS-FOUND-IX)
                   MOVE PHOU-HOUS TO WS-P-HOUS(WS-FOUND-IX)
                   MOVE PHOU-TO TO WS-P-HOUS-TO(WS-FOUND-IX)
                 END-IF
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PHOU-SEG
           END-PERFORM
           .

       1700-LOAD-EMIGRATIONS.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EMIG-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF EMIG-CONFERMATA AND EMIG-PERS NOT = SPACES
               MOVE EMIG-PERS TO WS-KEY-ID
               PERFORM 8100-FIND-PERSON
               IF WS-FOUND-IX > 0
                 MOVE "Y" TO WS-P-EMIG(WS-FOUND-IX)
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1EMIG-SEG
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Dati trattenuti: embargo sempre; in modo PRIVACY anche i       *
      * presunti viventi, con la regola di GN3EXP00 (nascita ignota o  *
      * posteriore al taglio e nessuna MORTE).                         *
      *----------------------------------------------------------------*
       2000-MARK-HIDDEN.
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-P-COUNT
             IF WS-P-RESTR(WS-IX) = "Y"
               MOVE "Y" TO WS-P-HIDE(WS-IX)
             END-IF
             IF PRIVACY-MODE AND WS-P-DEAD(WS-IX) = "N"
               MOVE 0 TO WS-BIRTH-YEAR
               IF WS-P-BDATE(WS-IX)(1:4) IS NUMERIC
                 MOVE WS-P-BDATE(WS-IX)(1:4) TO WS-BIRTH-YEAR
               END-IF
               IF WS-BIRTH-YEAR = 0
                  OR WS-BIRTH-YEAR > WS-PRIV-CUT-YEAR
                 MOVE "Y" TO WS-P-HIDE(WS-IX)
               END-IF
             END-IF
             IF WS-P-HIDE(WS-IX) = "Y" AND WS-P-INSET(WS-IX) = "Y"
               ADD 1 TO WS-HIDDEN-CT
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Per famiglia: figli e nascita del primo; per coniuge: numero   *
      * di unioni, figli e data della prima unione.                    *
      *----------------------------------------------------------------*
       2100-FAMILY-TOTALS.
           PERFORM VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX > WS-L-COUNT
             MOVE WS-L-FAM(WS-KX) TO WS-FX
             MOVE WS-L-PERS(WS-KX) TO WS-IX
             ADD 1 TO WS-F-KIDS(WS-FX)
             IF WS-P-BDATE(WS-IX) NOT = SPACES
                AND (WS-F-FIRST-KID(WS-FX) = SPACES
                     OR WS-P-BDATE(WS-IX) < WS-F-FIRST-KID(WS-FX))
               MOVE WS-P-BDATE(WS-IX) TO WS-F-FIRST-KID(WS-FX)
             END-IF
           END-PERFORM
           PERFORM VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-F-COUNT
             MOVE "N" TO WS-U-HIDE
             IF WS-F-HUSB(WS-FX) > 0
               IF WS-P-HIDE(WS-F-HUSB(WS-FX)) = "Y"
                 MOVE "Y" TO WS-U-HIDE
               END-IF
             END-IF
             IF WS-F-WIFE(WS-FX) > 0
               IF WS-P-HIDE(WS-F-WIFE(WS-FX)) = "Y"
                 MOVE "Y" TO WS-U-HIDE
               END-IF
             END-IF
             IF WS-F-HUSB(WS-FX) > 0
               MOVE WS-F-HUSB(WS-FX) TO WS-IX
               PERFORM 2110-ADD-UNION
             END-IF
             IF WS-F-WIFE(WS-FX) > 0
               MOVE WS-F-WIFE(WS-FX) TO WS-IX
               PERFORM 2110-ADD-UNION
             END-IF
           END-PERFORM
           .

       2110-ADD-UNION.
           ADD 1 TO WS-P-UNIONS(WS-IX)
           ADD WS-F-KIDS(WS-FX) TO WS-P-KIDS(WS-IX)
      *    LA DATA DI UN'UNIONE CON UN CONIUGE TRATTENUTO NON ENTRA
      *    NELLE VARIABILI DELL'ALTRO
           IF WS-F-UDATE(WS-FX) NOT = SPACES AND WS-U-HIDE = "N"
              AND (WS-P-FIRST-UN(WS-IX) = SPACES
                   OR WS-F-UDATE(WS-FX) < WS-P-FIRST-UN(WS-IX))
             MOVE WS-F-UDATE(WS-FX) TO WS-P-FIRST-UN(WS-IX)
           END-IF
           .

      *----------------------------------------------------------------*
      * Generazione dalla radice: 0 per la persona radice (PERS-ROOT = *
      * PERS-ID), poi genitore + 1 lungo i legami FAMLNK fra persone   *
      * della stessa radice, a passate finche' nulla cambia (al piu'   *
      * 99: un ciclo nei legami non blocca il giro).                   *
      *----------------------------------------------------------------*
       2200-GENERATION-DEPTH.
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-P-COUNT
             IF WS-P-ROOT(WS-IX) NOT = SPACES
                AND WS-P-ROOT(WS-IX) = WS-P-ID(WS-IX)
               MOVE 0 TO WS-P-DEPTH(WS-IX)
             END-IF
           END-PERFORM
           MOVE "Y" TO WS-CHANGED
           PERFORM VARYING WS-PASS FROM 1 BY 1
               UNTIL WS-PASS > 99 OR NOT DEPTH-CHANGED
             MOVE "N" TO WS-CHANGED
             PERFORM VARYING WS-KX FROM 1 BY 1
                 UNTIL WS-KX > WS-L-COUNT
               MOVE WS-L-PERS(WS-KX) TO WS-IX
               MOVE WS-L-FAM(WS-KX) TO WS-FX
               MOVE WS-F-HUSB(WS-FX) TO WS-JX
               PERFORM 2210-DEPTH-FROM-PARENT
               MOVE WS-F-WIFE(WS-FX) TO WS-JX
               PERFORM 2210-DEPTH-FROM-PARENT
             END-PERFORM
           END-PERFORM
           .

       2210-DEPTH-FROM-PARENT.
           IF WS-JX = 0
             EXIT PARAGRAPH
           END-IF
           IF WS-P-DEPTH(WS-JX) < 998
              AND WS-P-ROOT(WS-JX) = WS-P-ROOT(WS-IX)
              AND WS-P-DEPTH(WS-JX) + 1 < WS-P-DEPTH(WS-IX)
             COMPUTE WS-P-DEPTH(WS-IX) = WS-P-DEPTH(WS-JX) + 1
             MOVE "Y" TO WS-CHANGED
           END-IF
           .

      *----------------------------------------------------------------*
      * File persone: intestazione con i nomi di colonna del codebook, *
      * poi una riga per persona (dell'insieme, se indicato).          *
      *----------------------------------------------------------------*
       3000-WRITE-PERSONS.
           OPEN OUTPUT PERS-OUT
           IF WS-OUT-FS NOT = "00"
             DISPLAY "GN3DSET0: " FUNCTION TRIM(WS-PERS-FILE)
                     " NON SCRIVIBILE"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACES TO PERS-OUT-REC
           STRING "PERS_ID|NOME|SESSO|NASCITA|MORTE|ETA_MORTE|"
                  "ETA_PRIMA_UNIONE|N_UNIONI|N_FIGLI|ORDINE_NASCITA|"
                  "N_FRATELLI|ETA_MADRE|GENERAZIONE|RADICE|"
                  "PARROCCHIA|CASATO_ID|CASATO|MESTIERE_UNIONE|"
                  "EMIGRATO|FAMIGLIA_ORIGINE|RISERVATO"
             DELIMITED BY SIZE INTO PERS-OUT-REC
           WRITE PERS-OUT-REC
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-P-COUNT
             IF WS-P-INSET(WS-IX) = "Y"
               PERFORM 3100-DERIVE-PERSON
               PERFORM 3200-WRITE-PERSON-ROW
             END-IF
           END-PERFORM
           CLOSE PERS-OUT
           .

       3100-DERIVE-PERSON.
           MOVE SPACES TO WS-V-AGE-DEATH WS-V-AGE-UNION WS-V-ORDER
                          WS-V-SIBS WS-V-MOTHER-AGE WS-V-DEPTH
                          WS-V-HOUS-NAME WS-V-OCCU
      *    ETA' AL DECESSO E ALLA PRIMA UNIONE (ANNI COMPIUTI)
           MOVE WS-P-BDATE(WS-IX) TO WS-D1
           MOVE WS-P-DDATE(WS-IX) TO WS-D2
           PERFORM 8300-YEARS-BETWEEN
           IF DIFF-OK
             MOVE WS-YEARS TO WS-YEARS-ED
             MOVE FUNCTION TRIM(WS-YEARS-ED) TO WS-V-AGE-DEATH
           END-IF
           MOVE WS-P-FIRST-UN(WS-IX) TO WS-D2
           PERFORM 8300-YEARS-BETWEEN
           IF DIFF-OK
             MOVE WS-YEARS TO WS-YEARS-ED
             MOVE FUNCTION TRIM(WS-YEARS-ED) TO WS-V-AGE-UNION
           END-IF
      *    FRATELLI NELLA FAMIGLIA D'ORIGINE: NUMERO E ORDINE PER DATA
      *    DI NASCITA (1 = PRIMOGENITO); ORDINE VUOTO SENZA NASCITA
           MOVE WS-P-ORIG(WS-IX) TO WS-FX
           IF WS-FX > 0
             MOVE WS-F-KIDS(WS-FX) TO WS-COUNT-ED
             MOVE FUNCTION TRIM(WS-COUNT-ED) TO WS-V-SIBS
             IF WS-P-BDATE(WS-IX) NOT = SPACES
               MOVE 1 TO WS-V-RANK
               PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-L-COUNT
                 IF WS-L-FAM(WS-KX) = WS-FX
                    AND WS-L-PERS(WS-KX) NOT = WS-IX
                   MOVE WS-L-PERS(WS-KX) TO WS-JX
                   IF WS-P-BDATE(WS-JX) NOT = SPACES
                      AND WS-P-BDATE(WS-JX) < WS-P-BDATE(WS-IX)
                     ADD 1 TO WS-V-RANK
                   END-IF
                 END-IF
               END-PERFORM
               MOVE WS-V-RANK TO WS-COUNT-ED
               MOVE FUNCTION TRIM(WS-COUNT-ED) TO WS-V-ORDER
             END-IF
      *      ETA' DELLA MADRE AL PARTO (NON SE LA MADRE E' TRATTENUTA)
             MOVE WS-F-WIFE(WS-FX) TO WS-JX
             IF WS-JX > 0
               IF WS-P-HIDE(WS-JX) = "N"
                 MOVE WS-P-BDATE(WS-JX) TO WS-D1
                 MOVE WS-P-BDATE(WS-IX) TO WS-D2
                 PERFORM 8300-YEARS-BETWEEN
                 IF DIFF-OK
                   MOVE WS-YEARS TO WS-YEARS-ED
                   MOVE FUNCTION TRIM(WS-YEARS-ED) TO WS-V-MOTHER-AGE
                 END-IF
               END-IF
             END-IF
           END-IF
           IF WS-P-DEPTH(WS-IX) < 999
             MOVE WS-P-DEPTH(WS-IX) TO WS-YEARS-ED
             MOVE FUNCTION TRIM(WS-YEARS-ED) TO WS-V-DEPTH
           END-IF
           IF WS-P-HOUS(WS-IX) NOT = SPACES
             PERFORM VARYING WS-KX FROM 1 BY 1
                 UNTIL WS-KX > WS-H-COUNT
                    OR WS-V-HOUS-NAME NOT = SPACES
               IF WS-H-ID(WS-KX) = WS-P-HOUS(WS-IX)
                 MOVE WS-H-NAME(WS-KX) TO WS-V-HOUS-NAME
               END-IF
             END-PERFORM
           END-IF
      *    MESTIERE ALLA PRIMA UNIONE: IL PERIODO OCCUPA CHE COMPRENDE
      *    LA DATA (ESTREMI VUOTI = APERTI)
           IF WS-P-FIRST-UN(WS-IX) NOT = SPACES
             PERFORM VARYING WS-KX FROM 1 BY 1
                 UNTIL WS-KX > WS-O-COUNT OR WS-V-OCCU NOT = SPACES
               IF WS-O-PERS(WS-KX) = WS-IX
                  AND (WS-O-FROM(WS-KX) = SPACES
                       OR WS-O-FROM(WS-KX) <= WS-P-FIRST-UN(WS-IX))
                  AND (WS-O-TO(WS-KX) = SPACES
                       OR WS-O-TO(WS-KX) >= WS-P-FIRST-UN(WS-IX))
                 MOVE WS-O-TITLE(WS-KX) TO WS-V-OCCU
               END-IF
             END-PERFORM
           END-IF
           .

       3200-WRITE-PERSON-ROW.
           MOVE SPACES TO WS-ROW
           MOVE 1 TO WS-ROW-PTR
           MOVE 0 TO WS-ROW-FIELDS
           MOVE WS-P-ID(WS-IX) TO WS-FLD
           PERFORM 8900-ADD-FIELD
           IF WS-P-HIDE(WS-IX) = "Y"
      *      SCHELETRO: RESTANO LE CHIAVI E LA STRUTTURA FAMILIARE
             MOVE SPACES TO WS-FLD
             PERFORM 8900-ADD-FIELD 7 TIMES
             MOVE WS-P-UNIONS(WS-IX) TO WS-COUNT-ED
             MOVE FUNCTION TRIM(WS-COUNT-ED) TO WS-FLD
             PERFORM 8900-ADD-FIELD
             MOVE WS-P-KIDS(WS-IX) TO WS-COUNT-ED
             MOVE FUNCTION TRIM(WS-COUNT-ED) TO WS-FLD
             PERFORM 8900-ADD-FIELD
             MOVE SPACES TO WS-FLD
             PERFORM 8900-ADD-FIELD
             MOVE WS-V-SIBS TO WS-FLD
             PERFORM 8900-ADD-FIELD
             MOVE SPACES TO WS-FLD
             PERFORM 8900-ADD-FIELD
             MOVE WS-V-DEPTH TO WS-FLD
             PERFORM 8900-ADD-FIELD
             MOVE WS-P-ROOT(WS-IX) TO WS-FLD
             PERFORM 8900-ADD-FIELD
             MOVE SPACES TO WS-FLD
             PERFORM 8900-ADD-FIELD 5 TIMES
           ELSE
             MOVE WS-P-NAME(WS-IX) TO WS-FLD
             PERFORM 8900-ADD-FIELD
             MOVE WS-P-SEX(WS-IX) TO WS-FLD
             PERFORM 8900-ADD-FIELD
             MOVE WS-P-BDATE(WS-IX) TO WS-FLD
             PERFORM 8900-ADD-FIELD
             MOVE WS-P-DDATE(WS-IX) TO WS-FLD
             IF WS-P-DEAD(WS-IX) = "Y" AND WS-P-DDATE(WS-IX) = SPACES
               MOVE "?" TO WS-FLD
             END-IF
             PERFORM 8900-ADD-FIELD
             MOVE WS-V-AGE-DEATH TO WS-FLD
             PERFORM 8900-ADD-FIELD
             MOVE WS-V-AGE-UNION TO WS-FLD
             PERFORM 8900-ADD-FIELD
             MOVE WS-P-UNIONS(WS-IX) TO WS-COUNT-ED
             MOVE FUNCTION TRIM(WS-COUNT-ED) TO WS-FLD
             PERFORM 8900-ADD-FIELD
             MOVE WS-P-KIDS(WS-IX) TO WS-COUNT-ED
             MOVE FUNCTION TRIM(WS-COUNT-ED) TO WS-FLD
             PERFORM 8900-ADD-FIELD
             MOVE WS-V-ORDER TO WS-FLD
             PERFORM 8900-ADD-FIELD
             MOVE WS-V-SIBS TO WS-FLD
             PERFORM 8900-ADD-FIELD
             MOVE WS-V-MOTHER-AGE TO WS-FLD
             PERFORM 8900-ADD-FIELD
             MOVE WS-V-DEPTH TO WS-FLD
             PERFORM 8900-ADD-FIELD
             MOVE WS-P-ROOT(WS-IX) TO WS-FLD
             PERFORM 8900-ADD-FIELD
             MOVE WS-P-PARISH(WS-IX) TO WS-FLD
             PERFORM 8900-ADD-FIELD
             MOVE WS-P-HOUS(WS-IX) TO WS-FLD
             PERFORM 8900-ADD-FIELD
             MOVE WS-V-HOUS-NAME TO WS-FLD
             PERFORM 8900-ADD-FIELD
             MOVE WS-V-OCCU TO WS-FLD
             PERFORM 8900-ADD-FIELD
             MOVE "N" TO WS-FLD
             IF WS-P-EMIG(WS-IX) = "Y"
               MOVE "S" TO WS-FLD
             END-IF
             PERFORM 8900-ADD-FIELD
           END-IF
           MOVE SPACES TO WS-FLD
           IF WS-P-ORIG(WS-IX) > 0
             MOVE WS-F-ID(WS-P-ORIG(WS-IX)) TO WS-FLD
           END-IF
           PERFORM 8900-ADD-FIELD
           MOVE "N" TO WS-FLD
           IF WS-P-HIDE(WS-IX) = "Y"
             MOVE "S" TO WS-FLD
           END-IF
           PERFORM 8900-ADD-FIELD
           MOVE WS-ROW TO PERS-OUT-REC
           WRITE PERS-OUT-REC
           ADD 1 TO WS-PERS-ROW-CT
           .

      *----------------------------------------------------------------*
      * File unioni: una riga per FAMILY (con almeno un coniuge        *
      * nell'insieme, se indicato); date ed eta' trattenute se uno dei *
      * coniugi lo e'.                                                 *
      *----------------------------------------------------------------*
       4000-WRITE-UNIONS.
           OPEN OUTPUT UNION-OUT
           IF WS-OUT-FS NOT = "00"
             DISPLAY "GN3DSET0: " FUNCTION TRIM(WS-UNION-FILE)
                     " NON SCRIVIBILE"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACES TO UNION-OUT-REC
           STRING "FAM_ID|MARITO_ID|MOGLIE_ID|DATA_UNIONE|TIPO_UNIONE|"
                  "DATA_SCIOGLIMENTO|TIPO_SCIOGLIMENTO|ETA_MARITO|"
                  "ETA_MOGLIE|ORDINE_UNIONE_MARITO|"
                  "ORDINE_UNIONE_MOGLIE|N_FIGLI|MESI_PRIMO_FIGLIO|"
                  "RISERVATO"
             DELIMITED BY SIZE INTO UNION-OUT-REC
           WRITE UNION-OUT-REC
           PERFORM VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-F-COUNT
             MOVE "N" TO WS-FLD
             IF NOT SET-MODE
               MOVE "Y" TO WS-FLD
             END-IF
             IF WS-F-HUSB(WS-FX) > 0
               IF WS-P-INSET(WS-F-HUSB(WS-FX)) = "Y"
                 MOVE "Y" TO WS-FLD
               END-IF
             END-IF
             IF WS-F-WIFE(WS-FX) > 0
               IF WS-P-INSET(WS-F-WIFE(WS-FX)) = "Y"
                 MOVE "Y" TO WS-FLD
               END-IF
             END-IF
             IF WS-FLD = "Y"
               PERFORM 4100-DERIVE-UNION
               PERFORM 4200-WRITE-UNION-ROW
             END-IF
           END-PERFORM
           CLOSE UNION-OUT
           .

       4100-DERIVE-UNION.
           MOVE "N" TO WS-U-HIDE
           MOVE SPACES TO WS-U-AGE-H WS-U-AGE-W WS-U-MONTHS
                          WS-U-ORD-H WS-U-ORD-W
           IF WS-F-HUSB(WS-FX) > 0
             IF WS-P-HIDE(WS-F-HUSB(WS-FX)) = "Y"
               MOVE "Y" TO WS-U-HIDE
             END-IF
           END-IF
           IF WS-F-WIFE(WS-FX) > 0
             IF WS-P-HIDE(WS-F-WIFE(WS-FX)) = "Y"
               MOVE "Y" TO WS-U-HIDE
             END-IF
           END-IF
           IF WS-U-HIDE = "Y"
             EXIT PARAGRAPH
           END-IF
           MOVE WS-F-UDATE(WS-FX) TO WS-D2
           IF WS-F-HUSB(WS-FX) > 0
             MOVE WS-F-HUSB(WS-FX) TO WS-U-PARENT
             MOVE WS-P-BDATE(WS-U-PARENT) TO WS-D1
             PERFORM 8300-YEARS-BETWEEN
             IF DIFF-OK
               MOVE WS-YEARS TO WS-YEARS-ED
               MOVE FUNCTION TRIM(WS-YEARS-ED) TO WS-U-AGE-H
             END-IF
             PERFORM 4110-UNION-ORDER
             MOVE WS-U-ORD TO WS-YEARS-ED
             MOVE FUNCTION TRIM(WS-YEARS-ED) TO WS-U-ORD-H
           END-IF
           IF WS-F-WIFE(WS-FX) > 0
             MOVE WS-F-WIFE(WS-FX) TO WS-U-PARENT
             MOVE WS-P-BDATE(WS-U-PARENT) TO WS-D1
             PERFORM 8300-YEARS-BETWEEN
             IF DIFF-OK
               MOVE WS-YEARS TO WS-YEARS-ED
               MOVE FUNCTION TRIM(WS-YEARS-ED) TO WS-U-AGE-W
             END-IF
             PERFORM 4110-UNION-ORDER
             MOVE WS-U-ORD TO WS-YEARS-ED
             MOVE FUNCTION TRIM(WS-YEARS-ED) TO WS-U-ORD-W
           END-IF
      *    MESI FRA UNIONE E PRIMO FIGLIO (NEGATIVI = NATO PRIMA)
           MOVE WS-F-UDATE(WS-FX) TO WS-D1
           MOVE WS-F-FIRST-KID(WS-FX) TO WS-D2
           PERFORM 8400-MONTHS-BETWEEN
           IF DIFF-OK
             MOVE WS-MONTHS TO WS-MONTHS-ED
             MOVE FUNCTION TRIM(WS-MONTHS-ED) TO WS-U-MONTHS
           END-IF
           .

      *    ORDINE DELL'UNIONE PER IL CONIUGE WS-U-PARENT: 1 + LE SUE
      *    UNIONI CON DATA ANTERIORE (VUOTO SE LA DATA MANCA)
       4110-UNION-ORDER.
           MOVE 0 TO WS-U-ORD
           IF WS-F-UDATE(WS-FX) = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-U-ORD
           PERFORM VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX > WS-F-COUNT
             IF WS-KX NOT = WS-FX
                AND (WS-F-HUSB(WS-KX) = WS-U-PARENT
                     OR WS-F-WIFE(WS-KX) = WS-U-PARENT)
                AND WS-F-UDATE(WS-KX) NOT = SPACES
                AND WS-F-UDATE(WS-KX) < WS-F-UDATE(WS-FX)
               ADD 1 TO WS-U-ORD
             END-IF
           END-PERFORM
           .

       4200-WRITE-UNION-ROW.
           MOVE SPACES TO WS-ROW
           MOVE 1 TO WS-ROW-PTR
           MOVE 0 TO WS-ROW-FIELDS
           MOVE WS-F-ID(WS-FX) TO WS-FLD
           PERFORM 8900-ADD-FIELD
           MOVE WS-F-HUSB-ID(WS-FX) TO WS-FLD
           PERFORM 8900-ADD-FIELD
           MOVE WS-F-WIFE-ID(WS-FX) TO WS-FLD
           PERFORM 8900-ADD-FIELD
           IF WS-U-HIDE = "Y"
             MOVE SPACES TO WS-FLD
           ELSE
             MOVE WS-F-UDATE(WS-FX) TO WS-FLD
           END-IF
           PERFORM 8900-ADD-FIELD
           MOVE WS-F-UTYPE(WS-FX) TO WS-FLD
           PERFORM 8900-ADD-FIELD
           IF WS-U-HIDE = "Y"
             MOVE SPACES TO WS-FLD
           ELSE
             MOVE WS-F-DDATE(WS-FX) TO WS-FLD
           END-IF
           PERFORM 8900-ADD-FIELD
           MOVE WS-F-DTYPE(WS-FX) TO WS-FLD
           PERFORM 8900-ADD-FIELD
           MOVE WS-U-AGE-H TO WS-FLD
           PERFORM 8900-ADD-FIELD
           MOVE WS-U-AGE-W TO WS-FLD
           PERFORM 8900-ADD-FIELD
           MOVE WS-U-ORD-H TO WS-FLD
           PERFORM 8900-ADD-FIELD
           MOVE WS-U-ORD-W TO WS-FLD
           PERFORM 8900-ADD-FIELD
           MOVE WS-F-KIDS(WS-FX) TO WS-COUNT-ED
           MOVE FUNCTION TRIM(WS-COUNT-ED) TO WS-FLD
           PERFORM 8900-ADD-FIELD
           MOVE WS-U-MONTHS TO WS-FLD
           PERFORM 8900-ADD-FIELD
           MOVE "N" TO WS-FLD
           IF WS-U-HIDE = "Y"
             MOVE "S" TO WS-FLD
           END-IF
           PERFORM 8900-ADD-FIELD
           MOVE WS-ROW TO UNION-OUT-REC
           WRITE UNION-OUT-REC
           ADD 1 TO WS-UNION-ROW-CT
           .

      *----------------------------------------------------------------*
      * Codebook: parametri della corsa, formato, una riga per colonna *
      * di ciascun file con la regola di calcolo.                      *
      *----------------------------------------------------------------*
       5000-WRITE-CODEBOOK.
           OPEN OUTPUT CODEBOOK-OUT
           IF WS-OUT-FS NOT = "00"
             DISPLAY "GN3DSET0: " FUNCTION TRIM(WS-CODE-FILE)
                     " NON SCRIVIBILE"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE "CODEBOOK DEL DATASET PER LA RICERCA (GN3DSET0)"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE SPACES TO CODEBOOK-REC
           STRING "ESTRATTO IL " WS-RUN-TS(1:4) "-" WS-RUN-TS(5:2)
                  "-" WS-RUN-TS(7:2) " ALLE " WS-RUN-TS(9:2) ":"
                  WS-RUN-TS(11:2)
             DELIMITED BY SIZE INTO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE SPACES TO CODEBOOK-REC
           IF PRIVACY-MODE
             STRING "PRIVACY: SI - VIVENTI PRESUNTI: NESSUNA MORTE E "
                    "NASCITA IGNOTA O POSTERIORE AL " WS-PRIV-CUT-YEAR
                    " (" WS-PRIV-YEARS " ANNI)"
               DELIMITED BY SIZE INTO CODEBOOK-REC
           ELSE
             MOVE "PRIVACY: NO - TRATTENUTE SOLO LE PERSONE IN EMBARGO"
               TO CODEBOOK-REC
           END-IF
           WRITE CODEBOOK-REC
           MOVE SPACES TO CODEBOOK-REC
           IF SET-MODE
             STRING "AMBITO: INSIEME " FUNCTION TRIM(WS-SET-ARG)
                    " (" WS-S-COUNT " MEMBRI); VARIABILI CALCOLATE "
                    "SULL'INTERO ARCHIVIO"
               DELIMITED BY SIZE INTO CODEBOOK-REC
           ELSE
             MOVE "AMBITO: INTERO ARCHIVIO (PERSONE NON CANCELLATE)"
               TO CODEBOOK-REC
           END-IF
           WRITE CODEBOOK-REC
           MOVE SPACES TO CODEBOOK-REC
           STRING "RIGHE: PERSONE " WS-PERS-ROW-CT
                  "  UNIONI " WS-UNION-ROW-CT
                  "  TRATTENUTE " WS-HIDDEN-CT
             DELIMITED BY SIZE INTO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE SPACES TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "FORMATO: UNA RIGA PER RECORD, CAMPI SEPARATI DA |;"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  PRIMA RIGA CON I NOMI DI COLONNA; CAMPO VUOTO ="
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  IGNOTO O TRATTENUTO. DATE AAAA-MM-GG COME REGISTRATE"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  (ANCHE PARZIALI); ETA' IN ANNI COMPIUTI, SOLO"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  DIFFERENZA DI ANNI SE MESE/GIORNO MANCANO;"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  QUALIFICATORI DI DATA NON APPLICATI." TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE SPACES TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "RICERCA-PERSONE.DAT" TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  PERS_ID              ID PERSON" TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  NOME                 PERS-NAME" TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  SESSO                M / F / VUOTO" TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  NASCITA              PERS-BDATE" TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  MORTE                DATA DEL PRIMO EVENTO MORTE; ?"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "                       = MORTE SENZA DATA"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  ETA_MORTE            ANNI FRA NASCITA E MORTE"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  ETA_PRIMA_UNIONE     ANNI FRA NASCITA E LA PIU'"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "                       ANTICA DATA DI UNIONE DA"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "                       CONIUGE" TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  N_UNIONI             FAMILY NON CANCELLATE IN CUI E'"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "                       PADRE O MADRE" TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  N_FIGLI              LEGAMI FAMLNK CHIL DI QUELLE"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "                       FAMILY, ESCLUSE LE IPOTESI"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  ORDINE_NASCITA       1 + FRATELLI DELLA FAMIGLIA"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "                       D'ORIGINE NATI PRIMA"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  N_FRATELLI           FIGLI DELLA FAMIGLIA D'ORIGINE,"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "                       PERSONA COMPRESA"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  ETA_MADRE            ANNI DELLA MADRE ALLA NASCITA"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "                       DELLA PERSONA" TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  GENERAZIONE          0 = RADICE (PERS-ROOT), +1 PER"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "                       OGNI GENITORE FAMLNK DELLA"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "                       STESSA RADICE" TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  RADICE               PERS-ROOT" TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  PARROCCHIA           PERS-PARISH" TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  CASATO_ID            PERSHOU APERTA, ALTRIMENTI"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "                       L'ULTIMA CHIUSA" TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  CASATO               NOME DEL CASATO (HOUSE)"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  MESTIERE_UNIONE      OCCUPA IL CUI PERIODO COMPRENDE"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "                       LA PRIMA UNIONE" TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  EMIGRATO             S = EMIGRAT CONFERMATA SULLA"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "                       PERSONA, ALTRIMENTI N"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  FAMIGLIA_ORIGINE     FAMILY IN CUI LA PERSONA E'"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "                       FIGLIO (PRIMO LEGAME CHIL)"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  RISERVATO            S = DATI PERSONALI TRATTENUTI:"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "                       RESTANO ID, UNIONI, FIGLI,"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "                       FRATELLI, GENERAZIONE, RADICE E"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "                       FAMIGLIA D'ORIGINE"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE SPACES TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "RICERCA-UNIONI.DAT" TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  FAM_ID               ID FAMILY" TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  MARITO_ID            FAMILY-FATHER-ID"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  MOGLIE_ID            FAMILY-MOTHER-ID"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  DATA_UNIONE          FAMILY-UNION-DATE"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  TIPO_UNIONE          FAMILY-UNION-TYPE"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  DATA_SCIOGLIMENTO    FAMILY-DISS-DATE"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  TIPO_SCIOGLIMENTO    FAMILY-DISS-TYPE"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  ETA_MARITO           ANNI DEL MARITO ALLA DATA DI"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "                       UNIONE" TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  ETA_MOGLIE           ANNI DELLA MOGLIE ALLA DATA DI"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "                       UNIONE" TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  ORDINE_UNIONE_MARITO 1 + UNIONI DEL MARITO CON DATA"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "                       ANTERIORE" TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  ORDINE_UNIONE_MOGLIE 1 + UNIONI DELLA MOGLIE CON"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "                       DATA ANTERIORE" TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  N_FIGLI              LEGAMI FAMLNK CHIL, ESCLUSE LE"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "                       IPOTESI" TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  MESI_PRIMO_FIGLIO    MESI FRA UNIONE E PRIMO FIGLIO"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "                       (NEGATIVO = NATO PRIMA)"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "  RISERVATO            S = UN CONIUGE E' TRATTENUTO:"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           MOVE "                       DATE, ETA' E MESI VUOTI"
             TO CODEBOOK-REC
           WRITE CODEBOOK-REC
           CLOSE CODEBOOK-OUT
           .

      *----------------------------------------------------------------*
      * Indice in tavola della persona / famiglia WS-KEY-ID (0 = non   *
      * presente).                                                     *
      *----------------------------------------------------------------*
       8100-FIND-PERSON.
           MOVE 0 TO WS-FOUND-IX
           IF WS-KEY-ID = SPACES
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX > WS-P-COUNT
             IF WS-P-ID(WS-KX) = WS-KEY-ID
               MOVE WS-KX TO WS-FOUND-IX
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           .

       8200-FIND-FAMILY.
           MOVE 0 TO WS-FOUND-IX
           IF WS-KEY-ID = SPACES
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX > WS-F-COUNT
             IF WS-F-ID(WS-KX) = WS-KEY-ID
               MOVE WS-KX TO WS-FOUND-IX
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Anni compiuti da WS-D1 a WS-D2: con mese e giorno su entrambe  *
      * si toglie un anno se l'anniversario non e' ancora arrivato;    *
      * date mancanti o rovesciate = non calcolabile.                  *
      *----------------------------------------------------------------*
       8300-YEARS-BETWEEN.
           MOVE "N" TO WS-DIFF-OK
           IF WS-D1(1:4) IS NOT NUMERIC OR WS-D2(1:4) IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           MOVE WS-D1(1:4) TO WS-Y1
           MOVE WS-D2(1:4) TO WS-Y2
           COMPUTE WS-YEARS = WS-Y2 - WS-Y1
           IF WS-D1(6:5) IS NOT = SPACES AND WS-D2(6:5) IS NOT = SPACES
              AND WS-D2(6:5) < WS-D1(6:5)
             SUBTRACT 1 FROM WS-YEARS
           END-IF
           IF WS-YEARS >= 0 AND WS-YEARS < 200
             MOVE "Y" TO WS-DIFF-OK
           END-IF
           .

      *    MESI DA WS-D1 A WS-D2, SERVONO ANNO E MESE SU ENTRAMBE
       8400-MONTHS-BETWEEN.
           MOVE "N" TO WS-DIFF-OK
           IF WS-D1(1:4) IS NOT NUMERIC OR WS-D2(1:4) IS NOT NUMERIC
              OR WS-D1(6:2) IS NOT NUMERIC OR WS-D2(6:2) IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           MOVE WS-D1(1:4) TO WS-Y1
           MOVE WS-D2(1:4) TO WS-Y2
           MOVE WS-D1(6:2) TO WS-M1
           MOVE WS-D2(6:2) TO WS-M2
           COMPUTE WS-MONTHS = (WS-Y2 - WS-Y1) * 12 + WS-M2 - WS-M1
           IF WS-D1(9:2) IS NUMERIC AND WS-D2(9:2) IS NUMERIC
             IF WS-MONTHS > 0 AND WS-D2(9:2) < WS-D1(9:2)
               SUBTRACT 1 FROM WS-MONTHS
             END-IF
             IF WS-MONTHS < 0 AND WS-D2(9:2) > WS-D1(9:2)
               ADD 1 TO WS-MONTHS
             END-IF
           END-IF
           IF WS-MONTHS > -1200 AND WS-MONTHS < 1200
             MOVE "Y" TO WS-DIFF-OK
           END-IF
           .

      *    CAMPO WS-FLD IN CODA ALLA RIGA, PRECEDUTO DA "|" SE NON E'
      *    IL PRIMO; VUOTO = SOLO IL SEPARATORE
       8900-ADD-FIELD.
           IF WS-ROW-FIELDS > 0
             STRING "|" DELIMITED BY SIZE
               INTO WS-ROW WITH POINTER WS-ROW-PTR
           END-IF
           ADD 1 TO WS-ROW-FIELDS
           IF WS-FLD NOT = SPACES
             STRING FUNCTION TRIM(WS-FLD) DELIMITED BY SIZE
               INTO WS-ROW WITH POINTER WS-ROW-PTR
           END-IF
           .

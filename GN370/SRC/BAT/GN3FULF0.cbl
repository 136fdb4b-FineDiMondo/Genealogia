       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3FULF0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Consegna di una commessa in una corsa sola. Finora
                l'operatore lanciava a mano, dalla scheda della
                commessa, il libro di famiglia (GN3BOOK0), il quadro
                da parete (GN3CHRT0), l'Ahnentafel (GN3LINE0), i
                certificati (GN3CERT0) e l'indice onomastico
                (GN3ONIX0). Dato l'ID di data/COMMESSE.DAT, il TIPO
                della commessa dice quali prodotti servono (tavola
                qui sotto, estendibile con data/TIPICOMMESSA.DAT:
                righe TIPO|BOOK CHRT LINE CERT ONIX) e il SOGGETTO
                dice su chi: un PERS-ID (capostipite, libro in modo
                PERS) o un casato (PERS-ROOT, libro in modo HOUSE;
                quadro, Ahnentafel e certificati sul membro nato per
                primo). I certificati sono gli atti di nascita,
                battesimo, matrimonio e morte della persona del
                quadro. Tutto finisce in una cartella di consegna
                numerata <dir-consegne>/CONS-nnnnnn (libro matricola
                <dir-consegne>/CONSEGNE.REG: NUM|COMMESSA|TIMBRO) con
                la copertina COPERTINA.TXT e il manifesto
                MANIFEST.DAT (FILE|PRODOTTO|RIGHE). I passi sono
                quelli di GN3NIGHT: un file di controllo corsa
                work/consegna-<id>.ctl tiene la cartella e i passi
                completati, e la riconsegna dopo un errore riparte
                dal passo fallito nella stessa cartella. A catena
                completa la commessa e' timbrata CONSEGNATA con la
                cartella nella nona colonna (lock e giornale del
                CLI). La corsa si ferma prima di produrre qualunque
                cosa se una persona soggetto e' sotto embargo
                (PERS-RESTRICTED) e il cliente non ha l'autorizzazione
                EMBARGO in data/CLIENTI.DAT; con l'autorizzazione il
                libro esce in modo ADMIN. Libro e certificati escono
                nella LINGUA della commessa (decima colonna), se
                assente in quella del cliente, se assente in IT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMMESSE-FILE ASSIGN TO "data/COMMESSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COM-FS.
           SELECT COMMESSE-OUT-FILE
               ASSIGN TO "data/COMMESSE.DAT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.
           SELECT CLIENTI-FILE ASSIGN TO "data/CLIENTI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLI-FS.
           SELECT TIPI-FILE ASSIGN TO "data/TIPICOMMESSA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIP-FS.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LED-FS.
           SELECT RUNCTL-FILE ASSIGN TO DYNAMIC WS-CTL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FS.
           SELECT COVER-FILE ASSIGN TO DYNAMIC WS-COVER-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIF-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODUCT-FILE ASSIGN TO DYNAMIC WS-PROD-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-FS.
           SELECT LOCK-FILE ASSIGN TO "data/ARCHIVIO.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-FS.
           SELECT GIORNALE-FILE ASSIGN TO "data/GIORNALE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMMESSE-FILE.
       01  COMMESSE-REC          PIC X(512).

       FD  COMMESSE-OUT-FILE.
       01  COMMESSE-OUT-REC      PIC X(512).

       FD  CLIENTI-FILE.
       01  CLIENTI-REC           PIC X(512).

       FD  TIPI-FILE.
       01  TIPI-REC              PIC X(80).

       FD  LEDGER-FILE.
       01  LEDGER-REC            PIC X(60).

       FD  RUNCTL-FILE.
       01  RUNCTL-REC            PIC X(200).

       FD  COVER-FILE.
       01  COVER-REC             PIC X(80).

       FD  MANIFEST-FILE.
       01  MANIFEST-REC          PIC X(132).

       FD  PRODUCT-FILE.
       01  PRODUCT-REC           PIC X(200).

       FD  LOCK-FILE.
       01  LOCK-REC              PIC X(14).

       FD  GIORNALE-FILE.
       01  GIORNALE-REC.
           05 GIO-TS             PIC X(14).
           05 FILLER             PIC X(1).
           05 GIO-OP             PIC X(12).
           05 FILLER             PIC X(1).
           05 GIO-ID             PIC X(20).
           05 FILLER             PIC X(1).
           05 GIO-BEFORE         PIC X(240).
           05 GIO-AFTER          PIC X(240).

       WORKING-STORAGE SECTION.
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-COM-ARG            PIC X(20) VALUE SPACES.
       77  WS-DLV-DIR            PIC X(128) VALUE "consegne".
       77  WS-LEDGER-FILE        PIC X(200) VALUE SPACES.
       77  WS-CTL-FILE           PIC X(200) VALUE SPACES.
       77  WS-COVER-FILE         PIC X(200) VALUE SPACES.
       77  WS-MANIF-FILE         PIC X(200) VALUE SPACES.
       77  WS-PROD-FILE          PIC X(200) VALUE SPACES.
       77  WS-FOLDER             PIC X(160) VALUE SPACES.
       77  WS-COM-FS             PIC X(2) VALUE "00".
       77  WS-OUT-FS             PIC X(2) VALUE "00".
       77  WS-TIP-FS             PIC X(2) VALUE "00".
       77  WS-LED-FS             PIC X(2) VALUE "00".
       77  WS-CTL-FS             PIC X(2) VALUE "00".
       77  WS-PRD-FS             PIC X(2) VALUE "00".
       77  WS-LCK-FS             PIC X(2) VALUE "00".
       77  WS-JRN-FS             PIC X(2) VALUE "00".

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".
       01  WS-SSA-EVNT           PIC X(30)
           VALUE "EVENT   (PERSID=            )".

      * RIGA DELLA COMMESSA (TRACCIATO DI GENCOM00)
       01  WS-R1                 PIC X(20) VALUE SPACES.
       01  WS-R2                 PIC X(60) VALUE SPACES.
       01  WS-R3                 PIC X(20) VALUE SPACES.
       01  WS-R4                 PIC X(60) VALUE SPACES.
       01  WS-R5                 PIC X(20) VALUE SPACES.
       01  WS-R6                 PIC X(20) VALUE SPACES.
       01  WS-R7                 PIC X(10) VALUE SPACES.
       01  WS-R8                 PIC X(12) VALUE SPACES.
       01  WS-R9                 PIC X(100) VALUE SPACES.
       01  WS-R10                PIC X(10) VALUE SPACES.
       01  WS-COM-LANG           PIC X(10) VALUE SPACES.
       01  WS-COM-CLIENT         PIC X(60) VALUE SPACES.
       01  WS-COM-TYPE           PIC X(20) VALUE SPACES.
       01  WS-COM-SUBJ           PIC X(12) VALUE SPACES.
       01  WS-COM-FOUND          PIC X VALUE "N".
           88 COM-FOUND-YES      VALUE "Y".
       01  WS-CLIENT-OK          PIC X VALUE "N".
           88 CLIENT-AUTHORIZED  VALUE "Y".

      * PRODOTTI PER TIPO DI COMMESSA: DEFAULT COMPILATI, LE RIGHE DI
      * data/TIPICOMMESSA.DAT SI AGGIUNGONO E, A PARITA' DI TIPO,
      * PREVALGONO (COME IL DIZIONARIO DEI NOMI DI GN3DUP00)
       01  WS-TYPE-DEFAULTS.
           05 FILLER             PIC X(52) VALUE
              "LIBRO       BOOK ONIX                               ".
           05 FILLER             PIC X(52) VALUE
              "QUADRO      CHRT                                    ".
           05 FILLER             PIC X(52) VALUE
              "AHNENTAFEL  LINE                                    ".
           05 FILLER             PIC X(52) VALUE
              "ESTRATTO    CERT                                    ".
           05 FILLER             PIC X(52) VALUE
              "INDICE      ONIX                                    ".
           05 FILLER             PIC X(52) VALUE
              "COMPLETA    BOOK CHRT LINE CERT ONIX                ".
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-DEFAULTS.
           05 WS-TYPE-DEF OCCURS 6 TIMES.
              10 WS-TD-TYPE      PIC X(12).
              10 WS-TD-PRODS     PIC X(40).
       01  WS-TYPE-EXT.
           05 WS-TYPE-EXT-ENTRY OCCURS 30 TIMES.
              10 WS-TX-TYPE      PIC X(12).
              10 WS-TX-PRODS     PIC X(40).
       01  WS-TYPE-EXT-CT        PIC 9(2) VALUE 0.
       01  WS-TYPE-IX            PIC 9(2) VALUE 0.
       01  WS-PRODS              PIC X(40) VALUE SPACES.
       01  WS-PROD-WORDS.
           05 WS-PROD-WORD       PIC X(8) OCCURS 5 TIMES
                                 VALUE SPACES.
       01  WS-PW-IX              PIC 9(2) VALUE 0.
       01  WS-WANT-BOOK          PIC X VALUE "N".
       01  WS-WANT-CHRT          PIC X VALUE "N".
       01  WS-WANT-LINE          PIC X VALUE "N".
       01  WS-WANT-CERT          PIC X VALUE "N".
       01  WS-WANT-ONIX          PIC X VALUE "N".

      * SOGGETTO: PERSONA (MODO PERS) O CASATO (MODO HOUSE)
       01  WS-SUBJ-MODE          PIC X(5) VALUE SPACES.
       01  WS-SUBJ-NAME          PIC X(40) VALUE SPACES.
       01  WS-HEAD-ID            PIC X(12) VALUE SPACES.
       01  WS-HEAD-NAME          PIC X(40) VALUE SPACES.
       01  WS-HEAD-BDATE         PIC X(10) VALUE SPACES.
       01  WS-MEMBER-CT          PIC 9(5) VALUE 0.
       01  WS-EMBARGO-CT         PIC 9(5) VALUE 0.
       01  WS-EMBARGO-ID         PIC X(12) VALUE SPACES.

      * ATTI DEL TITOLARE PER I CERTIFICATI
       01  WS-CERT-TABLE.
           05 WS-CERT-EVNT       PIC X(12) OCCURS 8 TIMES
                                 VALUE SPACES.
       01  WS-CERT-CT            PIC 9(2) VALUE 0.
       01  WS-CERT-NO            PIC 9(2) VALUE 0.
       01  WS-EV-TYPE-U          PIC X(12) VALUE SPACES.
       01  WS-EOD                PIC X VALUE "N".
           88 EOD-YES            VALUE "Y".

      * SEQUENZA DEI PASSI DELLA CONSEGNA (COME GN3NIGHT)
       01  WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 20 TIMES.
              10 WS-ST-NAME      PIC X(8).
              10 WS-ST-DONE      PIC X(1).
              10 WS-ST-ESITO     PIC X(12).
              10 WS-ST-FILE      PIC X(24).
              10 WS-ST-DESC      PIC X(30).
              10 WS-ST-ARG       PIC X(12).
       01  WS-STEP-MAX           PIC 9(2) VALUE 0.
       01  WS-STEP-IX            PIC 9(2) VALUE 0.
       01  WS-STEP-CUR           PIC 9(2) VALUE 0.
       01  WS-STEP-FAIL          PIC 9(2) VALUE 0.
       01  WS-CTL-NAME           PIC X(8) VALUE SPACES.
       01  WS-CMD                PIC X(500) VALUE SPACES.
       01  WS-STEP-RC            PIC S9(9) COMP VALUE 0.
       01  WS-ABORT              PIC X VALUE "N".
           88 ABORT-YES          VALUE "Y".
       01  WS-EOF                PIC X VALUE "N".
           88 EOF-YES            VALUE "Y".

      * LIBRO MATRICOLA DELLE CONSEGNE
       01  WS-DLV-NO             PIC 9(6) VALUE 0.
       01  WS-LED-NO             PIC X(6) VALUE SPACES.
       01  WS-LED-COM            PIC X(20) VALUE SPACES.

      * COPERTINA E MANIFESTO
       01  WS-LINE-CT            PIC 9(7) VALUE 0.
       01  WS-LINE-CT-ED         PIC Z(6)9.
       01  WS-TODAY              PIC X(8) VALUE SPACES.
       01  WS-TODAY-ISO          PIC X(10) VALUE SPACES.

      * TIMBRO CONSEGNATA
       01  WS-NEW-REC            PIC X(512) VALUE SPACES.
       01  WS-LOCK-HELD          PIC X VALUE "N".
           88 LOCK-HELD          VALUE "Y".
       01  WS-STAMPED            PIC X VALUE "N".
           88 STAMPED-YES        VALUE "Y".
       01  WS-JRN-OP             PIC X(12) VALUE SPACES.
       01  WS-JRN-ID             PIC X(20) VALUE SPACES.
       01  WS-JRN-BEFORE         PIC X(240) VALUE SPACES.
       01  WS-JRN-AFTER          PIC X(240) VALUE SPACES.

      * ANAGRAFE CLIENTI (AREE CONDIVISE CON IL CLI)
       COPY "GENCLIE.CPY".

       COPY GN1PRSN.
       COPY GN1EVNT.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             DISPLAY "USO: GN3FULF0 <id-commessa> [dir-consegne]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-COM-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-COM-ARG) TO WS-COM-ARG
           IF WS-ARGC >= 2
             ACCEPT WS-DLV-DIR FROM ARGUMENT-VALUE
             MOVE FUNCTION TRIM(WS-DLV-DIR) TO WS-DLV-DIR
           END-IF
           STRING FUNCTION TRIM(WS-DLV-DIR) "/CONSEGNE.REG"
             DELIMITED BY SIZE INTO WS-LEDGER-FILE
           STRING "work/consegna-" FUNCTION TRIM(WS-COM-ARG) ".ctl"
             DELIMITED BY SIZE INTO WS-CTL-FILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-" WS-TODAY(7:2)
             DELIMITED BY SIZE INTO WS-TODAY-ISO

           PERFORM 1000-READ-COMMISSION
           IF NOT COM-FOUND-YES
             DISPLAY "GN3FULF0: COMMESSA " FUNCTION TRIM(WS-COM-ARG)
                     " NON TROVATA IN data/COMMESSE.DAT"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           IF FUNCTION TRIM(WS-R8) NOT = "APERTA"
             DISPLAY "GN3FULF0: COMMESSA " FUNCTION TRIM(WS-COM-ARG)
                     " GIA' " FUNCTION TRIM(WS-R8) " "
                     FUNCTION TRIM(WS-R9)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM 1100-LOAD-TYPE-TABLE
           PERFORM 1200-PRODUCTS-FOR-TYPE
           IF WS-PRODS = SPACES
             DISPLAY "GN3FULF0: TIPO " FUNCTION TRIM(WS-COM-TYPE)
                     " SENZA PRODOTTI (data/TIPICOMMESSA.DAT)"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM 1300-RESOLVE-SUBJECT
           IF WS-SUBJ-MODE = SPACES
             DISPLAY "GN3FULF0: SOGGETTO " FUNCTION TRIM(WS-COM-SUBJ)
                     " NE' PERSONA NE' CASATO"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

      *    EMBARGO: NIENTE SI PRODUCE PER UN CLIENTE NON AUTORIZZATO
           MOVE WS-COM-CLIENT TO CLI-CERCA-ID
           PERFORM 9300-FIND-CLIENTE
           MOVE "N" TO WS-CLIENT-OK
           IF CLI-TROVATO-SI AND CLI-R8 = "S"
             MOVE "Y" TO WS-CLIENT-OK
           END-IF
      *    LINGUA DELLE EDIZIONI: COMMESSA, POI CLIENTE, POI IT
           MOVE WS-R10 TO WS-COM-LANG
           IF WS-COM-LANG = SPACES AND CLI-TROVATO-SI
             MOVE CLI-R5 TO WS-COM-LANG
           END-IF
           IF WS-COM-LANG = SPACES
             MOVE "IT" TO WS-COM-LANG
           END-IF
           IF WS-EMBARGO-CT > 0 AND NOT CLIENT-AUTHORIZED
             DISPLAY "GN3FULF0: " WS-EMBARGO-CT
                     " PERSONE SOGGETTO SOTTO EMBARGO (PRIMA: "
                     FUNCTION TRIM(WS-EMBARGO-ID)
                     "), CLIENTE " FUNCTION TRIM(CLI-NOME)
                     " NON AUTORIZZATO: CONSEGNA FERMATA"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           IF WS-WANT-CERT = "Y"
             PERFORM 1400-FIND-CERT-EVENTS
           END-IF
           PERFORM 1500-BUILD-STEPS
           PERFORM 1600-READ-RUN-CONTROL
           IF WS-FOLDER = SPACES
             PERFORM 1700-OPEN-NEW-FOLDER
           ELSE
             DISPLAY "GN3FULF0: RIPRESA NELLA CARTELLA "
                     FUNCTION TRIM(WS-FOLDER)
           END-IF

           PERFORM VARYING WS-STEP-CUR FROM 1 BY 1
               UNTIL WS-STEP-CUR > WS-STEP-MAX OR ABORT-YES
             IF WS-ST-DONE(WS-STEP-CUR) = "Y"
               MOVE "GIA' FATTO" TO WS-ST-ESITO(WS-STEP-CUR)
               DISPLAY "GN3FULF0: SALTO "
                       FUNCTION TRIM(WS-ST-NAME(WS-STEP-CUR))
                       " (COMPLETATO IN UNA CORSA PRECEDENTE)"
             ELSE
               PERFORM 2000-RUN-STEP
             END-IF
           END-PERFORM

           IF ABORT-YES
             DISPLAY "GN3FULF0: CONSEGNA INTERROTTA AL PASSO "
                     FUNCTION TRIM(WS-ST-NAME(WS-STEP-FAIL))
                     ", RICONSEGNARE PER RIPRENDERE DA LI'"
             MOVE 8 TO RETURN-CODE
           ELSE
      *      CATENA COMPLETA: IL CONTROLLO CORSA SI AZZERA
             OPEN OUTPUT RUNCTL-FILE
             CLOSE RUNCTL-FILE
             DISPLAY "GN3FULF0: COMMESSA " FUNCTION TRIM(WS-COM-ARG)
                     " CONSEGNATA IN " FUNCTION TRIM(WS-FOLDER)
             MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-READ-COMMISSION.
           MOVE "N" TO WS-COM-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT COMMESSE-FILE
           IF WS-COM-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-YES OR COM-FOUND-YES
             READ COMMESSE-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF COMMESSE-REC NOT = SPACES
                    AND COMMESSE-REC(1:1) NOT = "#"
                   PERFORM 8000-SPLIT-ORDER-ROW
                   IF WS-R1 = WS-COM-ARG
                     SET COM-FOUND-YES TO TRUE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE COMMESSE-FILE
           MOVE "N" TO WS-EOF
           IF COM-FOUND-YES
             MOVE WS-R2 TO WS-COM-CLIENT
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-R3))
               TO WS-COM-TYPE
             MOVE FUNCTION TRIM(WS-R4) TO WS-COM-SUBJ
           END-IF
           .

       1100-LOAD-TYPE-TABLE.
           MOVE 0 TO WS-TYPE-EXT-CT
           MOVE "N" TO WS-EOF
           OPEN INPUT TIPI-FILE
           IF WS-TIP-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-YES OR WS-TYPE-EXT-CT >= 30
             READ TIPI-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF TIPI-REC NOT = SPACES
                    AND TIPI-REC(1:1) NOT = "#"
                   ADD 1 TO WS-TYPE-EXT-CT
                   UNSTRING TIPI-REC DELIMITED BY "|"
                     INTO WS-TX-TYPE(WS-TYPE-EXT-CT)
                          WS-TX-PRODS(WS-TYPE-EXT-CT)
                   MOVE FUNCTION UPPER-CASE(
                     WS-TX-TYPE(WS-TYPE-EXT-CT))
                     TO WS-TX-TYPE(WS-TYPE-EXT-CT)
                   MOVE FUNCTION UPPER-CASE(
                     WS-TX-PRODS(WS-TYPE-EXT-CT))
                     TO WS-TX-PRODS(WS-TYPE-EXT-CT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE TIPI-FILE
           MOVE "N" TO WS-EOF
           .

       1200-PRODUCTS-FOR-TYPE.
           MOVE SPACES TO WS-PRODS
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
               UNTIL WS-TYPE-IX > 6
             IF WS-TD-TYPE(WS-TYPE-IX) = WS-COM-TYPE
               MOVE WS-TD-PRODS(WS-TYPE-IX) TO WS-PRODS
             END-IF
           END-PERFORM
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
               UNTIL WS-TYPE-IX > WS-TYPE-EXT-CT
             IF WS-TX-TYPE(WS-TYPE-IX) = WS-COM-TYPE
               MOVE WS-TX-PRODS(WS-TYPE-IX) TO WS-PRODS
             END-IF
           END-PERFORM
           MOVE SPACES TO WS-PROD-WORD(1) WS-PROD-WORD(2)
                          WS-PROD-WORD(3) WS-PROD-WORD(4)
                          WS-PROD-WORD(5)
           UNSTRING WS-PRODS DELIMITED BY ALL SPACE
             INTO WS-PROD-WORD(1) WS-PROD-WORD(2) WS-PROD-WORD(3)
                  WS-PROD-WORD(4) WS-PROD-WORD(5)
           PERFORM VARYING WS-PW-IX FROM 1 BY 1 UNTIL WS-PW-IX > 5
             EVALUATE WS-PROD-WORD(WS-PW-IX)
               WHEN "BOOK"
                 MOVE "Y" TO WS-WANT-BOOK
               WHEN "CHRT"
                 MOVE "Y" TO WS-WANT-CHRT
               WHEN "LINE"
                 MOVE "Y" TO WS-WANT-LINE
               WHEN "CERT"
                 MOVE "Y" TO WS-WANT-CERT
               WHEN "ONIX"
                 MOVE "Y" TO WS-WANT-ONIX
             END-EVALUATE
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Soggetto: un PERS-ID e' la persona stessa; altrimenti e' un    *
      * casato e le persone soggetto sono i suoi membri (PERS-ROOT),   *
      * con il nato per primo a titolare di quadro e certificati.      *
      * Nella stessa spazzata si contano le persone sotto embargo.     *
      *----------------------------------------------------------------*
       1300-RESOLVE-SUBJECT.
           MOVE SPACES TO WS-SUBJ-MODE WS-HEAD-ID WS-HEAD-BDATE
           MOVE 0 TO WS-MEMBER-CT WS-EMBARGO-CT
           IF WS-COM-SUBJ = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF PERS-IS-DELETED NOT = "Y"
               IF PERS-ID = WS-COM-SUBJ
                 MOVE "PERS" TO WS-SUBJ-MODE
                 MOVE PERS-ID TO WS-HEAD-ID
                 MOVE PERS-NAME TO WS-HEAD-NAME
                 MOVE PERS-NAME TO WS-SUBJ-NAME
                 MOVE 1 TO WS-MEMBER-CT
                 MOVE 0 TO WS-EMBARGO-CT
                 IF PERS-RESTRICTED = "Y"
                   MOVE 1 TO WS-EMBARGO-CT
                   MOVE PERS-ID TO WS-EMBARGO-ID
                 END-IF
               END-IF
               IF PERS-ROOT = WS-COM-SUBJ AND WS-SUBJ-MODE NOT = "PERS"
                 PERFORM 1310-ADD-HOUSE-MEMBER
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PRSN-SEG
           END-PERFORM
           IF WS-SUBJ-MODE = "HOUSE"
             STRING "CASATO " FUNCTION TRIM(WS-COM-SUBJ)
               DELIMITED BY SIZE INTO WS-SUBJ-NAME
           END-IF
           .

       1310-ADD-HOUSE-MEMBER.
           MOVE "HOUSE" TO WS-SUBJ-MODE
           ADD 1 TO WS-MEMBER-CT
           IF PERS-RESTRICTED = "Y"
             ADD 1 TO WS-EMBARGO-CT
             IF WS-EMBARGO-ID = SPACES
               MOVE PERS-ID TO WS-EMBARGO-ID
             END-IF
           END-IF
           IF WS-HEAD-ID = SPACES
              OR (PERS-BDATE(1:4) IS NUMERIC
                  AND (WS-HEAD-BDATE(1:4) IS NOT NUMERIC
                       OR PERS-BDATE < WS-HEAD-BDATE))
             MOVE PERS-ID TO WS-HEAD-ID
             MOVE PERS-NAME TO WS-HEAD-NAME
             MOVE PERS-BDATE TO WS-HEAD-BDATE
           END-IF
           .

       1400-FIND-CERT-EVENTS.
           MOVE 0 TO WS-CERT-CT
           MOVE "N" TO WS-EOD
           MOVE WS-HEAD-ID TO WS-SSA-EVNT(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EVNT-SEG
                                WS-SSA-EVNT
           IF DB-STATUS NOT = SPACES
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOD-YES
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(EVNT-TYPE))
               TO WS-EV-TYPE-U
             IF (WS-EV-TYPE-U = "NASCITA" OR "BATTESIMO"
                 OR "MATRIMONIO" OR "MORTE")
                AND WS-CERT-CT < 8
               ADD 1 TO WS-CERT-CT
               MOVE EVNT-ID TO WS-CERT-EVNT(WS-CERT-CT)
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1EVNT-SEG
                                  WS-SSA-EVNT
             IF DB-STATUS NOT = SPACES
               SET EOD-YES TO TRUE
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Passi della consegna: i prodotti del tipo, un certificato per  *
      * atto, poi copertina con manifesto e timbro sulla commessa. La  *
      * sequenza si ricostruisce uguale ad ogni corsa, cosi' il file   *
      * di controllo ritrova i passi gia' fatti per nome.              *
      *----------------------------------------------------------------*
       1500-BUILD-STEPS.
           MOVE 0 TO WS-STEP-MAX
           MOVE SPACES TO WS-STEP-TABLE
           IF WS-WANT-BOOK = "Y"
             ADD 1 TO WS-STEP-MAX
             MOVE "BOOK" TO WS-ST-NAME(WS-STEP-MAX)
             MOVE "LIBRO.RPT" TO WS-ST-FILE(WS-STEP-MAX)
             MOVE "LIBRO DI FAMIGLIA" TO WS-ST-DESC(WS-STEP-MAX)
           END-IF
           IF WS-WANT-CHRT = "Y"
             ADD 1 TO WS-STEP-MAX
             MOVE "CHRT" TO WS-ST-NAME(WS-STEP-MAX)
             MOVE "QUADRO.RPT" TO WS-ST-FILE(WS-STEP-MAX)
             MOVE "QUADRO DA PARETE" TO WS-ST-DESC(WS-STEP-MAX)
           END-IF
           IF WS-WANT-LINE = "Y"
             ADD 1 TO WS-STEP-MAX
             MOVE "LINE" TO WS-ST-NAME(WS-STEP-MAX)
             MOVE "AHNENTAFEL.RPT" TO WS-ST-FILE(WS-STEP-MAX)
             MOVE "AHNENTAFEL" TO WS-ST-DESC(WS-STEP-MAX)
           END-IF
           PERFORM VARYING WS-CERT-NO FROM 1 BY 1
               UNTIL WS-CERT-NO > WS-CERT-CT
             ADD 1 TO WS-STEP-MAX
             MOVE SPACES TO WS-ST-NAME(WS-STEP-MAX)
                            WS-ST-FILE(WS-STEP-MAX)
             STRING "CERT" WS-CERT-NO
               DELIMITED BY SIZE INTO WS-ST-NAME(WS-STEP-MAX)
             STRING "CERT-" FUNCTION TRIM(WS-CERT-EVNT(WS-CERT-NO))
                    ".TXT"
               DELIMITED BY SIZE INTO WS-ST-FILE(WS-STEP-MAX)
             MOVE "CERTIFICATO" TO WS-ST-DESC(WS-STEP-MAX)
             MOVE WS-CERT-EVNT(WS-CERT-NO) TO WS-ST-ARG(WS-STEP-MAX)
           END-PERFORM
           IF WS-WANT-ONIX = "Y"
             ADD 1 TO WS-STEP-MAX
             MOVE "ONIX" TO WS-ST-NAME(WS-STEP-MAX)
             MOVE "INDICE.RPT" TO WS-ST-FILE(WS-STEP-MAX)
             MOVE "INDICE ONOMASTICO" TO WS-ST-DESC(WS-STEP-MAX)
           END-IF
           ADD 1 TO WS-STEP-MAX
           MOVE "COVER" TO WS-ST-NAME(WS-STEP-MAX)
           ADD 1 TO WS-STEP-MAX
           MOVE "STAMP" TO WS-ST-NAME(WS-STEP-MAX)
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > WS-STEP-MAX
             MOVE "N" TO WS-ST-DONE(WS-STEP-IX)
             MOVE "NON ESEGUITO" TO WS-ST-ESITO(WS-STEP-IX)
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Controllo corsa: la prima riga CARTELLA=<dir> e' la cartella   *
      * della consegna in corso, le altre i passi completati.          *
      *----------------------------------------------------------------*
       1600-READ-RUN-CONTROL.
           MOVE SPACES TO WS-FOLDER
           MOVE "N" TO WS-EOF
           OPEN INPUT RUNCTL-FILE
           IF WS-CTL-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-YES
             READ RUNCTL-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF RUNCTL-REC(1:9) = "CARTELLA="
                   MOVE RUNCTL-REC(10:) TO WS-FOLDER
                 ELSE
                   MOVE RUNCTL-REC(1:8) TO WS-CTL-NAME
                   PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                       UNTIL WS-STEP-IX > WS-STEP-MAX
                     IF WS-ST-NAME(WS-STEP-IX) = WS-CTL-NAME
                       MOVE "Y" TO WS-ST-DONE(WS-STEP-IX)
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RUNCTL-FILE
           MOVE "N" TO WS-EOF
           .

      *----------------------------------------------------------------*
      * Nuova cartella: numero successivo del libro matricola delle    *
      * consegne (come il libro dei certificati di GN3CERT0).          *
      *----------------------------------------------------------------*
       1700-OPEN-NEW-FOLDER.
           MOVE SPACES TO WS-CMD
           STRING "mkdir -p " FUNCTION TRIM(WS-DLV-DIR) " work"
             DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           MOVE 0 TO WS-DLV-NO
           MOVE "N" TO WS-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-LED-FS = "00"
             PERFORM UNTIL EOF-YES
               READ LEDGER-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF LEDGER-REC NOT = SPACES
                      AND LEDGER-REC(1:1) NOT = "#"
                     MOVE SPACES TO WS-LED-NO
                     UNSTRING LEDGER-REC DELIMITED BY "|"
                       INTO WS-LED-NO
                     IF WS-LED-NO IS NUMERIC
                        AND WS-LED-NO > WS-DLV-NO
                       MOVE WS-LED-NO TO WS-DLV-NO
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LEDGER-FILE
           END-IF
           MOVE "N" TO WS-EOF
           ADD 1 TO WS-DLV-NO
           OPEN EXTEND LEDGER-FILE
           IF WS-LED-FS NOT = "00"
             OPEN OUTPUT LEDGER-FILE
           END-IF
           MOVE SPACES TO LEDGER-REC
           STRING WS-DLV-NO "|" FUNCTION TRIM(WS-COM-ARG) "|"
                  FUNCTION CURRENT-DATE(1:14)
             DELIMITED BY SIZE INTO LEDGER-REC
           WRITE LEDGER-REC
           CLOSE LEDGER-FILE
           MOVE SPACES TO WS-FOLDER
           STRING FUNCTION TRIM(WS-DLV-DIR) "/CONS-" WS-DLV-NO
             DELIMITED BY SIZE INTO WS-FOLDER
           MOVE SPACES TO WS-CMD
           STRING "mkdir -p " FUNCTION TRIM(WS-FOLDER)
             DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           OPEN OUTPUT RUNCTL-FILE
           MOVE SPACES TO RUNCTL-REC
           STRING "CARTELLA=" FUNCTION TRIM(WS-FOLDER)
             DELIMITED BY SIZE INTO RUNCTL-REC
           WRITE RUNCTL-REC
           CLOSE RUNCTL-FILE
           DISPLAY "GN3FULF0: CONSEGNA N. " WS-DLV-NO
                   " IN " FUNCTION TRIM(WS-FOLDER)
           .

       2000-RUN-STEP.
           MOVE SPACES TO WS-CMD
           EVALUATE TRUE
             WHEN WS-ST-NAME(WS-STEP-CUR) = "BOOK"
               STRING "GN3BOOK0 " FUNCTION TRIM(WS-FOLDER) "/"
                      FUNCTION TRIM(WS-ST-FILE(WS-STEP-CUR)) " "
                      FUNCTION TRIM(WS-COM-SUBJ) " "
                      FUNCTION TRIM(WS-SUBJ-MODE) " - 2"
                 DELIMITED BY SIZE INTO WS-CMD
               IF CLIENT-AUTHORIZED
                 STRING FUNCTION TRIM(WS-CMD) " ADMIN "
                        FUNCTION TRIM(WS-COM-LANG)
                   DELIMITED BY SIZE INTO WS-CMD
               ELSE
                 STRING FUNCTION TRIM(WS-CMD) " - "
                        FUNCTION TRIM(WS-COM-LANG)
                   DELIMITED BY SIZE INTO WS-CMD
               END-IF
             WHEN WS-ST-NAME(WS-STEP-CUR) = "CHRT"
               STRING "GN3CHRT0 " FUNCTION TRIM(WS-HEAD-ID) " 3 2 "
                      FUNCTION TRIM(WS-FOLDER) "/"
                      FUNCTION TRIM(WS-ST-FILE(WS-STEP-CUR))
                 DELIMITED BY SIZE INTO WS-CMD
             WHEN WS-ST-NAME(WS-STEP-CUR) = "LINE"
               STRING "GN3LINE0 " FUNCTION TRIM(WS-HEAD-ID) " 5 "
                      FUNCTION TRIM(WS-FOLDER) "/"
                      FUNCTION TRIM(WS-ST-FILE(WS-STEP-CUR))
                 DELIMITED BY SIZE INTO WS-CMD
             WHEN WS-ST-NAME(WS-STEP-CUR)(1:4) = "CERT"
               STRING "GN3CERT0 "
                      FUNCTION TRIM(WS-ST-ARG(WS-STEP-CUR)) " "
                      FUNCTION TRIM(WS-FOLDER) "/"
                      FUNCTION TRIM(WS-ST-FILE(WS-STEP-CUR)) " "
                      FUNCTION TRIM(WS-COM-LANG)
                 DELIMITED BY SIZE INTO WS-CMD
             WHEN WS-ST-NAME(WS-STEP-CUR) = "ONIX"
               STRING "GN3ONIX0 " FUNCTION TRIM(WS-FOLDER) "/"
                      FUNCTION TRIM(WS-ST-FILE(WS-STEP-CUR))
                 DELIMITED BY SIZE INTO WS-CMD
           END-EVALUATE

           EVALUATE WS-ST-NAME(WS-STEP-CUR)
             WHEN "COVER"
               PERFORM 4000-WRITE-COVER
               MOVE 0 TO WS-STEP-RC
             WHEN "STAMP"
               PERFORM 5000-STAMP-COMMISSION
               IF STAMPED-YES
                 MOVE 0 TO WS-STEP-RC
               ELSE
                 MOVE 8 TO WS-STEP-RC
               END-IF
             WHEN OTHER
               DISPLAY "GN3FULF0: ESEGUO " FUNCTION TRIM(WS-CMD)
               CALL "SYSTEM" USING WS-CMD
               MOVE RETURN-CODE TO WS-STEP-RC
      *        EXIT DEL FIGLIO NEL BYTE ALTO, COME IN GN3NIGHT
               COMPUTE WS-STEP-RC = WS-STEP-RC / 256
           END-EVALUATE
           IF WS-STEP-RC = 0
             MOVE "OK" TO WS-ST-ESITO(WS-STEP-CUR)
             PERFORM 3000-MARK-STEP-DONE
           ELSE
             MOVE "FALLITO" TO WS-ST-ESITO(WS-STEP-CUR)
             MOVE WS-STEP-CUR TO WS-STEP-FAIL
             SET ABORT-YES TO TRUE
           END-IF
           .

       3000-MARK-STEP-DONE.
           OPEN EXTEND RUNCTL-FILE
           IF WS-CTL-FS NOT = "00"
             OPEN OUTPUT RUNCTL-FILE
           END-IF
           MOVE SPACES TO RUNCTL-REC
           MOVE WS-ST-NAME(WS-STEP-CUR) TO RUNCTL-REC(1:8)
           WRITE RUNCTL-REC
           CLOSE RUNCTL-FILE
           .

      *----------------------------------------------------------------*
      * Copertina (per il cliente) e manifesto (per l'archivio): i     *
      * file prodotti dai passi con le righe contate sul disco.        *
      *----------------------------------------------------------------*
       4000-WRITE-COVER.
           MOVE SPACES TO WS-COVER-FILE WS-MANIF-FILE
           STRING FUNCTION TRIM(WS-FOLDER) "/COPERTINA.TXT"
             DELIMITED BY SIZE INTO WS-COVER-FILE
           STRING FUNCTION TRIM(WS-FOLDER) "/MANIFEST.DAT"
             DELIMITED BY SIZE INTO WS-MANIF-FILE
           OPEN OUTPUT COVER-FILE
           OPEN OUTPUT MANIFEST-FILE
           MOVE ALL "=" TO COVER-REC
           WRITE COVER-REC
           MOVE SPACES TO COVER-REC
           STRING "FINE DI MONDO - RICERCHE GENEALOGICHE"
             DELIMITED BY SIZE INTO COVER-REC
           WRITE COVER-REC
           MOVE SPACES TO COVER-REC
           STRING "CONSEGNA " FUNCTION TRIM(WS-FOLDER)
                  " DEL " WS-TODAY-ISO
             DELIMITED BY SIZE INTO COVER-REC
           WRITE COVER-REC
           MOVE ALL "=" TO COVER-REC
           WRITE COVER-REC
           MOVE SPACES TO COVER-REC
           WRITE COVER-REC
           MOVE SPACES TO COVER-REC
           STRING "COMMESSA:  " FUNCTION TRIM(WS-COM-ARG)
                  "  (" FUNCTION TRIM(WS-COM-TYPE) ")"
             DELIMITED BY SIZE INTO COVER-REC
           WRITE COVER-REC
           MOVE SPACES TO COVER-REC
           STRING "CLIENTE:   " FUNCTION TRIM(CLI-NOME)
             DELIMITED BY SIZE INTO COVER-REC
           WRITE COVER-REC
           IF CLI-TROVATO-SI
             MOVE SPACES TO COVER-REC
             STRING "           " FUNCTION TRIM(CLI-R3)
               DELIMITED BY SIZE INTO COVER-REC
             WRITE COVER-REC
             MOVE SPACES TO COVER-REC
             STRING "           " FUNCTION TRIM(CLI-R4)
               DELIMITED BY SIZE INTO COVER-REC
             WRITE COVER-REC
           END-IF
           MOVE SPACES TO COVER-REC
           STRING "SOGGETTO:  " FUNCTION TRIM(WS-SUBJ-NAME)
                  " (" FUNCTION TRIM(WS-COM-SUBJ) ")"
             DELIMITED BY SIZE INTO COVER-REC
           WRITE COVER-REC
           IF WS-SUBJ-MODE = "HOUSE"
             MOVE SPACES TO COVER-REC
             STRING "           " WS-MEMBER-CT " PERSONE, CAPOSTIPITE "
                    FUNCTION TRIM(WS-HEAD-NAME)
               DELIMITED BY SIZE INTO COVER-REC
             WRITE COVER-REC
           END-IF
           MOVE SPACES TO COVER-REC
           WRITE COVER-REC
           MOVE "CONTENUTO DELLA CONSEGNA:" TO COVER-REC
           WRITE COVER-REC
           MOVE SPACES TO MANIFEST-REC
           MOVE "#FILE|PRODOTTO|RIGHE" TO MANIFEST-REC
           WRITE MANIFEST-REC
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > WS-STEP-MAX
             IF WS-ST-FILE(WS-STEP-IX) NOT = SPACES
               PERFORM 4100-COUNT-PRODUCT-LINES
               MOVE WS-LINE-CT TO WS-LINE-CT-ED
               MOVE SPACES TO COVER-REC
               STRING "  " WS-ST-FILE(WS-STEP-IX) " "
                      WS-ST-DESC(WS-STEP-IX) " " WS-LINE-CT-ED
                      " RIGHE"
                 DELIMITED BY SIZE INTO COVER-REC
               WRITE COVER-REC
               MOVE SPACES TO MANIFEST-REC
               STRING FUNCTION TRIM(WS-ST-FILE(WS-STEP-IX)) "|"
                      FUNCTION TRIM(WS-ST-DESC(WS-STEP-IX)) "|"
                      FUNCTION TRIM(WS-LINE-CT-ED)
                 DELIMITED BY SIZE INTO MANIFEST-REC
               WRITE MANIFEST-REC
             END-IF
           END-PERFORM
           MOVE SPACES TO COVER-REC
           WRITE COVER-REC
           IF CLIENT-AUTHORIZED AND WS-EMBARGO-CT > 0
             MOVE "CONTIENE PERSONE SOTTO EMBARGO: CLIENTE AUTORIZZATO"
               TO COVER-REC
             WRITE COVER-REC
           END-IF
           CLOSE COVER-FILE
           CLOSE MANIFEST-FILE
           .

       4100-COUNT-PRODUCT-LINES.
           MOVE 0 TO WS-LINE-CT
           MOVE SPACES TO WS-PROD-FILE
           STRING FUNCTION TRIM(WS-FOLDER) "/"
                  FUNCTION TRIM(WS-ST-FILE(WS-STEP-IX))
             DELIMITED BY SIZE INTO WS-PROD-FILE
           MOVE "N" TO WS-EOF
           OPEN INPUT PRODUCT-FILE
           IF WS-PRD-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-YES
             READ PRODUCT-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 ADD 1 TO WS-LINE-CT
             END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE
           MOVE "N" TO WS-EOF
           .

      *----------------------------------------------------------------*
      * Timbro sulla commessa: STATO CONSEGNATA e cartella in ultima   *
      * colonna, riscrittura TMP + mv di GENCOM00 sotto il suo lock e  *
      * con il suo giornale. Lock occupato: il passo fallisce e la     *
      * riconsegna riparte da qui senza rifare i prodotti.             *
      *----------------------------------------------------------------*
       5000-STAMP-COMMISSION.
           MOVE "N" TO WS-STAMPED
           PERFORM 6300-ACQUIRE-LOCK
           IF NOT LOCK-HELD
             DISPLAY "GN3FULF0: ARCHIVIO OCCUPATO (data/ARCHIVIO.LCK)"
             EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT COMMESSE-FILE
           IF WS-COM-FS NOT = "00"
             PERFORM 6350-RELEASE-LOCK
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT COMMESSE-OUT-FILE
           IF WS-OUT-FS NOT = "00"
             CLOSE COMMESSE-FILE
             PERFORM 6350-RELEASE-LOCK
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-YES
             READ COMMESSE-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 PERFORM 5100-COPY-OR-STAMP-LINE
             END-READ
           END-PERFORM
           CLOSE COMMESSE-FILE
           CLOSE COMMESSE-OUT-FILE
           MOVE "N" TO WS-EOF
           IF STAMPED-YES
             CALL "SYSTEM" USING
               "mv data/COMMESSE.DAT.TMP data/COMMESSE.DAT"
           ELSE
             CALL "SYSTEM" USING "rm -f data/COMMESSE.DAT.TMP"
           END-IF
           PERFORM 6350-RELEASE-LOCK
           .

       5100-COPY-OR-STAMP-LINE.
           MOVE COMMESSE-REC TO COMMESSE-OUT-REC
           IF COMMESSE-REC = SPACES OR COMMESSE-REC(1:1) = "#"
             WRITE COMMESSE-OUT-REC
             EXIT PARAGRAPH
           END-IF
           PERFORM 8000-SPLIT-ORDER-ROW
           IF WS-R1 NOT = WS-COM-ARG
             WRITE COMMESSE-OUT-REC
             EXIT PARAGRAPH
           END-IF
           MOVE COMMESSE-REC(1:240) TO WS-JRN-BEFORE
           MOVE "CONSEGNATA" TO WS-R8
           MOVE WS-FOLDER TO WS-R9
           MOVE SPACES TO WS-NEW-REC
           STRING FUNCTION TRIM(WS-R1) "|"
                  FUNCTION TRIM(WS-R2) "|"
                  FUNCTION TRIM(WS-R3) "|"
                  FUNCTION TRIM(WS-R4) "|"
                  FUNCTION TRIM(WS-R5) "|"
                  FUNCTION TRIM(WS-R6) "|"
                  FUNCTION TRIM(WS-R7) "|"
                  FUNCTION TRIM(WS-R8) "|"
                  FUNCTION TRIM(WS-R9)
             DELIMITED BY SIZE INTO WS-NEW-REC
           IF WS-R10 NOT = SPACES
             STRING FUNCTION TRIM(WS-NEW-REC) "|"
                    FUNCTION TRIM(WS-R10)
               DELIMITED BY SIZE INTO WS-NEW-REC
           END-IF
           MOVE WS-NEW-REC TO COMMESSE-OUT-REC
           WRITE COMMESSE-OUT-REC
           SET STAMPED-YES TO TRUE
           MOVE "COMCONSEGNA" TO WS-JRN-OP
           MOVE FUNCTION TRIM(WS-R1) TO WS-JRN-ID
           MOVE WS-NEW-REC(1:240) TO WS-JRN-AFTER
           PERFORM 9900-WRITE-GIORNALE
           .

       6300-ACQUIRE-LOCK.
           MOVE "N" TO WS-LOCK-HELD
           OPEN INPUT LOCK-FILE
           IF WS-LCK-FS = "00"
             CLOSE LOCK-FILE
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LOCK-FILE
           IF WS-LCK-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO LOCK-REC
           WRITE LOCK-REC
           CLOSE LOCK-FILE
           SET LOCK-HELD TO TRUE
           .

       6350-RELEASE-LOCK.
           IF LOCK-HELD
             CALL "SYSTEM" USING "rm -f data/ARCHIVIO.LCK"
             MOVE "N" TO WS-LOCK-HELD
           END-IF
           .

       8000-SPLIT-ORDER-ROW.
           MOVE SPACES TO WS-R1 WS-R2 WS-R3 WS-R4 WS-R5
                          WS-R6 WS-R7 WS-R8 WS-R9 WS-R10
           UNSTRING COMMESSE-REC DELIMITED BY "|"
             INTO WS-R1 WS-R2 WS-R3 WS-R4 WS-R5
                  WS-R6 WS-R7 WS-R8 WS-R9 WS-R10
           .

       9900-WRITE-GIORNALE.
           OPEN EXTEND GIORNALE-FILE
           IF WS-JRN-FS NOT = "00"
             OPEN OUTPUT GIORNALE-FILE
             IF WS-JRN-FS NOT = "00"
               EXIT PARAGRAPH
             END-IF
           END-IF
           MOVE SPACES TO GIORNALE-REC
           MOVE FUNCTION CURRENT-DATE(1:14) TO GIO-TS
           MOVE WS-JRN-OP TO GIO-OP
           MOVE WS-JRN-ID TO GIO-ID
           MOVE WS-JRN-BEFORE TO GIO-BEFORE
           MOVE WS-JRN-AFTER TO GIO-AFTER
           WRITE GIORNALE-REC
           CLOSE GIORNALE-FILE
           MOVE SPACES TO WS-JRN-BEFORE
           .

       COPY "GENCLIEP.CPY".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3IIIF0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Esportazione IIIF dei registri trascritti: per ogni
                segmento REGISTR un manifest IIIF Presentation 3.0
                (visore dell'universita' e chiosco) con una canvas
                per carta FOLIO, in ordine di FOLI-NUM.
                USO: GN3IIIF0 <dir-out> <url-base> <url-sito>
                              [regb-id|ALL]
                Il manifest va in <dir-out>/<regb>/manifest.json e si
                pubblica come <url-base>/<regb>/manifest.json; le
                immagini sono <url-base>/<regb>/<nome-file>, la
                stessa disposizione dell'archivio di GN3SCAN0. Senza
                quarto argomento (o con ALL) escono i soli registri
                con almeno una carta FATTO; un registro nominato esce
                comunque.
                Ogni canvas porta l'immagine della carta (se il
                recto e il verso sono entrambi acquisiti, due canvas
                "c. Nr" e "c. Nv") e un'annotazione "describing" per
                ogni atto trascritto dalla carta (CITA-REGB/
                CITA-FOLIO), con i nomi delle persone e il
                collegamento alla loro pagina GENWEB00
                (<url-sito>/persona-<id>.html, riscontro nome+nascita
                su data/PERSONE.DAT come GN3MIGR0).
                Restano fuori: le persone sotto embargo
                (PERS-RESTRICTED) o cancellate, le immagini senza
                diritto di uso web (verifica GNDIRIP: flag web dei
                diritti o, per i registri di prima, MEDI-PUBL = S
                di GN3REGM0 PUBBLICA; licenza non scaduta) e i PDF,
                le carte senza immagine pubblicabile e senza atti.
                La riga di credito dell'immagine esce nella canvas
                come requiredStatement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONE-FILE ASSIGN TO "data/PERSONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-P-FS.
           SELECT JSON-FILE ASSIGN TO DYNAMIC WS-JSON-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-J-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONE-FILE.
       01  PERSONE-REC           PIC X(512).
       FD  JSON-FILE.
       01  JSON-REC              PIC X(1024).

       WORKING-STORAGE SECTION.
       77  WS-OUT-DIR            PIC X(200) VALUE SPACES.
       77  WS-URL-BASE           PIC X(120) VALUE SPACES.
       77  WS-URL-SITE           PIC X(120) VALUE SPACES.
       77  WS-REGB-ARG           PIC X(12) VALUE "ALL".
       77  WS-JSON-FILE          PIC X(256) VALUE SPACES.
       77  WS-CMD                PIC X(400) VALUE SPACES.
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-P-FS               PIC X(2) VALUE "00".
       77  WS-J-FS               PIC X(2) VALUE "00".
       77  WS-EOF                PIC X VALUE "N".
           88 EOF-YES               VALUE "Y".
       77  WS-IX                 PIC 9(5) VALUE 0.
       77  WS-JX                 PIC 9(5) VALUE 0.
       77  WS-KX                 PIC 9(5) VALUE 0.
       77  WS-FX                 PIC 9(5) VALUE 0.
       77  WS-MANIF-CT           PIC 9(5) VALUE 0.
       77  WS-CANVAS-CT          PIC 9(7) VALUE 0.
       77  WS-IMAGE-CT           PIC 9(7) VALUE 0.
       77  WS-ACT-CT             PIC 9(7) VALUE 0.
       77  WS-EMBARGO-CT         PIC 9(7) VALUE 0.
       77  WS-NOPUBL-CT          PIC 9(7) VALUE 0.
       77  WS-NOIMG-CT           PIC 9(7) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".

       01  WS-SSA-REGB           PIC X(30)
           VALUE "REGISTR (REGBID=            )".
       01  WS-SSA-FOLI           PIC X(30)
           VALUE "FOLIO   (REGBID=            )".
       01  WS-SSA-MEDI           PIC X(30)
           VALUE "MEDIA   (REGBID=            )".
       01  WS-SSA-PERS           PIC X(30)
           VALUE "PERSON  (PERSID=            )".
       01  WS-SSA-EVNT           PIC X(30)
           VALUE "EVENT   (EVNTID=            )".
       01  WS-SSA-CITA-UNQ       PIC X(9) VALUE "CITATN   ".

      * CAMPI DELLA RIGA FLAT PERSONE (ID|NOME|SESSO|DATA|D)
       01  WS-F1                 PIC X(40).
       01  WS-F2                 PIC X(80).
       01  WS-F3                 PIC X(10).
       01  WS-F4                 PIC X(20).
       01  WS-F5                 PIC X(10).

      * PAGINE PERSONA DI GENWEB00: NOME MAIUSCOLO + NASCITA -> ID FLAT
       01  WS-PF-TABLE.
           05 WS-PF-COUNT        PIC 9(5) VALUE 0.
           05 WS-PF-ENTRY OCCURS 3000 TIMES.
              10 WS-PF-NAME      PIC X(40).
              10 WS-PF-DATE      PIC X(10).
              10 WS-PF-ID        PIC X(20).

      * CITAZIONI CON REGISTRO E CARTA: UNA RIGA PER PERSONA DELL'ATTO
       01  WS-CT-TABLE.
           05 WS-CT-COUNT        PIC 9(5) VALUE 0.
           05 WS-CT-ENTRY OCCURS 5000 TIMES.
              10 WS-CT-REGB      PIC X(12).
              10 WS-CT-FOLIO     PIC 9(4).
              10 WS-CT-ACT       PIC X(12).
              10 WS-CT-PERS      PIC X(12).
              10 WS-CT-PAGE      PIC X(30).
              10 WS-CT-LABEL     PIC X(40).
              10 WS-CT-NAME      PIC X(40).
              10 WS-CT-LINK      PIC X(20).
              10 WS-CT-SHOW      PIC X.
              10 WS-CT-DONE      PIC X.

      * IMMAGINI PUBBLICABILI DEL REGISTRO CORRENTE
       01  WS-MD-TABLE.
           05 WS-MD-COUNT        PIC 9(5) VALUE 0.
           05 WS-MD-ENTRY OCCURS 2000 TIMES.
              10 WS-MD-FOLIO     PIC 9(4).
              10 WS-MD-SIDE      PIC X.
              10 WS-MD-FILE      PIC X(80).
              10 WS-MD-FMT       PIC X(10).
              10 WS-MD-CREDIT    PIC X(60).

      * CARTE DEL REGISTRO CORRENTE (S = SEGMENTO FOLIO PRESENTE)
       01  WS-FOL-FLAGS.
           05 WS-FOL-FLAG        PIC X OCCURS 9999 TIMES.
       01  WS-FOL-MAX            PIC 9(4) VALUE 0.
       01  WS-FOL-FATTO          PIC 9(4) VALUE 0.

       01  WS-CUR-REGB           PIC X(12) VALUE SPACES.
       01  WS-CUR-TITLE          PIC X(40) VALUE SPACES.
       01  WS-CUR-PARISH         PIC X(8) VALUE SPACES.
       01  WS-CUR-FROM           PIC X(10) VALUE SPACES.
       01  WS-CUR-TO             PIC X(10) VALUE SPACES.
       01  WS-ACT-KEY            PIC X(12) VALUE SPACES.
       01  WS-NAME-U             PIC X(40) VALUE SPACES.
       01  WS-NUM-ED             PIC Z(3)9.
       01  WS-FOLIO-TXT          PIC X(4) VALUE SPACES.
       01  WS-EXT-CT             PIC 9(4) VALUE 0.
       01  WS-PATH-U             PIC X(80) VALUE SPACES.

      * CANVAS IN SCRITTURA
       01  WS-CV-ID              PIC X(200) VALUE SPACES.
       01  WS-CV-SUFFIX          PIC X(1) VALUE SPACES.
       01  WS-CV-IMG             PIC 9(5) VALUE 0.
       01  WS-CV-ACTS            PIC X VALUE "N".
           88 CV-WITH-ACTS          VALUE "Y".
       01  WS-RECTO-IX           PIC 9(5) VALUE 0.
       01  WS-VERSO-IX           PIC 9(5) VALUE 0.
       01  WS-FOL-ACTS           PIC X VALUE "N".
           88 FOL-HAS-ACTS          VALUE "Y".
      * VIRGOLA DI SEPARAZIONE DEGLI ELEMENTI JSON (VUOTA SUL PRIMO)
       01  WS-SEP-CANVAS         PIC X VALUE SPACE.
       01  WS-SEP-ACT            PIC X VALUE SPACE.
       01  WS-SEP-BODY           PIC X VALUE SPACE.

      * TESTO DELL'ANNOTAZIONE: "TIPO DATA: NOME, NOME"
       01  WS-TXT                PIC X(400) VALUE SPACES.
       01  WS-TXT-PTR            PIC 9(4) VALUE 1.

      * STRINGA JSON: \ E " PRECEDUTI DA \
       01  WS-ESC-IN             PIC X(400) VALUE SPACES.
       01  WS-ESC-OUT            PIC X(800) VALUE SPACES.
       01  WS-ESC-LEN            PIC 9(4) VALUE 0.
       01  WS-ESC-IX             PIC 9(4) VALUE 0.
       01  WS-ESC-END            PIC 9(4) VALUE 0.
       01  WS-ESC-TITLE          PIC X(100) VALUE SPACES.

       01  WS-SW.
           05 WS-SELECTED        PIC X VALUE "N".
              88 REG-SELECTED       VALUE "Y".

       COPY GN1REGB.
       COPY GN1FOLI.
       COPY GN1MEDI.
       COPY GN1CITA.
       COPY GN1PRSN.
       COPY GN1EVNT.
       COPY "GNDIRI.cpy".

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 3
             DISPLAY "USO: GN3IIIF0 <dir-out> <url-base> <url-sito>"
                     " [regb-id|ALL]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-DIR FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-DIR) TO WS-OUT-DIR
           ACCEPT WS-URL-BASE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-URL-BASE) TO WS-URL-BASE
           ACCEPT WS-URL-SITE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-URL-SITE) TO WS-URL-SITE
           IF WS-ARGC >= 4
             ACCEPT WS-REGB-ARG FROM ARGUMENT-VALUE
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REGB-ARG))
               TO WS-REGB-ARG
           END-IF

           PERFORM 1000-LOAD-PERSON-PAGES
           PERFORM 1100-LOAD-CITATIONS
           PERFORM 1200-RESOLVE-CITATIONS

           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1REGB-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF WS-REGB-ARG = "ALL" OR REGB-ID = WS-REGB-ARG
               MOVE REGB-ID TO WS-CUR-REGB
               MOVE REGB-TITLE TO WS-CUR-TITLE
               MOVE REGB-PARISH TO WS-CUR-PARISH
               MOVE REGB-FROM TO WS-CUR-FROM
               MOVE REGB-TO TO WS-CUR-TO
               PERFORM 2000-LOAD-FOLIOS
               MOVE "Y" TO WS-SELECTED
               IF WS-REGB-ARG = "ALL" AND WS-FOL-FATTO = 0
                 MOVE "N" TO WS-SELECTED
               END-IF
               IF REG-SELECTED
                 PERFORM 2100-LOAD-MEDIA
                 PERFORM 3000-WRITE-MANIFEST
               END-IF
      *        LA DISCESA SU FOLIO E MEDIA HA MOSSO LA POSIZIONE:
      *        RIPRESA SUL REGISTRO CORRENTE PER ID
               MOVE "REGISTR (REGBID=            )" TO WS-SSA-REGB
               MOVE WS-CUR-REGB TO WS-SSA-REGB(17:12)
               MOVE DLI-GU TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1REGB-SEG
                                    WS-SSA-REGB
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1REGB-SEG
           END-PERFORM

           DISPLAY "GN3IIIF0: MANIFEST SCRITTI        = " WS-MANIF-CT
           DISPLAY "GN3IIIF0: CANVAS                  = " WS-CANVAS-CT
           DISPLAY "GN3IIIF0: IMMAGINI                = " WS-IMAGE-CT
           DISPLAY "GN3IIIF0: ATTI ANNOTATI           = " WS-ACT-CT
           DISPLAY "GN3IIIF0: PERSONE SOTTO EMBARGO   = "
                   WS-EMBARGO-CT
           DISPLAY "GN3IIIF0: IMMAGINI SENZA DIRITTI  = " WS-NOPUBL-CT
           DISPLAY "GN3IIIF0: FILE NON IMMAGINE (PDF) = " WS-NOIMG-CT
           IF WS-MANIF-CT = 0
             DISPLAY "GN3IIIF0: NESSUN REGISTRO DA ESPORTARE"
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *----------------------------------------------------------------*
      * Pagine persona pubblicate da GENWEB00: l'ID del file flat e'   *
      * il nome della pagina; le righe cancellate (D) non hanno pagina.*
      *----------------------------------------------------------------*
       1000-LOAD-PERSON-PAGES.
           MOVE "N" TO WS-EOF
           OPEN INPUT PERSONE-FILE
           IF WS-P-FS NOT = "00"
             DISPLAY "GN3IIIF0: data/PERSONE.DAT NON APRIBILE, "
                     "ANNOTAZIONI SENZA COLLEGAMENTI"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-YES
             READ PERSONE-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF PERSONE-REC NOT = SPACES
                    AND PERSONE-REC(1:1) NOT = "#"
                    AND WS-PF-COUNT < 3000
                   MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                   UNSTRING PERSONE-REC DELIMITED BY "|"
                     INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                   IF FUNCTION TRIM(WS-F5) NOT = "D"
                     ADD 1 TO WS-PF-COUNT
                     MOVE FUNCTION UPPER-CASE(WS-F2(1:40))
                       TO WS-PF-NAME(WS-PF-COUNT)
                     MOVE FUNCTION TRIM(WS-F4)
                       TO WS-PF-DATE(WS-PF-COUNT)
                     MOVE FUNCTION TRIM(WS-F1)
                       TO WS-PF-ID(WS-PF-COUNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PERSONE-FILE
           .

      *----------------------------------------------------------------*
      * Spazzata non qualificata dei CITATN: si tengono quelli con     *
      * registro e carta. L'atto e' la radice comune delle citazioni   *
      * scritte da IGONL07 (<atto>-Cn); le altre valgono da sole.      *
      *----------------------------------------------------------------*
       1100-LOAD-CITATIONS.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1CITA-SEG
                                WS-SSA-CITA-UNQ
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF CITA-REGB NOT = SPACES
                AND CITA-FOLIO IS NUMERIC AND CITA-FOLIO > 0
                AND (WS-REGB-ARG = "ALL" OR CITA-REGB = WS-REGB-ARG)
                AND WS-CT-COUNT < 5000
               ADD 1 TO WS-CT-COUNT
               MOVE CITA-REGB TO WS-CT-REGB(WS-CT-COUNT)
               MOVE CITA-FOLIO TO WS-CT-FOLIO(WS-CT-COUNT)
               IF CITA-ID(10:2) = "-C"
                 MOVE CITA-ID(1:9) TO WS-CT-ACT(WS-CT-COUNT)
               ELSE
                 MOVE CITA-ID TO WS-CT-ACT(WS-CT-COUNT)
               END-IF
               MOVE CITA-PERS TO WS-CT-PERS(WS-CT-COUNT)
               MOVE CITA-PAGE TO WS-CT-PAGE(WS-CT-COUNT)
               MOVE SPACES TO WS-CT-LABEL(WS-CT-COUNT)
                              WS-CT-NAME(WS-CT-COUNT)
                              WS-CT-LINK(WS-CT-COUNT)
               MOVE "N" TO WS-CT-SHOW(WS-CT-COUNT)
               MOVE "N" TO WS-CT-DONE(WS-CT-COUNT)
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1CITA-SEG
                                  WS-SSA-CITA-UNQ
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Per ogni citazione: persona visibile (non sotto embargo, non   *
      * cancellata), nome, pagina GENWEB00 ed etichetta dell'atto      *
      * (tipo e data dell'EVENT, o il tipo scritto in CITA-PAGE).      *
      *----------------------------------------------------------------*
       1200-RESOLVE-CITATIONS.
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-CT-COUNT
             MOVE "PERSON  (PERSID=            )" TO WS-SSA-PERS
             MOVE WS-CT-PERS(WS-IX) TO WS-SSA-PERS(17:12)
             MOVE DLI-GU TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PRSN-SEG
                                  WS-SSA-PERS
             IF DB-STATUS = SPACES AND PERS-IS-DELETED NOT = "Y"
               IF PERS-RESTRICTED = "Y"
                 ADD 1 TO WS-EMBARGO-CT
               ELSE
                 MOVE "Y" TO WS-CT-SHOW(WS-IX)
                 MOVE PERS-NAME TO WS-CT-NAME(WS-IX)
                 PERFORM 1210-FIND-PERSON-PAGE
               END-IF
             END-IF

             MOVE "EVENT   (EVNTID=            )" TO WS-SSA-EVNT
             MOVE WS-CT-ACT(WS-IX) TO WS-SSA-EVNT(17:12)
             MOVE DLI-GU TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1EVNT-SEG
                                  WS-SSA-EVNT
             EVALUATE TRUE
               WHEN DB-STATUS = SPACES
                 STRING FUNCTION TRIM(EVNT-TYPE) " "
                        FUNCTION TRIM(EVNT-DATE)
                   DELIMITED BY SIZE INTO WS-CT-LABEL(WS-IX)
               WHEN WS-CT-PAGE(WS-IX)(1:3) = "C. "
                    AND WS-CT-PAGE(WS-IX)(9:22) NOT = SPACES
                 MOVE WS-CT-PAGE(WS-IX)(9:22) TO WS-CT-LABEL(WS-IX)
               WHEN OTHER
                 STRING "ATTO " FUNCTION TRIM(WS-CT-ACT(WS-IX))
                   DELIMITED BY SIZE INTO WS-CT-LABEL(WS-IX)
             END-EVALUATE
           END-PERFORM
           .

       1210-FIND-PERSON-PAGE.
           MOVE FUNCTION UPPER-CASE(PERS-NAME) TO WS-NAME-U
           PERFORM VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX > WS-PF-COUNT
                  OR WS-CT-LINK(WS-IX) NOT = SPACES
             IF WS-PF-NAME(WS-JX) = WS-NAME-U
                AND WS-PF-DATE(WS-JX) = PERS-BDATE
               MOVE WS-PF-ID(WS-JX) TO WS-CT-LINK(WS-IX)
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Carte del registro: presenza per numero e conteggio delle      *
      * FATTO (criterio di uscita in modalita' ALL).                   *
      *----------------------------------------------------------------*
       2000-LOAD-FOLIOS.
           MOVE SPACES TO WS-FOL-FLAGS
           MOVE 0 TO WS-FOL-MAX WS-FOL-FATTO
           MOVE "FOLIO   (REGBID=            )" TO WS-SSA-FOLI
           MOVE WS-CUR-REGB TO WS-SSA-FOLI(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1FOLI-SEG
                                WS-SSA-FOLI
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF FOLI-NUM IS NUMERIC AND FOLI-NUM > 0
               MOVE "S" TO WS-FOL-FLAG(FOLI-NUM)
               IF FOLI-NUM > WS-FOL-MAX
                 MOVE FOLI-NUM TO WS-FOL-MAX
               END-IF
               IF FOLI-FATTO
                 ADD 1 TO WS-FOL-FATTO
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1FOLI-SEG
                                  WS-SSA-FOLI
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Immagini del registro (MEDIA figli di REGISTR): solo quelle    *
      * con pubblicazione consentita e in formato immagine; il nome    *
      * del file e' l'ultimo elemento di MEDI-PATH.                    *
      *----------------------------------------------------------------*
       2100-LOAD-MEDIA.
           MOVE 0 TO WS-MD-COUNT
           MOVE "MEDIA   (REGBID=            )" TO WS-SSA-MEDI
           MOVE WS-CUR-REGB TO WS-SSA-MEDI(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1MEDI-SEG
                                WS-SSA-MEDI
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF MEDI-FOLIO IS NUMERIC AND MEDI-FOLIO > 0
               MOVE MEDI-RIGHTS TO DIRI-RIGHTS
               MOVE MEDI-PUBL TO DIRI-PUBL
               SET DIRI-FOR-WEB TO TRUE
               PERFORM 9750-CHECK-MEDIA-RIGHTS
               IF DIRI-DENIED
                 ADD 1 TO WS-NOPUBL-CT
               ELSE
                 PERFORM 2110-ADD-MEDIA
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1MEDI-SEG
                                  WS-SSA-MEDI
           END-PERFORM
           .

       2110-ADD-MEDIA.
           IF WS-MD-COUNT >= 2000
             EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(MEDI-PATH) TO WS-PATH-U
           MOVE 0 TO WS-EXT-CT
           INSPECT WS-PATH-U TALLYING WS-EXT-CT FOR ALL ".PDF"
           IF WS-EXT-CT > 0
             ADD 1 TO WS-NOIMG-CT
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MD-COUNT
           MOVE MEDI-FOLIO TO WS-MD-FOLIO(WS-MD-COUNT)
           MOVE MEDI-SIDE TO WS-MD-SIDE(WS-MD-COUNT)
           MOVE "image/jpeg" TO WS-MD-FMT(WS-MD-COUNT)
           MOVE DIRI-CREDIT TO WS-MD-CREDIT(WS-MD-COUNT)
           MOVE 0 TO WS-EXT-CT
           INSPECT WS-PATH-U TALLYING WS-EXT-CT FOR ALL ".TIF"
           IF WS-EXT-CT > 0
             MOVE "image/tiff" TO WS-MD-FMT(WS-MD-COUNT)
           END-IF
           MOVE 0 TO WS-EXT-CT
           INSPECT WS-PATH-U TALLYING WS-EXT-CT FOR ALL ".PNG"
           IF WS-EXT-CT > 0
             MOVE "image/png" TO WS-MD-FMT(WS-MD-COUNT)
           END-IF
      *    NOME DEL FILE: DOPO L'ULTIMA BARRA DEL PERCORSO
           MOVE 0 TO WS-KX
           PERFORM VARYING WS-JX FROM 80 BY -1
               UNTIL WS-JX < 1 OR WS-KX > 0
             IF MEDI-PATH(WS-JX:1) = "/"
               MOVE WS-JX TO WS-KX
             END-IF
           END-PERFORM
           IF WS-KX > 0 AND WS-KX < 80
             MOVE MEDI-PATH(WS-KX + 1:) TO WS-MD-FILE(WS-MD-COUNT)
           ELSE
             MOVE MEDI-PATH TO WS-MD-FILE(WS-MD-COUNT)
           END-IF
           .

      *----------------------------------------------------------------*
      * Manifest del registro: intestazione, una o due canvas per      *
      * carta in ordine di numero, chiusura.                           *
      *----------------------------------------------------------------*
       3000-WRITE-MANIFEST.
           MOVE SPACES TO WS-CMD
           STRING "mkdir -p '" FUNCTION TRIM(WS-OUT-DIR) "/"
                  FUNCTION TRIM(WS-CUR-REGB) "'"
             DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           MOVE SPACES TO WS-JSON-FILE
           STRING FUNCTION TRIM(WS-OUT-DIR) "/"
                  FUNCTION TRIM(WS-CUR-REGB) "/manifest.json"
             DELIMITED BY SIZE INTO WS-JSON-FILE
           OPEN OUTPUT JSON-FILE
           IF WS-J-FS NOT = "00"
             DISPLAY "GN3IIIF0: " FUNCTION TRIM(WS-JSON-FILE)
                     " NON SCRIVIBILE"
             MOVE 12 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MANIF-CT

           MOVE SPACES TO WS-ESC-IN
           IF WS-CUR-TITLE = SPACES
             MOVE WS-CUR-REGB TO WS-ESC-IN
           ELSE
             MOVE WS-CUR-TITLE TO WS-ESC-IN
           END-IF
           PERFORM 8500-JSON-ESCAPE
           MOVE WS-ESC-OUT(1:WS-ESC-LEN) TO WS-ESC-TITLE

           MOVE "{" TO JSON-REC
           WRITE JSON-REC
           MOVE SPACES TO JSON-REC
           STRING "  ""@context"": "
                  """http://iiif.io/api/presentation/3/context.json"","
             DELIMITED BY SIZE INTO JSON-REC
           WRITE JSON-REC
           MOVE SPACES TO JSON-REC
           STRING "  ""id"": """ FUNCTION TRIM(WS-URL-BASE) "/"
                  FUNCTION TRIM(WS-CUR-REGB) "/manifest.json"","
             DELIMITED BY SIZE INTO JSON-REC
           WRITE JSON-REC
           MOVE "  ""type"": ""Manifest""," TO JSON-REC
           WRITE JSON-REC
           MOVE SPACES TO JSON-REC
           STRING "  ""label"": { ""it"": [ """
                  FUNCTION TRIM(WS-ESC-TITLE) """ ] },"
             DELIMITED BY SIZE INTO JSON-REC
           WRITE JSON-REC
           MOVE SPACES TO JSON-REC
           STRING "  ""summary"": { ""it"": [ """
                  FUNCTION TRIM(WS-CUR-PARISH) " "
                  FUNCTION TRIM(WS-CUR-FROM) " - "
                  FUNCTION TRIM(WS-CUR-TO) """ ] },"
             DELIMITED BY SIZE INTO JSON-REC
           WRITE JSON-REC
           MOVE "  ""viewingDirection"": ""left-to-right""," TO JSON-REC
           WRITE JSON-REC
           MOVE "  ""items"": [" TO JSON-REC
           WRITE JSON-REC

           MOVE SPACE TO WS-SEP-CANVAS
           PERFORM VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-FOL-MAX
             IF WS-FOL-FLAG(WS-FX) = "S"
               PERFORM 3100-WRITE-FOLIO
             END-IF
           END-PERFORM

           MOVE "  ]" TO JSON-REC
           WRITE JSON-REC
           MOVE "}" TO JSON-REC
           WRITE JSON-REC
           CLOSE JSON-FILE
           DISPLAY "GN3IIIF0: " FUNCTION TRIM(WS-JSON-FILE)
           .

      *----------------------------------------------------------------*
      * Una carta: immagine del recto (o dell'unico lato acquisito) e  *
      * atti sulla prima canvas; il verso, se c'e' anche il recto, su  *
      * una seconda canvas. Carta senza immagini e senza atti: saltata.*
      *----------------------------------------------------------------*
       3100-WRITE-FOLIO.
           MOVE 0 TO WS-RECTO-IX WS-VERSO-IX
           PERFORM VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX > WS-MD-COUNT
             IF WS-MD-FOLIO(WS-JX) = WS-FX
               IF WS-MD-SIDE(WS-JX) = "V"
                 IF WS-VERSO-IX = 0
                   MOVE WS-JX TO WS-VERSO-IX
                 END-IF
               ELSE
                 IF WS-RECTO-IX = 0
                   MOVE WS-JX TO WS-RECTO-IX
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           MOVE "N" TO WS-FOL-ACTS
           PERFORM VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX > WS-CT-COUNT OR FOL-HAS-ACTS
             IF WS-CT-REGB(WS-JX) = WS-CUR-REGB
                AND WS-CT-FOLIO(WS-JX) = WS-FX
                AND WS-CT-SHOW(WS-JX) = "Y"
               MOVE "Y" TO WS-FOL-ACTS
             END-IF
           END-PERFORM
           IF WS-RECTO-IX = 0 AND WS-VERSO-IX = 0 AND NOT FOL-HAS-ACTS
             EXIT PARAGRAPH
           END-IF

           MOVE WS-FX TO WS-NUM-ED
           MOVE FUNCTION TRIM(WS-NUM-ED) TO WS-FOLIO-TXT
           MOVE WS-FOL-ACTS TO WS-CV-ACTS
           EVALUATE TRUE
             WHEN WS-RECTO-IX > 0 AND WS-VERSO-IX > 0
               MOVE "r" TO WS-CV-SUFFIX
               MOVE WS-RECTO-IX TO WS-CV-IMG
               PERFORM 3200-WRITE-CANVAS
               MOVE "N" TO WS-CV-ACTS
               MOVE "v" TO WS-CV-SUFFIX
               MOVE WS-VERSO-IX TO WS-CV-IMG
               PERFORM 3200-WRITE-CANVAS
             WHEN WS-RECTO-IX > 0
               MOVE "r" TO WS-CV-SUFFIX
               MOVE WS-RECTO-IX TO WS-CV-IMG
               PERFORM 3200-WRITE-CANVAS
             WHEN WS-VERSO-IX > 0
               MOVE "v" TO WS-CV-SUFFIX
               MOVE WS-VERSO-IX TO WS-CV-IMG
               PERFORM 3200-WRITE-CANVAS
             WHEN OTHER
               MOVE SPACE TO WS-CV-SUFFIX
               MOVE 0 TO WS-CV-IMG
               PERFORM 3200-WRITE-CANVAS
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Canvas: dimensioni nominali 3000x4000 (il servizio immagini    *
      * non e' interrogato), pagina "painting" con l'immagine e pagina *
      * di annotazioni con gli atti.                                   *
      *----------------------------------------------------------------*
       3200-WRITE-CANVAS.
           ADD 1 TO WS-CANVAS-CT
           MOVE SPACES TO WS-CV-ID
           STRING FUNCTION TRIM(WS-URL-BASE) "/"
                  FUNCTION TRIM(WS-CUR-REGB) "/canvas/"
                  FUNCTION TRIM(WS-FOLIO-TXT) DELIMITED BY SIZE
                  WS-CV-SUFFIX DELIMITED BY SPACE
             INTO WS-CV-ID
           MOVE SPACES TO JSON-REC
           STRING "    " WS-SEP-CANVAS "{"
             DELIMITED BY SIZE INTO JSON-REC
           WRITE JSON-REC
           MOVE "," TO WS-SEP-CANVAS
           MOVE SPACES TO JSON-REC
           STRING "      ""id"": """ FUNCTION TRIM(WS-CV-ID) ""","
             DELIMITED BY SIZE INTO JSON-REC
           WRITE JSON-REC
           MOVE "      ""type"": ""Canvas""," TO JSON-REC
           WRITE JSON-REC
           MOVE SPACES TO JSON-REC
           STRING "      ""label"": { ""it"": [ ""c. "
                  FUNCTION TRIM(WS-FOLIO-TXT) DELIMITED BY SIZE
                  WS-CV-SUFFIX DELIMITED BY SPACE
                  """ ] }," DELIMITED BY SIZE
             INTO JSON-REC
           WRITE JSON-REC
           IF WS-CV-IMG > 0
             IF WS-MD-CREDIT(WS-CV-IMG) NOT = SPACES
               MOVE SPACES TO WS-ESC-IN
               MOVE WS-MD-CREDIT(WS-CV-IMG) TO WS-ESC-IN
               PERFORM 8500-JSON-ESCAPE
               MOVE SPACES TO JSON-REC
               STRING "      ""requiredStatement"": { ""label"": "
                      "{ ""it"": [ ""Crediti"" ] }, ""value"": "
                      "{ ""it"": [ """ WS-ESC-OUT(1:WS-ESC-LEN)
                      """ ] } },"
                 DELIMITED BY SIZE INTO JSON-REC
               WRITE JSON-REC
             END-IF
           END-IF
           MOVE "      ""height"": 4000, ""width"": 3000,"
             TO JSON-REC
           WRITE JSON-REC
           MOVE "      ""items"": [" TO JSON-REC
           WRITE JSON-REC
           IF WS-CV-IMG > 0
             PERFORM 3300-WRITE-IMAGE
           END-IF
           IF CV-WITH-ACTS
             MOVE "      ]," TO JSON-REC
             WRITE JSON-REC
             PERFORM 3400-WRITE-ACTS
           ELSE
             MOVE "      ]" TO JSON-REC
             WRITE JSON-REC
           END-IF
           MOVE "    }" TO JSON-REC
           WRITE JSON-REC
           .

       3300-WRITE-IMAGE.
           ADD 1 TO WS-IMAGE-CT
           MOVE SPACES TO WS-ESC-IN
           MOVE WS-MD-FILE(WS-CV-IMG) TO WS-ESC-IN
           PERFORM 8500-JSON-ESCAPE
           MOVE SPACES TO JSON-REC
           STRING "        { ""id"": """ FUNCTION TRIM(WS-CV-ID)
                  "/pagina"", ""type"": ""AnnotationPage"","
             DELIMITED BY SIZE INTO JSON-REC
           WRITE JSON-REC
           MOVE "          ""items"": [ {" TO JSON-REC
           WRITE JSON-REC
           MOVE SPACES TO JSON-REC
           STRING "            ""id"": """ FUNCTION TRIM(WS-CV-ID)
                  "/immagine"", ""type"": ""Annotation"","
                  " ""motivation"": ""painting"","
             DELIMITED BY SIZE INTO JSON-REC
           WRITE JSON-REC
           MOVE SPACES TO JSON-REC
           STRING "            ""body"": { ""id"": """
                  FUNCTION TRIM(WS-URL-BASE) "/"
                  FUNCTION TRIM(WS-CUR-REGB) "/"
                  WS-ESC-OUT(1:WS-ESC-LEN) """, ""type"": ""Image"","
                  " ""format"": """ FUNCTION TRIM(WS-MD-FMT(WS-CV-IMG))
                  """, ""height"": 4000, ""width"": 3000 },"
             DELIMITED BY SIZE INTO JSON-REC
           WRITE JSON-REC
           MOVE SPACES TO JSON-REC
           STRING "            ""target"": """ FUNCTION TRIM(WS-CV-ID)
                  """"
             DELIMITED BY SIZE INTO JSON-REC
           WRITE JSON-REC
           MOVE "          } ]" TO JSON-REC
           WRITE JSON-REC
           MOVE "        }" TO JSON-REC
           WRITE JSON-REC
           .

      *----------------------------------------------------------------*
      * Atti della carta: le citazioni visibili raggruppate per atto,  *
      * un'annotazione "describing" ciascuno (testo + pagine persona). *
      *----------------------------------------------------------------*
       3400-WRITE-ACTS.
           MOVE "      ""annotations"": [" TO JSON-REC
           WRITE JSON-REC
           MOVE SPACES TO JSON-REC
           STRING "        { ""id"": """ FUNCTION TRIM(WS-CV-ID)
                  "/atti"", ""type"": ""AnnotationPage"","
             DELIMITED BY SIZE INTO JSON-REC
           WRITE JSON-REC
           MOVE "          ""items"": [" TO JSON-REC
           WRITE JSON-REC
           MOVE SPACE TO WS-SEP-ACT
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-CT-COUNT
             IF WS-CT-REGB(WS-IX) = WS-CUR-REGB
                AND WS-CT-FOLIO(WS-IX) = WS-FX
                AND WS-CT-SHOW(WS-IX) = "Y"
                AND WS-CT-DONE(WS-IX) = "N"
               PERFORM 3500-WRITE-ONE-ACT
             END-IF
           END-PERFORM
           MOVE "          ]" TO JSON-REC
           WRITE JSON-REC
           MOVE "        }" TO JSON-REC
           WRITE JSON-REC
           MOVE "      ]" TO JSON-REC
           WRITE JSON-REC
           .

       3500-WRITE-ONE-ACT.
           ADD 1 TO WS-ACT-CT
           MOVE WS-CT-ACT(WS-IX) TO WS-ACT-KEY
      *    PERSONE DELL'ATTO IN QUESTA CARTA: MARCATE "A" DURANTE LA
      *    SCRITTURA, "Y" A SCRITTURA CONCLUSA
           MOVE SPACES TO WS-TXT
           MOVE 1 TO WS-TXT-PTR
           STRING FUNCTION TRIM(WS-CT-LABEL(WS-IX)) ":"
             DELIMITED BY SIZE INTO WS-TXT WITH POINTER WS-TXT-PTR
           PERFORM VARYING WS-JX FROM WS-IX BY 1
               UNTIL WS-JX > WS-CT-COUNT
             IF WS-CT-REGB(WS-JX) = WS-CUR-REGB
                AND WS-CT-FOLIO(WS-JX) = WS-FX
                AND WS-CT-ACT(WS-JX) = WS-ACT-KEY
                AND WS-CT-SHOW(WS-JX) = "Y"
                AND WS-CT-DONE(WS-JX) = "N"
               MOVE "A" TO WS-CT-DONE(WS-JX)
               IF WS-TXT-PTR > 1 AND WS-TXT(WS-TXT-PTR - 1:1) = ":"
                 STRING " " FUNCTION TRIM(WS-CT-NAME(WS-JX))
                   DELIMITED BY SIZE
                   INTO WS-TXT WITH POINTER WS-TXT-PTR
               ELSE
                 STRING ", " FUNCTION TRIM(WS-CT-NAME(WS-JX))
                   DELIMITED BY SIZE
                   INTO WS-TXT WITH POINTER WS-TXT-PTR
               END-IF
             END-IF
           END-PERFORM

           MOVE SPACES TO JSON-REC
           STRING "            " WS-SEP-ACT "{ ""id"": """
                  FUNCTION TRIM(WS-CV-ID) "/atto/"
                  FUNCTION TRIM(WS-ACT-KEY) ""","
                  " ""type"": ""Annotation"","
                  " ""motivation"": ""describing"","
             DELIMITED BY SIZE INTO JSON-REC
           WRITE JSON-REC
           MOVE "," TO WS-SEP-ACT
           MOVE "              ""body"": [" TO JSON-REC
           WRITE JSON-REC
           MOVE WS-TXT TO WS-ESC-IN
           PERFORM 8500-JSON-ESCAPE
           MOVE SPACES TO JSON-REC
           STRING "                { ""type"": ""TextualBody"","
                  " ""value"": """ WS-ESC-OUT(1:WS-ESC-LEN) ""","
                  " ""language"": ""it"", ""format"": ""text/plain"" }"
             DELIMITED BY SIZE INTO JSON-REC
           WRITE JSON-REC
           PERFORM VARYING WS-JX FROM WS-IX BY 1
               UNTIL WS-JX > WS-CT-COUNT
             IF WS-CT-DONE(WS-JX) = "A"
               MOVE "Y" TO WS-CT-DONE(WS-JX)
               IF WS-CT-LINK(WS-JX) NOT = SPACES
                 MOVE WS-CT-NAME(WS-JX) TO WS-ESC-IN
                 PERFORM 8500-JSON-ESCAPE
                 MOVE SPACES TO JSON-REC
                 STRING "                ,{ ""id"": """
                        FUNCTION TRIM(WS-URL-SITE) "/persona-"
                        FUNCTION TRIM(WS-CT-LINK(WS-JX)) ".html"","
                        " ""type"": ""Text"","
                        " ""format"": ""text/html"","
                        " ""label"": { ""it"": [ """
                        WS-ESC-OUT(1:WS-ESC-LEN) """ ] } }"
                   DELIMITED BY SIZE INTO JSON-REC
                 WRITE JSON-REC
               END-IF
             END-IF
           END-PERFORM
           MOVE "              ]," TO JSON-REC
           WRITE JSON-REC
           MOVE SPACES TO JSON-REC
           STRING "              ""target"": """ FUNCTION TRIM(WS-CV-ID)
                  """"
             DELIMITED BY SIZE INTO JSON-REC
           WRITE JSON-REC
           MOVE "            }" TO JSON-REC
           WRITE JSON-REC
           .

      *----------------------------------------------------------------*
      * WS-ESC-IN -> WS-ESC-OUT(1:WS-ESC-LEN), senza spazi in coda,    *
      * con \ e " protetti per le stringhe JSON; vuoto = un "-".       *
      *----------------------------------------------------------------*
       8500-JSON-ESCAPE.
           MOVE SPACES TO WS-ESC-OUT
           MOVE 0 TO WS-ESC-LEN WS-ESC-END
           PERFORM VARYING WS-ESC-IX FROM 400 BY -1
               UNTIL WS-ESC-IX < 1 OR WS-ESC-END > 0
             IF WS-ESC-IN(WS-ESC-IX:1) NOT = SPACE
               MOVE WS-ESC-IX TO WS-ESC-END
             END-IF
           END-PERFORM
           IF WS-ESC-END = 0
             MOVE "-" TO WS-ESC-OUT
             MOVE 1 TO WS-ESC-LEN
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ESC-IX FROM 1 BY 1
               UNTIL WS-ESC-IX > WS-ESC-END
             IF WS-ESC-IN(WS-ESC-IX:1) = "\"
                OR WS-ESC-IN(WS-ESC-IX:1) = """"
               ADD 1 TO WS-ESC-LEN
               MOVE "\" TO WS-ESC-OUT(WS-ESC-LEN:1)
             END-IF
             ADD 1 TO WS-ESC-LEN
             MOVE WS-ESC-IN(WS-ESC-IX:1) TO WS-ESC-OUT(WS-ESC-LEN:1)
           END-PERFORM
           .

       COPY "GNDIRIP.cpy".

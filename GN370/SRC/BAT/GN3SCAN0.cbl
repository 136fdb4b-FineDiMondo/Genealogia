       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3SCAN0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Acquisizione delle scansioni di registro dalla
                cartella di consegna dei fotografi. Finora ogni
                immagine andava battuta in IGONL01 come MEDIA sotto
                una persona qualsiasi, anche quando la carta non ne
                ha ancora nessuna. Il nome del file segue la
                convenzione
                  <REGB-ID>_<carta><R|V>.<TIF|TIFF|JPG|JPEG|PNG|PDF>
                (RG0000001_0012R.tif: registro RG0000001, carta 12,
                recto). Per ogni file il batch verifica il registro
                (REGISTR), la carta entro REGB-FOLIOS e che la
                stessa carta e lo stesso lato non siano gia'
                acquisiti; sposta il file in
                <dir-archivio>/<REGB-ID>/, ne calcola l'impronta e
                la registra in work/FIXITY.DAT come fa GN3FIXT0 alla
                prima vista, e inserisce un MEDIA SCANSIONE figlio
                del registro (MEDI-REGB/MEDI-FOLIO/MEDI-SIDE, nessuna
                persona) in stato RICEVUTO: la coda di GN3MQUE0 e
                l'avanzamento di GN3REGP0 lavorano cosi' sullo stesso
                inventario. I file scartati (nome non conforme,
                registro non censito, carta oltre REGB-FOLIOS, gia'
                acquisita, spostamento fallito) restano nella
                cartella di consegna e sono elencati, con il motivo,
                nel report e in <dir-arrivi>/SCARTI.LST, riscritto a
                ogni corsa. Rilanciare dopo un'interruzione e'
                sicuro: i file acquisiti non sono piu' nella
                cartella di consegna.
                  GN3SCAN0 <report> <dir-arrivi> <dir-archivio>
                RC 0, 4 se ci sono scarti, 16 uso errato.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-OUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJ-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FS.
           SELECT LS-FILE ASSIGN TO "work/scan-ls.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LS-FS.
           SELECT CKSUM-FILE ASSIGN TO "work/scan-cksum.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKS-FS.
           SELECT FIXITY-FILE ASSIGN TO "work/FIXITY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIX-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-REC            PIC X(132).

       FD  REJECT-FILE.
       01  REJECT-REC            PIC X(200).

       FD  LS-FILE.
       01  LS-REC                PIC X(160).

       FD  CKSUM-FILE.
       01  CKSUM-REC             PIC X(160).

       FD  FIXITY-FILE.
       01  FIXITY-REC            PIC X(160).

       WORKING-STORAGE SECTION.
       77  WS-OUT-FILE           PIC X(256) VALUE SPACES.
       77  WS-REJ-FILE           PIC X(160) VALUE SPACES.
       77  WS-DROP-DIR           PIC X(128) VALUE SPACES.
       77  WS-ARCH-DIR           PIC X(128) VALUE SPACES.
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-REJ-FS             PIC X(2) VALUE "00".
       77  WS-LS-FS              PIC X(2) VALUE "00".
       77  WS-CKS-FS             PIC X(2) VALUE "00".
       77  WS-FIX-FS             PIC X(2) VALUE "00".
       77  WS-CMD                PIC X(400) VALUE SPACES.
       77  WS-FILE-CT            PIC 9(5) VALUE 0.
       77  WS-OK-CT              PIC 9(5) VALUE 0.
       77  WS-REJ-CT             PIC 9(5) VALUE 0.
       77  WS-MEDIA-SEQ          PIC 9(10) VALUE 0.
       77  WS-ID-SEQ             PIC 9(10) VALUE 0.
       77  WS-QUOTE-CT           PIC 9(3) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".
           05 DLI-ISRT           PIC X(4) VALUE "ISRT".

       01  WS-SSA-REGB           PIC X(30)
           VALUE "REGISTR (REGBID=            )".
       01  WS-SSA-MEDI           PIC X(30)
           VALUE "MEDIA   (REGBID=            )".

      * FILE CORRENTE E PARTI DEL NOME
       01  WS-FNAME              PIC X(160) VALUE SPACES.
       01  WS-SRC-PATH           PIC X(300) VALUE SPACES.
       01  WS-DST-DIR            PIC X(160) VALUE SPACES.
       01  WS-DST-PATH           PIC X(300) VALUE SPACES.
       01  WS-P-REG              PIC X(40) VALUE SPACES.
       01  WS-P-REST             PIC X(120) VALUE SPACES.
       01  WS-P-FOL              PIC X(20) VALUE SPACES.
       01  WS-P-EXT              PIC X(20) VALUE SPACES.
       01  WS-P-MORE             PIC X(20) VALUE SPACES.
       01  WS-P-CT               PIC 9(2) VALUE 0.
       01  WS-P-FOL-LEN          PIC 9(2) VALUE 0.
       01  WS-P-NUM-LEN          PIC 9(2) VALUE 0.
       01  WS-P-REG-LEN          PIC 9(2) VALUE 0.
       01  WS-P-DST-LEN          PIC 9(3) VALUE 0.
       01  WS-REGB-ID            PIC X(12) VALUE SPACES.
       01  WS-FOLIO-NUM          PIC 9(4) VALUE 0.
       01  WS-SIDE               PIC X(1) VALUE SPACE.
       01  WS-REASON             PIC X(60) VALUE SPACES.
       01  WS-CUR-SUM            PIC X(20) VALUE SPACES.
       01  WS-CK-F1              PIC X(20) VALUE SPACES.

       01  WS-SW.
           10 WS-LS-EOF          PIC X VALUE "N".
              88 LS-EOF-YES      VALUE "Y".
           10 WS-FOUND           PIC X VALUE "N".
              88 FOUND-YES       VALUE "Y".

       COPY GN1REGB.
       COPY GN1MEDI.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 3
             DISPLAY "USO: GN3SCAN0 <report-out> <dir-arrivi> "
                     "<dir-archivio>"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           ACCEPT WS-DROP-DIR FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-DROP-DIR) TO WS-DROP-DIR
           ACCEPT WS-ARCH-DIR FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARCH-DIR) TO WS-ARCH-DIR
           CALL "SYSTEM" USING "mkdir -p work"

           PERFORM 1000-NEXT-MEDIA-SEQ

           MOVE SPACES TO WS-REJ-FILE
           STRING FUNCTION TRIM(WS-DROP-DIR) "/SCARTI.LST"
             DELIMITED BY SIZE INTO WS-REJ-FILE
           MOVE SPACES TO WS-CMD
           STRING "find '" FUNCTION TRIM(WS-DROP-DIR)
                  "' -maxdepth 1 -type f ! -name SCARTI.LST"
                  " -printf '%f\n' 2>/dev/null | sort"
                  " > work/scan-ls.tmp"
             DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD

           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT REJECT-FILE
      *    SENZA LISTA SCARTI GLI SCARTI ANDREBBERO PERSI IN SILENZIO
           IF WS-REJ-FS NOT = "00"
             DISPLAY "GN3SCAN0: ERRORE OPEN OUTPUT SU "
                     FUNCTION TRIM(WS-REJ-FILE) " STATUS " WS-REJ-FS
             CLOSE REPORT-FILE
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE "ACQUISIZIONE DELLE SCANSIONI DI REGISTRO"
             TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "DA " FUNCTION TRIM(WS-DROP-DIR)
                  "  A " FUNCTION TRIM(WS-ARCH-DIR)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE "N" TO WS-LS-EOF
           OPEN INPUT LS-FILE
           IF WS-LS-FS = "00"
             PERFORM UNTIL LS-EOF-YES
               READ LS-FILE
                 AT END
                   MOVE "Y" TO WS-LS-EOF
                 NOT AT END
                   IF LS-REC NOT = SPACES
                     ADD 1 TO WS-FILE-CT
                     MOVE LS-REC TO WS-FNAME
                     PERFORM 2000-INTAKE-ONE-FILE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LS-FILE
           END-IF
           IF WS-FILE-CT = 0
             MOVE "  (NESSUN FILE IN CONSEGNA)" TO REPORT-REC
             WRITE REPORT-REC
           END-IF

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "TOTALI: FILE " WS-FILE-CT
                  "  ACQUISITI " WS-OK-CT
                  "  SCARTATI " WS-REJ-CT
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           CLOSE REPORT-FILE
           CLOSE REJECT-FILE

           DISPLAY "GN3SCAN0: FILE IN CONSEGNA = " WS-FILE-CT
           DISPLAY "GN3SCAN0: ACQUISITI        = " WS-OK-CT
           DISPLAY "GN3SCAN0: SCARTATI         = " WS-REJ-CT
           IF WS-REJ-CT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *----------------------------------------------------------------*
      * Progressivo dei MEDIA acquisiti: SC + dieci cifre, dal piu'    *
      * alto gia' presente (spazzata non qualificata come GN3MQUE0).   *
      *----------------------------------------------------------------*
       1000-NEXT-MEDIA-SEQ.
           MOVE 0 TO WS-MEDIA-SEQ
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1MEDI-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF MEDI-ID(1:2) = "SC" AND MEDI-ID(3:10) IS NUMERIC
               MOVE MEDI-ID(3:10) TO WS-ID-SEQ
               IF WS-ID-SEQ > WS-MEDIA-SEQ
                 MOVE WS-ID-SEQ TO WS-MEDIA-SEQ
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1MEDI-SEG
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Un file della consegna: nome, registro, carta, doppione; poi   *
      * spostamento, impronta, ISRT del MEDIA e riga di fixity. Se la  *
      * ISRT fallisce il file torna nella cartella di consegna.        *
      *----------------------------------------------------------------*
       2000-INTAKE-ONE-FILE.
           PERFORM 2100-PARSE-NAME
           IF WS-REASON NOT = SPACES
             PERFORM 2900-REJECT
             EXIT PARAGRAPH
           END-IF

           MOVE WS-REGB-ID TO WS-SSA-REGB(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1REGB-SEG
                                WS-SSA-REGB
           IF DB-STATUS NOT = SPACES
             MOVE "REGISTRO NON CENSITO" TO WS-REASON
             PERFORM 2900-REJECT
             EXIT PARAGRAPH
           END-IF
           IF WS-FOLIO-NUM = 0 OR WS-FOLIO-NUM > REGB-FOLIOS
             MOVE SPACES TO WS-REASON
             STRING "CARTA OLTRE LE " REGB-FOLIOS
                    " CARTE DEL REGISTRO"
               DELIMITED BY SIZE INTO WS-REASON
             PERFORM 2900-REJECT
             EXIT PARAGRAPH
           END-IF

           PERFORM 2200-CHECK-DUPLICATE
           IF FOUND-YES
             MOVE SPACES TO WS-REASON
             STRING "CARTA E LATO GIA' ACQUISITI ("
                    FUNCTION TRIM(MEDI-ID) ")"
               DELIMITED BY SIZE INTO WS-REASON
             PERFORM 2900-REJECT
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-DST-DIR WS-DST-PATH WS-SRC-PATH
           STRING FUNCTION TRIM(WS-ARCH-DIR) "/" DELIMITED BY SIZE
                  WS-REGB-ID DELIMITED BY SPACE
             INTO WS-DST-DIR
           STRING FUNCTION TRIM(WS-DST-DIR) "/" FUNCTION TRIM(WS-FNAME)
             DELIMITED BY SIZE INTO WS-DST-PATH
           STRING FUNCTION TRIM(WS-DROP-DIR) "/"
                  FUNCTION TRIM(WS-FNAME)
             DELIMITED BY SIZE INTO WS-SRC-PATH
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DST-PATH))
             TO WS-P-DST-LEN
           IF WS-P-DST-LEN > 80
             MOVE "PERCORSO IN ARCHIVIO OLTRE 80 CARATTERI"
               TO WS-REASON
             PERFORM 2900-REJECT
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CMD
           STRING "mkdir -p '" FUNCTION TRIM(WS-DST-DIR)
                  "' && mv '" FUNCTION TRIM(WS-SRC-PATH) "' '"
                  FUNCTION TRIM(WS-DST-PATH) "' 2>/dev/null"
             DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           PERFORM 2300-COMPUTE-CHECKSUM
           IF WS-CUR-SUM = SPACES
             MOVE "SPOSTAMENTO IN ARCHIVIO FALLITO" TO WS-REASON
             PERFORM 2900-REJECT
             EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MEDIA-SEQ
           MOVE SPACES TO GN1MEDI-SEG
           STRING "SC" WS-MEDIA-SEQ DELIMITED BY SIZE INTO MEDI-ID
           MOVE "SCANSIONE" TO MEDI-TYPE
           MOVE WS-DST-PATH(1:80) TO MEDI-PATH
           STRING FUNCTION TRIM(REGB-TITLE) " C. " WS-FOLIO-NUM
                  WS-SIDE
             DELIMITED BY SIZE INTO MEDI-DESC
           SET MEDI-RICEVUTO TO TRUE
           MOVE SPACES TO MEDI-OPER
           MOVE FUNCTION CURRENT-DATE(1:8) TO MEDI-STDATE
           MOVE WS-REGB-ID TO MEDI-REGB
           MOVE WS-FOLIO-NUM TO MEDI-FOLIO
           MOVE WS-SIDE TO MEDI-SIDE
           MOVE WS-REGB-ID TO WS-SSA-MEDI(17:12)
           MOVE DLI-ISRT TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1MEDI-SEG
                                WS-SSA-MEDI
           IF DB-STATUS NOT = SPACES
             MOVE SPACES TO WS-CMD
             STRING "mv '" FUNCTION TRIM(WS-DST-PATH) "' '"
                    FUNCTION TRIM(WS-SRC-PATH) "' 2>/dev/null"
               DELIMITED BY SIZE INTO WS-CMD
             CALL "SYSTEM" USING WS-CMD
             MOVE SPACES TO WS-REASON
             STRING "ISRT MEDIA FALLITA (" DB-STATUS ")"
               DELIMITED BY SIZE INTO WS-REASON
             PERFORM 2900-REJECT
             EXIT PARAGRAPH
           END-IF

           PERFORM 2400-WRITE-FIXITY
           ADD 1 TO WS-OK-CT
           MOVE SPACES TO REPORT-REC
           STRING "  ACQUISITA " FUNCTION TRIM(MEDI-ID)
                  "  " FUNCTION TRIM(WS-REGB-ID) " C. " WS-FOLIO-NUM
                  WS-SIDE
                  "  " FUNCTION TRIM(MEDI-PATH)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

      *    <REGB-ID>_<carta><R|V>.<estensione>: un solo "_", un solo
      *    ".", carta di 1-4 cifre, estensione fra i formati ammessi
       2100-PARSE-NAME.
           MOVE SPACES TO WS-REASON WS-P-REG WS-P-REST WS-P-FOL
                          WS-P-EXT WS-P-MORE WS-REGB-ID
           MOVE 0 TO WS-FOLIO-NUM WS-P-CT WS-QUOTE-CT
           MOVE SPACE TO WS-SIDE
           INSPECT WS-FNAME TALLYING WS-QUOTE-CT FOR ALL "'"
           IF WS-QUOTE-CT > 0
             MOVE "NOME NON CONFORME (APICE NEL NOME)" TO WS-REASON
             EXIT PARAGRAPH
           END-IF
           UNSTRING WS-FNAME DELIMITED BY "_"
             INTO WS-P-REG COUNT IN WS-P-REG-LEN
                  WS-P-REST
                  WS-P-MORE
             TALLYING IN WS-P-CT
           END-UNSTRING
           IF WS-P-CT NOT = 2 OR WS-P-REG-LEN = 0
              OR WS-P-REG-LEN > 12
             MOVE "NOME NON CONFORME (ATTESO REGISTRO_CARTA.EST)"
               TO WS-REASON
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-P-CT
           MOVE SPACES TO WS-P-MORE
           UNSTRING WS-P-REST DELIMITED BY "."
             INTO WS-P-FOL COUNT IN WS-P-FOL-LEN
                  WS-P-EXT
                  WS-P-MORE
             TALLYING IN WS-P-CT
           END-UNSTRING
           IF WS-P-CT NOT = 2 OR WS-P-FOL-LEN < 2
              OR WS-P-FOL-LEN > 5
             MOVE "NOME NON CONFORME (ATTESO REGISTRO_CARTA.EST)"
               TO WS-REASON
             EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-P-FOL(WS-P-FOL-LEN:1))
             TO WS-SIDE
           COMPUTE WS-P-NUM-LEN = WS-P-FOL-LEN - 1
           IF WS-SIDE NOT = "R" AND WS-SIDE NOT = "V"
             MOVE "NOME NON CONFORME (LATO R O V DOPO LA CARTA)"
               TO WS-REASON
             EXIT PARAGRAPH
           END-IF
           IF WS-P-FOL(1:WS-P-NUM-LEN) IS NOT NUMERIC
             MOVE "NOME NON CONFORME (CARTA NON NUMERICA)"
               TO WS-REASON
             EXIT PARAGRAPH
           END-IF
           MOVE WS-P-FOL(1:WS-P-NUM-LEN) TO WS-FOLIO-NUM
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-P-EXT))
             TO WS-P-EXT
           IF WS-P-EXT NOT = "TIF" AND WS-P-EXT NOT = "TIFF"
              AND WS-P-EXT NOT = "JPG" AND WS-P-EXT NOT = "JPEG"
              AND WS-P-EXT NOT = "PNG" AND WS-P-EXT NOT = "PDF"
             MOVE "FORMATO NON AMMESSO" TO WS-REASON
             EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-P-REG(1:12)) TO WS-REGB-ID
           .

      *    STESSA CARTA E STESSO LATO FRA I MEDIA GIA' FIGLI DEL
      *    REGISTRO (LA RICONSEGNA DI UN FILE NON LO DUPLICA)
       2200-CHECK-DUPLICATE.
           MOVE "N" TO WS-FOUND
           MOVE WS-REGB-ID TO WS-SSA-MEDI(17:12)
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1MEDI-SEG
                                WS-SSA-MEDI
           PERFORM UNTIL DB-STATUS NOT = SPACES OR FOUND-YES
             IF MEDI-FOLIO = WS-FOLIO-NUM AND MEDI-SIDE = WS-SIDE
               SET FOUND-YES TO TRUE
             ELSE
               MOVE DLI-GN TO WS-DLI-FUNC
               CALL "CBLTDLI" USING WS-DLI-FUNC
                                    DBPCB-MASK
                                    GN1MEDI-SEG
                                    WS-SSA-MEDI
             END-IF
           END-PERFORM
           .

      *    IMPRONTA VIA cksum DI SISTEMA, COME 2200 DI GN3FIXT0:
      *    USCITA VUOTA = FILE NON ARRIVATO IN ARCHIVIO
       2300-COMPUTE-CHECKSUM.
           MOVE SPACES TO WS-CUR-SUM
           MOVE SPACES TO WS-CMD
           STRING "cksum '" FUNCTION TRIM(WS-DST-PATH)
                  "' > work/scan-cksum.tmp 2>/dev/null"
             DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           OPEN INPUT CKSUM-FILE
           IF WS-CKS-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ CKSUM-FILE
             AT END
               CONTINUE
             NOT AT END
               MOVE SPACES TO WS-CK-F1
               UNSTRING CKSUM-REC DELIMITED BY ALL SPACE
                 INTO WS-CK-F1
               MOVE WS-CK-F1 TO WS-CUR-SUM
           END-READ
           CLOSE CKSUM-FILE
           .

      *    RIGA DEL REGISTRO FIXITY NEL FORMATO DI GN3FIXT0
      *    (MEDI-ID|PERCORSO|IMPRONTA|PRIMA-VISTA): LA SUA PROSSIMA
      *    CORSA TROVA IL MEDIA GIA' REGISTRATO E LO VERIFICA
       2400-WRITE-FIXITY.
           OPEN EXTEND FIXITY-FILE
           IF WS-FIX-FS NOT = "00"
             OPEN OUTPUT FIXITY-FILE
             IF WS-FIX-FS NOT = "00"
               EXIT PARAGRAPH
             END-IF
           END-IF
           MOVE SPACES TO FIXITY-REC
           STRING FUNCTION TRIM(MEDI-ID) "|"
                  FUNCTION TRIM(MEDI-PATH) "|"
                  FUNCTION TRIM(WS-CUR-SUM) "|"
                  FUNCTION CURRENT-DATE(1:14)
             DELIMITED BY SIZE INTO FIXITY-REC
           WRITE FIXITY-REC
           CLOSE FIXITY-FILE
           .

       2900-REJECT.
           ADD 1 TO WS-REJ-CT
           MOVE SPACES TO REPORT-REC
           STRING "  SCARTATA  " FUNCTION TRIM(WS-FNAME)
                  "  " FUNCTION TRIM(WS-REASON)
             DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REJECT-REC
           STRING FUNCTION TRIM(WS-FNAME) "|"
                  FUNCTION TRIM(WS-REASON)
             DELIMITED BY SIZE INTO REJECT-REC
           WRITE REJECT-REC
           .

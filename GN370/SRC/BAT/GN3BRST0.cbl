       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3BRST0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Distribuzione dei report della notte per destinatario.
                Il giro notturno lascia in <dir-report> un file unico
                per report e finora qualcuno lo tagliava a mano: il
                digest delle osservazioni (GN3WDIG0, DIGEST.RPT), la
                worklist di verifica (GN3VRFW0, VERIFICA.RPT), la
                coda di trascrizione dei media (GN3MQUE0,
                CODA-MEDIA.RPT) e le carte assegnate ai volontari
                (GN3FASS0, CARTE.RPT). La tavola di distribuzione
                data/DISTRIB.DAT, una riga per consegna:
                  REPORT|DESTINATARIO|DESTINAZIONE[|CHIAVE]
                con REPORT fra DIGEST, VERIFICA, MEDIA e CARTE,
                DESTINATARIO l'operatore o il volontario,
                DESTINAZIONE una cartella di consegna o un indirizzo
                di posta (con "@": il file va nella cartella di
                uscita della posta <dir-posta> con la busta A:/
                OGGETTO: in testa, per il relay). CHIAVE e' il valore
                su cui si taglia il report; se manca e' il
                destinatario stesso, "*" vuol dire tutto il report
                (il coordinatore). Le regole di taglio sono fisse
                per report (tavola qui sotto): DIGEST e CARTE per
                sezione ("PER L'OSSERVATORE <id>:", "PER IL
                VOLONTARIO <id>:"), MEDIA per riga ("ASSEGNATO A
                <id>", con l'intestazione di stato che precede),
                VERIFICA per riga sulla radice ("(RADICE <id>)": la
                chiave e' un ROOT-ID, il ramo che il verificatore
                segue). Nel file del destinatario vanno il titolo
                del report, le sole sue righe e le intestazioni di
                sezione che le precedono; le righe segnaposto fra
                parentesi ("(NESSUNA ...)") non sono contenuto. Un
                destinatario senza righe non riceve niente: il file
                si apre solo alla prima riga sua. Ogni consegna,
                anche mancata, finisce nel registro
                work/DISTRIB.LOG:
                  TIMBRO|REPORT|DESTINATARIO|DESTINAZIONE|ESITO|
                  RIGHE|FILE
                I file si chiamano <REPORT>-<DESTINATARIO>-AAAAMMGG
                .TXT; la rieseguita nello stesso giorno li riscrive.
                Destinazioni e destinatari vengono controllati
                (lettere, cifre, . _ - / e @) prima di diventare
                percorsi o righe di comando. RC 4 se una riga della
                tavola e' scartata o un report manca.
                Uso: GN3BRST0 [dir-report] [dir-posta]
                (default report e posta/uscita).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIB-FILE ASSIGN TO "data/DISTRIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIS-FS.
           SELECT REPORT-IN-FILE ASSIGN TO DYNAMIC WS-IN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FS.
           SELECT BURST-FILE ASSIGN TO DYNAMIC WS-OUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.
           SELECT LOG-FILE ASSIGN TO "work/DISTRIB.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIB-FILE.
       01  DISTRIB-REC           PIC X(256).

       FD  REPORT-IN-FILE.
       01  REPORT-IN-REC         PIC X(132).

       FD  BURST-FILE.
       01  BURST-REC             PIC X(132).

       FD  LOG-FILE.
       01  LOG-REC               PIC X(400).

       WORKING-STORAGE SECTION.
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-RPT-DIR            PIC X(128) VALUE "report".
       77  WS-MAIL-DIR           PIC X(128) VALUE "posta/uscita".
       77  WS-IN-FILE            PIC X(256) VALUE SPACES.
       77  WS-OUT-FILE           PIC X(256) VALUE SPACES.
       77  WS-DIS-FS             PIC X(2) VALUE "00".
       77  WS-IN-FS              PIC X(2) VALUE "00".
       77  WS-OUT-FS             PIC X(2) VALUE "00".
       77  WS-LOG-FS             PIC X(2) VALUE "00".
       77  WS-RC                 PIC 9(4) VALUE 0.
       77  WS-ROW-CT             PIC 9(5) VALUE 0.
       77  WS-SENT-CT            PIC 9(5) VALUE 0.
       77  WS-EMPTY-CT           PIC 9(5) VALUE 0.
       77  WS-SKIP-CT            PIC 9(5) VALUE 0.

       01  WS-CMD                PIC X(500) VALUE SPACES.
       01  WS-TODAY              PIC X(8) VALUE SPACES.
       01  WS-NOW-TS             PIC X(14) VALUE SPACES.

      * REPORT DISTRIBUIBILI E LORO REGOLA DI TAGLIO:
      *   S = PER SEZIONE, LA RIGA CHE INIZIA CON IL MARCATORE APRE
      *       LA SEZIONE DEL DESTINATARIO E LE RIGHE SEGUENTI SONO SUE
      *   R = PER RIGA, LA CHIAVE SEGUE IL MARCATORE DENTRO LA RIGA;
      *       LE RIGHE CHE INIZIANO CON L'INTESTAZIONE SONO TESTATE
      *       DI GRUPPO E ACCOMPAGNANO LE RIGHE CHE SEGUONO
       01  WS-RP-TABLE.
           05 WS-RP-ENTRY OCCURS 4 TIMES.
              10 WS-RP-CODE      PIC X(8).
              10 WS-RP-FILE      PIC X(20).
              10 WS-RP-RULE      PIC X(1).
              10 WS-RP-MARK      PIC X(20).
              10 WS-RP-MARK-LEN  PIC 9(2).
              10 WS-RP-HEAD      PIC X(10).
              10 WS-RP-HEAD-LEN  PIC 9(2).
       01  WS-RP-COUNT           PIC 9(2) VALUE 4.
       01  WS-RP-IX              PIC 9(2) VALUE 0.
       01  WS-RP-CUR             PIC 9(2) VALUE 0.

      * RIGA CORRENTE DELLA TAVOLA DI DISTRIBUZIONE
       01  WS-D-REPORT           PIC X(8) VALUE SPACES.
       01  WS-D-RECIP            PIC X(20) VALUE SPACES.
       01  WS-D-DEST             PIC X(128) VALUE SPACES.
       01  WS-D-KEY              PIC X(20) VALUE SPACES.
       01  WS-D-MAIL             PIC X VALUE "N".
           88 D-MAIL-YES         VALUE "Y".
       01  WS-D-ESITO            PIC X(20) VALUE SPACES.
       01  WS-D-LINES            PIC 9(5) VALUE 0.

      * STATO DELLA LETTURA DEL REPORT PER UN DESTINATARIO
       01  WS-TITLE              PIC X(132) VALUE SPACES.
       01  WS-LINE               PIC X(132) VALUE SPACES.
       01  WS-LINE-KEY           PIC X(20) VALUE SPACES.
       01  WS-SECT-KEY           PIC X(20) VALUE SPACES.
       01  WS-HEAD-LINE          PIC X(132) VALUE SPACES.
       01  WS-POS                PIC 9(4) VALUE 0.
       01  WS-LEAD               PIC 9(4) VALUE 0.
       01  WS-LINE-NO            PIC 9(7) VALUE 0.

      * CONTROLLO DEI CARATTERI DI DESTINAZIONI E DESTINATARI
       01  WS-CHK-VALUE          PIC X(128) VALUE SPACES.
       01  WS-CHK-LEN            PIC 9(4) VALUE 0.
       01  WS-CHK-IX             PIC 9(4) VALUE 0.
       01  WS-CHK-CT             PIC 9(4) VALUE 0.
       01  WS-CHK-CHAR           PIC X VALUE SPACE.

       01  WS-SW.
           10 WS-EOF             PIC X VALUE "N".
              88 EOF-YES         VALUE "Y".
           10 WS-IN-EOF          PIC X VALUE "N".
              88 IN-EOF-YES      VALUE "Y".
           10 WS-OUT-OPEN        PIC X VALUE "N".
              88 OUT-OPEN-YES    VALUE "Y".
           10 WS-OUT-FAIL        PIC X VALUE "N".
              88 OUT-FAIL-YES    VALUE "Y".
           10 WS-HEAD-DONE       PIC X VALUE "Y".
              88 HEAD-DONE-YES   VALUE "Y".
           10 WS-CHK-OK          PIC X VALUE "Y".
              88 CHK-OK-YES      VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC >= 1
             ACCEPT WS-RPT-DIR FROM ARGUMENT-VALUE
             MOVE FUNCTION TRIM(WS-RPT-DIR) TO WS-RPT-DIR
           END-IF
           IF WS-ARGC >= 2
             ACCEPT WS-MAIL-DIR FROM ARGUMENT-VALUE
             MOVE FUNCTION TRIM(WS-MAIL-DIR) TO WS-MAIL-DIR
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS

           MOVE "DIGEST" TO WS-RP-CODE(1)
           MOVE "DIGEST.RPT" TO WS-RP-FILE(1)
           MOVE "S" TO WS-RP-RULE(1)
           MOVE "PER L'OSSERVATORE " TO WS-RP-MARK(1)
           MOVE 18 TO WS-RP-MARK-LEN(1)
           MOVE SPACES TO WS-RP-HEAD(1)
           MOVE 0 TO WS-RP-HEAD-LEN(1)
           MOVE "CARTE" TO WS-RP-CODE(2)
           MOVE "CARTE.RPT" TO WS-RP-FILE(2)
           MOVE "S" TO WS-RP-RULE(2)
           MOVE "PER IL VOLONTARIO " TO WS-RP-MARK(2)
           MOVE 18 TO WS-RP-MARK-LEN(2)
           MOVE SPACES TO WS-RP-HEAD(2)
           MOVE 0 TO WS-RP-HEAD-LEN(2)
           MOVE "MEDIA" TO WS-RP-CODE(3)
           MOVE "CODA-MEDIA.RPT" TO WS-RP-FILE(3)
           MOVE "R" TO WS-RP-RULE(3)
           MOVE "ASSEGNATO A " TO WS-RP-MARK(3)
           MOVE 12 TO WS-RP-MARK-LEN(3)
           MOVE "STATO " TO WS-RP-HEAD(3)
           MOVE 6 TO WS-RP-HEAD-LEN(3)
           MOVE "VERIFICA" TO WS-RP-CODE(4)
           MOVE "VERIFICA.RPT" TO WS-RP-FILE(4)
           MOVE "R" TO WS-RP-RULE(4)
           MOVE "(RADICE " TO WS-RP-MARK(4)
           MOVE 8 TO WS-RP-MARK-LEN(4)
           MOVE SPACES TO WS-RP-HEAD(4)
           MOVE 0 TO WS-RP-HEAD-LEN(4)

           OPEN INPUT DISTRIB-FILE
           IF WS-DIS-FS NOT = "00"
             DISPLAY "GN3BRST0: NESSUNA TAVOLA DI DISTRIBUZIONE "
                     "(data/DISTRIB.DAT), NIENTE DA CONSEGNARE"
             MOVE 0 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN EXTEND LOG-FILE
           IF WS-LOG-FS NOT = "00"
             OPEN OUTPUT LOG-FILE
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "mkdir -p " FUNCTION TRIM(WS-MAIL-DIR)
             DELIMITED BY SIZE INTO WS-CMD
           MOVE WS-MAIL-DIR TO WS-CHK-VALUE
           PERFORM 8000-CHECK-PATH
           IF CHK-OK-YES
             CALL "SYSTEM" USING WS-CMD
           ELSE
             DISPLAY "GN3BRST0: CARTELLA DELLA POSTA NON VALIDA "
                     FUNCTION TRIM(WS-MAIL-DIR)
             MOVE 16 TO RETURN-CODE
             CLOSE DISTRIB-FILE LOG-FILE
             GOBACK
           END-IF

           PERFORM UNTIL EOF-YES
             READ DISTRIB-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF DISTRIB-REC NOT = SPACES
                    AND DISTRIB-REC(1:1) NOT = "#"
                   ADD 1 TO WS-ROW-CT
                   PERFORM 1000-DELIVER-ROW
                 END-IF
             END-READ
           END-PERFORM
           CLOSE DISTRIB-FILE LOG-FILE

           DISPLAY "GN3BRST0: RIGHE DI DISTRIBUZIONE = " WS-ROW-CT
           DISPLAY "GN3BRST0: CONSEGNE FATTE        = " WS-SENT-CT
           DISPLAY "GN3BRST0: SENZA CONTENUTO       = " WS-EMPTY-CT
           DISPLAY "GN3BRST0: SCARTATE              = " WS-SKIP-CT
           MOVE WS-RC TO RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------*
      * Una riga della tavola: controllo, taglio del report e registro *
      *----------------------------------------------------------------*
       1000-DELIVER-ROW.
           MOVE SPACES TO WS-D-REPORT WS-D-RECIP WS-D-DEST WS-D-KEY
           MOVE SPACES TO WS-OUT-FILE
           MOVE 0 TO WS-D-LINES
           UNSTRING DISTRIB-REC DELIMITED BY "|"
             INTO WS-D-REPORT WS-D-RECIP WS-D-DEST WS-D-KEY
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-D-REPORT))
             TO WS-D-REPORT
           MOVE FUNCTION TRIM(WS-D-RECIP) TO WS-D-RECIP
           MOVE FUNCTION TRIM(WS-D-DEST) TO WS-D-DEST
           MOVE FUNCTION TRIM(WS-D-KEY) TO WS-D-KEY
           IF WS-D-KEY = SPACES
             MOVE WS-D-RECIP TO WS-D-KEY
           END-IF

           MOVE 0 TO WS-RP-CUR
           PERFORM VARYING WS-RP-IX FROM 1 BY 1
               UNTIL WS-RP-IX > WS-RP-COUNT
             IF WS-RP-CODE(WS-RP-IX) = WS-D-REPORT
               MOVE WS-RP-IX TO WS-RP-CUR
             END-IF
           END-PERFORM
           IF WS-RP-CUR = 0
             MOVE "REPORT SCONOSCIUTO" TO WS-D-ESITO
             PERFORM 1900-SKIP-ROW
             EXIT PARAGRAPH
           END-IF
           IF WS-D-RECIP = SPACES OR WS-D-DEST = SPACES
             MOVE "RIGA INCOMPLETA" TO WS-D-ESITO
             PERFORM 1900-SKIP-ROW
             EXIT PARAGRAPH
           END-IF
      *    IL DESTINATARIO FINISCE NEL NOME DEL FILE: NIENTE "/"
           MOVE WS-D-RECIP TO WS-CHK-VALUE
           PERFORM 8000-CHECK-PATH
           IF CHK-OK-YES
             MOVE 0 TO WS-CHK-CT
             INSPECT WS-D-RECIP TALLYING WS-CHK-CT FOR ALL "/"
             IF WS-CHK-CT > 0
               MOVE "N" TO WS-CHK-OK
             END-IF
           END-IF
           IF NOT CHK-OK-YES
             MOVE "DESTINATARIO ERRATO" TO WS-D-ESITO
             PERFORM 1900-SKIP-ROW
             EXIT PARAGRAPH
           END-IF
           MOVE WS-D-DEST TO WS-CHK-VALUE
           PERFORM 8000-CHECK-PATH
           IF NOT CHK-OK-YES
             MOVE "DESTINAZIONE ERRATA" TO WS-D-ESITO
             PERFORM 1900-SKIP-ROW
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CHK-CT
           INSPECT WS-D-DEST TALLYING WS-CHK-CT FOR ALL "@"
           IF WS-CHK-CT > 0
             MOVE "Y" TO WS-D-MAIL
           ELSE
             MOVE "N" TO WS-D-MAIL
           END-IF

           MOVE SPACES TO WS-IN-FILE
           STRING FUNCTION TRIM(WS-RPT-DIR) "/"
                  FUNCTION TRIM(WS-RP-FILE(WS-RP-CUR))
             DELIMITED BY SIZE INTO WS-IN-FILE
           OPEN INPUT REPORT-IN-FILE
           IF WS-IN-FS NOT = "00"
             MOVE "REPORT ASSENTE" TO WS-D-ESITO
             PERFORM 1900-SKIP-ROW
             EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-OUT-FAIL
           PERFORM 2000-BURST-REPORT
           CLOSE REPORT-IN-FILE

           IF OUT-FAIL-YES
             MOVE "ERRORE DI SCRITTURA" TO WS-D-ESITO
             PERFORM 1900-SKIP-ROW
             EXIT PARAGRAPH
           END-IF
           IF OUT-OPEN-YES
             CLOSE BURST-FILE
             MOVE "N" TO WS-OUT-OPEN
             MOVE "CONSEGNATO" TO WS-D-ESITO
             ADD 1 TO WS-SENT-CT
           ELSE
             MOVE "NIENTE DA CONSEGNARE" TO WS-D-ESITO
             ADD 1 TO WS-EMPTY-CT
           END-IF
           PERFORM 9000-WRITE-LOG
           .

       1900-SKIP-ROW.
           ADD 1 TO WS-SKIP-CT
           MOVE 4 TO WS-RC
           DISPLAY "GN3BRST0: RIGA " WS-ROW-CT " SCARTATA: "
                   FUNCTION TRIM(WS-D-ESITO)
           PERFORM 9000-WRITE-LOG
           .

      *----------------------------------------------------------------*
      * Lettura del report: titolo, testate e righe del destinatario   *
      *----------------------------------------------------------------*
       2000-BURST-REPORT.
           MOVE SPACES TO WS-TITLE WS-SECT-KEY WS-HEAD-LINE
           MOVE "Y" TO WS-HEAD-DONE
           MOVE "N" TO WS-IN-EOF
           MOVE 0 TO WS-LINE-NO
           PERFORM UNTIL IN-EOF-YES
             READ REPORT-IN-FILE
               AT END
                 MOVE "Y" TO WS-IN-EOF
               NOT AT END
                 ADD 1 TO WS-LINE-NO
                 MOVE REPORT-IN-REC TO WS-LINE
                 IF WS-LINE-NO = 1
                   MOVE WS-LINE TO WS-TITLE
                 ELSE
                   IF WS-LINE NOT = SPACES
                     PERFORM 2100-CLASSIFY-LINE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .

       2100-CLASSIFY-LINE.
           MOVE WS-RP-MARK-LEN(WS-RP-CUR) TO WS-POS
           IF WS-RP-RULE(WS-RP-CUR) = "S"
              AND WS-LINE(1:WS-POS) = WS-RP-MARK(WS-RP-CUR)(1:WS-POS)
      *      APRE LA SEZIONE: LA CHIAVE SEGUE IL MARCATORE
             MOVE SPACES TO WS-SECT-KEY
             UNSTRING WS-LINE(WS-POS + 1:) DELIMITED BY " " OR ":"
               INTO WS-SECT-KEY
             END-UNSTRING
             MOVE WS-LINE TO WS-HEAD-LINE
             MOVE "N" TO WS-HEAD-DONE
             EXIT PARAGRAPH
           END-IF
           MOVE WS-RP-HEAD-LEN(WS-RP-CUR) TO WS-POS
           IF WS-POS > 0
              AND WS-LINE(1:WS-POS) = WS-RP-HEAD(WS-RP-CUR)(1:WS-POS)
             MOVE WS-LINE TO WS-HEAD-LINE
             MOVE "N" TO WS-HEAD-DONE
             EXIT PARAGRAPH
           END-IF

      *    RIGA DI DETTAGLIO: I SEGNAPOSTO FRA PARENTESI NON CONTANO
           MOVE 0 TO WS-LEAD
           INSPECT WS-LINE TALLYING WS-LEAD FOR LEADING SPACES
           IF WS-LINE(WS-LEAD + 1:1) = "("
             EXIT PARAGRAPH
           END-IF
           IF WS-RP-RULE(WS-RP-CUR) = "S"
             MOVE WS-SECT-KEY TO WS-LINE-KEY
           ELSE
             PERFORM 2200-FIND-LINE-KEY
           END-IF
           IF WS-D-KEY = "*"
              OR (WS-LINE-KEY NOT = SPACES AND WS-LINE-KEY = WS-D-KEY)
             PERFORM 3000-WRITE-LINE
           END-IF
           .

       2200-FIND-LINE-KEY.
           MOVE SPACES TO WS-LINE-KEY
           MOVE 0 TO WS-POS
           INSPECT WS-LINE TALLYING WS-POS FOR CHARACTERS
             BEFORE INITIAL
               WS-RP-MARK(WS-RP-CUR)(1:WS-RP-MARK-LEN(WS-RP-CUR))
           IF WS-POS + WS-RP-MARK-LEN(WS-RP-CUR) < 132
             COMPUTE WS-POS = WS-POS + WS-RP-MARK-LEN(WS-RP-CUR) + 1
             UNSTRING WS-LINE(WS-POS:) DELIMITED BY " " OR ")"
               INTO WS-LINE-KEY
             END-UNSTRING
           END-IF
           .

      *----------------------------------------------------------------*
      * Scrittura: il file si apre alla prima riga del destinatario    *
      *----------------------------------------------------------------*
       3000-WRITE-LINE.
           IF OUT-FAIL-YES
             EXIT PARAGRAPH
           END-IF
           IF NOT OUT-OPEN-YES
             PERFORM 3100-OPEN-BURST
             IF NOT OUT-OPEN-YES
               EXIT PARAGRAPH
             END-IF
           END-IF
           IF NOT HEAD-DONE-YES
             MOVE SPACES TO BURST-REC
             WRITE BURST-REC
             MOVE WS-HEAD-LINE TO BURST-REC
             WRITE BURST-REC
             MOVE "Y" TO WS-HEAD-DONE
           END-IF
           MOVE WS-LINE TO BURST-REC
           WRITE BURST-REC
           ADD 1 TO WS-D-LINES
           .

       3100-OPEN-BURST.
           MOVE SPACES TO WS-OUT-FILE
           IF D-MAIL-YES
             STRING FUNCTION TRIM(WS-MAIL-DIR) "/"
                    FUNCTION TRIM(WS-D-REPORT) "-"
                    FUNCTION TRIM(WS-D-RECIP) "-" WS-TODAY ".TXT"
               DELIMITED BY SIZE INTO WS-OUT-FILE
           ELSE
             MOVE SPACES TO WS-CMD
             STRING "mkdir -p " FUNCTION TRIM(WS-D-DEST)
               DELIMITED BY SIZE INTO WS-CMD
             CALL "SYSTEM" USING WS-CMD
             STRING FUNCTION TRIM(WS-D-DEST) "/"
                    FUNCTION TRIM(WS-D-REPORT) "-"
                    FUNCTION TRIM(WS-D-RECIP) "-" WS-TODAY ".TXT"
               DELIMITED BY SIZE INTO WS-OUT-FILE
           END-IF
           OPEN OUTPUT BURST-FILE
           IF WS-OUT-FS NOT = "00"
             DISPLAY "GN3BRST0: IMPOSSIBILE SCRIVERE "
                     FUNCTION TRIM(WS-OUT-FILE)
             MOVE "Y" TO WS-OUT-FAIL
             EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-OUT-OPEN
           IF D-MAIL-YES
             MOVE SPACES TO BURST-REC
             STRING "A: " FUNCTION TRIM(WS-D-DEST)
               DELIMITED BY SIZE INTO BURST-REC
             WRITE BURST-REC
             MOVE SPACES TO BURST-REC
             STRING "OGGETTO: GN370 " FUNCTION TRIM(WS-D-REPORT)
                    " DEL " WS-TODAY " PER "
                    FUNCTION TRIM(WS-D-RECIP)
               DELIMITED BY SIZE INTO BURST-REC
             WRITE BURST-REC
             MOVE SPACES TO BURST-REC
             WRITE BURST-REC
           END-IF
           MOVE WS-TITLE TO BURST-REC
           WRITE BURST-REC
           .

      *----------------------------------------------------------------*
      * Caratteri ammessi in percorsi e nomi: lettere, cifre, . _ - /  *
      * e @; niente ".." per non risalire fuori dalle cartelle         *
      *----------------------------------------------------------------*
       8000-CHECK-PATH.
           MOVE "Y" TO WS-CHK-OK
           IF WS-CHK-VALUE = SPACES
             MOVE "N" TO WS-CHK-OK
             EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CHK-VALUE))
             TO WS-CHK-LEN
           PERFORM VARYING WS-CHK-IX FROM 1 BY 1
               UNTIL WS-CHK-IX > WS-CHK-LEN
             MOVE WS-CHK-VALUE(WS-CHK-IX:1) TO WS-CHK-CHAR
             IF NOT (WS-CHK-CHAR ALPHABETIC-UPPER
                     OR WS-CHK-CHAR ALPHABETIC-LOWER
                     OR WS-CHK-CHAR NUMERIC
                     OR WS-CHK-CHAR = "." OR WS-CHK-CHAR = "_"
                     OR WS-CHK-CHAR = "-" OR WS-CHK-CHAR = "/"
                     OR WS-CHK-CHAR = "@")
                OR WS-CHK-CHAR = SPACE
               MOVE "N" TO WS-CHK-OK
             END-IF
           END-PERFORM
           MOVE 0 TO WS-CHK-CT
           INSPECT WS-CHK-VALUE TALLYING WS-CHK-CT FOR ALL ".."
           IF WS-CHK-CT > 0
             MOVE "N" TO WS-CHK-OK
           END-IF
           .

       9000-WRITE-LOG.
           MOVE SPACES TO LOG-REC
           STRING WS-NOW-TS "|"
                  FUNCTION TRIM(WS-D-REPORT) "|"
                  FUNCTION TRIM(WS-D-RECIP) "|"
                  FUNCTION TRIM(WS-D-DEST) "|"
                  FUNCTION TRIM(WS-D-ESITO) "|"
                  WS-D-LINES "|"
                  FUNCTION TRIM(WS-OUT-FILE)
             DELIMITED BY SIZE INTO LOG-REC
           WRITE LOG-REC
           .

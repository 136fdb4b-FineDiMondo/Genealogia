       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENFOT00.

      * Riga di testa dei comandi di consultazione: con la suite
      * puntata sull'estratto della notte (FONTE ESTRATTO, vedi
      * GENFNT00) esiste data/.FONTE e i comandi devono dire di quale
      * notte e' la fotografia che stanno mostrando. Restituisce in
      * LK-FOTO-TEXT la riga pronta ("FONTE: ESTRATTO IMS DEL ...");
      * sui file flat storici (nessun data/.FONTE) la lascia a spazi
      * e l'uscita dei comandi resta quella di sempre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FONTE-FILE ASSIGN TO "data/.FONTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FONTE-FILE.
       01 FONTE-REC               PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-FT-FS                PIC X(2) VALUE "00".
       01 WS-FT-KIND              PIC X(10) VALUE SPACES.
       01 WS-FT-DIR               PIC X(120) VALUE SPACES.
       01 WS-FT-STAMP             PIC X(14) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-FOTO-TEXT            PIC X(80).

       PROCEDURE DIVISION USING LK-FOTO-TEXT.
       MAIN-LOGIC.
           MOVE SPACES TO LK-FOTO-TEXT
           OPEN INPUT FONTE-FILE
           IF WS-FT-FS NOT = "00"
             GOBACK
           END-IF
           MOVE SPACES TO WS-FT-KIND WS-FT-DIR WS-FT-STAMP
           READ FONTE-FILE
             NOT AT END
               UNSTRING FONTE-REC DELIMITED BY "|"
                 INTO WS-FT-KIND WS-FT-DIR WS-FT-STAMP
           END-READ
           CLOSE FONTE-FILE
           IF WS-FT-STAMP IS NUMERIC
             STRING "FONTE: ESTRATTO IMS DEL "
                    WS-FT-STAMP(1:4) "-" WS-FT-STAMP(5:2) "-"
                    WS-FT-STAMP(7:2) " ORE " WS-FT-STAMP(9:2) ":"
                    WS-FT-STAMP(11:2) " (GN3XTR00)"
               DELIMITED BY SIZE INTO LK-FOTO-TEXT
           ELSE
             MOVE "FONTE: ESTRATTO IMS (DATA DELLA FOTOGRAFIA IGNOTA)"
               TO LK-FOTO-TEXT
           END-IF
           GOBACK.

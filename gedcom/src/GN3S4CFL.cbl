      * piu' iniziale del nome, quindi nessuna coppia che possa        *
      * raggiungere la soglia di 40 cade fuori dai blocchi e l'output  *
      * GCR resta identico a prima, riga per riga.                     *
      *                                                                *
      * Prima del punteggio nome/data il record in arrivo viene        *
      * cercato per identificativo esterno (_FSID/REFN) tra quelli gia'*
      * a database (sesto argomento, estratto da GN3PEXT0): un ID      *
      * condiviso e' la stessa persona, e il conflitto esce di tipo    *
      * XID-MATCH gia' risolto KEEP_EXIST, senza punteggio.            *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONFLICT-FILE ASSIGN TO DYNAMIC WS-OUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT XID-FILE ASSIGN TO DYNAMIC WS-XID-FILE
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFLICT-FILE.
       COPY "GN370-CONFLICT-REPORT.cpy".

      * IDENTIFICATIVI ESTERNI DELLE PERSONE GIA' A DATABASE
      * (TRACCIATO FISSO DI GN3PEXT0)
       FD  XID-FILE.
       01  XID-REC.
           05 XID-PERS-ID            PIC X(12).
           05 XID-SYSTEM             PIC X(10).
           05 XID-VALUE              PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-ARGC                    PIC 9(4) VALUE 0.
       01 WS-IN-FILE                 PIC X(256) VALUE SPACES.
       01 WS-EXIST-FILE              PIC X(256) VALUE SPACES.
       01 WS-OUT-FILE                PIC X(256) VALUE SPACES.
       01 WS-XID-FILE                PIC X(256) VALUE SPACES.
       01 WS-PIPELINE-ID             PIC X(20) VALUE SPACES.
       01 WS-MODE                    PIC X(16) VALUE "BATCH".
          88 WS-MODE-INTERACTIVE     VALUE "INTERACTIVE".
          88 EXIST-EOF-YES           VALUE "Y".
       01 WS-REC-COUNT               PIC 9(7) VALUE 0.
       01 WS-CONFLICT-COUNT          PIC 9(7) VALUE 0.
       01 WS-XID-MATCH-COUNT         PIC 9(7) VALUE 0.

       01 WS-SIM-SCORE                PIC 9(3) VALUE 0.
       01 WS-BEST-SCORE               PIC 9(3) VALUE 0.
             10 WS-E-PERS-ROOT      PIC X(12).
       01 WS-EXIST-COUNT              PIC 9(4) VALUE 0.

      * IDENTIFICATIVI ESTERNI GIA' A DATABASE, PER L'AGGANCIO DIRETTO
       01 WS-XID-TABLE.
          05 WS-XID-ENTRY      OCCURS 4000 TIMES.
             10 WS-X-PERS-ID        PIC X(12).
             10 WS-X-SYSTEM         PIC X(10).
             10 WS-X-VALUE          PIC X(120).
       01 WS-XID-COUNT                PIC 9(4) VALUE 0.
       01 WS-XID-EOF                  PIC X VALUE "N".
          88 XID-EOF-YES              VALUE "Y".
       01 WS-XJ                       PIC 9(4) VALUE 0.
       01 WS-XK                       PIC 9(2) VALUE 0.
       01 WS-XID-HIT                  PIC 9(4) VALUE 0.
       01 WS-XID-HIT-IN               PIC 9(2) VALUE 0.

      * INDICI DI BLOCCO: CATENE PER INIZIALE DEL NOME (27 TESTE, LA
      * 27MA RACCOGLIE LE INIZIALI NON ALFABETICHE) E PER IMPRONTA
      * DELLA DATA DI NASCITA (97 TESTE); 0 = FINE CATENA
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 4
             DISPLAY "USO: GN3S4CFL <norm-in> <existing-extract-in> "
                     "<conflict-out> <pipeline-id> [INTERACTIVE|BATCH]"
                     " [xid-extract-in]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
             ACCEPT WS-MODE FROM ARGUMENT-VALUE
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE)) TO WS-MODE
           END-IF
           IF WS-ARGC >= 6
             ACCEPT WS-XID-FILE FROM ARGUMENT-VALUE
             MOVE FUNCTION TRIM(WS-XID-FILE) TO WS-XID-FILE
           END-IF

           PERFORM 1000-LOAD-EXISTING
           IF WS-XID-FILE NOT = SPACES
             PERFORM 1200-LOAD-XIDS
           END-IF

           OPEN INPUT NORM-FILE
           IF RETURN-CODE NOT = 0
           DISPLAY "GN3S4CFL: RECORD ANALIZZATI  = " WS-REC-COUNT
           DISPLAY "GN3S4CFL: FAMIGLIE ANALIZZATE = " WS-FAM-COUNT
           DISPLAY "GN3S4CFL: CONFLITTI TROVATI  = " WS-CONFLICT-COUNT
           DISPLAY "GN3S4CFL: AGGANCI PER ID EST = " WS-XID-MATCH-COUNT
           MOVE 0 TO RETURN-CODE
           GOBACK.

           PERFORM 1500-BUILD-BLOCK-INDEXES
           .

      *----------------------------------------------------------------*
      * Carico degli identificativi esterni gia' a database; file      *
      * assente = nessun aggancio diretto, si resta sul punteggio.     *
      *----------------------------------------------------------------*
       1200-LOAD-XIDS.
           MOVE 0 TO WS-XID-COUNT
           OPEN INPUT XID-FILE
           IF RETURN-CODE NOT = 0
             EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-XID-EOF
           PERFORM UNTIL XID-EOF-YES OR WS-XID-COUNT >= 4000
             READ XID-FILE
               AT END
                 MOVE "Y" TO WS-XID-EOF
               NOT AT END
                 IF XID-PERS-ID NOT = SPACES
                   ADD 1 TO WS-XID-COUNT
                   MOVE XID-PERS-ID TO WS-X-PERS-ID(WS-XID-COUNT)
                   MOVE XID-SYSTEM TO WS-X-SYSTEM(WS-XID-COUNT)
                   MOVE XID-VALUE TO WS-X-VALUE(WS-XID-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE XID-FILE
           .

      *----------------------------------------------------------------*
      * Costruzione degli indici di blocco: ogni voce entra in testa   *
      * alla catena della sua iniziale e della sua data di nascita.    *
       2000-CHECK-RECORD.
           ADD 1 TO WS-REC-COUNT
           MOVE 0 TO WS-BEST-SCORE WS-BEST-IDX
      *    UN IDENTIFICATIVO ESTERNO CONDIVISO VALE PIU' DI QUALUNQUE
      *    PUNTEGGIO: AGGANCIO DIRETTO E NIENTE CATENE DI BLOCCO
           PERFORM 2050-MATCH-XID
           IF WS-XID-HIT > 0
             PERFORM 3200-WRITE-XID-CONFLICT
             EXIT PARAGRAPH
           END-IF
      *    CATENA PER INIZIALE DEL COGNOME IN ARRIVO
           IF GNR-SURNAME-NORM NOT = SPACES
             MOVE GNR-SURNAME-NORM(1:1) TO WS-KEY-CHAR
           END-IF
           .

      *----------------------------------------------------------------*
      * Ricerca del primo identificativo in arrivo (sistema + valore)  *
      * gia' presente a database; WS-XID-HIT = voce trovata, 0 = no.   *
      *----------------------------------------------------------------*
       2050-MATCH-XID.
           MOVE 0 TO WS-XID-HIT WS-XID-HIT-IN
           IF WS-XID-COUNT = 0 OR GNR-XID-COUNT IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-XK FROM 1 BY 1
               UNTIL WS-XK > GNR-XID-COUNT OR WS-XK > 5
                  OR WS-XID-HIT > 0
             IF GNR-XID-VALUE(WS-XK) NOT = SPACES
               PERFORM VARYING WS-XJ FROM 1 BY 1
                   UNTIL WS-XJ > WS-XID-COUNT OR WS-XID-HIT > 0
                 IF WS-X-SYSTEM(WS-XJ) = GNR-XID-SYSTEM(WS-XK)
                    AND WS-X-VALUE(WS-XJ) = GNR-XID-VALUE(WS-XK)
                   MOVE WS-XJ TO WS-XID-HIT
                   MOVE WS-XK TO WS-XID-HIT-IN
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM
           .

       8100-LETTER-INDEX.
           IF WS-KEY-CHAR >= "A" AND WS-KEY-CHAR <= "I"
             COMPUTE WS-LETTER-IX =
           WRITE GN370-CONFLICT-REPORT
           .

      *----------------------------------------------------------------*
      * Conflitto XID-MATCH: la persona in arrivo e' quella a database *
      * con lo stesso identificativo esterno. Esce gia' risolto        *
      * KEEP_EXIST (S5 aggancia eventi e figli alla persona esistente),*
      * quindi nessuna schermata di revisione.                         *
      *----------------------------------------------------------------*
       3200-WRITE-XID-CONFLICT.
           ADD 1 TO WS-CONFLICT-COUNT
           ADD 1 TO WS-XID-MATCH-COUNT
           MOVE SPACES TO GN370-CONFLICT-REPORT
           MOVE WS-PIPELINE-ID TO GCR-PIPELINE-ID
           MOVE GNR-GEDCOM-XREF TO GCR-INCOMING-XREF
           MOVE WS-X-PERS-ID(WS-XID-HIT) TO GCR-EXISTING-ID
           MOVE "XID-MATCH" TO GCR-CONFLICT-TYPE
           MOVE 100 TO GCR-SIMILARITY-SCORE
           SET GCR-HIGH TO TRUE

           MOVE 1 TO GCR-FIELD-COUNT
           MOVE "EXTERNAL-ID" TO GCR-FIELD-NAME(1)
           STRING FUNCTION TRIM(GNR-XID-SYSTEM(WS-XID-HIT-IN)) " "
                  FUNCTION TRIM(GNR-XID-VALUE(WS-XID-HIT-IN))
                  DELIMITED BY SIZE INTO GCR-FIELD-INCOMING(1)
           STRING FUNCTION TRIM(WS-X-SYSTEM(WS-XID-HIT)) " "
                  FUNCTION TRIM(WS-X-VALUE(WS-XID-HIT))
                  DELIMITED BY SIZE INTO GCR-FIELD-EXISTING(1)

           MOVE 2 TO GCR-FIELD-COUNT
           MOVE "SURNAME" TO GCR-FIELD-NAME(2)
           MOVE GNR-SURNAME-NORM TO GCR-FIELD-INCOMING(2) (1:80)
           MOVE 3 TO GCR-FIELD-COUNT
           MOVE "BIRTH-DATE" TO GCR-FIELD-NAME(3)
           MOVE GNR-BIRTH-DATE-ISO TO GCR-FIELD-INCOMING(3) (1:10)
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-EXIST-COUNT
             IF WS-E-PERS-ID(WS-I) = WS-X-PERS-ID(WS-XID-HIT)
               MOVE WS-E-PERS-NAME(WS-I)
                 TO GCR-FIELD-EXISTING(2) (1:40)
               MOVE WS-E-PERS-BDATE(WS-I)
                 TO GCR-FIELD-EXISTING(3) (1:10)
             END-IF
           END-PERFORM

           SET GCR-KEEP-EXIST TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:14) TO GCR-RESOLVE-TS
           MOVE "ID ESTERNO" TO GCR-RESOLVE-BY

           WRITE GN370-CONFLICT-REPORT
           .

       4000-REVIEW-SCREEN.
           DISPLAY " "
           DISPLAY "--- CONFLITTO POSSIBILE DUPLICATO --------------"

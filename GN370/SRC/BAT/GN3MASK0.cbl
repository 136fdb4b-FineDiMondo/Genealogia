       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3MASK0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Copia mascherata della base DL/I per l'addestramento
                dei volontari e per le prove di schermi, fusioni e
                import, che finora si facevano sulla produzione.
                Lavora fra la coppia GN3UNLD0/GN3RELD0: legge un
                archivio integrale scritto da GN3UNLD0 e ne scrive
                un altro nello stesso tracciato (GNDBREC, righe "##"
                e "%%"), da ricaricare con GN3RELD0 sulla base di
                addestramento.
                  GN3MASK0 <archivio-in> <archivio-out> <seme>
                           [anni-viventi] [immagine-segnaposto]
                Le persone sotto embargo (PERS-RESTRICTED) spariscono
                con tutti i segmenti figli e con ogni segmento altrui
                che le nomina (RELATE verso di loro, PARTIC e FAMLNK
                che le citano, FAMILY di cui sono il padre con i suoi
                FAMLNK); come madre di una FAMILY restano un buco. I
                viventi presunti (regola di GN3EXP00: nessun evento
                MORTE e nascita ignota o da meno di N anni, default
                100) ricevono un nome finto e date spostate: il nome
                di battesimo e il cognome sono sostituiti ciascuno
                con una voce delle tavole di GENINI00 scelta da un
                hash del seme e della parola vera, cosi' lo stesso
                cognome diventa lo stesso cognome finto in tutta la
                famiglia; lo spostamento (fino a un anno avanti o
                indietro) e' un hash del seme e del PERS-ID e vale
                per la nascita, gli eventi, i titoli, le residenze e
                le unioni della persona, cosi' l'ordine dei fatti
                resta vero. Ogni immagine journal e' svuotata, ogni
                percorso di media punta all'immagine segnaposto
                (default media/SEGNAPOSTO.JPG), le righe "%%" sono
                ricalcolate sui segmenti davvero scritti. Nessun
                orologio e nessun caso entrano nel risultato: stesso
                archivio e stesso seme danno la stessa copia, cosi'
                un esercizio funziona uguale ogni anno.
                Seguono la stessa regola i tipi venuti dopo: ASSERT,
                DNAKIT, EXTID di persona e FOUNDLG cadono con la
                persona in embargo; BRKWALL, EMIGRAT, HHMEMB e
                DEEDPTY che la nominano cadono, DEEDAST di un suo
                bene cade, DEED di una famiglia tolta perde la
                famiglia. Per i viventi le asserzioni di data si
                spostano, quelle di nome prendono il nome finto e il
                testo trascritto non viaggia; gli identificativi
                esterni dei viventi, i numeri di kit DNA e i recapiti
                dei volontari sono svuotati; il nome come scritto
                nella lista di bordo, nel libro dei fuochi e il
                cognome d'ospedale del trovatello vivente prendono
                il nome finto, il segno lasciato col trovatello non
                viaggia. Gli operatori passano senza impronta del
                PIN (i PIN di addestramento li assegna l'istruttore
                con GN3OPER0 SBLOCCA), le sessioni SIGNON non
                passano. Le carte di registro
                (MEDIA senza persona) restano, col segnaposto. Le
                tavole degli eventi, delle famiglie e dei beni tolti
                si riempiono nella prima passata: piene, fermano la
                corsa prima di scrivere, come quella delle persone.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-IN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FS.
           SELECT MASKED-FILE ASSIGN TO DYNAMIC WS-OUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC.
           05 ARC-RT             PIC X(2).
           05 ARC-PRIMARY-ID     PIC X(12).
           05 ARC-REC-VERSION    PIC X(2).
           05 ARC-PAYLOAD        PIC X(900).

       FD  MASKED-FILE.
       01  MASKED-REC            PIC X(916).

       WORKING-STORAGE SECTION.
       77  WS-IN-FILE            PIC X(256) VALUE SPACES.
       77  WS-OUT-FILE           PIC X(256) VALUE SPACES.
       77  WS-IN-FS              PIC X(2) VALUE "00".
       77  WS-OUT-FS             PIC X(2) VALUE "00".
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-SEED-ARG           PIC X(9) VALUE SPACES.
       77  WS-SEED               PIC 9(9) VALUE 0.
       77  WS-YEARS-ARG          PIC X(3) VALUE SPACES.
       77  WS-LIV-YEARS          PIC 9(3) VALUE 100.
       77  WS-CUT-YEAR           PIC 9(4) VALUE 0.
       77  WS-PLACEHOLDER        PIC X(80)
           VALUE "media/SEGNAPOSTO.JPG".
       77  WS-EOF                PIC X VALUE "N".
           88 EOF-YES            VALUE "Y".
       77  WS-KEEP               PIC X VALUE "Y".
           88 KEEP-YES           VALUE "Y".

      * CONTATORI DI CORSA
       77  WS-READ-CT            PIC 9(7) VALUE 0.
       77  WS-WRITE-CT           PIC 9(7) VALUE 0.
       77  WS-LIVING-CT          PIC 9(7) VALUE 0.
       77  WS-EMBARGO-CT         PIC 9(7) VALUE 0.
       77  WS-CASCADE-CT         PIC 9(7) VALUE 0.
       77  WS-JRNL-CT            PIC 9(7) VALUE 0.
       77  WS-MEDIA-CT           PIC 9(7) VALUE 0.

      * PERSONE DELL'ARCHIVIO (PRIMA PASSATA): EMBARGO, DECESSO,
      * ANNO DI NASCITA E, PER I VIVENTI, LO SPOSTAMENTO DELLE DATE
       01  WS-PT-TABLE.
           05 WS-PT-ENTRY OCCURS 5000 TIMES.
              10 WS-PT-ID        PIC X(12).
              10 WS-PT-DROP      PIC X(1).
              10 WS-PT-DEAD      PIC X(1).
              10 WS-PT-BYEAR     PIC 9(4).
              10 WS-PT-LIVING    PIC X(1).
              10 WS-PT-SHIFT     PIC S9(3).
              10 WS-PT-FAKE      PIC X(40).
       01  WS-PT-COUNT           PIC 9(5) VALUE 0.
       01  WS-PT-IX              PIC 9(5) VALUE 0.
       01  WS-PT-FOUND           PIC 9(5) VALUE 0.
       01  WS-LOOKUP-ID          PIC X(12) VALUE SPACES.

      * EVENTI, FAMIGLIE E BENI TOLTI IN CASCATA (LI SEGUONO PARTIC,
      * MEDIA, FAMLNK, DEED E DEEDAST), RACCOLTI NELLA PRIMA PASSATA
       01  WS-DE-TABLE.
           05 WS-DE-ID OCCURS 5000 TIMES PIC X(12).
       01  WS-DE-COUNT           PIC 9(5) VALUE 0.
       01  WS-DF-TABLE.
           05 WS-DF-ID OCCURS 2000 TIMES PIC X(12).
       01  WS-DF-COUNT           PIC 9(5) VALUE 0.
       01  WS-DA-TABLE.
           05 WS-DA-ID OCCURS 5000 TIMES PIC X(12).
       01  WS-DA-COUNT           PIC 9(5) VALUE 0.
       01  WS-DX-IX              PIC 9(5) VALUE 0.
       01  WS-DX-HIT             PIC X VALUE "N".
           88 DX-HIT             VALUE "Y".

      * CONTEGGI SCRITTI PER TIPO, PER RIFARE LE RIGHE "%%"
       01  WS-CT-TABLE.
           05 WS-CT-ENTRY OCCURS 50 TIMES.
              10 WS-CT-RT        PIC X(2).
              10 WS-CT-N         PIC 9(7).
       01  WS-CT-COUNT           PIC 9(2) VALUE 0.
       01  WS-CT-IX              PIC 9(2) VALUE 0.
       01  WS-CT-FOUND           PIC 9(2) VALUE 0.
       01  WS-EXP-RT             PIC X(2) VALUE SPACES.
       01  WS-EXP-N-TXT          PIC X(10) VALUE SPACES.

      * HASH DETERMINISTICO (STESSO GENERATORE DI GENINI00)
       01  WS-HASH-TXT           PIC X(40) VALUE SPACES.
       01  WS-HASH               PIC 9(9) VALUE 0.
       01  WS-HASH-IX            PIC 9(2) VALUE 0.
       01  WS-HASH-LIMIT         PIC 9(5) VALUE 0.
       01  WS-HASH-PICK          PIC 9(5) VALUE 0.

      * NOMI FINTI: LE TAVOLE DEL DEMO DI GENINI00
       01  WS-NOMI-M.
           05 FILLER PIC X(10) VALUE "GIUSEPPE".
           05 FILLER PIC X(10) VALUE "GIOVANNI".
           05 FILLER PIC X(10) VALUE "ANTONIO".
           05 FILLER PIC X(10) VALUE "FRANCESCO".
           05 FILLER PIC X(10) VALUE "PIETRO".
           05 FILLER PIC X(10) VALUE "LUIGI".
           05 FILLER PIC X(10) VALUE "DOMENICO".
           05 FILLER PIC X(10) VALUE "CARLO".
           05 FILLER PIC X(10) VALUE "NICOLO'".
           05 FILLER PIC X(10) VALUE "VINCENZO".
       01  WS-NOMI-M-R REDEFINES WS-NOMI-M.
           05 WS-NOME-M OCCURS 10 TIMES PIC X(10).
       01  WS-NOMI-F.
           05 FILLER PIC X(10) VALUE "MARIA".
           05 FILLER PIC X(10) VALUE "ANNA".
           05 FILLER PIC X(10) VALUE "GIOVANNA".
           05 FILLER PIC X(10) VALUE "CATERINA".
           05 FILLER PIC X(10) VALUE "LUCIA".
           05 FILLER PIC X(10) VALUE "TERESA".
           05 FILLER PIC X(10) VALUE "ROSA".
           05 FILLER PIC X(10) VALUE "ANGELA".
           05 FILLER PIC X(10) VALUE "MARGHERITA".
           05 FILLER PIC X(10) VALUE "FRANCESCA".
       01  WS-NOMI-F-R REDEFINES WS-NOMI-F.
           05 WS-NOME-F OCCURS 10 TIMES PIC X(10).
       01  WS-COGNOMI.
           05 FILLER PIC X(12) VALUE "ROSSI".
           05 FILLER PIC X(12) VALUE "BENCIVENNI".
           05 FILLER PIC X(12) VALUE "FERRARI".
           05 FILLER PIC X(12) VALUE "ESPOSITO".
           05 FILLER PIC X(12) VALUE "BIANCHI".
           05 FILLER PIC X(12) VALUE "ROMANO".
           05 FILLER PIC X(12) VALUE "COLOMBO".
           05 FILLER PIC X(12) VALUE "RICCI".
           05 FILLER PIC X(12) VALUE "GRECO".
           05 FILLER PIC X(12) VALUE "CONTI".
       01  WS-COGNOMI-R REDEFINES WS-COGNOMI.
           05 WS-COGNOME OCCURS 10 TIMES PIC X(12).

       01  WS-NAME-TRIM          PIC X(40) VALUE SPACES.
       01  WS-NAME-LEN           PIC 9(2) VALUE 0.
       01  WS-FIRST-SP           PIC 9(2) VALUE 0.
       01  WS-LAST-SP            PIC 9(2) VALUE 0.
       01  WS-SP-IX              PIC 9(2) VALUE 0.
       01  WS-GIVEN              PIC X(40) VALUE SPACES.
       01  WS-SURNAME            PIC X(40) VALUE SPACES.
       01  WS-FAKE-GIVEN         PIC X(12) VALUE SPACES.
       01  WS-FAKE-SURNAME       PIC X(12) VALUE SPACES.

      * SPOSTAMENTO DI UNA DATA AAAA-MM-GG (O SOLO AAAA)
       01  WS-DT                 PIC X(10) VALUE SPACES.
       01  WS-DT-SHIFT           PIC S9(3) VALUE 0.
       01  WS-DT-TXT             PIC X(8) VALUE SPACES.
       01  WS-DT-NUM REDEFINES WS-DT-TXT PIC 9(8).
       01  WS-DT-DAYS            PIC 9(8) VALUE 0.
       01  WS-DT-OUT             PIC 9(8) VALUE 0.
       01  WS-DT-YEAR-ONLY       PIC X VALUE "N".
           88 DT-YEAR-ONLY       VALUE "Y".
       01  WS-OWNER-SHIFT        PIC S9(3) VALUE 0.
       01  WS-OWNER-LIVING       PIC X VALUE "N".
           88 OWNER-LIVING       VALUE "Y".

       COPY GN1PRSN.
       COPY GN1EVNT.
       COPY GN1RELT.
       COPY GN1TITL.
       COPY GN1ASET.
       COPY GN1MEDI.
       COPY GN1PEVT.
       COPY GN1PHOU.
       COPY GN1CITA.
       COPY GN1JRNL.
       COPY GNFAMIL.
       COPY GN1FLNK.
       COPY GN1ASRT.
       COPY GN1DNAK.
       COPY GN1EXID.
       COPY GN1FNDL.
       COPY GN1BWAL.
       COPY GN1EMIG.
       COPY GN1VOLN.
       COPY GN1HMEM.
       COPY GN1DEED.
       COPY GN1DPTY.
       COPY GN1DAST.
       COPY GNOPER.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 3
             DISPLAY "USO: GN3MASK0 <archivio-in> <archivio-out> "
                     "<seme> [anni-viventi] [immagine-segnaposto]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-IN-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-IN-FILE) TO WS-IN-FILE
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           ACCEPT WS-SEED-ARG FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(WS-SEED-ARG) IS NOT NUMERIC
             DISPLAY "GN3MASK0: SEME NON NUMERICO "
                     FUNCTION TRIM(WS-SEED-ARG)
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE FUNCTION TRIM(WS-SEED-ARG) TO WS-SEED
           IF WS-ARGC >= 4
             ACCEPT WS-YEARS-ARG FROM ARGUMENT-VALUE
             IF FUNCTION TRIM(WS-YEARS-ARG) IS NUMERIC
               MOVE FUNCTION TRIM(WS-YEARS-ARG) TO WS-LIV-YEARS
             END-IF
           END-IF
           IF WS-ARGC >= 5
             ACCEPT WS-PLACEHOLDER FROM ARGUMENT-VALUE
             MOVE FUNCTION TRIM(WS-PLACEHOLDER) TO WS-PLACEHOLDER
           END-IF
      *    LA SOGLIA DEI VIVENTI E' L'UNICA COSA CHE DIPENDE DAL
      *    GIORNO DELLA CORSA, COME IN GN3EXP00
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CUT-YEAR
           SUBTRACT WS-LIV-YEARS FROM WS-CUT-YEAR

           PERFORM 1000-LOAD-PERSONS
           IF RETURN-CODE NOT = 0
             GOBACK
           END-IF
           PERFORM 1500-CLASSIFY-PERSONS
           PERFORM 2000-WRITE-MASKED

           DISPLAY "GN3MASK0: SEGMENTI LETTI       = " WS-READ-CT
           DISPLAY "GN3MASK0: SEGMENTI SCRITTI     = " WS-WRITE-CT
           DISPLAY "GN3MASK0: VIVENTI MASCHERATI   = " WS-LIVING-CT
           DISPLAY "GN3MASK0: PERSONE IN EMBARGO   = " WS-EMBARGO-CT
           DISPLAY "GN3MASK0: SEGMENTI IN CASCATA  = " WS-CASCADE-CT
           DISPLAY "GN3MASK0: JOURNAL SVUOTATI     = " WS-JRNL-CT
           DISPLAY "GN3MASK0: MEDIA A SEGNAPOSTO   = " WS-MEDIA-CT
           GOBACK.

      *----------------------------------------------------------------*
      * Prima passata: PERSON, EVENT, ASSET e FAMILY. Delle persone    *
      * serve l'embargo e l'anno di nascita, degli eventi le MORTE e   *
      * quelli di persone in embargo, dei beni e delle famiglie quelli *
      * che cadono con loro (i PERSON precedono tutti nell'archivio).  *
      * Una tavola piena ferma la corsa: una persona non vista non     *
      * verrebbe ne' mascherata ne' tolta, un evento, una famiglia o   *
      * un bene non annotati lascerebbero figli orfani nella copia.    *
      *----------------------------------------------------------------*
       1000-LOAD-PERSONS.
           MOVE 0 TO RETURN-CODE
           OPEN INPUT ARCHIVE-FILE
           IF WS-IN-FS NOT = "00"
             DISPLAY "ERRORE OPEN INPUT SU " FUNCTION TRIM(WS-IN-FILE)
             MOVE 12 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF-YES
             READ ARCHIVE-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 EVALUATE ARC-RT
                   WHEN "PE"
                     IF WS-PT-COUNT >= 5000
                       DISPLAY "GN3MASK0: PIU' DI 5000 PERSONE, "
                               "COPIA NON PRODOTTA"
                       MOVE 12 TO RETURN-CODE
                       MOVE "Y" TO WS-EOF
                     ELSE
                       MOVE ARC-PAYLOAD TO GN1PRSN-SEG
                       ADD 1 TO WS-PT-COUNT
                       MOVE PERS-ID TO WS-PT-ID(WS-PT-COUNT)
                       MOVE "N" TO WS-PT-DROP(WS-PT-COUNT)
                       IF PERS-RESTRICTED = "Y"
                         MOVE "Y" TO WS-PT-DROP(WS-PT-COUNT)
                       END-IF
                       MOVE "N" TO WS-PT-DEAD(WS-PT-COUNT)
                       MOVE 0 TO WS-PT-BYEAR(WS-PT-COUNT)
                       IF PERS-BDATE(1:4) IS NUMERIC
                         MOVE PERS-BDATE(1:4)
                           TO WS-PT-BYEAR(WS-PT-COUNT)
                       END-IF
                       MOVE "N" TO WS-PT-LIVING(WS-PT-COUNT)
                       MOVE 0 TO WS-PT-SHIFT(WS-PT-COUNT)
                       MOVE SPACES TO WS-PT-FAKE(WS-PT-COUNT)
                     END-IF
                   WHEN "EV"
                     MOVE ARC-PAYLOAD TO GN1EVNT-SEG
                     MOVE EVNT-PERS TO WS-LOOKUP-ID
                     PERFORM 8100-FIND-PERSON
                     IF WS-PT-FOUND > 0
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(EVNT-TYPE))
                            = "MORTE"
                         MOVE "Y" TO WS-PT-DEAD(WS-PT-FOUND)
                       END-IF
                       IF WS-PT-DROP(WS-PT-FOUND) = "Y"
                         PERFORM 1100-NOTE-DROPPED-EVENT
                       END-IF
                     END-IF
                   WHEN "AS"
                     MOVE ARC-PAYLOAD TO GN1ASET-SEG
                     MOVE ASET-PERS TO WS-LOOKUP-ID
                     PERFORM 8100-FIND-PERSON
                     IF WS-PT-FOUND > 0
                       IF WS-PT-DROP(WS-PT-FOUND) = "Y"
                         PERFORM 1300-NOTE-DROPPED-ASSET
                       END-IF
                     END-IF
                   WHEN "FA"
                     MOVE ARC-PAYLOAD TO FAMILY-REC
                     MOVE FAMILY-FATHER-ID TO WS-LOOKUP-ID
                     PERFORM 8100-FIND-PERSON
                     IF WS-PT-FOUND > 0
                       IF WS-PT-DROP(WS-PT-FOUND) = "Y"
                         PERFORM 1200-NOTE-DROPPED-FAMILY
                       END-IF
                     END-IF
                 END-EVALUATE
             END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           .

       1100-NOTE-DROPPED-EVENT.
           IF WS-DE-COUNT >= 5000
             DISPLAY "GN3MASK0: PIU' DI 5000 EVENTI IN CASCATA, "
                     "COPIA NON PRODOTTA"
             MOVE 12 TO RETURN-CODE
             MOVE "Y" TO WS-EOF
           ELSE
             ADD 1 TO WS-DE-COUNT
             MOVE EVNT-ID TO WS-DE-ID(WS-DE-COUNT)
           END-IF
           .

       1200-NOTE-DROPPED-FAMILY.
           IF WS-DF-COUNT >= 2000
             DISPLAY "GN3MASK0: PIU' DI 2000 FAMIGLIE IN CASCATA, "
                     "COPIA NON PRODOTTA"
             MOVE 12 TO RETURN-CODE
             MOVE "Y" TO WS-EOF
           ELSE
             ADD 1 TO WS-DF-COUNT
             MOVE FAMILY-ID TO WS-DF-ID(WS-DF-COUNT)
           END-IF
           .

       1300-NOTE-DROPPED-ASSET.
           IF WS-DA-COUNT >= 5000
             DISPLAY "GN3MASK0: PIU' DI 5000 BENI IN CASCATA, "
                     "COPIA NON PRODOTTA"
             MOVE 12 TO RETURN-CODE
             MOVE "Y" TO WS-EOF
           ELSE
             ADD 1 TO WS-DA-COUNT
             MOVE ASET-ID TO WS-DA-ID(WS-DA-COUNT)
           END-IF
           .

      *----------------------------------------------------------------*
      * Vivente presunto: nessuna MORTE e nascita ignota o posteriore  *
      * alla soglia. Lo spostamento delle date va da -365 a +365       *
      * giorni, mai zero, e dipende solo dal seme e dal PERS-ID.       *
      *----------------------------------------------------------------*
       1500-CLASSIFY-PERSONS.
           PERFORM VARYING WS-PT-IX FROM 1 BY 1
               UNTIL WS-PT-IX > WS-PT-COUNT
             IF WS-PT-DROP(WS-PT-IX) = "Y"
               ADD 1 TO WS-EMBARGO-CT
             ELSE
               IF WS-PT-DEAD(WS-PT-IX) = "N"
                  AND (WS-PT-BYEAR(WS-PT-IX) = 0
                       OR WS-PT-BYEAR(WS-PT-IX) > WS-CUT-YEAR)
                 MOVE "Y" TO WS-PT-LIVING(WS-PT-IX)
                 MOVE WS-PT-ID(WS-PT-IX) TO WS-HASH-TXT
                 MOVE 730 TO WS-HASH-LIMIT
                 PERFORM 8000-HASH-PICK
                 COMPUTE WS-PT-SHIFT(WS-PT-IX) = WS-HASH-PICK - 365
                 IF WS-PT-SHIFT(WS-PT-IX) >= 0
                   ADD 1 TO WS-PT-SHIFT(WS-PT-IX)
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Seconda passata: ogni record passa dal trattamento del suo     *
      * tipo, che puo' toglierlo (WS-KEEP = "N") o cambiarne il carico *
      * utile; le righe "%%" escono con i conteggi dei record scritti. *
      *----------------------------------------------------------------*
       2000-WRITE-MASKED.
           OPEN INPUT ARCHIVE-FILE
           OPEN OUTPUT MASKED-FILE
           IF WS-OUT-FS NOT = "00"
             DISPLAY "ERRORE OPEN OUTPUT SU "
                     FUNCTION TRIM(WS-OUT-FILE)
             CLOSE ARCHIVE-FILE
             MOVE 12 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF-YES
             READ ARCHIVE-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 EVALUATE ARC-RT
                   WHEN "##"
                     MOVE SPACES TO ARC-PAYLOAD(41:)
                     STRING FUNCTION TRIM(ARC-PAYLOAD(1:40))
                            " ADDESTRAMENTO SEME " WS-SEED
                       DELIMITED BY SIZE INTO ARC-PAYLOAD
                     WRITE MASKED-REC FROM ARCHIVE-REC
                   WHEN "%%"
                     PERFORM 2900-REWRITE-COUNT-ROW
                   WHEN OTHER
                     ADD 1 TO WS-READ-CT
                     MOVE "Y" TO WS-KEEP
                     PERFORM 3000-MASK-RECORD
                     IF KEEP-YES
                       WRITE MASKED-REC FROM ARCHIVE-REC
                       ADD 1 TO WS-WRITE-CT
                       PERFORM 2950-TALLY-TYPE
                     END-IF
                 END-EVALUATE
             END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           CLOSE MASKED-FILE
           MOVE 0 TO RETURN-CODE
           .

       2900-REWRITE-COUNT-ROW.
           MOVE SPACES TO WS-EXP-RT WS-EXP-N-TXT
           UNSTRING ARC-PAYLOAD DELIMITED BY "|"
             INTO WS-EXP-RT WS-EXP-N-TXT
           MOVE 0 TO WS-CT-FOUND
           PERFORM VARYING WS-CT-IX FROM 1 BY 1
               UNTIL WS-CT-IX > WS-CT-COUNT
             IF WS-CT-RT(WS-CT-IX) = WS-EXP-RT
               MOVE WS-CT-IX TO WS-CT-FOUND
             END-IF
           END-PERFORM
           MOVE SPACES TO ARC-PAYLOAD
           IF WS-CT-FOUND = 0
             STRING WS-EXP-RT "|" "0000000"
               DELIMITED BY SIZE INTO ARC-PAYLOAD
           ELSE
             STRING WS-EXP-RT "|" WS-CT-N(WS-CT-FOUND)
               DELIMITED BY SIZE INTO ARC-PAYLOAD
           END-IF
           WRITE MASKED-REC FROM ARCHIVE-REC
           .

       2950-TALLY-TYPE.
           MOVE 0 TO WS-CT-FOUND
           PERFORM VARYING WS-CT-IX FROM 1 BY 1
               UNTIL WS-CT-IX > WS-CT-COUNT
             IF WS-CT-RT(WS-CT-IX) = ARC-RT
               MOVE WS-CT-IX TO WS-CT-FOUND
             END-IF
           END-PERFORM
           IF WS-CT-FOUND = 0 AND WS-CT-COUNT < 50
             ADD 1 TO WS-CT-COUNT
             MOVE WS-CT-COUNT TO WS-CT-FOUND
             MOVE ARC-RT TO WS-CT-RT(WS-CT-FOUND)
             MOVE 0 TO WS-CT-N(WS-CT-FOUND)
           END-IF
           IF WS-CT-FOUND > 0
             ADD 1 TO WS-CT-N(WS-CT-FOUND)
           END-IF
           .

      *----------------------------------------------------------------*
      * Trattamento per tipo. Le posizioni dei puntatori sono quelle   *
      * che GN3RELD0 usa per ricostruire i padri; i tipi senza         *
      * persona (PLACE, SOURCE, HOUSE, SCRATCHPAD, REGISTR, FOLIO,     *
      * HISTEVT, CENSUS, HOUSHLD, PARCEL, PARCAST, OPSTAT) passano     *
      * intatti.                                                       *
      *----------------------------------------------------------------*
       3000-MASK-RECORD.
           EVALUATE ARC-RT
             WHEN "PE"
               PERFORM 3100-MASK-PERSON
             WHEN "EV"
               PERFORM 3200-MASK-EVENT
             WHEN "RE"
               MOVE ARC-PAYLOAD TO GN1RELT-SEG
               MOVE REL-PERS TO WS-LOOKUP-ID
               PERFORM 8200-CHECK-OWNER
               IF KEEP-YES
                 MOVE REL-TARG TO WS-LOOKUP-ID
                 PERFORM 8200-CHECK-OWNER
               END-IF
             WHEN "TI"
               MOVE ARC-PAYLOAD TO GN1TITL-SEG
               MOVE TITL-PERS TO WS-LOOKUP-ID
               PERFORM 8200-CHECK-OWNER
               IF KEEP-YES AND OWNER-LIVING
                 MOVE WS-OWNER-SHIFT TO WS-DT-SHIFT
                 MOVE TITL-DATE-FROM TO WS-DT
                 PERFORM 8300-SHIFT-DATE
                 MOVE WS-DT TO TITL-DATE-FROM
                 MOVE TITL-DATE-TO TO WS-DT
                 PERFORM 8300-SHIFT-DATE
                 MOVE WS-DT TO TITL-DATE-TO
                 MOVE GN1TITL-SEG TO ARC-PAYLOAD(1:640)
               END-IF
             WHEN "AS"
               MOVE ARC-PAYLOAD TO GN1ASET-SEG
               MOVE ASET-PERS TO WS-LOOKUP-ID
               PERFORM 8200-CHECK-OWNER
             WHEN "ME"
               PERFORM 3300-MASK-MEDIA
             WHEN "PV"
               MOVE ARC-PAYLOAD TO GN1PEVT-SEG
               PERFORM 8400-CHECK-DROPPED-EVENT
               IF DX-HIT
                 MOVE "N" TO WS-KEEP
               ELSE
                 MOVE PEVT-PERS TO WS-LOOKUP-ID
                 PERFORM 8200-CHECK-OWNER
               END-IF
             WHEN "PH"
               MOVE ARC-PAYLOAD TO GN1PHOU-SEG
               MOVE PHOU-PERS TO WS-LOOKUP-ID
               PERFORM 8200-CHECK-OWNER
               IF KEEP-YES AND OWNER-LIVING
                 MOVE WS-OWNER-SHIFT TO WS-DT-SHIFT
                 MOVE PHOU-FROM TO WS-DT
                 PERFORM 8300-SHIFT-DATE
                 MOVE WS-DT TO PHOU-FROM
                 MOVE PHOU-TO TO WS-DT
                 PERFORM 8300-SHIFT-DATE
                 MOVE WS-DT TO PHOU-TO
                 MOVE GN1PHOU-SEG TO ARC-PAYLOAD(1:640)
               END-IF
             WHEN "CI"
               MOVE ARC-PAYLOAD TO GN1CITA-SEG
               MOVE CITA-PERS TO WS-LOOKUP-ID
               PERFORM 8200-CHECK-OWNER
             WHEN "JO"
               MOVE ARC-PAYLOAD TO GN1JRNL-SEG
               MOVE JRNL-ENTID TO WS-LOOKUP-ID
               PERFORM 8200-CHECK-OWNER
               IF KEEP-YES
                 MOVE SPACES TO JRNL-BEF-IMG JRNL-AFT-IMG
                 MOVE GN1JRNL-SEG TO ARC-PAYLOAD(1:640)
                 ADD 1 TO WS-JRNL-CT
               END-IF
             WHEN "FA"
               PERFORM 3400-MASK-FAMILY
             WHEN "FL"
               MOVE ARC-PAYLOAD TO GN1FLNK-SEG
               MOVE FLNK-FAM TO WS-LOOKUP-ID
               PERFORM 8500-CHECK-DROPPED-FAMILY
               IF DX-HIT
                 MOVE "N" TO WS-KEEP
               ELSE
                 MOVE FLNK-PERS TO WS-LOOKUP-ID
                 PERFORM 8200-CHECK-OWNER
               END-IF
             WHEN "AT"
               PERFORM 3500-MASK-ASSERTION
             WHEN "DK"
      *        IL NUMERO DI KIT PORTA AL DONATORE VERO PRESSO LA DITTA
               MOVE ARC-PAYLOAD TO GN1DNAK-SEG
               MOVE DNAK-PERS TO WS-LOOKUP-ID
               PERFORM 8200-CHECK-OWNER
               IF KEEP-YES
                 MOVE SPACES TO DNAK-KIT
                 MOVE GN1DNAK-SEG TO ARC-PAYLOAD(1:640)
               END-IF
             WHEN "XI"
               MOVE ARC-PAYLOAD TO GN1EXID-SEG
               IF EXID-ETYPE = "PERSON"
                 MOVE EXID-ENTID TO WS-LOOKUP-ID
                 PERFORM 8200-CHECK-OWNER
                 IF KEEP-YES AND OWNER-LIVING
                   MOVE SPACES TO EXID-VALUE
                   MOVE GN1EXID-SEG TO ARC-PAYLOAD(1:640)
                 END-IF
               END-IF
             WHEN "FD"
               MOVE ARC-PAYLOAD TO GN1FNDL-SEG
               MOVE FNDL-PERS TO WS-LOOKUP-ID
               PERFORM 8200-CHECK-OWNER
               IF KEEP-YES AND OWNER-LIVING
                 MOVE WS-OWNER-SHIFT TO WS-DT-SHIFT
                 MOVE FNDL-ADM-DATE TO WS-DT
                 PERFORM 8300-SHIFT-DATE
                 MOVE WS-DT TO FNDL-ADM-DATE
                 MOVE FNDL-NURSE-DATE TO WS-DT
                 PERFORM 8300-SHIFT-DATE
                 MOVE WS-DT TO FNDL-NURSE-DATE
                 MOVE FNDL-OUT-DATE TO WS-DT
                 PERFORM 8300-SHIFT-DATE
                 MOVE WS-DT TO FNDL-OUT-DATE
                 MOVE WS-PT-FAKE(WS-PT-FOUND) TO FNDL-GIVEN-SURN
                 MOVE SPACES TO FNDL-TOKEN
                 MOVE GN1FNDL-SEG TO ARC-PAYLOAD(1:640)
               END-IF
             WHEN "BW"
               MOVE ARC-PAYLOAD TO GN1BWAL-SEG
               MOVE BWAL-PERS TO WS-LOOKUP-ID
               PERFORM 8200-CHECK-OWNER
             WHEN "EM"
               MOVE ARC-PAYLOAD TO GN1EMIG-SEG
               MOVE EMIG-PERS TO WS-LOOKUP-ID
               PERFORM 8200-CHECK-OWNER
               IF KEEP-YES AND OWNER-LIVING
                 MOVE WS-PT-FAKE(WS-PT-FOUND) TO EMIG-NAME
                 MOVE GN1EMIG-SEG TO ARC-PAYLOAD(1:640)
               END-IF
             WHEN "VO"
               MOVE ARC-PAYLOAD TO GN1VOLN-SEG
               MOVE SPACES TO VOLN-CONTACT
               MOVE GN1VOLN-SEG TO ARC-PAYLOAD(1:640)
             WHEN "HM"
               MOVE ARC-PAYLOAD TO GN1HMEM-SEG
               MOVE HMEM-PERS TO WS-LOOKUP-ID
               PERFORM 8200-CHECK-OWNER
               IF KEEP-YES AND OWNER-LIVING
                 MOVE WS-PT-FAKE(WS-PT-FOUND) TO HMEM-NAME
                 MOVE GN1HMEM-SEG TO ARC-PAYLOAD(1:640)
               END-IF
             WHEN "DE"
               MOVE ARC-PAYLOAD TO GN1DEED-SEG
               IF DEED-FAM NOT = SPACES
                 MOVE DEED-FAM TO WS-LOOKUP-ID
                 PERFORM 8500-CHECK-DROPPED-FAMILY
                 IF DX-HIT
                   MOVE SPACES TO DEED-FAM
                   MOVE GN1DEED-SEG TO ARC-PAYLOAD(1:640)
                 END-IF
               END-IF
             WHEN "DP"
               MOVE ARC-PAYLOAD TO GN1DPTY-SEG
               MOVE DPTY-PERS TO WS-LOOKUP-ID
               PERFORM 8200-CHECK-OWNER
             WHEN "DA"
               MOVE ARC-PAYLOAD TO GN1DAST-SEG
               PERFORM 8600-CHECK-DROPPED-ASSET
               IF DX-HIT
                 MOVE "N" TO WS-KEEP
               END-IF
             WHEN "OP"
      *        LE IMPRONTE DEI PIN VERI NON VIAGGIANO: I PIN DI
      *        ADDESTRAMENTO LI DA' L'ISTRUTTORE CON GN3OPER0 SBLOCCA
               MOVE ARC-PAYLOAD TO OPERATOR-SEGMENT
               MOVE ZERO TO OPRS-PIN-HASH OPRS-PIN-FAILS
               MOVE OPERATOR-SEGMENT TO ARC-PAYLOAD(1:640)
             WHEN "SG"
      *        LE SESSIONI APERTE IN PRODUZIONE NON VALGONO QUI
               MOVE "N" TO WS-KEEP
               SUBTRACT 1 FROM WS-CASCADE-CT
           END-EVALUATE
           IF NOT KEEP-YES
             ADD 1 TO WS-CASCADE-CT
           END-IF
           .

      *----------------------------------------------------------------*
      * PERSON: l'embargo toglie, il vivente riceve nome finto e       *
      * nascita spostata. La cancellazione logica e il resto restano.  *
      *----------------------------------------------------------------*
       3100-MASK-PERSON.
           MOVE ARC-PAYLOAD TO GN1PRSN-SEG
           MOVE PERS-ID TO WS-LOOKUP-ID
           PERFORM 8100-FIND-PERSON
           IF WS-PT-FOUND = 0
             EXIT PARAGRAPH
           END-IF
           IF WS-PT-DROP(WS-PT-FOUND) = "Y"
             MOVE "N" TO WS-KEEP
             SUBTRACT 1 FROM WS-CASCADE-CT
             EXIT PARAGRAPH
           END-IF
           IF WS-PT-LIVING(WS-PT-FOUND) NOT = "Y"
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LIVING-CT
           PERFORM 3150-FAKE-NAME
           MOVE PERS-NAME TO WS-PT-FAKE(WS-PT-FOUND)
           MOVE WS-PT-SHIFT(WS-PT-FOUND) TO WS-DT-SHIFT
           MOVE PERS-BDATE TO WS-DT
           PERFORM 8300-SHIFT-DATE
           MOVE WS-DT TO PERS-BDATE
           MOVE GN1PRSN-SEG TO ARC-PAYLOAD(1:640)
           .

      *----------------------------------------------------------------*
      * Nome finto: cognome = ultima parola, battesimo = la prima;     *
      * ciascuno e' scelto nelle tavole da un hash del seme e della    *
      * parola vera, il battesimo dalla tavola del sesso della persona.*
      *----------------------------------------------------------------*
       3150-FAKE-NAME.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PERS-NAME))
             TO WS-NAME-TRIM
           MOVE 0 TO WS-NAME-LEN
           IF WS-NAME-TRIM NOT = SPACES
             MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NAME-TRIM))
               TO WS-NAME-LEN
           END-IF
           IF WS-NAME-LEN = 0
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FIRST-SP WS-LAST-SP
           PERFORM VARYING WS-SP-IX FROM 1 BY 1
               UNTIL WS-SP-IX > WS-NAME-LEN
             IF WS-NAME-TRIM(WS-SP-IX:1) = SPACE
               IF WS-FIRST-SP = 0
                 MOVE WS-SP-IX TO WS-FIRST-SP
               END-IF
               MOVE WS-SP-IX TO WS-LAST-SP
             END-IF
           END-PERFORM
           MOVE SPACES TO WS-GIVEN WS-SURNAME
           IF WS-LAST-SP = 0
             MOVE WS-NAME-TRIM TO WS-GIVEN
           ELSE
             MOVE WS-NAME-TRIM(1:WS-FIRST-SP - 1) TO WS-GIVEN
             MOVE WS-NAME-TRIM(WS-LAST-SP + 1:) TO WS-SURNAME
           END-IF

           MOVE WS-GIVEN TO WS-HASH-TXT
           MOVE 10 TO WS-HASH-LIMIT
           PERFORM 8000-HASH-PICK
           IF PERS-GEND = "F"
             MOVE WS-NOME-F(WS-HASH-PICK + 1) TO WS-FAKE-GIVEN
           ELSE
             MOVE WS-NOME-M(WS-HASH-PICK + 1) TO WS-FAKE-GIVEN
           END-IF
           MOVE SPACES TO PERS-NAME
           IF WS-SURNAME = SPACES
             MOVE WS-FAKE-GIVEN TO PERS-NAME
           ELSE
             MOVE WS-SURNAME TO WS-HASH-TXT
             PERFORM 8000-HASH-PICK
             MOVE WS-COGNOME(WS-HASH-PICK + 1) TO WS-FAKE-SURNAME
             STRING FUNCTION TRIM(WS-FAKE-GIVEN) " "
                    FUNCTION TRIM(WS-FAKE-SURNAME)
               DELIMITED BY SIZE INTO PERS-NAME
           END-IF
           .

      *----------------------------------------------------------------*
      * EVENT: cade con la persona (l'ID e' gia' in tavola dalla prima *
      * passata, per PARTIC e MEDIA), altrimenti la data si sposta se  *
      * la persona e' viva.                                            *
      *----------------------------------------------------------------*
       3200-MASK-EVENT.
           MOVE ARC-PAYLOAD TO GN1EVNT-SEG
           MOVE EVNT-PERS TO WS-LOOKUP-ID
           PERFORM 8200-CHECK-OWNER
           IF NOT KEEP-YES
             EXIT PARAGRAPH
           END-IF
           IF OWNER-LIVING
             MOVE WS-OWNER-SHIFT TO WS-DT-SHIFT
             MOVE EVNT-DATE TO WS-DT
             PERFORM 8300-SHIFT-DATE
             MOVE WS-DT TO EVNT-DATE
             MOVE GN1EVNT-SEG TO ARC-PAYLOAD(1:640)
           END-IF
           .

      *----------------------------------------------------------------*
      * MEDIA: cade con la persona; chi resta punta al segnaposto e    *
      * perde il legame a un evento tolto. Una carta di registro       *
      * (MEDI-PERS vuoto) non ha persona da guardare: resta, con il    *
      * suo MEDI-REGB, e prende anche lei il segnaposto.               *
      *----------------------------------------------------------------*
       3300-MASK-MEDIA.
           MOVE ARC-PAYLOAD TO GN1MEDI-SEG
           IF MEDI-PERS = SPACES
             MOVE WS-PLACEHOLDER TO MEDI-PATH
             ADD 1 TO WS-MEDIA-CT
             MOVE GN1MEDI-SEG TO ARC-PAYLOAD(1:640)
             EXIT PARAGRAPH
           END-IF
           MOVE MEDI-PERS TO WS-LOOKUP-ID
           PERFORM 8200-CHECK-OWNER
           IF NOT KEEP-YES
             EXIT PARAGRAPH
           END-IF
           IF MEDI-EVNT NOT = SPACES
             MOVE MEDI-EVNT TO PEVT-EVNT
             PERFORM 8400-CHECK-DROPPED-EVENT
             IF DX-HIT
               MOVE SPACES TO MEDI-EVNT
             END-IF
           END-IF
           MOVE WS-PLACEHOLDER TO MEDI-PATH
           ADD 1 TO WS-MEDIA-CT
           MOVE GN1MEDI-SEG TO ARC-PAYLOAD(1:640)
           .

      *----------------------------------------------------------------*
      * FAMILY: figlia del padre, cade con lui (e con lei i FAMLNK);   *
      * una madre in embargo lascia il posto vuoto. La data d'unione   *
      * segue lo spostamento del padre vivo, o della madre viva; con   *
      * un coniuge vivo le note libere non viaggiano.                  *
      *----------------------------------------------------------------*
       3400-MASK-FAMILY.
           MOVE ARC-PAYLOAD TO FAMILY-REC
           MOVE FAMILY-FATHER-ID TO WS-LOOKUP-ID
           PERFORM 8200-CHECK-OWNER
           IF NOT KEEP-YES
             EXIT PARAGRAPH
           END-IF
           IF OWNER-LIVING
             MOVE WS-OWNER-SHIFT TO WS-DT-SHIFT
           ELSE
             MOVE 0 TO WS-DT-SHIFT
           END-IF
           IF FAMILY-MOTHER-ID NOT = SPACES
             MOVE FAMILY-MOTHER-ID TO WS-LOOKUP-ID
             PERFORM 8200-CHECK-OWNER
             IF NOT KEEP-YES
               MOVE SPACES TO FAMILY-MOTHER-ID
               MOVE "Y" TO WS-KEEP
             ELSE
               IF OWNER-LIVING AND WS-DT-SHIFT = 0
                 MOVE WS-OWNER-SHIFT TO WS-DT-SHIFT
               END-IF
             END-IF
           END-IF
           IF WS-DT-SHIFT NOT = 0
             MOVE FAMILY-UNION-DATE TO WS-DT
             PERFORM 8300-SHIFT-DATE
             MOVE WS-DT TO FAMILY-UNION-DATE
             MOVE FAMILY-DISS-DATE TO WS-DT
             PERFORM 8300-SHIFT-DATE
             MOVE WS-DT TO FAMILY-DISS-DATE
             MOVE SPACES TO FAMILY-NOTES
           END-IF
           MOVE FAMILY-REC TO ARC-PAYLOAD(1:640)
           .

      *----------------------------------------------------------------*
      * ASSERT: cade con la persona. Del vivente la data asserita si   *
      * sposta come le altre, il nome asserito diventa il suo nome     *
      * finto e il testo come trascritto dalla fonte non viaggia.      *
      *----------------------------------------------------------------*
       3500-MASK-ASSERTION.
           MOVE ARC-PAYLOAD TO GN1ASRT-SEG
           MOVE ASRT-PERS TO WS-LOOKUP-ID
           PERFORM 8200-CHECK-OWNER
           IF NOT KEEP-YES OR NOT OWNER-LIVING
             EXIT PARAGRAPH
           END-IF
           IF ASRT-FACT-DATE
             MOVE WS-OWNER-SHIFT TO WS-DT-SHIFT
             MOVE ASRT-VALUE(1:10) TO WS-DT
             PERFORM 8300-SHIFT-DATE
             MOVE WS-DT TO ASRT-VALUE(1:10)
             IF WS-DT(1:4) IS NUMERIC
               MOVE WS-DT(1:4) TO ASRT-YEAR
             END-IF
           END-IF
           IF ASRT-FACT-NAME
             MOVE WS-PT-FAKE(WS-PT-FOUND) TO ASRT-VALUE
           END-IF
           MOVE SPACES TO ASRT-STATED
           MOVE GN1ASRT-SEG TO ARC-PAYLOAD(1:640)
           .

      *----------------------------------------------------------------*
      * Hash del testo in WS-HASH-TXT a partire dal seme, con il passo *
      * del generatore di GENINI00; WS-HASH-PICK = 0..LIMITE-1.        *
      *----------------------------------------------------------------*
       8000-HASH-PICK.
           MOVE WS-SEED TO WS-HASH
           PERFORM VARYING WS-HASH-IX FROM 1 BY 1
               UNTIL WS-HASH-IX > 40
             IF WS-HASH-TXT(WS-HASH-IX:1) NOT = SPACE
               COMPUTE WS-HASH = FUNCTION MOD(
                 WS-HASH * 1103 + 24691
                 + FUNCTION ORD(WS-HASH-TXT(WS-HASH-IX:1)),
                 999999937)
             END-IF
           END-PERFORM
           COMPUTE WS-HASH = FUNCTION MOD(WS-HASH * 1103 + 24691,
                                          999999937)
           COMPUTE WS-HASH-PICK = FUNCTION MOD(WS-HASH, WS-HASH-LIMIT)
           .

       8100-FIND-PERSON.
           MOVE 0 TO WS-PT-FOUND
           PERFORM VARYING WS-PT-IX FROM 1 BY 1
               UNTIL WS-PT-IX > WS-PT-COUNT OR WS-PT-FOUND > 0
             IF WS-PT-ID(WS-PT-IX) = WS-LOOKUP-ID
               MOVE WS-PT-IX TO WS-PT-FOUND
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Persona citata da un segmento: in embargo il segmento cade     *
      * (WS-KEEP = "N"); viva, se ne passa lo spostamento. Un puntatore*
      * vuoto o verso nessuno non decide nulla.                        *
      *----------------------------------------------------------------*
       8200-CHECK-OWNER.
           MOVE "N" TO WS-OWNER-LIVING
           MOVE 0 TO WS-OWNER-SHIFT
           IF WS-LOOKUP-ID = SPACES
             EXIT PARAGRAPH
           END-IF
           PERFORM 8100-FIND-PERSON
           IF WS-PT-FOUND = 0
             EXIT PARAGRAPH
           END-IF
           IF WS-PT-DROP(WS-PT-FOUND) = "Y"
             MOVE "N" TO WS-KEEP
             EXIT PARAGRAPH
           END-IF
           IF WS-PT-LIVING(WS-PT-FOUND) = "Y"
             MOVE "Y" TO WS-OWNER-LIVING
             MOVE WS-PT-SHIFT(WS-PT-FOUND) TO WS-OWNER-SHIFT
           END-IF
           .

      *----------------------------------------------------------------*
      * Spostamento di WS-DT di WS-DT-SHIFT giorni. AAAA-MM-GG si      *
      * sposta al giorno; il solo anno si sposta come il primo luglio  *
      * di quell'anno. Date vuote o malformate restano come sono.      *
      *----------------------------------------------------------------*
       8300-SHIFT-DATE.
           IF WS-DT = SPACES OR WS-DT-SHIFT = 0
             EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DT-YEAR-ONLY
           IF WS-DT(1:4) IS NUMERIC AND WS-DT(5:6) = SPACES
             MOVE "Y" TO WS-DT-YEAR-ONLY
             STRING WS-DT(1:4) "0701" DELIMITED BY SIZE
               INTO WS-DT-TXT
           ELSE
             IF WS-DT(1:4) IS NUMERIC AND WS-DT(6:2) IS NUMERIC
                AND WS-DT(9:2) IS NUMERIC
                AND WS-DT(6:2) >= "01" AND WS-DT(6:2) <= "12"
                AND WS-DT(9:2) >= "01" AND WS-DT(9:2) <= "31"
                AND WS-DT(1:4) >= "1601"
               STRING WS-DT(1:4) WS-DT(6:2) WS-DT(9:2)
                 DELIMITED BY SIZE INTO WS-DT-TXT
             ELSE
               EXIT PARAGRAPH
             END-IF
           END-IF
           COMPUTE WS-DT-DAYS =
             FUNCTION INTEGER-OF-DATE(WS-DT-NUM) + WS-DT-SHIFT
           COMPUTE WS-DT-OUT = FUNCTION DATE-OF-INTEGER(WS-DT-DAYS)
           MOVE SPACES TO WS-DT
           IF DT-YEAR-ONLY
             MOVE WS-DT-OUT(1:4) TO WS-DT(1:4)
           ELSE
             STRING WS-DT-OUT(1:4) "-" WS-DT-OUT(5:2) "-"
                    WS-DT-OUT(7:2)
               DELIMITED BY SIZE INTO WS-DT
           END-IF
           .

       8400-CHECK-DROPPED-EVENT.
           MOVE "N" TO WS-DX-HIT
           PERFORM VARYING WS-DX-IX FROM 1 BY 1
               UNTIL WS-DX-IX > WS-DE-COUNT OR DX-HIT
             IF WS-DE-ID(WS-DX-IX) = PEVT-EVNT
               MOVE "Y" TO WS-DX-HIT
             END-IF
           END-PERFORM
           .

       8500-CHECK-DROPPED-FAMILY.
           MOVE "N" TO WS-DX-HIT
           PERFORM VARYING WS-DX-IX FROM 1 BY 1
               UNTIL WS-DX-IX > WS-DF-COUNT OR DX-HIT
             IF WS-DF-ID(WS-DX-IX) = WS-LOOKUP-ID
               MOVE "Y" TO WS-DX-HIT
             END-IF
           END-PERFORM
           .

       8600-CHECK-DROPPED-ASSET.
           MOVE "N" TO WS-DX-HIT
           PERFORM VARYING WS-DX-IX FROM 1 BY 1
               UNTIL WS-DX-IX > WS-DA-COUNT OR DX-HIT
             IF WS-DA-ID(WS-DX-IX) = DAST-ASET
               MOVE "Y" TO WS-DX-HIT
             END-IF
           END-PERFORM
           .

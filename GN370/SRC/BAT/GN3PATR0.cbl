       IDENTIFICATION DIVISION.
       PROGRAM-ID. GN3PATR0.
       AUTHOR. GN370.
       INSTALLATION. FINE-DI-MONDO.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. Proposta dei legami dalla catena patronimica. I
                registri fiorentini scrivono "Giovanni di Piero di
                Antonio Bencivenni": PERS-NAME lo conserva intero e
                l'ultima parola resta il cognome, ma padre e nonno
                stanno dentro il nome. La spazzata scompone ogni
                PERS-NAME (GNPATR/GNPATRP: DI, DEL, D', QUONDAM, Q.,
                QM., FU) e cerca fra le persone lo stesso cognome
                con il nome di battesimo del padre (dopo il
                dizionario di equivalenza GNGNEQV) nato da eta-min a
                eta-max anni (default 15 e 70) prima del figlio; poi,
                sopra ogni padre candidato (o sopra il padre gia'
                legato), il nonno con la stessa finestra. Punteggio:
                  nome e cognome        50 (condizione)
                  catena del candidato  20 (il padre proposto
                                        porta a sua volta "di"
                                        con il nome del nonno)
                  eta' al figlio 20-50  10
                  morte coerente col fu 10
                Il "fu" (quondam) dice il padre gia' morto: il
                candidato con morte (MORTE, in mancanza SEPOLTURA)
                posteriore all'ultima data nota del figlio e'
                escluso, quello senza morte nota esce con il vincolo
                "MORTO ENTRO <data>" da verificare. Nessun candidato
                morto piu' di un anno prima della nascita del
                figlio. Chi ha gia' un RELATE PADRE non riceve
                proposte per quel livello. La worklist, primi cinque
                candidati per legame in ordine di punteggio:
                  PADRE-ID|FIGLIO-ID|PUNTI|LIVELLO|ORIGINE|
                  FIGLIO|CANDIDATO|VINCOLO
                si conferma dal terminale con il path RELT di
                GNPG001 (persona = PADRE-ID, destinazione =
                FIGLIO-ID, relazione PADRE, stato di prova B e nota
                PATRONIMICO); i legami confermati non si ripropongono
                alla corsa successiva. Le forme latine al genitivo
                (PETRI) si riconducono con NOMI ADD del CLI.
                  GN3PATR0 <worklist-out> [eta-min] [eta-max]

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKLIST-FILE ASSIGN TO DYNAMIC WS-OUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO DYNAMIC WS-SORT-FILE.
           SELECT NOMIEQV-FILE ASSIGN TO "data/NOMIEQV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEQ-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORKLIST-FILE.
       01  WORKLIST-REC          PIC X(250).

       SD  SORT-WORK.
       01  SORT-REC.
           05 SORT-ORIG-ID       PIC X(12).
           05 SORT-LEVEL         PIC 9(1).
           05 SORT-CHILD-ID      PIC X(12).
           05 SORT-SCORE-INV     PIC 9(3).
           05 SORT-PARENT-ID     PIC X(12).
           05 SORT-SCORE         PIC 9(3).
           05 SORT-O-IX          PIC 9(5).
           05 SORT-C-IX          PIC 9(5).
           05 SORT-P-IX          PIC 9(5).
           05 SORT-VINC          PIC X(1).

       FD  NOMIEQV-FILE.
       01  NOMIEQV-REC           PIC X(40).

       WORKING-STORAGE SECTION.
       77  WS-OUT-FILE           PIC X(256) VALUE SPACES.
       77  WS-SORT-FILE          PIC X(64)
           VALUE "work/gn3patr-sort.tmp".
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-MIN-AGE            PIC 9(2) VALUE 15.
       77  WS-MAX-AGE            PIC 9(2) VALUE 70.
       77  WS-AGE-ARG            PIC X(2) VALUE SPACES.
       77  WS-READ-CT            PIC 9(5) VALUE 0.
       77  WS-CHAIN-CT           PIC 9(5) VALUE 0.
       77  WS-LINKED-CT          PIC 9(5) VALUE 0.
       77  WS-NODATE-CT          PIC 9(5) VALUE 0.
       77  WS-NOCAND-CT          PIC 9(5) VALUE 0.
       77  WS-QEXCL-CT           PIC 9(5) VALUE 0.
       77  WS-PROP-F-CT          PIC 9(7) VALUE 0.
       77  WS-PROP-G-CT          PIC 9(7) VALUE 0.
       77  WS-FULL-CT            PIC 9(5) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".
           05 DLI-GN             PIC X(4) VALUE "GN  ".

      * PERSONE NON CANCELLATE CON LA CATENA SCOMPOSTA: NOME PROPRIO,
      * PADRE E NONNO IN FORMA CANONICA, FU DEI DUE LIVELLI, COGNOME
      * (ULTIMA PAROLA), ANNO DI NASCITA, MORTE, ULTIMA DATA NOTA E
      * PADRE GIA' LEGATO
       01  WS-P-TABLE.
           05 WS-P-ENTRY OCCURS 5000 TIMES.
              10 WS-P-ID         PIC X(12).
              10 WS-P-NAME       PIC X(40).
              10 WS-P-GEND       PIC X(1).
              10 WS-P-GIVEN      PIC X(15).
              10 WS-P-FNAME      PIC X(15).
              10 WS-P-GNAME      PIC X(15).
              10 WS-P-FQ         PIC X(1).
              10 WS-P-GQ         PIC X(1).
              10 WS-P-SURN       PIC X(40).
              10 WS-P-BYEAR      PIC 9(4).
              10 WS-P-DDATE      PIC X(10).
              10 WS-P-DSRC       PIC X(1).
              10 WS-P-LAST       PIC X(10).
              10 WS-P-FATHER     PIC X(12).
       01  WS-P-COUNT            PIC 9(5) VALUE 0.
       01  WS-P-IX               PIC 9(5) VALUE 0.
       01  WS-C-IX               PIC 9(5) VALUE 0.
       01  WS-F-IX               PIC 9(5) VALUE 0.
       01  WS-G-IX               PIC 9(5) VALUE 0.
       01  WS-P-HINT             PIC 9(5) VALUE 0.
       01  WS-FIND-ID            PIC X(12) VALUE SPACES.
       01  WS-FIND-IX            PIC 9(5) VALUE 0.

      * CANDIDATI PADRE DELLA PERSONA IN ESAME (PIU' IL PADRE GIA'
      * LEGATO), SOPRA I QUALI SI CERCA IL NONNO
       01  WS-FC-TABLE.
           05 WS-FC-IX           PIC 9(5) OCCURS 50 TIMES.
       01  WS-FC-COUNT           PIC 9(2) VALUE 0.
       01  WS-FC-N               PIC 9(2) VALUE 0.

      * PUNTEGGIO DI UNA COPPIA FIGLIO/CANDIDATO
       01  WS-SCORE              PIC 9(3) VALUE 0.
       01  WS-VINC               PIC X(1) VALUE SPACE.
       01  WS-AGE-DIFF           PIC S9(5) VALUE 0.
       01  WS-REF-YEAR           PIC 9(4) VALUE 0.
       01  WS-WANT-NAME          PIC X(15) VALUE SPACES.
       01  WS-WANT-Q             PIC X(1) VALUE SPACE.
       01  WS-ROW-CAND           PIC 9(3) VALUE 0.
       01  WS-PREV-KEY           PIC X(25) VALUE SPACES.
       01  WS-CUR-KEY            PIC X(25) VALUE SPACES.
       01  WS-LEVEL-TXT          PIC X(5) VALUE SPACES.
       01  WS-VINC-TXT           PIC X(40) VALUE SPACES.
       01  WS-WORD               PIC X(15) VALUE SPACES.
       01  WS-CAND-TXT           PIC X(80) VALUE SPACES.

      * DIZIONARIO DI EQUIVALENZA DEI NOMI DI BATTESIMO (COME
      * GN3DUP00: DEFAULT COMPILATI PIU' data/NOMIEQV.DAT)
       01  WS-NEQ-FS             PIC X(2) VALUE "00".
       01  WS-NEQ-EOF            PIC X VALUE "N".
           88 NEQ-EOF-YES        VALUE "Y".
       COPY "GNGNEQV.cpy".

      * SCOMPOSIZIONE DELLA CATENA PATRONIMICA
       COPY "GNPATR.cpy".

       01  WS-SW.
           10 WS-SORT-EOF        PIC X VALUE "N".
              88 SORT-EOF-YES    VALUE "Y".

       COPY GN1PRSN.
       COPY GN1EVNT.
       COPY GN1RELT.

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             DISPLAY "USO: GN3PATR0 <worklist-out> [eta-min] "
                     "[eta-max]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           IF WS-ARGC >= 2
             ACCEPT WS-AGE-ARG FROM ARGUMENT-VALUE
             IF FUNCTION TRIM(WS-AGE-ARG) IS NUMERIC
               MOVE FUNCTION TRIM(WS-AGE-ARG) TO WS-MIN-AGE
             END-IF
           END-IF
           IF WS-ARGC >= 3
             ACCEPT WS-AGE-ARG FROM ARGUMENT-VALUE
             IF FUNCTION TRIM(WS-AGE-ARG) IS NUMERIC
               MOVE FUNCTION TRIM(WS-AGE-ARG) TO WS-MAX-AGE
             END-IF
           END-IF
           IF WS-MIN-AGE >= WS-MAX-AGE
             DISPLAY "GN3PATR0: FINESTRA D'ETA' NON VALIDA "
                     WS-MIN-AGE "-" WS-MAX-AGE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM 0500-LOAD-NAME-EQUIV
           PERFORM 1000-LOAD-PERSONS
           PERFORM 1100-LOAD-EVENTS
           PERFORM 1200-LOAD-FATHERS

           SORT SORT-WORK
               ON ASCENDING KEY SORT-ORIG-ID SORT-LEVEL
                                SORT-CHILD-ID SORT-SCORE-INV
               INPUT PROCEDURE 3000-PROPOSE-LINKS
               OUTPUT PROCEDURE 4000-WRITE-WORKLIST

           DISPLAY "GN3PATR0: PERSONE LETTE       = " WS-READ-CT
           DISPLAY "GN3PATR0: CATENE PATRONIMICHE = " WS-CHAIN-CT
           DISPLAY "GN3PATR0: PADRE GIA' LEGATO   = " WS-LINKED-CT
           DISPLAY "GN3PATR0: SENZA ANNO NASCITA  = " WS-NODATE-CT
           DISPLAY "GN3PATR0: SENZA CANDIDATI     = " WS-NOCAND-CT
           DISPLAY "GN3PATR0: ESCLUSI DAL FU      = " WS-QEXCL-CT
           DISPLAY "GN3PATR0: PROPOSTE PADRE      = " WS-PROP-F-CT
           DISPLAY "GN3PATR0: PROPOSTE NONNO      = " WS-PROP-G-CT
           IF WS-FULL-CT > 0
             DISPLAY "GN3PATR0: TAVOLE PIENE, PERSONE O CANDIDATI "
                     "TRASCURATI = " WS-FULL-CT
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       0500-LOAD-NAME-EQUIV.
           MOVE 0 TO GNEQ-EXT-COUNT
           MOVE "N" TO WS-NEQ-EOF
           OPEN INPUT NOMIEQV-FILE
           IF WS-NEQ-FS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL NEQ-EOF-YES OR GNEQ-EXT-COUNT >= 80
             READ NOMIEQV-FILE
               AT END
                 MOVE "Y" TO WS-NEQ-EOF
               NOT AT END
                 IF NOMIEQV-REC NOT = SPACES
                    AND NOMIEQV-REC(1:1) NOT = "#"
                   ADD 1 TO GNEQ-EXT-COUNT
                   UNSTRING NOMIEQV-REC DELIMITED BY "|"
                     INTO GNEQ-EXT-FORM(GNEQ-EXT-COUNT)
                          GNEQ-EXT-CANON(GNEQ-EXT-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE NOMIEQV-FILE
           .

      *----------------------------------------------------------------*
      * Persone: ogni PERS-NAME passa dalla scomposizione; del nome    *
      * proprio e dei nomi di padre e nonno si tiene la prima parola   *
      * in forma canonica (PIER FRANCESCO -> PIETRO), come il          *
      * riscontro dei nomi di GN3EMIL0.                                *
      *----------------------------------------------------------------*
       1000-LOAD-PERSONS.
           MOVE 0 TO WS-P-COUNT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF PERS-IS-DELETED NOT = "Y" AND PERS-NAME NOT = SPACES
               IF WS-P-COUNT >= 5000
                 ADD 1 TO WS-FULL-CT
               ELSE
                 ADD 1 TO WS-READ-CT
                 ADD 1 TO WS-P-COUNT
                 PERFORM 1010-STORE-PERSON
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1PRSN-SEG
           END-PERFORM
           .

       1010-STORE-PERSON.
           MOVE PERS-ID TO WS-P-ID(WS-P-COUNT)
           MOVE PERS-NAME TO WS-P-NAME(WS-P-COUNT)
           MOVE FUNCTION UPPER-CASE(PERS-GEND) TO WS-P-GEND(WS-P-COUNT)
           MOVE 0 TO WS-P-BYEAR(WS-P-COUNT)
           IF PERS-BDATE(1:4) IS NUMERIC
             MOVE PERS-BDATE(1:4) TO WS-P-BYEAR(WS-P-COUNT)
             MOVE PERS-BDATE TO WS-P-LAST(WS-P-COUNT)
           ELSE
             MOVE SPACES TO WS-P-LAST(WS-P-COUNT)
           END-IF
           MOVE SPACES TO WS-P-DDATE(WS-P-COUNT)
                          WS-P-DSRC(WS-P-COUNT)
                          WS-P-FATHER(WS-P-COUNT)
           MOVE PERS-NAME TO PATR-IN
           MOVE "Y" TO PATR-SURNAME-LAST
           PERFORM 9500-PARSE-PATRONIMICO
           MOVE PATR-SURNAME TO WS-P-SURN(WS-P-COUNT)
           MOVE PATR-GIVEN TO PATR-T
           PERFORM 8600-CANON-FIRST-WORD
           MOVE WS-WORD TO WS-P-GIVEN(WS-P-COUNT)
           MOVE SPACES TO WS-P-FNAME(WS-P-COUNT)
                          WS-P-GNAME(WS-P-COUNT)
           MOVE "N" TO WS-P-FQ(WS-P-COUNT) WS-P-GQ(WS-P-COUNT)
           IF PATR-LEVELS >= 1
             MOVE PATR-L-NAME(1) TO PATR-T
             PERFORM 8600-CANON-FIRST-WORD
             MOVE WS-WORD TO WS-P-FNAME(WS-P-COUNT)
             IF PATR-L-QUONDAM(1) = "Y"
               MOVE "Y" TO WS-P-FQ(WS-P-COUNT)
             END-IF
           END-IF
           IF PATR-LEVELS >= 2
             MOVE PATR-L-NAME(2) TO PATR-T
             PERFORM 8600-CANON-FIRST-WORD
             MOVE WS-WORD TO WS-P-GNAME(WS-P-COUNT)
             IF PATR-L-QUONDAM(2) = "Y"
               MOVE "Y" TO WS-P-GQ(WS-P-COUNT)
             END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Eventi: la morte (MORTE, in mancanza SEPOLTURA, come           *
      * GN3FICH0) e l'ultima data nota della persona, che e' il        *
      * termine del vincolo del fu.                                    *
      *----------------------------------------------------------------*
       1100-LOAD-EVENTS.
           MOVE 1 TO WS-P-HINT
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EVNT-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF EVNT-DATE(1:4) IS NUMERIC
               MOVE EVNT-PERS TO WS-FIND-ID
               IF WS-P-HINT <= WS-P-COUNT
                  AND WS-P-ID(WS-P-HINT) = WS-FIND-ID
                 MOVE WS-P-HINT TO WS-FIND-IX
               ELSE
                 PERFORM 2100-FIND-PERSON
               END-IF
               IF WS-FIND-IX > 0
                 MOVE WS-FIND-IX TO WS-P-HINT
                 PERFORM 1110-STORE-EVENT
               END-IF
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1EVNT-SEG
           END-PERFORM
           .

       1110-STORE-EVENT.
           IF EVNT-DATE > WS-P-LAST(WS-FIND-IX)
              OR WS-P-LAST(WS-FIND-IX) = SPACES
             MOVE EVNT-DATE TO WS-P-LAST(WS-FIND-IX)
           END-IF
           MOVE FUNCTION UPPER-CASE(EVNT-TYPE) TO EVNT-TYPE
           IF EVNT-TYPE = "MORTE"
              OR (EVNT-TYPE = "SEPOLTURA"
                  AND WS-P-DSRC(WS-FIND-IX) = SPACE)
             MOVE EVNT-DATE TO WS-P-DDATE(WS-FIND-IX)
             MOVE EVNT-TYPE(1:1) TO WS-P-DSRC(WS-FIND-IX)
           END-IF
           .

      *----------------------------------------------------------------*
      * Padri gia' legati: RELATE PADRE (o FATHER) con REL-PERS =      *
      * genitore e REL-TARG = figlio, la forma di 4172 in GNPG001.     *
      *----------------------------------------------------------------*
       1200-LOAD-FATHERS.
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1RELT-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             EVALUATE FUNCTION UPPER-CASE(REL-TYPE(1:3))
               WHEN "PAD"
               WHEN "FAT"
                 MOVE REL-TARG TO WS-FIND-ID
                 PERFORM 2100-FIND-PERSON
                 IF WS-FIND-IX > 0
                   MOVE REL-PERS TO WS-P-FATHER(WS-FIND-IX)
                 END-IF
             END-EVALUATE
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1RELT-SEG
           END-PERFORM
           .

       2100-FIND-PERSON.
           MOVE 0 TO WS-FIND-IX
           PERFORM VARYING WS-P-IX FROM 1 BY 1
               UNTIL WS-P-IX > WS-P-COUNT OR WS-FIND-IX > 0
             IF WS-P-ID(WS-P-IX) = WS-FIND-ID
               MOVE WS-P-IX TO WS-FIND-IX
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Proposta: per ogni persona con la catena, i candidati padre    *
      * (se il padre non e' gia' legato) e, sopra ciascun padre        *
      * candidato o sopra il padre legato, i candidati nonno.          *
      *----------------------------------------------------------------*
       3000-PROPOSE-LINKS.
           PERFORM VARYING WS-C-IX FROM 1 BY 1
               UNTIL WS-C-IX > WS-P-COUNT
             IF WS-P-FNAME(WS-C-IX) NOT = SPACES
               ADD 1 TO WS-CHAIN-CT
               PERFORM 3100-PROPOSE-FOR-PERSON
             END-IF
           END-PERFORM
           .

       3100-PROPOSE-FOR-PERSON.
           MOVE 0 TO WS-FC-COUNT
           IF WS-P-FATHER(WS-C-IX) NOT = SPACES
             ADD 1 TO WS-LINKED-CT
             IF WS-P-GNAME(WS-C-IX) = SPACES
               EXIT PARAGRAPH
             END-IF
             MOVE WS-P-FATHER(WS-C-IX) TO WS-FIND-ID
             PERFORM 2100-FIND-PERSON
             IF WS-FIND-IX > 0
               MOVE 1 TO WS-FC-COUNT
               MOVE WS-FIND-IX TO WS-FC-IX(1)
             END-IF
           ELSE
             IF WS-P-BYEAR(WS-C-IX) = 0
               ADD 1 TO WS-NODATE-CT
               EXIT PARAGRAPH
             END-IF
      *      LIVELLO 1: IL PADRE DELLA PERSONA
             MOVE WS-P-FNAME(WS-C-IX) TO WS-WANT-NAME
             MOVE WS-P-FQ(WS-C-IX) TO WS-WANT-Q
             MOVE WS-P-BYEAR(WS-C-IX) TO WS-REF-YEAR
             PERFORM VARYING WS-F-IX FROM 1 BY 1
                 UNTIL WS-F-IX > WS-P-COUNT
               IF WS-F-IX NOT = WS-C-IX
                 MOVE WS-F-IX TO WS-P-IX
                 PERFORM 3200-SCORE-CANDIDATE
                 IF WS-SCORE > 0
                   IF WS-P-GNAME(WS-C-IX) NOT = SPACES
                      AND WS-P-FNAME(WS-F-IX) = WS-P-GNAME(WS-C-IX)
                     ADD 20 TO WS-SCORE
                   END-IF
                   ADD 1 TO WS-PROP-F-CT
                   MOVE SPACES TO SORT-REC
                   MOVE WS-P-ID(WS-C-IX) TO SORT-ORIG-ID
                   MOVE 1 TO SORT-LEVEL
                   MOVE WS-P-ID(WS-C-IX) TO SORT-CHILD-ID
                   COMPUTE SORT-SCORE-INV = 999 - WS-SCORE
                   MOVE WS-P-ID(WS-F-IX) TO SORT-PARENT-ID
                   MOVE WS-SCORE TO SORT-SCORE
                   MOVE WS-C-IX TO SORT-O-IX SORT-C-IX
                   MOVE WS-F-IX TO SORT-P-IX
                   MOVE WS-VINC TO SORT-VINC
                   RELEASE SORT-REC
                   IF WS-FC-COUNT < 50
                     ADD 1 TO WS-FC-COUNT
                     MOVE WS-F-IX TO WS-FC-IX(WS-FC-COUNT)
                   ELSE
                     ADD 1 TO WS-FULL-CT
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             IF WS-FC-COUNT = 0
               ADD 1 TO WS-NOCAND-CT
             END-IF
           END-IF
      *    LIVELLO 2: IL NONNO, SOPRA OGNI PADRE SENZA PADRE LEGATO
           IF WS-P-GNAME(WS-C-IX) = SPACES
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FC-N FROM 1 BY 1
               UNTIL WS-FC-N > WS-FC-COUNT
             MOVE WS-FC-IX(WS-FC-N) TO WS-F-IX
             IF WS-P-FATHER(WS-F-IX) = SPACES
               PERFORM 3150-PROPOSE-GRANDFATHER
             END-IF
           END-PERFORM
           .

       3150-PROPOSE-GRANDFATHER.
           MOVE WS-P-GNAME(WS-C-IX) TO WS-WANT-NAME
           MOVE WS-P-GQ(WS-C-IX) TO WS-WANT-Q
      *    LA FINESTRA SI MISURA SUL PADRE, SE NE E' NOTA LA NASCITA;
      *    ALTRIMENTI (PADRE GIA' LEGATO SENZA DATA) SULLA NASCITA PIU'
      *    TARDA POSSIBILE DEL PADRE: QUELLA DEL NIPOTE MENO ETA-MIN
           MOVE WS-P-BYEAR(WS-F-IX) TO WS-REF-YEAR
           IF WS-REF-YEAR = 0
             IF WS-P-BYEAR(WS-C-IX) > WS-MIN-AGE
               COMPUTE WS-REF-YEAR = WS-P-BYEAR(WS-C-IX) - WS-MIN-AGE
             ELSE
               EXIT PARAGRAPH
             END-IF
           END-IF
           PERFORM VARYING WS-G-IX FROM 1 BY 1
               UNTIL WS-G-IX > WS-P-COUNT
             IF WS-G-IX NOT = WS-C-IX AND WS-G-IX NOT = WS-F-IX
               MOVE WS-G-IX TO WS-P-IX
               PERFORM 3200-SCORE-CANDIDATE
               IF WS-SCORE > 0
                 IF WS-P-FNAME(WS-F-IX) = WS-WANT-NAME
                   ADD 20 TO WS-SCORE
                 END-IF
                 ADD 1 TO WS-PROP-G-CT
                 MOVE SPACES TO SORT-REC
                 MOVE WS-P-ID(WS-C-IX) TO SORT-ORIG-ID
                 MOVE 2 TO SORT-LEVEL
                 MOVE WS-P-ID(WS-F-IX) TO SORT-CHILD-ID
                 COMPUTE SORT-SCORE-INV = 999 - WS-SCORE
                 MOVE WS-P-ID(WS-G-IX) TO SORT-PARENT-ID
                 MOVE WS-SCORE TO SORT-SCORE
                 MOVE WS-C-IX TO SORT-O-IX
                 MOVE WS-F-IX TO SORT-C-IX
                 MOVE WS-G-IX TO SORT-P-IX
                 MOVE WS-VINC TO SORT-VINC
                 RELEASE SORT-REC
               END-IF
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Punteggio del candidato WS-P-IX per il nome WS-WANT-NAME con   *
      * la finestra sull'anno WS-REF-YEAR: zero se non e' lui. Il fu   *
      * (WS-WANT-Q) si misura sull'ultima data nota della persona con  *
      * la catena: morte posteriore = escluso, morte anteriore = 10 in *
      * piu', morte ignota = vincolo da verificare (WS-VINC "Q").      *
      *----------------------------------------------------------------*
       3200-SCORE-CANDIDATE.
           MOVE 0 TO WS-SCORE
           MOVE SPACE TO WS-VINC
           IF WS-P-GIVEN(WS-P-IX) NOT = WS-WANT-NAME
              OR WS-P-SURN(WS-P-IX) NOT = WS-P-SURN(WS-C-IX)
              OR WS-P-SURN(WS-P-IX) = SPACES
              OR WS-P-GEND(WS-P-IX) = "F"
              OR WS-P-BYEAR(WS-P-IX) = 0
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGE-DIFF = WS-REF-YEAR - WS-P-BYEAR(WS-P-IX)
           IF WS-AGE-DIFF < WS-MIN-AGE OR WS-AGE-DIFF > WS-MAX-AGE
             EXIT PARAGRAPH
           END-IF
      *    NESSUN PADRE MORTO PIU' DI UN ANNO PRIMA DELLA NASCITA
           IF WS-P-DDATE(WS-P-IX)(1:4) IS NUMERIC
              AND WS-REF-YEAR > 1
             IF FUNCTION NUMVAL(WS-P-DDATE(WS-P-IX)(1:4))
                < WS-REF-YEAR - 1
               EXIT PARAGRAPH
             END-IF
           END-IF
           MOVE 50 TO WS-SCORE
           IF WS-AGE-DIFF >= 20 AND WS-AGE-DIFF <= 50
             ADD 10 TO WS-SCORE
           END-IF
           IF WS-WANT-Q = "Y"
             IF WS-P-DDATE(WS-P-IX)(1:4) IS NUMERIC
                AND WS-P-LAST(WS-C-IX)(1:4) IS NUMERIC
               IF WS-P-DDATE(WS-P-IX)(1:4) > WS-P-LAST(WS-C-IX)(1:4)
                 ADD 1 TO WS-QEXCL-CT
                 MOVE 0 TO WS-SCORE
                 EXIT PARAGRAPH
               END-IF
               ADD 10 TO WS-SCORE
               MOVE "K" TO WS-VINC
             ELSE
               MOVE "Q" TO WS-VINC
             END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Worklist: per legame (persona con la catena, livello, figlio   *
      * da legare) i candidati in ordine di punteggio, al massimo      *
      * cinque.                                                        *
      *----------------------------------------------------------------*
       4000-WRITE-WORKLIST.
           OPEN OUTPUT WORKLIST-FILE
           MOVE SPACES TO WORKLIST-REC
           STRING "# PADRE-ID|FIGLIO-ID|PUNTI|LIVELLO|ORIGINE|"
                  "FIGLIO|CANDIDATO|VINCOLO  (CONFERMA: PATH RELT "
                  "DI GNPG001 SU PADRE-ID, RELAZIONE PADRE)"
             DELIMITED BY SIZE INTO WORKLIST-REC
           WRITE WORKLIST-REC
           MOVE SPACES TO WS-PREV-KEY
           MOVE "N" TO WS-SORT-EOF
           PERFORM UNTIL SORT-EOF-YES
             RETURN SORT-WORK
               AT END
                 MOVE "Y" TO WS-SORT-EOF
               NOT AT END
                 MOVE SORT-REC(1:25) TO WS-CUR-KEY
                 IF WS-CUR-KEY NOT = WS-PREV-KEY
                   MOVE WS-CUR-KEY TO WS-PREV-KEY
                   MOVE 0 TO WS-ROW-CAND
                 END-IF
                 ADD 1 TO WS-ROW-CAND
                 IF WS-ROW-CAND <= 5
                   PERFORM 4100-WRITE-PROPOSAL
                 END-IF
             END-RETURN
           END-PERFORM
           CLOSE WORKLIST-FILE
           .

       4100-WRITE-PROPOSAL.
           MOVE SORT-O-IX TO WS-C-IX
           MOVE SORT-C-IX TO WS-F-IX
           MOVE SORT-P-IX TO WS-P-IX
           IF SORT-LEVEL = 1
             MOVE "PADRE" TO WS-LEVEL-TXT
           ELSE
             MOVE "NONNO" TO WS-LEVEL-TXT
           END-IF
           MOVE SPACES TO WS-VINC-TXT
           EVALUATE SORT-VINC
             WHEN "Q"
               STRING "FU: MORTO ENTRO "
                      FUNCTION TRIM(WS-P-LAST(WS-C-IX))
                 DELIMITED BY SIZE INTO WS-VINC-TXT
             WHEN "K"
               STRING "FU: MORTE "
                      FUNCTION TRIM(WS-P-DDATE(WS-P-IX))
                      " COERENTE"
                 DELIMITED BY SIZE INTO WS-VINC-TXT
           END-EVALUATE
           MOVE SPACES TO WS-CAND-TXT
           STRING FUNCTION TRIM(WS-P-NAME(WS-P-IX))
                  " N. " WS-P-BYEAR(WS-P-IX)
             DELIMITED BY SIZE INTO WS-CAND-TXT
           IF WS-P-DDATE(WS-P-IX) NOT = SPACES
             STRING FUNCTION TRIM(WS-CAND-TXT) " M. "
                    FUNCTION TRIM(WS-P-DDATE(WS-P-IX))
               DELIMITED BY SIZE INTO WS-CAND-TXT
           END-IF
           MOVE SPACES TO WORKLIST-REC
           STRING FUNCTION TRIM(SORT-PARENT-ID) "|"
                  FUNCTION TRIM(SORT-CHILD-ID) "|"
                  SORT-SCORE "|"
                  FUNCTION TRIM(WS-LEVEL-TXT) "|"
                  FUNCTION TRIM(WS-P-NAME(WS-C-IX)) "|"
                  FUNCTION TRIM(WS-P-NAME(WS-F-IX))
                  " N. " WS-P-BYEAR(WS-F-IX) "|"
                  FUNCTION TRIM(WS-CAND-TXT) "|"
                  FUNCTION TRIM(WS-VINC-TXT)
             DELIMITED BY SIZE INTO WORKLIST-REC
           WRITE WORKLIST-REC
           .

      *----------------------------------------------------------------*
      * Prima parola di PATR-T in forma canonica (GNGNEQV), in WS-WORD *
      *----------------------------------------------------------------*
       8600-CANON-FIRST-WORD.
           MOVE SPACES TO WS-WORD
           UNSTRING PATR-T DELIMITED BY SPACE INTO WS-WORD
           MOVE WS-WORD TO GNEQ-LOOKUP
           PERFORM 8610-RESOLVE-GIVEN-NAME
           IF GNEQ-RESULT NOT = SPACES
             MOVE GNEQ-RESULT TO WS-WORD
           END-IF
           .

       8610-RESOLVE-GIVEN-NAME.
           MOVE SPACES TO GNEQ-RESULT
           PERFORM VARYING GNEQ-IX FROM 1 BY 1
               UNTIL GNEQ-IX > GNEQ-COUNT
             IF GNEQ-FORM(GNEQ-IX) = GNEQ-LOOKUP
               MOVE GNEQ-CANON(GNEQ-IX) TO GNEQ-RESULT
             END-IF
           END-PERFORM
           PERFORM VARYING GNEQ-IX FROM 1 BY 1
               UNTIL GNEQ-IX > GNEQ-EXT-COUNT
             IF GNEQ-EXT-FORM(GNEQ-IX) = GNEQ-LOOKUP
               MOVE GNEQ-EXT-CANON(GNEQ-IX) TO GNEQ-RESULT
             END-IF
           END-PERFORM
           .

       COPY "GNPATRP.cpy".

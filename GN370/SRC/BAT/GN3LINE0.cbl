                I legami RELATE sono caricati in memoria con una
                sola spazzata non qualificata (stesso schema delle
                tabelle in GN3RECN0), cosi' la risalita non riapre
                la base dati per ogni antenato. Il legame che porta
                a ogni antenato porta anche il suo stato di prova
                (REL-PROOF): i legami probabili e le ipotesi di
                lavoro sono stampati con la loro motivazione, e gli
                antenati che stanno sopra un legame non provato sono
                segnalati come tali, perche' la linea vale quanto il
                suo anello piu' debole.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              10 WS-LK-CHILD     PIC X(12).
              10 WS-LK-PARENT    PIC X(12).
              10 WS-LK-KIND      PIC X(1).
              10 WS-LK-PROOF     PIC X(1).
              10 WS-LK-NOTE      PIC X(40).
       01  WS-LINK-COUNT         PIC 9(4) VALUE 0.
       01  WS-LK-IX              PIC 9(4) VALUE 0.

      * COPRONO FINO A 9 GENERAZIONI DI RISALITA
       01  WS-AHN-TABLE.
           05 WS-AHN-ID OCCURS 1023 TIMES PIC X(12).
      * PER OGNI SLOT: STATO DI PROVA E MOTIVAZIONE DEL LEGAME CHE
      * LO LEGA AL FIGLIO, E IL LEGAME PIU' DEBOLE DELLA CATENA FRA
      * IL SOGGETTO E LO SLOT (0 = PROVATO, 1 = PROBABILE, 2 =
      * IPOTESI DI LAVORO)
       01  WS-AHN-PRF-TABLE.
           05 WS-AHN-PRF-ENTRY OCCURS 1023 TIMES.
              10 WS-AHN-PROOF    PIC X(1).
              10 WS-AHN-NOTE     PIC X(40).
              10 WS-AHN-WEAK     PIC 9(1).
       01  WS-PRF-RANK           PIC 9(1) VALUE 0.
       01  WS-AHN-PAR            PIC 9(4) VALUE 0.
       01  WS-WEAK-COUNT         PIC 9(4) VALUE 0.
       01  WS-AHN-IX             PIC 9(4) VALUE 0.
       01  WS-AHN-SON            PIC 9(4) VALUE 0.
       01  WS-AHN-COUNT          PIC 9(4) VALUE 0.
           DISPLAY "GN3LINE0: LEGAMI CARICATI = " WS-LINK-COUNT
           DISPLAY "GN3LINE0: ANTENATI POSTI  = " WS-AHN-COUNT
           DISPLAY "GN3LINE0: LINEE INTERROTTE= " WS-BREAK-COUNT
           DISPLAY "GN3LINE0: SU LEGAMI NON PROVATI= " WS-WEAK-COUNT
           MOVE 0 TO RETURN-CODE
           GOBACK.

                     MOVE REL-TARG TO WS-LK-CHILD(WS-LINK-COUNT)
                     MOVE REL-PERS TO WS-LK-PARENT(WS-LINK-COUNT)
                     MOVE "P" TO WS-LK-KIND(WS-LINK-COUNT)
                     MOVE REL-PROOF TO WS-LK-PROOF(WS-LINK-COUNT)
                     MOVE REL-PROOF-NOTE
                       TO WS-LK-NOTE(WS-LINK-COUNT)
                   WHEN "MAD"
                   WHEN "MOT"
                     ADD 1 TO WS-LINK-COUNT
                     MOVE REL-TARG TO WS-LK-CHILD(WS-LINK-COUNT)
                     MOVE REL-PERS TO WS-LK-PARENT(WS-LINK-COUNT)
                     MOVE "M" TO WS-LK-KIND(WS-LINK-COUNT)
                     MOVE REL-PROOF TO WS-LK-PROOF(WS-LINK-COUNT)
                     MOVE REL-PROOF-NOTE
                       TO WS-LK-NOTE(WS-LINK-COUNT)
                 END-EVALUATE
             END-READ
           END-PERFORM
                 MOVE REL-TARG TO WS-LK-CHILD(WS-LINK-COUNT)
                 MOVE REL-PERS TO WS-LK-PARENT(WS-LINK-COUNT)
                 MOVE "P" TO WS-LK-KIND(WS-LINK-COUNT)
                 MOVE REL-PROOF TO WS-LK-PROOF(WS-LINK-COUNT)
                 MOVE REL-PROOF-NOTE TO WS-LK-NOTE(WS-LINK-COUNT)
               WHEN "MAD"
               WHEN "MOT"
                 ADD 1 TO WS-LINK-COUNT
                 MOVE REL-TARG TO WS-LK-CHILD(WS-LINK-COUNT)
                 MOVE REL-PERS TO WS-LK-PARENT(WS-LINK-COUNT)
                 MOVE "M" TO WS-LK-KIND(WS-LINK-COUNT)
                 MOVE REL-PROOF TO WS-LK-PROOF(WS-LINK-COUNT)
                 MOVE REL-PROOF-NOTE TO WS-LK-NOTE(WS-LINK-COUNT)
             END-EVALUATE
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
      *----------------------------------------------------------------*
       2000-FILL-AHNENTAFEL.
           MOVE SPACES TO WS-AHN-TABLE
           MOVE SPACES TO WS-AHN-PRF-TABLE
           PERFORM VARYING WS-AHN-IX FROM 1 BY 1
               UNTIL WS-AHN-IX > 1023
             MOVE 0 TO WS-AHN-WEAK(WS-AHN-IX)
           END-PERFORM
           MOVE WS-START-ID TO WS-AHN-ID(1)
           COMPUTE WS-AHN-LIMIT = 2 ** WS-MAX-GEN - 1
           IF WS-AHN-LIMIT > 1023
               UNTIL WS-LK-IX > WS-LINK-COUNT
             IF WS-LK-CHILD(WS-LK-IX) = WS-AHN-ID(WS-AHN-IX)
               IF WS-LK-KIND(WS-LK-IX) = "P"
                 COMPUTE WS-AHN-PAR = WS-AHN-IX * 2
               ELSE
                 COMPUTE WS-AHN-PAR = WS-AHN-IX * 2 + 1
               END-IF
               MOVE WS-LK-PARENT(WS-LK-IX) TO WS-AHN-ID(WS-AHN-PAR)
               PERFORM 2200-SET-SLOT-PROOF
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Stato di prova dello slot appena riempito (WS-AHN-PAR) dal     *
      * legame WS-LK-IX; la debolezza della catena e' la peggiore fra  *
      * quella del figlio (WS-AHN-IX) e quella del legame.             *
      *----------------------------------------------------------------*
       2200-SET-SLOT-PROOF.
           MOVE WS-LK-PROOF(WS-LK-IX) TO WS-AHN-PROOF(WS-AHN-PAR)
           MOVE WS-LK-NOTE(WS-LK-IX) TO WS-AHN-NOTE(WS-AHN-PAR)
           EVALUATE WS-LK-PROOF(WS-LK-IX)
             WHEN "H"
               MOVE 2 TO WS-PRF-RANK
             WHEN "B"
               MOVE 1 TO WS-PRF-RANK
             WHEN OTHER
               MOVE 0 TO WS-PRF-RANK
           END-EVALUATE
           IF WS-AHN-WEAK(WS-AHN-IX) > WS-PRF-RANK
             MOVE WS-AHN-WEAK(WS-AHN-IX) TO WS-PRF-RANK
           END-IF
           MOVE WS-PRF-RANK TO WS-AHN-WEAK(WS-AHN-PAR)
           .

       3000-PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
             END-PERFORM
           END-PERFORM

           IF WS-WEAK-COUNT > 0
             MOVE SPACES TO REPORT-REC
             WRITE REPORT-REC
             MOVE SPACES TO REPORT-REC
             STRING "ATTENZIONE: " WS-WEAK-COUNT
                    " ANTENATI POSTI SU LEGAMI NON PROVATI"
                    " (PROBABILI O IPOTESI DI LAVORO)"
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
           END-IF
           CLOSE REPORT-FILE
           .

               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
           END-IF
           PERFORM 3150-PRINT-SLOT-PROOF
           .

      *----------------------------------------------------------------*
      * Stato di prova del legame che porta allo slot: il legame non   *
      * provato e' stampato con la sua motivazione; un antenato sopra  *
      * un anello non provato piu' in basso e' segnalato come tale.    *
      *----------------------------------------------------------------*
       3150-PRINT-SLOT-PROOF.
           IF WS-AHN-IX = 1 OR WS-AHN-WEAK(WS-AHN-IX) = 0
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WEAK-COUNT
           MOVE SPACES TO REPORT-REC
           EVALUATE WS-AHN-PROOF(WS-AHN-IX)
             WHEN "H"
               STRING "        PROVA : *** IPOTESI DI LAVORO, LEGAME"
                      " NON PROVATO *** "
                      FUNCTION TRIM(WS-AHN-NOTE(WS-AHN-IX))
                 DELIMITED BY SIZE INTO REPORT-REC
             WHEN "B"
               STRING "        PROVA : LEGAME PROBABILE, NON PROVATO "
                      FUNCTION TRIM(WS-AHN-NOTE(WS-AHN-IX))
                 DELIMITED BY SIZE INTO REPORT-REC
             WHEN OTHER
               STRING "        PROVA : RAMO SOPRA UN LEGAME NON"
                      " PROVATO PIU' IN BASSO NELLA LINEA"
                 DELIMITED BY SIZE INTO REPORT-REC
           END-EVALUATE
           WRITE REPORT-REC
           .

      *----------------------------------------------------------------*

      * PROGRAM-ID: GN37P001
      *
      * DESC: PROGRAMMA COBOL MESSAGE-DRIVEN PER TRANSAZIONE GN37HOME
      *       SISTEMA GN370. SOTTO I MONDI, IL PANNELLO DI STATO
      *       DELL'OPERATORE COLLEGATO (VERIFICHE, MEDIA, FOGLI,
      *       OSSERVATE, CONFLITTI S4, ESITO DELLA NOTTE) LETTO DAI
      *       SEGMENTI OPSTAT CHE GN3OSTA0 RIEMPIE OGNI NOTTE.
      *
      * AUTH: CODEX AI, 2026-03-05
      *
       01  WS-SSA-PERS        PIC X(30)
           VALUE "PERSON  (PERSID=            )".
      *
      * PANNELLO DI STATO: CONTEGGI NOTTURNI PER OPERATORE
      *
       77  WS-OSTA-STATUS     PIC X(2)  VALUE SPACES.
       77  WS-TODAY           PIC X(8)  VALUE SPACES.
       77  WS-PNL-NUM         PIC Z(4)9.
       77  WS-PNL-NUM2        PIC Z(4)9.
       77  WS-PNL-NUM3        PIC Z(4)9.
       77  WS-PNL-NUM4        PIC Z(4)9.
       01  WS-SSA-OSTA        PIC X(30)
           VALUE "OPSTAT  (OPERID=        )".
      *
      * COPYBOOKS
      *
       COPY GN3HMAP.
       COPY GNSYMB.
       COPY ERRMSG.
       COPY GN1PRSN.
       COPY GN1OSTA.
       COPY "GNOPRIO.cpy".

      ******************************************************************
      * LINKAGE SECTION
           IF IOPCB-STATUS = '  '
              PERFORM 3000-EDIT-AND-PROCESS-INPUT
              PERFORM 4000-PERFORM-DLI-PATH-LOGIC
              PERFORM 4100-LOAD-STATUS-PANEL
           END-IF.

           PERFORM 5000-BUILD-OUTPUT-MESSAGE.
           END-IF.
           .

      ******************************************************************
      * 4100 - PANNELLO DI STATO DELL'OPERATORE COLLEGATO
      ******************************************************************
       4100-LOAD-STATUS-PANEL.
      *     I CONTEGGI SONO QUELLI DELLA NOTTE (SEGMENTO OPSTAT DI
      *     GN3OSTA0): QUI SI FANNO SOLO DUE GU PER CHIAVE, NESSUNA
      *     SPAZZATA IN LINEA. L'OPERATORE E' QUELLO DELLA SESSIONE
      *     (GNOPRS0, COME GN37P005 4050).
           MOVE SPACES TO PNLHDR PNLVER PNLMED PNLFOL PNLWTC PNLS4C
                          PNLNGT.
           MOVE WS-ATTR-NORM TO PNLNGTA.
           MOVE 'R' TO OPR-IN-FUNC.
           MOVE LTERM-ID TO OPR-IN-LTERM.
           CALL 'GNOPRS0' USING GNOPR-IO, DBPCB.
           IF NOT OPR-SIGNED-ON
              MOVE 'NESSUN OPERATORE COLLEGATO AL TERMINALE' TO PNLHDR
           ELSE
              MOVE OPR-OUT-OPID TO WS-SSA-OSTA(17:8)
              CALL 'CBLTDLI' USING W-DLI-FUNC-GU, DBPCB,
                                   GN1OSTA-SEG, WS-SSA-OSTA
              MOVE DBPCB-STATUS TO WS-OSTA-STATUS
              IF WS-OSTA-STATUS = SPACES
                 PERFORM 4110-FORMAT-OPER-COUNTS
              ELSE
                 STRING 'STATO DI ' DELIMITED BY SIZE
                        OPR-OUT-OPID DELIMITED BY SPACE
                        ': NON ANCORA CALCOLATO (PROSSIMA NOTTE)'
                        DELIMITED BY SIZE
                   INTO PNLHDR
              END-IF
           END-IF.
           PERFORM 4120-FORMAT-NIGHT-OUTCOME.
           .

       4110-FORMAT-OPER-COUNTS.
           STRING 'STATO DI ' DELIMITED BY SIZE
                  OSTA-OPER DELIMITED BY SPACE
                  ' AL ' OSTA-RUN-TS(7:2) '/' OSTA-RUN-TS(5:2) '/'
                  OSTA-RUN-TS(1:4) ' ORE ' OSTA-RUN-TS(9:2) ':'
                  OSTA-RUN-TS(11:2)
                  DELIMITED BY SIZE
             INTO PNLHDR.
           MOVE OSTA-VERIF-CT TO WS-PNL-NUM.
           STRING 'PERSONE DA VERIFICARE ............ ' WS-PNL-NUM
                  DELIMITED BY SIZE INTO PNLVER.
           MOVE OSTA-MED-RIC TO WS-PNL-NUM.
           MOVE OSTA-MED-ASS TO WS-PNL-NUM2.
           MOVE OSTA-MED-TRA TO WS-PNL-NUM3.
           MOVE OSTA-MED-CTL TO WS-PNL-NUM4.
           STRING 'MEDIA RICEV' WS-PNL-NUM ' ASSEGN' WS-PNL-NUM2
                  ' TRASCR' WS-PNL-NUM3 ' CONTR' WS-PNL-NUM4
                  DELIMITED BY SIZE INTO PNLMED.
           MOVE OSTA-FOLI-CT TO WS-PNL-NUM.
           STRING 'FOGLI ASSEGNATI DA FINIRE ........ ' WS-PNL-NUM
                  DELIMITED BY SIZE INTO PNLFOL.
           MOVE OSTA-WTCH-CT TO WS-PNL-NUM.
           IF OSTA-SINCE-TS = SPACES
              STRING 'MODIFICHE ALLE PERSONE OSSERVATE . ' WS-PNL-NUM
                     DELIMITED BY SIZE INTO PNLWTC
           ELSE
              STRING 'MODIFICHE ALLE OSSERVATE DAL '
                     OSTA-SINCE-TS(7:2) '/' OSTA-SINCE-TS(5:2) '/'
                     OSTA-SINCE-TS(1:4) ' ' WS-PNL-NUM
                     DELIMITED BY SIZE INTO PNLWTC
           END-IF.
           MOVE OSTA-S4-CT TO WS-PNL-NUM.
           STRING 'CONFLITTI S4 DA RISOLVERE ........ ' WS-PNL-NUM
                  DELIMITED BY SIZE INTO PNLS4C.
           .

       4120-FORMAT-NIGHT-OUTCOME.
      *     LA CATENA GIRA DOPO MEZZANOTTE: L'ESITO BUONO E' QUELLO
      *     COMPLETATO CON LA DATA DI OGGI. OGNI ALTRO CASO (IN CORSO,
      *     INTERROTTA, NON GIRATA) SI EVIDENZIA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE '*NOTTE*' TO WS-SSA-OSTA(17:8).
           CALL 'CBLTDLI' USING W-DLI-FUNC-GU, DBPCB,
                                GN1OSTA-SEG, WS-SSA-OSTA.
           MOVE DBPCB-STATUS TO WS-OSTA-STATUS.
           IF WS-OSTA-STATUS NOT = SPACES
              MOVE 'NOTTE: NESSUN ESITO REGISTRATO' TO PNLNGT
              MOVE WS-ATTR-HIGH TO PNLNGTA
           ELSE
              EVALUATE TRUE
                 WHEN OSTA-NIGHT-DONE
                    STRING 'NOTTE DEL ' OSTA-NIGHT-DATE(7:2) '/'
                           OSTA-NIGHT-DATE(5:2) '/'
                           OSTA-NIGHT-DATE(1:4) ': COMPLETATA'
                           DELIMITED BY SIZE INTO PNLNGT
                 WHEN OSTA-NIGHT-BROKEN
                    STRING 'NOTTE DEL ' OSTA-NIGHT-DATE(7:2) '/'
                           OSTA-NIGHT-DATE(5:2) '/'
                           OSTA-NIGHT-DATE(1:4)
                           ': INTERROTTA AL PASSO ' OSTA-NIGHT-STEP
                           DELIMITED BY SIZE INTO PNLNGT
                 WHEN OTHER
                    STRING 'NOTTE DEL ' OSTA-NIGHT-DATE(7:2) '/'
                           OSTA-NIGHT-DATE(5:2) '/'
                           OSTA-NIGHT-DATE(1:4)
                           ': IN CORSO O NON CHIUSA'
                           DELIMITED BY SIZE INTO PNLNGT
              END-EVALUATE
              IF NOT OSTA-NIGHT-DONE OR OSTA-NIGHT-DATE NOT = WS-TODAY
                 MOVE WS-ATTR-HIGH TO PNLNGTA
              END-IF
           END-IF.
           .

      ******************************************************************
      * 5000 - COSTRUZIONE MESSAGGIO DI OUTPUT
      ******************************************************************

                GN1JRNL-SEG con JRNL-OPER (LTERM), JRNL-OP e
                JRNL-TS, e finora nessuno le sommava. La spazzata
                non qualificata del JOURNAL aggrega per operatore e
                giorno (ADD/SAVE/DEL/UNDEL/UNDO/ALTRO), per
                operatore l'istogramma delle ore con l'ora di punta,
                e il rapporto di churn DEL+UNDEL+UNDO sul totale
                (l'annullamento di una propria modifica e' anch'esso
                un ripensamento): quando supera il 30 per cento di
                solito qualcuno sta annaspando e merita una spalla,
                non un rimprovero.
                E' il report con cui si pianificano i turni dei
                volontari ai terminali.

              10 WS-OD-SAVE      PIC 9(5).
              10 WS-OD-DEL       PIC 9(5).
              10 WS-OD-UNDEL     PIC 9(5).
              10 WS-OD-UNDO      PIC 9(5).
              10 WS-OD-OTHER     PIC 9(5).
       01  WS-OD-COUNT           PIC 9(3) VALUE 0.
       01  WS-OD-IX              PIC 9(3) VALUE 0.
             MOVE 0 TO WS-OD-SAVE(WS-OD-IX)
             MOVE 0 TO WS-OD-DEL(WS-OD-IX)
             MOVE 0 TO WS-OD-UNDEL(WS-OD-IX)
             MOVE 0 TO WS-OD-UNDO(WS-OD-IX)
             MOVE 0 TO WS-OD-OTHER(WS-OD-IX)
           ELSE
             SUBTRACT 1 FROM WS-OD-IX
               ADD 1 TO WS-OD-DEL(WS-OD-IX)
             WHEN "UNDEL"
               ADD 1 TO WS-OD-UNDEL(WS-OD-IX)
             WHEN "UNDO"
               ADD 1 TO WS-OD-UNDO(WS-OD-IX)
             WHEN OTHER
               ADD 1 TO WS-OD-OTHER(WS-OD-IX)
           END-EVALUATE
           END-IF
           ADD 1 TO WS-OP-TOTAL(WS-OP-IX)
           IF WS-OP-CLASS = "DEL" OR WS-OP-CLASS = "UNDEL"
              OR WS-OP-CLASS = "UNDO"
             ADD 1 TO WS-OP-CHURN(WS-OP-IX)
           END-IF
           IF JRNL-TS(9:2) IS NUMERIC
                    "  SAVE " WS-OD-SAVE(WS-OD-IX)
                    "  DEL " WS-OD-DEL(WS-OD-IX)
                    "  UNDEL " WS-OD-UNDEL(WS-OD-IX)
                    "  UNDO " WS-OD-UNDO(WS-OD-IX)
                    "  ALTRO " WS-OD-OTHER(WS-OD-IX)
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
             STRING "  " WS-OP-OPER(WS-OP-IX)
                    "  MUTAZIONI " WS-OP-TOTAL(WS-OP-IX)
                    "  ORA DI PUNTA " WS-PEAK-HOUR
                    "  CHURN DEL+UNDEL+UNDO " WS-CHURN-PCT " %"
               DELIMITED BY SIZE INTO REPORT-REC
             WRITE REPORT-REC
             IF WS-CHURN-PCT > 30

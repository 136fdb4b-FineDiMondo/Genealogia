                ricercatori lavorano per mesi sulle stesse linee e
                scoprono per caso che qualcun altro ha toccato le
                loro persone. Questo batch incrocia le righe
                WATCHLST (operatore osservatore -> persona) con le
                righe journal del giorno richiesto (JRNL-TS, default
                ieri non serve: si passa la data) e produce, per
                osservatore, chi ha cambiato quale persona
      * LISTE D'OSSERVAZIONE IN MEMORIA
       01  WS-WT-TABLE.
           05 WS-WT-ENTRY OCCURS 500 TIMES.
              10 WS-WT-OPER      PIC X(8).
              10 WS-WT-PERS      PIC X(12).
       01  WS-WT-COUNT           PIC 9(3) VALUE 0.
       01  WS-WT-IX              PIC 9(3) VALUE 0.
           PERFORM UNTIL DB-STATUS NOT = SPACES
                      OR WS-WT-COUNT >= 500
             ADD 1 TO WS-WT-COUNT
             MOVE WTCH-OPER TO WS-WT-OPER(WS-WT-COUNT)
             MOVE WTCH-PERS TO WS-WT-PERS(WS-WT-COUNT)
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
             IF WS-WT-PERS(WS-WT-IX) = JRNL-ENTID
                AND WS-DG-COUNT < 500
               ADD 1 TO WS-DG-COUNT
               MOVE WS-WT-OPER(WS-WT-IX)
                 TO WS-DG-WATCHER(WS-DG-COUNT)
               MOVE JRNL-ENTID TO WS-DG-PERS(WS-DG-COUNT)
               MOVE JRNL-OPER TO WS-DG-OPER(WS-DG-COUNT)

      * Date di fondazione/soppressione del luogo corrente
           05 M2O-FOUND              PIC X(10).
           05 M2O-SUPPR              PIC X(10).
      * PLACE-ID e nome del padre ecclesiastico corrente
           05 M2O-EPARENT            PIC X(12).
           05 M2O-EPARNAME           PIC X(60).
      * |PATH| tracciato DL/I eseguito
           05 M2O-PATHTX             PIC X(40).
      * Messaggio deterministico E***

           05  ROOTNAML        PIC S9(4) COMP.
           05  ROOTNAM         PIC X(10).
      *
      *      PANNELLO DI STATO DELL'OPERATORE (CONTEGGI NOTTURNI OPSTAT)
           05  FILLER          PIC X(2).
           05  PNLHDRF         PIC X(1).
           05  PNLHDRA         PIC X(1).
           05  PNLHDRL         PIC S9(4) COMP.
           05  PNLHDR          PIC X(60).
           05  FILLER          PIC X(2).
           05  PNLVERF         PIC X(1).
           05  PNLVERA         PIC X(1).
           05  PNLVERL         PIC S9(4) COMP.
           05  PNLVER          PIC X(60).
           05  FILLER          PIC X(2).
           05  PNLMEDF         PIC X(1).
           05  PNLMEDA         PIC X(1).
           05  PNLMEDL         PIC S9(4) COMP.
           05  PNLMED          PIC X(60).
           05  FILLER          PIC X(2).
           05  PNLFOLF         PIC X(1).
           05  PNLFOLA         PIC X(1).
           05  PNLFOLL         PIC S9(4) COMP.
           05  PNLFOL          PIC X(60).
           05  FILLER          PIC X(2).
           05  PNLWTCF         PIC X(1).
           05  PNLWTCA         PIC X(1).
           05  PNLWTCL         PIC S9(4) COMP.
           05  PNLWTC          PIC X(60).
           05  FILLER          PIC X(2).
           05  PNLS4CF         PIC X(1).
           05  PNLS4CA         PIC X(1).
           05  PNLS4CL         PIC S9(4) COMP.
           05  PNLS4C          PIC X(60).
           05  FILLER          PIC X(2).
           05  PNLNGTF         PIC X(1).
           05  PNLNGTA         PIC X(1).
           05  PNLNGTL         PIC S9(4) COMP.
           05  PNLNGT          PIC X(60).
      *
      *      FOOTER FIELDS
           05  FILLER          PIC X(2).
           05  MSGDTLF         PIC X(1).

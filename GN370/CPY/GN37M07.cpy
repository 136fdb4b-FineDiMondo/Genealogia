      *****************************************************************
      *                                                               *
      *                  DSECT PER MAPSET GN37M007                    *
      *                      MAPPA GN37D007                           *
      *   MONDO 7 - EREDITA' DI PODERI E TITOLI (TX GN37W07,          *
      *   GN37P004)                                                   *
      *                                                               *
      *****************************************************************
      *    INPUT MAP
       01  GN37D007I.
           05  FILLER          PIC X(2).
           05  CMD7INF         PIC X(1).
           05  CMD7INA         PIC X(1).
           05  CMD7INL         PIC S9(4) COMP.
           05  CMD7IN          PIC X(40).
           05  FILLER          PIC X(2).
           05  PFKEY7F         PIC X(1).
           05  PFKEY7A         PIC X(1).
           05  PFKEY7L         PIC S9(4) COMP.
           05  PFKEY7IN        PIC X(2).

      *    OUTPUT MAP
       01  GN37D007O REDEFINES GN37D007I.
           05  FILLER          PIC X(2).
      *
      *      HEADER
           05  FILLER          PIC X(2).
           05  HDR7TTLF        PIC X(1).
           05  HDR7TTLA        PIC X(1).
           05  HDR7TTLL        PIC S9(4) COMP.
           05  HDR7TTL         PIC X(25).
      *
      *      CANVAS: RIGA 1 TAPPA, RIGA 2 OGGETTO, RIGHE 3-7 UNA
      *      PAGINA DELLA CATENA DEI DETENTORI, RIGA 8 PAGINAZIONE
           05  FILLER          PIC X(2).
           05  CANV71F        PIC X(1).
           05  CANV71A        PIC X(1).
           05  CANV71L        PIC S9(4) COMP.
           05  CANV71         PIC X(60).
           05  FILLER          PIC X(2).
           05  CANV72F        PIC X(1).
           05  CANV72A        PIC X(1).
           05  CANV72L        PIC S9(4) COMP.
           05  CANV72         PIC X(60).
           05  FILLER          PIC X(2).
           05  CANV73F        PIC X(1).
           05  CANV73A        PIC X(1).
           05  CANV73L        PIC S9(4) COMP.
           05  CANV73         PIC X(60).
           05  FILLER          PIC X(2).
           05  CANV74F        PIC X(1).
           05  CANV74A        PIC X(1).
           05  CANV74L        PIC S9(4) COMP.
           05  CANV74         PIC X(60).
           05  FILLER          PIC X(2).
           05  CANV75F        PIC X(1).
           05  CANV75A        PIC X(1).
           05  CANV75L        PIC S9(4) COMP.
           05  CANV75         PIC X(60).
           05  FILLER          PIC X(2).
           05  CANV76F        PIC X(1).
           05  CANV76A        PIC X(1).
           05  CANV76L        PIC S9(4) COMP.
           05  CANV76         PIC X(60).
           05  FILLER          PIC X(2).
           05  CANV77F        PIC X(1).
           05  CANV77A        PIC X(1).
           05  CANV77L        PIC S9(4) COMP.
           05  CANV77         PIC X(60).
           05  FILLER          PIC X(2).
           05  CANV78F        PIC X(1).
           05  CANV78A        PIC X(1).
           05  CANV78L        PIC S9(4) COMP.
           05  CANV78         PIC X(60).
      *
      *      INFO AREA
           05  FILLER          PIC X(2).
           05  INFO7STPF       PIC X(1).
           05  INFO7STPA       PIC X(1).
           05  INFO7STPL       PIC S9(4) COMP.
           05  INFO7STP        PIC X(12).
           05  FILLER          PIC X(2).
           05  INFO7ACTF       PIC X(1).
           05  INFO7ACTA       PIC X(1).
           05  INFO7ACTL       PIC S9(4) COMP.
           05  INFO7ACT        PIC X(12).
      *
      *      FOOTER
           05  FILLER          PIC X(2).
           05  CMD7OUTF        PIC X(1).
           05  CMD7OUTA        PIC X(1).
           05  CMD7OUTL        PIC S9(4) COMP.
           05  CMD7OUT         PIC X(40).

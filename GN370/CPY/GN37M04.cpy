      *****************************************************************
      *                                                               *
      *                  DSECT PER MAPSET GN37M004                    *
      *                      MAPPA GN37D004                           *
      *   MONDO 4 - CONTESTO, EVENTI STORICI (TX GN37W04, GN37P006)   *
      *                                                               *
      *****************************************************************
      *    INPUT MAP
       01  GN37D004I.
           05  FILLER          PIC X(2).
           05  CMD4INF         PIC X(1).
           05  CMD4INA         PIC X(1).
           05  CMD4INL         PIC S9(4) COMP.
           05  CMD4IN          PIC X(40).
           05  FILLER          PIC X(2).
           05  PFKEY4F         PIC X(1).
           05  PFKEY4A         PIC X(1).
           05  PFKEY4L         PIC S9(4) COMP.
           05  PFKEY4IN        PIC X(2).

      *    OUTPUT MAP
       01  GN37D004O REDEFINES GN37D004I.
           05  FILLER          PIC X(2).
      *
      *      HEADER
           05  FILLER          PIC X(2).
           05  HDR4TTLF        PIC X(1).
           05  HDR4TTLA        PIC X(1).
           05  HDR4TTLL        PIC S9(4) COMP.
           05  HDR4TTL         PIC X(25).
      *
      *      CANVAS: RIGA 1 TAPPA, RIGA 2 PERSONA E ARCO DI VITA,
      *      RIGA 3 AMBITO DEI LUOGHI, RIGHE 4-7 UNA PAGINA DEGLI
      *      EVENTI STORICI CHE LA TOCCANO, RIGA 8 PAGINAZIONE
           05  FILLER          PIC X(2).
           05  CANV41F        PIC X(1).
           05  CANV41A        PIC X(1).
           05  CANV41L        PIC S9(4) COMP.
           05  CANV41         PIC X(60).
           05  FILLER          PIC X(2).
           05  CANV42F        PIC X(1).
           05  CANV42A        PIC X(1).
           05  CANV42L        PIC S9(4) COMP.
           05  CANV42         PIC X(60).
           05  FILLER          PIC X(2).
           05  CANV43F        PIC X(1).
           05  CANV43A        PIC X(1).
           05  CANV43L        PIC S9(4) COMP.
           05  CANV43         PIC X(60).
           05  FILLER          PIC X(2).
           05  CANV44F        PIC X(1).
           05  CANV44A        PIC X(1).
           05  CANV44L        PIC S9(4) COMP.
           05  CANV44         PIC X(60).
           05  FILLER          PIC X(2).
           05  CANV45F        PIC X(1).
           05  CANV45A        PIC X(1).
           05  CANV45L        PIC S9(4) COMP.
           05  CANV45         PIC X(60).
           05  FILLER          PIC X(2).
           05  CANV46F        PIC X(1).
           05  CANV46A        PIC X(1).
           05  CANV46L        PIC S9(4) COMP.
           05  CANV46         PIC X(60).
           05  FILLER          PIC X(2).
           05  CANV47F        PIC X(1).
           05  CANV47A        PIC X(1).
           05  CANV47L        PIC S9(4) COMP.
           05  CANV47         PIC X(60).
           05  FILLER          PIC X(2).
           05  CANV48F        PIC X(1).
           05  CANV48A        PIC X(1).
           05  CANV48L        PIC S9(4) COMP.
           05  CANV48         PIC X(60).
      *
      *      INFO AREA
           05  FILLER          PIC X(2).
           05  INFO4STPF       PIC X(1).
           05  INFO4STPA       PIC X(1).
           05  INFO4STPL       PIC S9(4) COMP.
           05  INFO4STP        PIC X(12).
           05  FILLER          PIC X(2).
           05  INFO4ACTF       PIC X(1).
           05  INFO4ACTA       PIC X(1).
           05  INFO4ACTL       PIC S9(4) COMP.
           05  INFO4ACT        PIC X(12).
      *
      *      FOOTER
           05  FILLER          PIC X(2).
           05  CMD4OUTF        PIC X(1).
           05  CMD4OUTA        PIC X(1).
           05  CMD4OUTL        PIC S9(4) COMP.
           05  CMD4OUT         PIC X(40).

      *****************************************************************
      *                                                               *
      *                  DSECT PER MAPSET GN37M008                    *
      *                      MAPPA GN37D008                           *
      *   MONDO 8 - NEBBIA, MURI DI MATTONI (TX GN37W08, GN37P005)    *
      *                                                               *
      *****************************************************************
      *    INPUT MAP
       01  GN37D008I.
           05  FILLER          PIC X(2).
           05  CMD8INF         PIC X(1).
           05  CMD8INA         PIC X(1).
           05  CMD8INL         PIC S9(4) COMP.
           05  CMD8IN          PIC X(40).
           05  FILLER          PIC X(2).
           05  PFKEY8F         PIC X(1).
           05  PFKEY8A         PIC X(1).
           05  PFKEY8L         PIC S9(4) COMP.
           05  PFKEY8IN        PIC X(2).

      *    OUTPUT MAP
       01  GN37D008O REDEFINES GN37D008I.
           05  FILLER          PIC X(2).
      *
      *      HEADER
           05  FILLER          PIC X(2).
           05  HDR8TTLF        PIC X(1).
           05  HDR8TTLA        PIC X(1).
           05  HDR8TTLL        PIC S9(4) COMP.
           05  HDR8TTL         PIC X(25).
      *
      *      CANVAS: RIGA 1 TAPPA, RIGA 2 OGGETTO, RIGHE 3-7 UNA
      *      PAGINA DELLA CLASSIFICA DEI MURI O LA SCHEDA DEL MURO A
      *      FUOCO, RIGA 8 PAGINAZIONE O ESITO DEL COMANDO
           05  FILLER          PIC X(2).
           05  CANV81F        PIC X(1).
           05  CANV81A        PIC X(1).
           05  CANV81L        PIC S9(4) COMP.
           05  CANV81         PIC X(60).
           05  FILLER          PIC X(2).
           05  CANV82F        PIC X(1).
           05  CANV82A        PIC X(1).
           05  CANV82L        PIC S9(4) COMP.
           05  CANV82         PIC X(60).
           05  FILLER          PIC X(2).
           05  CANV83F        PIC X(1).
           05  CANV83A        PIC X(1).
           05  CANV83L        PIC S9(4) COMP.
           05  CANV83         PIC X(60).
           05  FILLER          PIC X(2).
           05  CANV84F        PIC X(1).
           05  CANV84A        PIC X(1).
           05  CANV84L        PIC S9(4) COMP.
           05  CANV84         PIC X(60).
           05  FILLER          PIC X(2).
           05  CANV85F        PIC X(1).
           05  CANV85A        PIC X(1).
           05  CANV85L        PIC S9(4) COMP.
           05  CANV85         PIC X(60).
           05  FILLER          PIC X(2).
           05  CANV86F        PIC X(1).
           05  CANV86A        PIC X(1).
           05  CANV86L        PIC S9(4) COMP.
           05  CANV86         PIC X(60).
           05  FILLER          PIC X(2).
           05  CANV87F        PIC X(1).
           05  CANV87A        PIC X(1).
           05  CANV87L        PIC S9(4) COMP.
           05  CANV87         PIC X(60).
           05  FILLER          PIC X(2).
           05  CANV88F        PIC X(1).
           05  CANV88A        PIC X(1).
           05  CANV88L        PIC S9(4) COMP.
           05  CANV88         PIC X(60).
      *
      *      INFO AREA
           05  FILLER          PIC X(2).
           05  INFO8STPF       PIC X(1).
           05  INFO8STPA       PIC X(1).
           05  INFO8STPL       PIC S9(4) COMP.
           05  INFO8STP        PIC X(12).
           05  FILLER          PIC X(2).
           05  INFO8ACTF       PIC X(1).
           05  INFO8ACTA       PIC X(1).
           05  INFO8ACTL       PIC S9(4) COMP.
           05  INFO8ACT        PIC X(12).
      *
      *      FOOTER
           05  FILLER          PIC X(2).
           05  CMD8OUTF        PIC X(1).
           05  CMD8OUTA        PIC X(1).
           05  CMD8OUTL        PIC S9(4) COMP.
           05  CMD8OUT         PIC X(40).

      *****************************************************************
      * GN7MOUT - OUTPUT MAP IO AREA (GN7MAPS/GN7PAGEO, TX GNPG007)
      * MAPPA DI TRASCRIZIONE PER CARTA (IGONL07)
      *****************************************************************
       01  GN7MAPOUT.
           05 M7O-LL                 PIC S9(4) COMP.
           05 M7O-ZZ                 PIC S9(4) COMP.
      * Registro e carta aperti, con stato e volontario della carta
           05 M7O-REGBID             PIC X(12).
           05 M7O-REGTITLE           PIC X(40).
           05 M7O-FOLIO              PIC X(4).
           05 M7O-FOLIOS             PIC X(4).
           05 M7O-FSTATUS            PIC X(10).
           05 M7O-FOPER              PIC X(8).
      * Atti gia' trascritti su questa carta
           05 M7O-ACTCT              PIC ZZZ9.
      * Ultimo atto registrato (EVENT-ID) con il suo tipo e le
      * persone create o agganciate, nell'ordine delle posizioni
           05 M7O-LASTACT            PIC X(12).
           05 M7O-LASTTYP            PIC X(12).
           05 M7O-PID OCCURS 6 TIMES PIC X(12).
      * Traccia del path DL/I percorso
           05 M7O-PATHTX             PIC X(40).
      * Messaggio di esito (formato GN370)
           05 M7O-MSGTXT             PIC X(70).
      * Legenda PF
           05 M7O-PFINFO             PIC X(70).

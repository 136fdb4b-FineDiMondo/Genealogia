      *****************************************************************
      * GN8MOUT - OUTPUT MAP IO AREA (GN8MAPS/GN8PAGEO, TX GNPG008)
      * MAPPA DI SIGN-ON DELL'OPERATORE (IGONL08)
      *****************************************************************
       01  GN8MAPOUT.
           05 M8O-LL                 PIC S9(4) COMP.
           05 M8O-ZZ                 PIC S9(4) COMP.
      * Terminale di questa conversazione (LTERM-ID dello IOPCB)
           05 M8O-LTERM              PIC X(8).
      * Operatore collegato al terminale, nome e ruolo
           05 M8O-OPERID             PIC X(8).
           05 M8O-OPNAME             PIC X(40).
           05 M8O-ROLE               PIC X(8).
      * Inizio della sessione e sign-on precedente dell'operatore,
      * AAAA-MM-GG HH:MM
           05 M8O-START              PIC X(16).
           05 M8O-PREVSGN            PIC X(16).
      * Traccia del path DL/I percorso
           05 M8O-PATHTX             PIC X(40).
      * Messaggio di esito (formato GN370)
           05 M8O-MSGTXT             PIC X(70).
      * Legenda PF
           05 M8O-PFINFO             PIC X(70).

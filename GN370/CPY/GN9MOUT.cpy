      *****************************************************************
      * GN9MOUT - OUTPUT MAP IO AREA (GN9MAPS/GN9PAGEO, TX GNPG009)
      * MAPPA DEL NAVIGATORE DI ALBERO (IGONL09)
      *****************************************************************
       01  GN9MAPOUT.
           05 M9O-LL                 PIC S9(4) COMP.
           05 M9O-ZZ                 PIC S9(4) COMP.
      * Persona centrale e persona da cui si e' saliti
           05 M9O-SUBJID             PIC X(12).
           05 M9O-FROMID             PIC X(12).
      * Figli e fratelli della persona centrale (PF7/PF8)
           05 M9O-KIDCT              PIC ZZ9.
           05 M9O-SIBCT              PIC ZZ9.
      * Caselle per numero Ahnentafel: PERS-ID, nome (stub se
      * riservato e l'operatore non e' ADMIN), anni di nascita e
      * morte ("1701-1770", "?" = ignoto), stato di prova del legame
      * con il figlio (P provato, B probabile, H ipotesi) e "!" se
      * la persona non ha nessuna citazione di fonte
           05 M9O-BOX OCCURS 15 TIMES.
              10 M9O-BOXID           PIC X(12).
              10 M9O-BOXNAME         PIC X(24).
              10 M9O-BOXYRS          PIC X(9).
              10 M9O-BOXPRF          PIC X(1).
              10 M9O-BOXCIT          PIC X(1).
      * Traccia del path DL/I percorso
           05 M9O-PATHTX             PIC X(40).
      * Messaggio di esito (formato GN370)
           05 M9O-MSGTXT             PIC X(70).
      * Legenda PF
           05 M9O-PFINFO             PIC X(70).

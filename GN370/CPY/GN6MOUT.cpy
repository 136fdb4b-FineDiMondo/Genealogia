      *****************************************************************
      * GN6MOUT - OUTPUT MAP IO AREA (GN6MAPS/GN6PAGEO, TX GNPG006)
      * MAPPA DI MANUTENZIONE DEI CASATI E DELLE APPARTENENZE (IGONL06)
      *****************************************************************
       01  GN6MAPOUT.
           05 M6O-LL                 PIC S9(4) COMP.
           05 M6O-ZZ                 PIC S9(4) COMP.
      * Casato corrente, con il nome del casato padre risolto
           05 M6O-HOUSID             PIC X(12).
           05 M6O-HNAME              PIC X(40).
           05 M6O-SEAT               PIC X(40).
           05 M6O-FOUND              PIC X(10).
           05 M6O-PARENT             PIC X(12).
           05 M6O-PARNAME            PIC X(40).
      * Righe PERSHOU del casato e rami cadetti che vi risalgono
           05 M6O-MEMBCT             PIC ZZZZ9.
           05 M6O-CADETCT            PIC ZZ9.
      * Persona corrente con le date che fanno da limite alle finestre
           05 M6O-PERSID             PIC X(12).
           05 M6O-PERSNAME           PIC X(40).
           05 M6O-PBIRTH             PIC X(10).
           05 M6O-PDEATH             PIC X(10).
      * Prime 5 appartenenze della persona
           05 M6O-MEMB OCCURS 5 TIMES.
              10 M6O-MB-PHOUID       PIC X(12).
              10 M6O-MB-HOUSID       PIC X(12).
              10 M6O-MB-FROM         PIC X(10).
              10 M6O-MB-TO           PIC X(10).
      * |PATH| tracciato DL/I eseguito
           05 M6O-PATHTX             PIC X(40).
      * Messaggio deterministico E***
           05 M6O-MSGTXT             PIC X(70).
      * Legenda PF disponibile
           05 M6O-PFINFO             PIC X(70).

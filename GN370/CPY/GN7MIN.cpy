      *****************************************************************
      * GN7MIN - INPUT MAP IO AREA (GN7MAPS/GN7PAGEI, TX GNPG007)
      * MAPPA DI TRASCRIZIONE PER CARTA (IGONL07): REGISTRO E CARTA
      * APERTI IN TESTA, UN ATTO PER INVIO CON LE PERSONE NELL'ORDINE
      * IN CUI L'ATTO LE NOMINA.
      *****************************************************************
       01  GN7MAPIN.
           05 M7I-LL                 PIC S9(4) COMP.
           05 M7I-ZZ                 PIC S9(4) COMP.
      * [PF:n] codice PF tradotto in input (stessa convenzione di
      * MI-PFKEY in GN1MIN)
           05 M7I-PFKEY              PIC X(2).
      * Registro (REGISTER-ID) e numero di carta aperti
           05 M7I-REGBID             PIC X(12).
           05 M7I-FOLIO              PIC X(4).
      * Tipo di atto: B = battesimo, M = matrimonio, S = sepoltura
           05 M7I-ATYPE              PIC X(1).
      * Data dell'atto AAAA-MM-GG (o solo AAAA)
           05 M7I-ADATE              PIC X(10).
      * Fonte (SOURCE-ID) facoltativa per le citazioni dell'atto
           05 M7I-SRCEID             PIC X(12).
      * "F" = questo e' l'ultimo atto della carta: la carta passa
      * da IN-CORSO a FATTO
           05 M7I-LAST               PIC X(1).
      * Persone dell'atto, per posizione:
      *   B: 1 battezzato, 2 padre, 3 madre, 4 padrino, 5 madrina
      *   M: 1 sposo, 2 sposa, 3-6 testimoni
      *   S: 1 defunto, 2-6 congiunti nominati nell'atto
      * Con M7I-PID pieno si aggancia una persona gia' censita,
      * altrimenti se ne crea una nuova con nome e genere (M/F/U)
           05 M7I-SLOT OCCURS 6 TIMES.
              10 M7I-PID             PIC X(12).
              10 M7I-PNAME           PIC X(40).
              10 M7I-PGEND           PIC X(1).

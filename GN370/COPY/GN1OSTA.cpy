      *****************************************************************
      * GN1OSTA - SEGMENTO OPSTAT (PANNELLO DI STATO, STUB)
      * RADICE: UNA RIGA PER OPERATORE (OPRS-ID) CON I CONTEGGI CHE
      * LA HOME GN37HOME (GN37P001) MOSTRA AL SIGN-ON, CALCOLATI DAL
      * GIRO NOTTURNO (GN3OSTA0, PASSO OSTA DI GN3NIGHT) E NON CON
      * SPAZZATE IN LINEA. LA RIGA CON CHIAVE "*NOTTE*" PORTA L'ESITO
      * DELLA CATENA GN3NIGHT, SCRITTO DA GN3NIGHT STESSO A FINE GIRO.
      *****************************************************************
       01  GN1OSTA-SEG.
      * OPSTAT-ID chiave (OPERID): l'ID personale dell'operatore,
      * oppure "*NOTTE*" per la riga della catena
           05 OSTA-OPER             PIC X(8).
      * Timbro AAAAMMGGHHMMSS del calcolo notturno dei conteggi
           05 OSTA-RUN-TS           PIC X(14).
      * Persone con PERS-VERIF = "N" che l'operatore puo' verificare
      * (immesse da un altro: doppia chiave, come IGONL01 4193)
           05 OSTA-VERIF-CT         PIC 9(5).
      * Media con MEDI-OPER = operatore, per MEDI-STATUS
           05 OSTA-MED-RIC          PIC 9(5).
           05 OSTA-MED-ASS          PIC 9(5).
           05 OSTA-MED-TRA          PIC 9(5).
           05 OSTA-MED-CTL          PIC 9(5).
      * Fogli assegnati all'operatore (FOLI-OPER) non ancora FATTO
           05 OSTA-FOLI-CT          PIC 9(5).
      * Mutazioni del journal fatte da altri sulle persone della sua
      * lista d'osservazione dopo il sign-on OSTA-SINCE-TS
           05 OSTA-WTCH-CT          PIC 9(5).
           05 OSTA-SINCE-TS         PIC X(14).
      * Conflitti S4 ancora PENDING nei suoi import GEDCOM (TX2GED)
           05 OSTA-S4-CT            PIC 9(5).
      * Solo riga "*NOTTE*": esito dell'ultima catena GN3NIGHT,
      * giorno AAAAMMGG e passo a cui si e' fermata
           05 OSTA-NIGHT-STAT       PIC X(1).
              88 OSTA-NIGHT-RUNNING    VALUE "R".
              88 OSTA-NIGHT-DONE       VALUE "C".
              88 OSTA-NIGHT-BROKEN     VALUE "I".
           05 OSTA-NIGHT-DATE       PIC X(8).
           05 OSTA-NIGHT-STEP       PIC X(8).
      * Spazio riservato
           05 OSTA-FILL             PIC X(20).

      *****************************************************************
      * GN1BWAL - SEGMENTO BRKWALL (MURO DI MATTONI, STUB)
      * RADICE: UNA PERSONA SENZA GENITORI NOTI (NESSUN RELATE
      * PADRE/MADRE VERSO DI LEI, NESSUNA RIGA FAMLNK DA FIGLIA),
      * CLASSIFICATA DAL GIRO NOTTURNO (GN3BWAL0) E SFOGLIATA DAL
      * MONDO 8 NEBBIA (GN37P005). LA CHIAVE PORTA IL RANGO, COSI'
      * LA SPAZZATA IN ORDINE DI CHIAVE E' GIA' LA CLASSIFICA; LA
      * PRESA IN CARICO DEL VOLONTARIO SOPRAVVIVE AL RICALCOLO.
      *****************************************************************
       01  GN1BWAL-SEG.
      * BRKWALL-ID chiave: "BW" + rango a 10 cifre
           05 BWAL-ID               PIC X(12).
      * FK verso la persona senza genitori
           05 BWAL-PERS             PIC X(12).
      * Rango nella classifica della notte
           05 BWAL-RANK             PIC 9(5).
      * Anno di nascita (vuoto se ignoto) e luogo di nascita
           05 BWAL-BYEAR            PIC X(4).
           05 BWAL-BPLACE           PIC X(12).
      * Discendenti noti che la linea si porta dietro
           05 BWAL-DESC             PIC 9(5).
      * Punteggio di completezza della persona (GN3CMPL0, 0-100;
      * 999 = non disponibile)
           05 BWAL-SCORE            PIC 9(3).
      * Presa in carico: operatore e data AAAAMMGG (vuoti = libero)
           05 BWAL-CLAIM-OPER       PIC X(8).
           05 BWAL-CLAIM-DATE       PIC X(8).
      * Data AAAAMMGG del calcolo notturno
           05 BWAL-RUN-DATE         PIC X(8).
      * Spazio riservato
           05 BWAL-FILL             PIC X(23).

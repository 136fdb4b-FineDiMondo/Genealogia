      * LA COMMITTA COME SEGMENTO NOTESEG SOTTO L'ENTITA' FINALE
      * (PERSON O FAMILY), INVECE DI PERDERLA.
          05 GNR-NOTE-TEXT         PIC X(500).
      * IDENTIFICATIVI ESTERNI (SISTEMA + VALORE) PASSATI TALI E
      * QUALI DA S2: S4 AGGANCIA SU ID ESTERNO CONDIVISO PRIMA DEL
      * PUNTEGGIO NOME/DATA, S5 LI COMMITTA COME SEGMENTI EXTID
      * SOTTO LA PERSONA O LA FONTE FINALE.
          05 GNR-XID-ENTRY         OCCURS 5 TIMES.
             10 GNR-XID-SYSTEM     PIC X(10).
             10 GNR-XID-VALUE      PIC X(120).
          05 GNR-XID-COUNT         PIC 9(02).
      * CATENA PATRONIMICA DEL NOME DI BATTESIMO ("GIOVANNI DI PIERO
      * DI ANTONIO"), SCOMPOSTA DA S3 CON GNPATRP: NOMI DI PADRE E
      * NONNO COME SCRITTI, CON "Y" QUANDO SONO DETTI FU (QUONDAM).
      * IL NOME INTERO RESTA IN GNR-GIVEN-NORM E ARRIVA IN PERS-NAME,
      * DOVE LA PROPOSTA DEI LEGAMI (GN3PATR0) LO RITROVA.
          05 GNR-PATR-FATHER       PIC X(30).
          05 GNR-PATR-FATHER-Q     PIC X(01).
          05 GNR-PATR-GRAND        PIC X(30).
          05 GNR-PATR-GRAND-Q      PIC X(01).
      * ETA' DICHIARATA ALLA MORTE, NORMALIZZATA DA S3 IN ANNI
      * COMPIUTI A TRE CIFRE (SPAZI = NON DICHIARATA) CON "A" QUANDO
      * APPROSSIMATA: S5 LA SCRIVE IN EVNT-AGE/EVNT-AGE-QUAL
      * DELL'EVENTO MORTE DELLA PERSONA NUOVA.
          05 GNR-DEATH-AGE         PIC X(03).
          05 GNR-DEATH-AGE-QUAL    PIC X(01).
      * LUOGO DI MORTE COME SCRITTO (MAIUSCOLO), GEMELLO DI
      * GNR-BIRTH-PLACE-NORM: GLI ID DI LUOGO (GNR-BIRTH/DEATH-
      * PLACE-ID) RESTANO VUOTI IN S3 E LI RISOLVE S5 NEL GAZETTEER.
          05 GNR-DEATH-PLACE-NORM  PIC X(200).

      *****************************************************************
      * GN1HMEM - SEGMENTO HHMEMB (MEMBRO DI UN FUOCO, STUB)
      * FIGLIO DI HOUSHLD: UNA RIGA DEL LIBRO - CAPOFAMIGLIA, MOGLIE,
      * FIGLI, SERVI - CON L'ETA' DICHIARATA E LO STATO DI COMUNIONE
      * E CRESIMA. HMEM-PERS PUNTA ALLA PERSON QUANDO IDENTIFICATA,
      * ALTRIMENTI RESTA VUOTO E LA RIGA VALE PER IL NOME SCRITTO.
      *****************************************************************
       01  GN1HMEM-SEG.
      * MEMBER-ID chiave logica minima ("MB" + progressivo)
           05 HMEM-ID               PIC X(12).
      * FK verso il fuoco
           05 HMEM-HHLD             PIC X(12).
      * FK facoltativa verso la persona identificata (blank = non
      * ancora identificata)
           05 HMEM-PERS             PIC X(12).
      * Nome come scritto nel libro
           05 HMEM-NAME             PIC X(40).
      * Posizione nel fuoco
           05 HMEM-ROLE             PIC X(10).
              88 HMEM-CAPO             VALUE "CAPO".
              88 HMEM-MOGLIE           VALUE "MOGLIE".
              88 HMEM-FIGLIO           VALUE "FIGLIO".
              88 HMEM-FIGLIA           VALUE "FIGLIA".
              88 HMEM-SERVO            VALUE "SERVO".
              88 HMEM-ALTRO            VALUE "ALTRO".
      * Eta' dichiarata in anni (blank = non scritta)
           05 HMEM-AGE              PIC X(3).
      * Stato sacramentale: "Y" = ammesso alla comunione / cresimato,
      * "N" = non ancora, blank = non annotato
           05 HMEM-COMMUN           PIC X(1).
           05 HMEM-CRESIMA          PIC X(1).
      * Spazio riservato
           05 HMEM-FILL             PIC X(19).

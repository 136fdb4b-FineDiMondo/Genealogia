      *****************************************************************
      * GN1EXID - SEGMENTO EXTID (IDENTIFICATIVO ESTERNO, STUB)
      * FIGLIO DELL'ENTITA' IDENTIFICATA: PERSON O SOURCE, COME DICE
      * EXID-ETYPE (LA SSA DI ACCESSO E' QUALIFICATA SULLA CHIAVE DEL
      * PADRE CORRISPONDENTE, COME NOTESEG). TIENE IL CODICE CON CUI
      * LA STESSA PERSONA O LA STESSA IMMAGINE E' NOTA AD UN ARCHIVIO
      * ESTERNO (FAMILYSEARCH, ANTENATI, WIKITREE...): ESPORTATO IN
      * GEDCOM COME _FSID/REFN E USATO DALL'IMPORT PER RICONOSCERE
      * LA PERSONA PRIMA DEL PUNTEGGIO NOME/DATA.
      *****************************************************************
       01  GN1EXID-SEG.
      * EXID-ID chiave logica minima
           05 EXID-ID               PIC X(12).
      * Tipo di entita' identificata: PERSON, SOURCE
           05 EXID-ETYPE            PIC X(8).
      * FK verso l'entita' identificata (PERS-ID o SRCE-ID)
           05 EXID-ENTID            PIC X(12).
      * Sistema esterno che ha emesso l'identificativo
           05 EXID-SYSTEM           PIC X(10).
              88 EXID-SYS-FS        VALUE "FS".
              88 EXID-SYS-ANTENATI  VALUE "ANTENATI".
              88 EXID-SYS-WIKITREE  VALUE "WIKITREE".
              88 EXID-SYS-REFN      VALUE "REFN".
      * Identificativo esterno (codice o URL dell'immagine)
           05 EXID-VALUE            PIC X(120).
      * Data (ISO) dell'ultima verifica sul sistema esterno,
      * BLANK = MAI VERIFICATO
           05 EXID-VERIFIED         PIC X(10).
      * Spazio riservato
           05 EXID-FILL             PIC X(8).

           05 M4O-UPLACTX            PIC X(40).
           05 M4O-UTYPE              PIC X(2).
      * Prime tre righe figli (FAMLNK risolti per nome), con il
      * conteggio totale in coda alla terza quando eccedono; nella
      * colonna 13, fra ID e nome, lo stato di prova del legame
      * quando non e' provato ("~" probabile, "?" ipotesi)
           05 M4O-CHL1               PIC X(56).
           05 M4O-CHL2               PIC X(56).
           05 M4O-CHL3               PIC X(56).

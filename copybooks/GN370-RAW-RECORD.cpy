      * FILE E TITOLO, MAPPATI IN UN RECORD MEDIA IN S5.
          05 GRR-OBJE-FILE         PIC X(200).
          05 GRR-OBJE-TITL         PIC X(100).
      * IDENTIFICATIVI ESTERNI DEL RECORD INDI/SOUR: "_FSID" DIVENTA
      * SISTEMA FS, "REFN" SISTEMA REFN SALVO "2 TYPE" CHE NE DA'
      * IL SISTEMA (ANTENATI, WIKITREE...). S5 LI COMMITTA COME
      * SEGMENTI EXTID, S4 LI USA PER L'AGGANCIO PRIMA DEL PUNTEGGIO.
          05 GRR-XID-ENTRY         OCCURS 5 TIMES.
             10 GRR-XID-SYSTEM     PIC X(10).
             10 GRR-XID-VALUE      PIC X(120).
          05 GRR-XID-COUNT         PIC 9(02).
      * ETA' DICHIARATA ALLA MORTE ("2 AGE" SOTTO DEAT, O SOTTO BURI
      * QUANDO LA MORTE NON LA DICE), COME SCRITTA NEL GEDCOM
          05 GRR-RAW-DEATH-AGE     PIC X(20).

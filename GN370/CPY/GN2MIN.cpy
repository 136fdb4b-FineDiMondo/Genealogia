           05 M2I-HNAME              PIC X(60).
           05 M2I-HFROM              PIC X(10).
           05 M2I-HTO                PIC X(10).
      * PLACE-ID del padre nella gerarchia ecclesiastica (pieve,
      * vicariato, diocesi) per ADD/SAVE, stesse convenzioni di
      * M2I-PARENT: "*" scollega, vuoto = invariato
           05 M2I-EPARENT            PIC X(12).

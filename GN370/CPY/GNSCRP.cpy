      * "05" = GN37W05/GN37P003): ogni programma ripristina solo il
      * proprio stato e riparte da ENTRA se il segmento appartiene a
      * un altro mondo. Spazi = riga storica di GN37P002.
      * "07" = GN37W07/GN37P004, "08" = GN37W08/GN37P005,
      * "04" = GN37W04/GN37P006 (che da un altro mondo eredita solo
      * la persona a fuoco).
           05 SCRP-WORLD            PIC X(2).
      * Oggetto della navigazione per i mondi che non scorrono un
      * casato: tipo (P = podere per ASET-AKEY, T = titolo per
      * TITL-NAME nel mondo 7), chiave e pagina corrente della lista
      * (nel mondo 8 solo la pagina della classifica dei muri; il
      * muro a fuoco sta in SCRP-FOCUS-ID)
           05 SCRP-NAV-KIND         PIC X(1).
           05 SCRP-NAV-KEY          PIC X(20).
           05 SCRP-NAV-PAGE         PIC 9(3).
      * Spazio riservato
           05 SCRP-FILL             PIC X(51).

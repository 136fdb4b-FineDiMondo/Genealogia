           05 HOUS-FOUND-DATE       PIC X(10).
      * Sede / residenza storica
           05 HOUS-SEAT             PIC X(40).
      * HOUSE-ID del casato padre per i rami cadetti (vuoto = casato
      * capostipite); mantenuto da IGONL06 senza cicli
           05 HOUS-PARENT           PIC X(12).
      * Spazio riservato
           05 HOUS-FILL             PIC X(86).

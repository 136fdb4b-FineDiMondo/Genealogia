           05 MO-QEVCSR              PIC X(12).
      * Ultimo mestiere/condizione registrato
           05 MO-OCCUTX              PIC X(30).
      * Identificativi esterni della persona corrente (PF4, insieme
      * ai media): "SISTEMA IDENTIFICATIVO VERIFICA" per riga
           05 MO-XID1                PIC X(70).
           05 MO-XID2                PIC X(70).
           05 MO-XID3                PIC X(70).
      * Stato di prova e motivazione del legame RELATE appena
      * registrato o aggiornato dal path RELT
           05 MO-RELPRF              PIC X(20).
           05 MO-RELPNT              PIC X(40).
      * Eta' dichiarata dell'evento corrente ("45 CIRCA")
           05 MO-EVTAGE              PIC X(10).
      * Chiave NAMEIX dell'ultima riga letta dalla FIND (vedi
      * MI-NIXCSR); blank = indice esaurito per quel cognome
           05 MO-NIXCSR              PIC X(54).

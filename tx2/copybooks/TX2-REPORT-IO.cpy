      * COPY TX2 REPORT I/O
       01 TX2-REPORT-IO.
      * SUBMIT = accoda una richiesta di report, STATUS = stato di un
      * job gia' accodato (IN-JOB-ID)
          05 IN-AZIONE-REPORT          PIC X(16).
      * Codice del report e batch che lo produce:
      *   LIBRO   GN3BOOK0 (soggetto pers-id o house-id)
      *   QUADRO  GN3CHRT0 (soggetto pers-id)
      *   CERTIF  GN3CERT0 (soggetto evnt-id)
      *   AHNEN   GN3LINE0 (soggetto pers-id)
      *   CRONO   GN3TIML0 (soggetto pers-id o root-id)
      *   PROVA   GN3PRFL0 (soggetto = antenato)
      *   COGNOME GN3ONMS0 (soggetto = cognome)
          05 IN-COD-REPORT             PIC X(8).
          05 IN-ID-SOGGETTO            PIC X(20).
      * Opzioni per report (vuote = default del batch):
      *   LIBRO   1 HOUSE|PERS  2 DOCUM  3 lingua IT|EN|ES
      *   QUADRO  1 gen. sopra 1-4  2 gen. sotto 1-4
      *   CERTIF  1 lingua IT|EN|ES
      *   AHNEN   1 generazioni 1-9
      *   CRONO   1 ROOT (tutte le persone sotto la radice)
      *   PROVA   1 id del discendente (obbligatorio)
          05 IN-OPZIONE OCCURS 3 TIMES PIC X(16).
      * Operatore collegato e suo ruolo (convenzione GNOPER, come li
      * risolve GNOPRS0): il ruolo decide che cosa si puo' chiedere,
      * l'ID resta sul job e solo lui (o un ADMIN) ne vede lo stato
          05 IN-OPER-ID                PIC X(8).
          05 IN-RUOLO-OPER             PIC X(8).
      * Job da interrogare con STATUS; la SUBMIT lo restituisce anche
      * in OUT-JOB-ID
          05 IN-JOB-ID                 PIC X(20).
          05 OUT-COD-ESITO             PIC 9(4).
          05 OUT-MSG-ESITO             PIC X(120).
          05 OUT-JOB-ID                PIC X(20).
      * PENDING, RUNNING, DONE, FAILED
          05 OUT-STATO-JOB             PIC X(10).
      * File prodotto, valorizzato quando il job e' DONE
          05 OUT-FILE-USCITA           PIC X(120).

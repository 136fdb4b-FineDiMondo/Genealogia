          05 FILLER PIC X(24) VALUE "MARR        MATRIMONIO".
          05 FILLER PIC X(24) VALUE "CRESIMA     CRESIMA".
          05 FILLER PIC X(24) VALUE "CONF        CRESIMA".
          05 FILLER PIC X(24) VALUE "EMIGRAZIONE EMIGRAZIONE".
          05 FILLER PIC X(24) VALUE "EMIG        EMIGRAZIONE".
       01 EVTAB-TABLE REDEFINES EVTAB-DEFAULTS.
          05 EVTAB-ENTRY OCCURS 17 TIMES.
      * sinonimo o tag in ingresso
             10 EVTAB-SYN         PIC X(12).
      * codice canonico corrispondente
             10 EVTAB-CANON       PIC X(12).
       01 EVTAB-COUNT             PIC 9(2) VALUE 17.
      * esito della risoluzione (vedi EVTAB-RESOLVE nei programmi)
       01 EVTAB-LOOKUP            PIC X(12).
       01 EVTAB-RESULT            PIC X(12).

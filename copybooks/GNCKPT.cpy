      *================================================================*
      * GNCKPT.cpy  VERSION 1.0                                       *
      * Checkpoint simbolico e restart (CHKP/XRST) dei batch di       *
      * aggiornamento, cosi' che possano girare come BMP accanto      *
      * all'online senza tenere i lock per tutta la corsa; paragrafi  *
      * in GNCKPTP.cpy. Il chiamante:                                 *
      *  - riceve IOPCB-MASK (GN1PCBS) oltre al DBPCB-MASK;           *
      *  - mette il proprio nome in CKPT-PROGRAM (i caratteri 4-7     *
      *    fanno da prefisso all'ID del checkpoint);                  *
      *  - definisce CKPT-USER-AREA, l'area con i propri contatori    *
      *    che ogni CHKP salva e la XRST di una ripartenza rende;     *
      *  - tiene in CKPT-UNITS / CKPT-PHASE / CKPT-KEY la posizione   *
      *    raggiunta (righe di worklist, fase, ultima chiave).        *
      * L'intervallo arriva come ULTIMO argomento facoltativo         *
      * CKPT=n (unita' di lavoro fra due checkpoint, 0 = nessuno).    *
      * Dopo una CHKP ogni posizione DL/I e' persa: chi sta spazzando *
      * un segmento si riposiziona sull'ultima chiave salvata.        *
      *================================================================*
       01 CKPT-FUNC               PIC X(4).
       01 CKPT-PROGRAM            PIC X(8) VALUE SPACES.
       01 CKPT-ARGC               PIC 9(4) VALUE 0.
       01 CKPT-ARG                PIC X(16) VALUE SPACES.
       01 CKPT-INTERVAL           PIC 9(7) VALUE 0.
       01 CKPT-SINCE              PIC 9(7) VALUE 0.
       01 CKPT-SW.
          05 CKPT-ARG-SW          PIC X VALUE "N".
             88 CKPT-ARG-GIVEN    VALUE "Y".
             88 CKPT-ARG-BAD      VALUE "E".
          05 CKPT-RESTART-SW      PIC X VALUE "N".
             88 CKPT-RESTARTED    VALUE "Y".
          05 CKPT-DUE-SW          PIC X VALUE "N".
             88 CKPT-DUE          VALUE "Y".
          05 CKPT-FAIL-SW         PIC X VALUE "N".
             88 CKPT-FAILED       VALUE "Y".
      * area I/O di XRST/CHKP: ID del checkpoint (8 byte utili)
       01 CKPT-IO-LEN             PIC S9(9) COMP VALUE 12.
       01 CKPT-IO-AREA.
          05 CKPT-ID.
             10 CKPT-ID-PGM       PIC X(4).
             10 CKPT-ID-SEQ       PIC 9(4).
          05 FILLER               PIC X(4).
      * stato comune salvato a ogni checkpoint
       01 CKPT-CTL-LEN            PIC S9(9) COMP VALUE 100.
       01 CKPT-CTL.
          05 CKPT-SEQ             PIC 9(4).
      *   unita' completate (righe di worklist, righe scaricate...)
          05 CKPT-UNITS           PIC 9(9).
      *   fase in corso, per chi spazza piu' segmenti in sequenza
          05 CKPT-PHASE           PIC 9(2).
      *   ultima chiave completata, per il riposizionamento
          05 CKPT-KEY             PIC X(60).
          05 FILLER               PIC X(25).
       01 CKPT-USER-LEN           PIC S9(9) COMP VALUE 0.

      * GEDCOM PIPELINE - DRIVER                                       *
      * Incatena gli stadi S1 TOKENIZER -> S2 MAPPER -> S3 NORM_AGENT  *
      * -> (estrazione PERSON esistenti) -> S4 CONFLICT_DETECT ->      *
      * S5/S6 COMMIT (con la revisione dei luoghi in INTERACTIVE) su   *
      * un unico file GEDCOM, passando a ogni stadio i file di lavoro  *
      * intermedi sotto <work-dir> ed interrompendo la catena (come    *
      * farebbe una condizione di step JCL) al primo stadio che torna  *
      * RETURN-CODE diverso da zero.                                   *
      *================================================================*

       ENVIRONMENT DIVISION.
       01 WS-F-RAW                   PIC X(220) VALUE SPACES.
       01 WS-F-NORM                  PIC X(220) VALUE SPACES.
       01 WS-F-EXTRACT                PIC X(220) VALUE SPACES.
       01 WS-F-XIDS                   PIC X(220) VALUE SPACES.
       01 WS-F-CONFLICT               PIC X(220) VALUE SPACES.
       01 WS-F-LOG                    PIC X(220) VALUE SPACES.
       01 WS-F-SIMRPT                 PIC X(220) VALUE SPACES.
             DELIMITED BY SIZE INTO WS-F-NORM
           STRING FUNCTION TRIM(WS-WORK-DIR) "/extract.dat"
             DELIMITED BY SIZE INTO WS-F-EXTRACT
           STRING FUNCTION TRIM(WS-WORK-DIR) "/xids.dat"
             DELIMITED BY SIZE INTO WS-F-XIDS
           STRING FUNCTION TRIM(WS-WORK-DIR) "/conflicts.dat"
             DELIMITED BY SIZE INTO WS-F-CONFLICT
           STRING FUNCTION TRIM(WS-WORK-DIR) "/import-log.dat"
           IF NOT ABORT-YES PERFORM 4000-STEP-EXTRACT END-IF
           IF NOT ABORT-YES PERFORM 5000-STEP-CONFLICT END-IF
           IF NOT ABORT-YES PERFORM 6000-STEP-COMMIT END-IF
           IF NOT ABORT-YES
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE))
                  = "INTERACTIVE"
             PERFORM 6500-STEP-PLACE-REVIEW
           END-IF

           IF ABORT-YES
             DISPLAY "GN3IMPRT: CATENA INTERROTTA, RC=" WS-STEP-RC
      * quindi restano un passo "documentato" della catena che non     *
      * produce output finche' CBLTDLI non e' linkato a una vera       *
      * regione IMS (la stessa limitazione di IGONL01/GN37P00x).       *
      * Lo stesso passo estrae anche gli identificativi esterni delle  *
      * persone (xids.dat), per l'aggancio diretto di S4.              *
      *----------------------------------------------------------------*
       4000-STEP-EXTRACT.
           MOVE SPACES TO WS-CMD
           STRING "GN3PEXT0 " FUNCTION TRIM(WS-F-EXTRACT) " "
                  FUNCTION TRIM(WS-F-XIDS)
             DELIMITED BY SIZE INTO WS-CMD
           PERFORM 9000-RUN-STEP
           .

      *----------------------------------------------------------------*
      * L'estratto degli identificativi esterni e' il sesto argomento  *
      * di GN3S4CFL: posizionale, quindi il modo occupa comunque il    *
      * quinto posto (BATCH se vuoto), come per le regole di S3.       *
      *----------------------------------------------------------------*
       5000-STEP-CONFLICT.
           MOVE SPACES TO WS-CMD
           IF WS-MODE = SPACES
             STRING "GN3S4CFL " FUNCTION TRIM(WS-F-NORM) " "
                    FUNCTION TRIM(WS-F-EXTRACT) " "
                    FUNCTION TRIM(WS-F-CONFLICT) " "
                    FUNCTION TRIM(WS-PIPELINE-ID) " BATCH "
                    FUNCTION TRIM(WS-F-XIDS)
               DELIMITED BY SIZE INTO WS-CMD
           ELSE
             STRING "GN3S4CFL " FUNCTION TRIM(WS-F-NORM) " "
                    FUNCTION TRIM(WS-F-EXTRACT) " "
                    FUNCTION TRIM(WS-F-CONFLICT) " "
                    FUNCTION TRIM(WS-PIPELINE-ID) " "
                    FUNCTION TRIM(WS-MODE) " "
                    FUNCTION TRIM(WS-F-XIDS)
               DELIMITED BY SIZE INTO WS-CMD
           END-IF
           PERFORM 9000-RUN-STEP
           .

           PERFORM 9000-RUN-STEP
           .

      *----------------------------------------------------------------*
      * In modo INTERACTIVE i testi di luogo che il commit ha messo in *
      * coda (file luoghi di GN3S5CMT, work/places.dat) passano subito *
      * dalla schermata GN3PLRV0; un secondo commit, che salta gli     *
      * xref gia' scritti, riprende quelli sospesi in PLACE_REV.       *
      *----------------------------------------------------------------*
       6500-STEP-PLACE-REVIEW.
           MOVE SPACES TO WS-CMD
           STRING "GN3PLRV0 work/places.dat"
             DELIMITED BY SIZE INTO WS-CMD
           PERFORM 9000-RUN-STEP
           IF NOT ABORT-YES
             PERFORM 6000-STEP-COMMIT
           END-IF
           .

      *----------------------------------------------------------------*
      * Sonda di esistenza del file regole: se non si apre, la catena  *
      * gira senza regole come ha sempre fatto (il quinto argomento    *

      *================================================================*
      * GNCATAP.cpy  VERSION 1.0                                      *
      * Paragrafi dei possessi catastali (aree in GNCATA.cpy).        *
      * 9880: carica le detenzioni ASSET con il detentore e la sua    *
      *       famiglia (GNCOGNP); con CATA-FAMILY valorizzata tiene   *
      *       solo quelle della famiglia. La posizione DL/I e' persa. *
      * 9886: detentori di CATA-IN-PARC nell'anno CATA-IN-YEAR: i     *
      *       beni PARCAST della particella e, per ognuno, le         *
      *       detenzioni in tavola che coprono l'anno (acquisizione   *
      *       ignota = coperta). Riprende la posizione sulla          *
      *       particella (GU qualificata) perche' la spazzata PARCEL  *
      *       del chiamante prosegua con la GN.                       *
      *================================================================*
       9880-LOAD-HOLDINGS.
           MOVE 0 TO CATA-HD-COUNT
           MOVE "N" TO CATA-HD-FULL
           MOVE "GU  " TO CATA-FUNC
           CALL "CBLTDLI" USING CATA-FUNC
                                DBPCB-MASK
                                GN1ASET-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF CATA-HD-COUNT < CATA-HD-MAX
               ADD 1 TO CATA-HD-COUNT
               MOVE ASET-AKEY TO CATA-HD-IDENT(CATA-HD-COUNT)
               IF ASET-AKEY = SPACES
                 MOVE ASET-ID TO CATA-HD-IDENT(CATA-HD-COUNT)
               END-IF
               MOVE ASET-PERS TO CATA-HD-PERS(CATA-HD-COUNT)
               MOVE 0 TO CATA-HD-FROM(CATA-HD-COUNT)
               IF ASET-ACQ(1:4) IS NUMERIC
                 MOVE ASET-ACQ(1:4) TO CATA-HD-FROM(CATA-HD-COUNT)
               END-IF
               MOVE 9999 TO CATA-HD-TO(CATA-HD-COUNT)
               IF ASET-DISP(1:4) IS NUMERIC
                 MOVE ASET-DISP(1:4) TO CATA-HD-TO(CATA-HD-COUNT)
               END-IF
             ELSE
               MOVE "Y" TO CATA-HD-FULL
             END-IF
             MOVE "GN  " TO CATA-FUNC
             CALL "CBLTDLI" USING CATA-FUNC
                                  DBPCB-MASK
                                  GN1ASET-SEG
           END-PERFORM
      *    DETENTORI E FAMIGLIE; FUORI LE ALTRE FAMIGLIE SE FILTRATE
           MOVE 0 TO CATA-WX
           PERFORM VARYING CATA-HX FROM 1 BY 1
               UNTIL CATA-HX > CATA-HD-COUNT
             PERFORM 9882-HOLDER-FAMILY
             IF CATA-FAMILY = SPACES
                OR CATA-HD-FKEY(CATA-HX) = CATA-FAMILY
               ADD 1 TO CATA-WX
               IF CATA-WX < CATA-HX
                 MOVE CATA-HD-ENTRY(CATA-HX)
                   TO CATA-HD-ENTRY(CATA-WX)
               END-IF
             END-IF
           END-PERFORM
           MOVE CATA-WX TO CATA-HD-COUNT
           .

       9882-HOLDER-FAMILY.
           MOVE SPACES TO CATA-HD-FKEY(CATA-HX) CATA-HD-SURN(CATA-HX)
           MOVE "(PERSONA NON TROVATA)" TO CATA-HD-NAME(CATA-HX)
           IF CATA-HD-PERS(CATA-HX) = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE CATA-HD-PERS(CATA-HX) TO CATA-SSA-PERS(17:12)
           MOVE "GU  " TO CATA-FUNC
           CALL "CBLTDLI" USING CATA-FUNC
                                DBPCB-MASK
                                GN1PRSN-SEG
                                CATA-SSA-PERS
           IF DB-STATUS NOT = SPACES OR PERS-IS-DELETED = "Y"
             EXIT PARAGRAPH
           END-IF
           MOVE PERS-NAME TO CATA-HD-NAME(CATA-HX)
           MOVE PERS-NAME TO COGN-IN
           PERFORM 9860-SPLIT-SURNAME
           MOVE COGN-FILE-KEY TO CATA-HD-FKEY(CATA-HX)
           MOVE COGN-SURNAME TO CATA-HD-SURN(CATA-HX)
           .

       9886-PARCEL-HOLDERS.
           MOVE 0 TO CATA-PH-COUNT
           MOVE CATA-IN-PARC TO CATA-SSA-PAST(17:12)
           MOVE "GU  " TO CATA-FUNC
           CALL "CBLTDLI" USING CATA-FUNC
                                DBPCB-MASK
                                GN1PAST-SEG
                                CATA-SSA-PAST
           PERFORM UNTIL DB-STATUS NOT = SPACES
             PERFORM VARYING CATA-HX FROM 1 BY 1
                 UNTIL CATA-HX > CATA-HD-COUNT
               IF CATA-HD-IDENT(CATA-HX) = PAST-AKEY
                  AND (CATA-IN-YEAR = 0
                       OR (CATA-HD-FROM(CATA-HX) <= CATA-IN-YEAR
                           AND CATA-HD-TO(CATA-HX) >= CATA-IN-YEAR))
                 PERFORM 9888-ADD-HOLDER
               END-IF
             END-PERFORM
             MOVE "GN  " TO CATA-FUNC
             CALL "CBLTDLI" USING CATA-FUNC
                                  DBPCB-MASK
                                  GN1PAST-SEG
                                  CATA-SSA-PAST
           END-PERFORM
           MOVE CATA-IN-PARC TO CATA-SSA-PARC(17:12)
           MOVE "GU  " TO CATA-FUNC
           CALL "CBLTDLI" USING CATA-FUNC
                                DBPCB-MASK
                                GN1PARC-SEG
                                CATA-SSA-PARC
           .

       9888-ADD-HOLDER.
           MOVE "N" TO CATA-DUP
           PERFORM VARYING CATA-PX FROM 1 BY 1
               UNTIL CATA-PX > CATA-PH-COUNT
             IF CATA-HD-PERS(CATA-PH-IX(CATA-PX))
                = CATA-HD-PERS(CATA-HX)
               MOVE "Y" TO CATA-DUP
             END-IF
           END-PERFORM
           IF CATA-DUP = "N" AND CATA-PH-COUNT < 20
             ADD 1 TO CATA-PH-COUNT
             MOVE CATA-HX TO CATA-PH-IX(CATA-PH-COUNT)
           END-IF
           .

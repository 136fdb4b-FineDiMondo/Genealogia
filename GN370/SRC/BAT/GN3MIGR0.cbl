                persona marcate cancellate (quinto campo D) non
                vengono migrate; l'elenco figli delle famiglie
                (quinto campo) diventa legami FAMLNK con ruolo CHIL
                sotto la famiglia, come fa il commit GEDCOM. Ogni
                persona inserita entra subito nell'indice dei nomi.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CT-LNK-INS         PIC 9(7) VALUE 0.
       01  WS-CT-DELETED-SKIP    PIC 9(7) VALUE 0.
       01  WS-CT-UNRESOLVED      PIC 9(7) VALUE 0.
       01  WS-CT-NIX-ERR         PIC 9(7) VALUE 0.

       COPY GN1PRSN.
       COPY GN1EVNT.
       COPY GN1JRNL.
       COPY GN1FLNK.
       COPY GNFAMIL.
       COPY GN1NIDX.
       COPY GNGNEQV.
       COPY "GNNIX.cpy".
       COPY "GNCOGN.cpy".
       COPY "GENFKEY.CPY".

       LINKAGE SECTION.
       COPY GN1PCBS.
                   WS-CT-DELETED-SKIP
           DISPLAY "GN3MIGR0: RIGHE NON RISOLTE     = "
                   WS-CT-UNRESOLVED
           DISPLAY "GN3MIGR0: INDICE NOMI KO        = " WS-CT-NIX-ERR
           IF WS-CT-NIX-ERR > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-LOAD-EXISTING-PERSONS.
               ADD 1 TO WS-CT-INSERTED
               MOVE PERS-ID TO WS-X-RESULT
               PERFORM 8000-WRITE-JOURNAL-ROW
               MOVE PERS-ID TO NIXM-IN-PERS
               MOVE PERS-NAME TO NIXM-IN-NAME
               MOVE PERS-BDATE TO NIXM-IN-BDATE
               MOVE PERS-IS-DELETED TO NIXM-IN-DELETED
               PERFORM 9600-REINDEX-PERSON
               ADD NIXM-ERR-CT TO WS-CT-NIX-ERR
             END-IF
           END-IF

             END-IF
           END-PERFORM
           .

       COPY "GNNIXP.cpy".
       COPY "GNCOGNP.cpy".
       COPY "GENFKEYP.CPY".

                finestra DA del delta deve coincidere con l'ultima A
                applicata - e registra la corsa a fine giro. Cosi'
                il produttore/abbonato diventa una coppia vera
                invece di meta' di una. Ogni PERSON applicata
                riallinea le sue righe nell'indice dei nomi (NAMEIX)
                della replica.
                Uso:
                  GN3DAPL0 <delta-in> <da-ts> <a-ts> <control-file>
                           [CKPT=n]
                Con CKPT=n un checkpoint simbolico ogni n righe di
                delta (GNCKPTP); ripartita dall'ultimo checkpoint la
                corsa salta le righe gia' applicate e riprende i
                contatori. Il file di controllo si scrive solo a
                fine corsa, quindi la ripartenza supera lo stesso
                controllo d'ordine delle finestre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-APPL-CT            PIC 9(7) VALUE 0.
       77  WS-SKIP-CT            PIC 9(7) VALUE 0.
       77  WS-CONF-CT            PIC 9(7) VALUE 0.
       77  WS-NIX-ERR-CT         PIC 9(7) VALUE 0.
       77  WS-REC-NO             PIC 9(7) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-GU             PIC X(4) VALUE "GU  ".

       COPY GN1PRSN.
       COPY GNFAMIL.
       COPY GN1NIDX.
       COPY GNGNEQV.
       COPY "GNNIX.cpy".
       COPY "GNCOGN.cpy".
       COPY "GENFKEY.CPY".
       COPY "GNCKPT.cpy".

      * CONTATORI SALVATI A OGNI CHECKPOINT
       01  CKPT-USER-AREA.
           05 CKPT-U-APPL        PIC 9(7).
           05 CKPT-U-SKIP        PIC 9(7).
           05 CKPT-U-CONF        PIC 9(7).
           05 CKPT-U-NIX-ERR     PIC 9(7).

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING IOPCB-MASK DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM 9700-CKPT-GET-ARG
           IF CKPT-ARG-GIVEN
             SUBTRACT 1 FROM WS-ARGC
           END-IF
           IF WS-ARGC < 4 OR CKPT-ARG-BAD
             DISPLAY "USO: GN3DAPL0 <delta-in> <da-ts> <a-ts> "
                     "<control-file> [CKPT=n]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE "GN3DAPL0" TO CKPT-PROGRAM
           PERFORM 9710-CKPT-RESTART
           IF CKPT-FAILED
             CLOSE DELTA-FILE
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           IF CKPT-RESTARTED
             PERFORM 8510-RESTORE-COUNTERS
           END-IF
      *    IN RIPARTENZA LE RIGHE FINO A CKPT-UNITS SONO GIA' APPLICATE
           PERFORM UNTIL EOF-YES
             READ DELTA-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 ADD 1 TO WS-REC-NO
                 IF WS-REC-NO > CKPT-UNITS
                   EVALUATE DELTA-TYPE
                     WHEN "P"
                       PERFORM 2000-APPLY-PERSON-ROW
                     WHEN "F"
                       PERFORM 3000-APPLY-FAMILY-ROW
                     WHEN OTHER
                       ADD 1 TO WS-SKIP-CT
                   END-EVALUATE
                   MOVE WS-REC-NO TO CKPT-UNITS
                   PERFORM 8500-TAKE-CHECKPOINT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE DELTA-FILE
           IF CKPT-FAILED
      *      FINESTRA NON FINITA: IL CONTROLLO NON LA REGISTRA
             DISPLAY "GN3DAPL0: CORSA FERMATA ALLA RIGA " CKPT-UNITS
                     ", RIPARTIRE DALL'ULTIMO CHECKPOINT"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM 9000-WRITE-CONTROL
           DISPLAY "GN3DAPL0: FINESTRA " WS-FROM-TS " - " WS-TO-TS
           DISPLAY "GN3DAPL0: APPLICATE  = " WS-APPL-CT
           DISPLAY "GN3DAPL0: SALTATE    = " WS-SKIP-CT
           DISPLAY "GN3DAPL0: CONFLITTI  = " WS-CONF-CT
           IF WS-NIX-ERR-CT > 0
             DISPLAY "GN3DAPL0: INDICE NOMI KO = " WS-NIX-ERR-CT
                     " (ESEGUIRE GN3NIXR0)"
           END-IF
           IF WS-CONF-CT > 0 OR WS-NIX-ERR-CT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
                                  GN1PRSN-SEG
             IF DB-STATUS = SPACES
               ADD 1 TO WS-APPL-CT
               PERFORM 2100-REINDEX-PERSON
             ELSE
               ADD 1 TO WS-SKIP-CT
             END-IF
                                  GN1PRSN-SEG
             IF DB-STATUS = SPACES
               ADD 1 TO WS-APPL-CT
               PERFORM 2100-REINDEX-PERSON
             ELSE
               ADD 1 TO WS-SKIP-CT
             END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Indice dei nomi della PERSON appena applicata (GNNIXP): una    *
      * cancellazione logica ne toglie le righe.                       *
      *----------------------------------------------------------------*
       2100-REINDEX-PERSON.
           MOVE PERS-ID TO NIXM-IN-PERS
           MOVE PERS-NAME TO NIXM-IN-NAME
           MOVE PERS-BDATE TO NIXM-IN-BDATE
           MOVE PERS-IS-DELETED TO NIXM-IN-DELETED
           PERFORM 9600-REINDEX-PERSON
           ADD NIXM-ERR-CT TO WS-NIX-ERR-CT
           .

      *----------------------------------------------------------------*
      * Riga F: come la P, sul segmento FAMILY; l'ISRT di una FAMILY   *
      * nuova riprende posizione sotto il padre come fa il commit di   *
           END-IF
           .

      *----------------------------------------------------------------*
      * Checkpoint a intervallo pieno: la riga di delta appena         *
      * trattata e' in CKPT-UNITS, i contatori nell'area utente.       *
      *----------------------------------------------------------------*
       8500-TAKE-CHECKPOINT.
           PERFORM 9720-CKPT-COUNT
           IF NOT CKPT-DUE
             EXIT PARAGRAPH
           END-IF
           MOVE WS-APPL-CT TO CKPT-U-APPL
           MOVE WS-SKIP-CT TO CKPT-U-SKIP
           MOVE WS-CONF-CT TO CKPT-U-CONF
           MOVE WS-NIX-ERR-CT TO CKPT-U-NIX-ERR
           PERFORM 9730-CKPT-TAKE
           IF CKPT-FAILED
             MOVE "Y" TO WS-EOF
           END-IF
           .

       8510-RESTORE-COUNTERS.
           MOVE CKPT-U-APPL TO WS-APPL-CT
           MOVE CKPT-U-SKIP TO WS-SKIP-CT
           MOVE CKPT-U-CONF TO WS-CONF-CT
           MOVE CKPT-U-NIX-ERR TO WS-NIX-ERR-CT
           .

       9000-WRITE-CONTROL.
           OPEN EXTEND CONTROL-FILE
           IF WS-CTL-FS NOT = "00"
           WRITE CONTROL-REC
           CLOSE CONTROL-FILE
           .

       COPY "GNNIXP.cpy".
       COPY "GNCOGNP.cpy".
       COPY "GENFKEYP.CPY".
       COPY "GNCKPTP.cpy".

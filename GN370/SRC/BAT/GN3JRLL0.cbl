                online. La DLET su spazzata non qualificata riparte
                dall'inizio dopo ogni rimozione, il giro piu' lento
                ma deterministico.
                Uso:
                  GN3JRLL0 <dir-archivio> <ritenzione-giorni> [CKPT=n]
                Con CKPT=n un checkpoint simbolico ogni n righe
                archiviate (GNCKPTP), con il riepilogo per gli stub e
                gli anni toccati. La spazzata riparte comunque
                dall'inizio dopo ogni DLET, quindi la ripartenza non
                ha posizione da ritrovare; le righe scritte nei file
                annuali dopo l'ultimo checkpoint possono pero'
                comparirvi due volte.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              88 ARCH-ABORT      VALUE "Y".

       COPY GN1JRNL.
       COPY "GNCKPT.cpy".

      * CONTATORE E TABELLE SALVATI A OGNI CHECKPOINT
       01  CKPT-USER-AREA.
           05 CKPT-U-ROLLED      PIC 9(7).
           05 CKPT-U-ST-COUNT    PIC 9(3).
           05 CKPT-U-ST-TABLE    PIC X(15500).
           05 CKPT-U-AN-COUNT    PIC 9(3).
           05 CKPT-U-AN-TABLE    PIC X(400).

       LINKAGE SECTION.
       COPY GN1PCBS.

       PROCEDURE DIVISION USING IOPCB-MASK DBPCB-MASK.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM 9700-CKPT-GET-ARG
           IF CKPT-ARG-GIVEN
             SUBTRACT 1 FROM WS-ARGC
           END-IF
           IF WS-ARGC < 2 OR CKPT-ARG-BAD
             DISPLAY "USO: GN3JRLL0 <dir-archivio> "
                     "<ritenzione-giorni> [CKPT=n]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
             DELIMITED BY SIZE INTO WS-ANNI-FILE
           PERFORM 1000-LOAD-YEAR-INDEX

           MOVE "GN3JRLL0" TO CKPT-PROGRAM
           PERFORM 9710-CKPT-RESTART
           IF CKPT-FAILED
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           IF CKPT-RESTARTED
             PERFORM 8510-RESTORE-COUNTERS
           END-IF

           PERFORM 2000-ROLL-OFF-LOOP
      *    CHKP FALLITA: STUB E INDICE ANNI RESTANO AL CHECKPOINT,
      *    LA RIPARTENZA LI RIPRENDE DA LI'
           IF NOT CKPT-FAILED
             PERFORM 3000-WRITE-STUBS
             PERFORM 4000-REWRITE-YEAR-INDEX
           END-IF

           DISPLAY "GN3JRLL0: TAGLIO AL TIMBRO   = " WS-CUTOFF-TS
           DISPLAY "GN3JRLL0: RIGHE ARCHIVIATE   = " WS-ROLLED-CT
                     " ARCHIVIO: RIGHE RESTANTI NON TOCCATE"
             MOVE 12 TO RETURN-CODE
           ELSE
             IF CKPT-FAILED
               DISPLAY "GN3JRLL0: CORSA FERMATA DOPO LA RIGA "
                       CKPT-UNITS
                       ", RIPARTIRE DALL'ULTIMO CHECKPOINT"
               MOVE 12 TO RETURN-CODE
             ELSE
               MOVE 0 TO RETURN-CODE
             END-IF
           END-IF
           GOBACK.

                   MOVE "N" TO WS-MORE-OLD
                 ELSE
                   MOVE "Y" TO WS-MORE-OLD
                   ADD 1 TO CKPT-UNITS
                   PERFORM 8500-TAKE-CHECKPOINT
                   IF CKPT-FAILED
                     MOVE "N" TO WS-MORE-OLD
                   END-IF
                 END-IF
               ELSE
                 MOVE DLI-GN TO WS-DLI-FUNC
           END-PERFORM
           CLOSE ANNI-FILE
           .

       8500-TAKE-CHECKPOINT.
           PERFORM 9720-CKPT-COUNT
           IF CKPT-DUE
             MOVE WS-ROLLED-CT TO CKPT-U-ROLLED
             MOVE WS-ST-COUNT TO CKPT-U-ST-COUNT
             MOVE WS-ST-TABLE TO CKPT-U-ST-TABLE
             MOVE WS-AN-COUNT TO CKPT-U-AN-COUNT
             MOVE WS-AN-TABLE TO CKPT-U-AN-TABLE
             PERFORM 9730-CKPT-TAKE
           END-IF
           .

       8510-RESTORE-COUNTERS.
           MOVE CKPT-U-ROLLED TO WS-ROLLED-CT
           MOVE CKPT-U-ST-COUNT TO WS-ST-COUNT
           MOVE CKPT-U-ST-TABLE TO WS-ST-TABLE
           MOVE CKPT-U-AN-COUNT TO WS-AN-COUNT
           MOVE CKPT-U-AN-TABLE TO WS-AN-TABLE
           .

       COPY "GNCKPTP.cpy".

                eseguiva un umano (estratto condiviso dei segmenti,
                estrazione PERSON, estrazione FAMILY,
                riconciliazione, controllo qualita' date,
                punteggio di completezza, classifica dei muri di
                mattoni per il mondo NEBBIA, candidati per le
                richieste di ricerca aperte, report di lavoro del
                mattino - digest delle osservazioni del giorno
                prima, worklist di verifica, coda dei media, carte
                assegnate ai volontari - tagliati per destinatario
                da GN3BRST0 secondo data/DISTRIB.DAT, pannello di
                stato degli operatori per la home, copia di
                salvataggio dei file dati) diventa una catena di
                passi con controllo del RETURN-CODE dopo ognuno,
                nello stile
                di GN3IMPRT. Un file di controllo corsa
                sotto <work-dir> registra i passi completati: alla
                riconsegna dopo un errore delle due di notte si
                riparte dal passo fallito, non dall'inizio, e i passi
                corsa nuova) e resta il report riassuntivo della
                notte. I percorsi sono fissi e interni: niente
                argomenti dell'operatore finisce in riga di comando.
                A fine giro, completo o interrotto, l'esito e il
                passo fermo vanno nella riga "*NOTTE*" degli OPSTAT
                (GN3OSTA0 NOTTE), che la home mostra al mattino.
       DATE-WRITTEN. 2026-08-23.

       ENVIRONMENT DIVISION.

      * SEQUENZA FISSA DEI PASSI DELLA NOTTE
       01  WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 16 TIMES.
              10 WS-ST-NAME      PIC X(8).
              10 WS-ST-DONE      PIC X(1).
              10 WS-ST-ESITO     PIC X(12).
      * NUMERO DI PASSI EFFETTIVI (LA TAVOLA HA MARGINE)
       01  WS-STEP-MAX           PIC 9(2) VALUE 15.
       01  WS-STEP-IX            PIC 9(2) VALUE 0.
       01  WS-STEP-CUR           PIC 9(2) VALUE 0.
      * INDICE DEL PASSO FALLITO: WS-STEP-CUR A FINE GIRO E' GIA'
      * OLTRE, QUINDI IL MESSAGGIO DI INTERRUZIONE USA QUESTO
       01  WS-STEP-FAIL          PIC 9(2) VALUE 0.
       01  WS-CTL-NAME           PIC X(8) VALUE SPACES.
      * GIORNO DEL DIGEST: LA NOTTE GIRA DOPO MEZZANOTTE E RACCONTA
      * IL GIORNO APPENA CHIUSO
       01  WS-YESTERDAY          PIC 9(8) VALUE 0.
       01  WS-EOF                PIC X VALUE "N".
           88 EOF-YES            VALUE "Y".

           STRING FUNCTION TRIM(WS-WORK-DIR) "/NOTTE.RPT"
             DELIMITED BY SIZE INTO WS-SUM-FILE
           MOVE SPACES TO WS-CMD
           STRING "mkdir -p " FUNCTION TRIM(WS-WORK-DIR)
                  " backup report"
             DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD

           MOVE "FEXT" TO WS-ST-NAME(3)
           MOVE "RECN" TO WS-ST-NAME(4)
           MOVE "DQR" TO WS-ST-NAME(5)
      *    LA COMPLETEZZA PRECEDE I MURI: LA SUA WORKLIST PORTA I
      *    PUNTEGGI CHE IL MONDO NEBBIA MOSTRA ACCANTO A OGNI MURO
           MOVE "CMPL" TO WS-ST-NAME(6)
           MOVE "BWAL" TO WS-ST-NAME(7)
      *    I CANDIDATI DELLE RICHIESTE VEDONO LE PERSONE ENTRATE
      *    IN GIORNATA; IL SALVATAGGIO CHIUDE E PRENDE ANCHE LE
      *    RICHIESTE RIAPERTE
           MOVE "RQCA" TO WS-ST-NAME(8)
      *    I REPORT DI LAVORO DEL MATTINO, POI IL TAGLIO PER
      *    DESTINATARIO CHE LI CONSEGNA
           MOVE "WDIG" TO WS-ST-NAME(9)
           MOVE "VRFW" TO WS-ST-NAME(10)
           MOVE "MQUE" TO WS-ST-NAME(11)
           MOVE "FASS" TO WS-ST-NAME(12)
      *    I CONTEGGI DEL PANNELLO DELLA HOME SI PRENDONO DOPO I
      *    REPORT DI LAVORO, SULLO STESSO STATO CHE LORO DESCRIVONO
           MOVE "OSTA" TO WS-ST-NAME(13)
           MOVE "BRST" TO WS-ST-NAME(14)
           MOVE "BACKUP" TO WS-ST-NAME(15)
           COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))) - 1)
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > WS-STEP-MAX
             MOVE "N" TO WS-ST-DONE(WS-STEP-IX)
             MOVE "NON ESEGUITO" TO WS-ST-ESITO(WS-STEP-IX)
           END-PERFORM
           PERFORM 1000-READ-RUN-CONTROL

           PERFORM VARYING WS-STEP-CUR FROM 1 BY 1
               UNTIL WS-STEP-CUR > WS-STEP-MAX OR ABORT-YES
             IF WS-ST-DONE(WS-STEP-CUR) = "Y"
               MOVE "GIA' FATTO" TO WS-ST-ESITO(WS-STEP-CUR)
               DISPLAY "GN3NIGHT: SALTO "
           END-PERFORM

           PERFORM 5000-WRITE-SUMMARY
           PERFORM 6000-RECORD-OUTCOME

           IF ABORT-YES
             DISPLAY "GN3NIGHT: NOTTE INTERROTTA AL PASSO "
               NOT AT END
                 MOVE RUNCTL-REC(1:8) TO WS-CTL-NAME
                 PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                     UNTIL WS-STEP-IX > WS-STEP-MAX
                   IF WS-ST-NAME(WS-STEP-IX) = WS-CTL-NAME
                     MOVE "Y" TO WS-ST-DONE(WS-STEP-IX)
                   END-IF
                 DELIMITED BY SIZE INTO WS-CMD
             WHEN "DQR"
               MOVE "GENCLI DQR" TO WS-CMD
             WHEN "CMPL"
               STRING "GN3CMPL0 report/COMPLETEZZA.RPT "
                      FUNCTION TRIM(WS-WORK-DIR)
                      "/cmpl-worklist.dat 0 "
                      FUNCTION TRIM(WS-WORK-DIR) "/estratti"
                 DELIMITED BY SIZE INTO WS-CMD
             WHEN "BWAL"
               STRING "GN3BWAL0 report/MURI.RPT "
                      FUNCTION TRIM(WS-WORK-DIR)
                      "/cmpl-worklist.dat"
                 DELIMITED BY SIZE INTO WS-CMD
             WHEN "RQCA"
               MOVE "GN3RQCA0" TO WS-CMD
             WHEN "WDIG"
               STRING "GN3WDIG0 report/DIGEST.RPT " WS-YESTERDAY
                 DELIMITED BY SIZE INTO WS-CMD
             WHEN "VRFW"
               MOVE "GN3VRFW0 report/VERIFICA.RPT" TO WS-CMD
             WHEN "MQUE"
               MOVE "GN3MQUE0 report/CODA-MEDIA.RPT" TO WS-CMD
             WHEN "FASS"
               MOVE "GN3FASS0 report/CARTE.RPT" TO WS-CMD
             WHEN "OSTA"
               MOVE "GN3OSTA0 report/STATO-OPERATORI.RPT" TO WS-CMD
             WHEN "BRST"
               MOVE "GN3BRST0 report posta/uscita" TO WS-CMD
             WHEN "BACKUP"
               MOVE "cp -p data/*.DAT backup/" TO WS-CMD
           END-EVALUATE
      *    DEL CONFRONTO CON I CODICI DEI PASSI
           COMPUTE WS-STEP-RC = WS-STEP-RC / 256
           IF WS-STEP-RC = 0 OR (WS-STEP-RC = 4
              AND (WS-ST-NAME(WS-STEP-CUR) = "XTR"
                   OR WS-ST-NAME(WS-STEP-CUR) = "DQR"
                   OR WS-ST-NAME(WS-STEP-CUR) = "RQCA"
                   OR WS-ST-NAME(WS-STEP-CUR) = "BRST"))
      *      IL DQR TORNA 4 QUANDO SEGNALA ANOMALIE, RQCA QUANDO
      *      RIMANDA UNA RIAPERTURA PER ARCHIVIO OCCUPATO, BRST
      *      QUANDO SCARTA UNA RIGA DELLA TAVOLA DI DISTRIBUZIONE
      *      (IL REGISTRO DICE QUALE), XTR QUANDO LA CHIUSURA DEGLI
      *      ANTENATI TROVA UN CICLO (ELENCATO IN cicli.txt E GIA'
      *      TOLTO DALLA CHIUSURA): NON E' UN MOTIVO PER FERMARE
      *      LA NOTTE
             MOVE "OK" TO WS-ST-ESITO(WS-STEP-CUR)
             PERFORM 3000-MARK-STEP-DONE
           ELSE
             DELIMITED BY SIZE INTO SUMMARY-REC
           WRITE SUMMARY-REC
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > WS-STEP-MAX
             MOVE SPACES TO SUMMARY-REC
             STRING "  " WS-ST-NAME(WS-STEP-IX) " ... "
                    FUNCTION TRIM(WS-ST-ESITO(WS-STEP-IX))
           END-PERFORM
           CLOSE SUMMARY-FILE
           .

      *----------------------------------------------------------------*
      * Esito della catena per il pannello della home: C completata,   *
      * I interrotta con il nome del passo fermo. Un errore qui non    *
      * cambia il RETURN-CODE della notte, che resta quello dei passi. *
      *----------------------------------------------------------------*
       6000-RECORD-OUTCOME.
           MOVE SPACES TO WS-CMD
           IF ABORT-YES
             STRING "GN3OSTA0 NOTTE I "
                    FUNCTION TRIM(WS-ST-NAME(WS-STEP-FAIL))
               DELIMITED BY SIZE INTO WS-CMD
           ELSE
             MOVE "GN3OSTA0 NOTTE C" TO WS-CMD
           END-IF
           DISPLAY "GN3NIGHT: ESEGUO " FUNCTION TRIM(WS-CMD)
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE NOT = 0
             DISPLAY "GN3NIGHT: ESITO NON REGISTRATO NEL PANNELLO"
           END-IF
           .

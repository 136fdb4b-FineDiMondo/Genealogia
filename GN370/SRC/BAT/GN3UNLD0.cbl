                (GN3RELD0) verifica i conteggi riga per riga.
                Codici RT come da GNDBREC; AS (ASSET) e SC
                (SCRATCHPAD) sono estensioni locali, annotate qui.
                Viaggiano anche i tipi venuti dopo, con codici RT
                locali: RG REGISTR e FO FOLIO (prima dei MEDIA, che
                per le carte acquisite sono figli del registro), AT
                ASSERT, DK DNAKIT, XI EXTID, FD FOUNDLG, BW BRKWALL,
                HE HISTEVT, EM EMIGRAT, VO VOLUNTR, SA CENSUS, HF
                HOUSHLD, HM HHMEMB, DE DEED, DP DEEDPTY, DA DEEDAST,
                PC PARCEL, PA PARCAST, OS OPSTAT, OP OPERATR, SG
                SIGNON; ogni padre esce prima dei suoi figli.
                L'indice dei nomi (NAMEIX) resta fuori: e' un
                derivato che il ricarico ricostruisce.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-RT                 PIC X(2) VALUE SPACES.
       77  WS-SEG-NAME           PIC X(8) VALUE SPACES.
       77  WS-KEY-LEN            PIC 9(2) VALUE 12.
       77  WS-TYPE-CT            PIC 9(7) VALUE 0.
       77  WS-FLNK-CT            PIC 9(7) VALUE 0.
       77  WS-TOTAL-CT           PIC 9(7) VALUE 0.
           MOVE "AS" TO WS-RT
           MOVE "ASSET" TO WS-SEG-NAME
           PERFORM 2000-UNLOAD-ONE-TYPE
      *    I REGISTRI PRIMA DEI MEDIA: LE CARTE ACQUISITE SENZA
      *    PERSONA SONO MEDIA FIGLI DEL REGISTRO
           MOVE "RG" TO WS-RT
           MOVE "REGISTR" TO WS-SEG-NAME
           PERFORM 2000-UNLOAD-ONE-TYPE
           MOVE "FO" TO WS-RT
           MOVE "FOLIO" TO WS-SEG-NAME
           PERFORM 2000-UNLOAD-ONE-TYPE
           MOVE "ME" TO WS-RT
           MOVE "MEDIA" TO WS-SEG-NAME
           PERFORM 2000-UNLOAD-ONE-TYPE
           MOVE "JOURNAL" TO WS-SEG-NAME
           PERFORM 2000-UNLOAD-ONE-TYPE

      *    FIGLI DI PERSON (EXTID ANCHE DI SOURCE, GIA' SCARICATA)
           MOVE "AT" TO WS-RT
           MOVE "ASSERT" TO WS-SEG-NAME
           PERFORM 2000-UNLOAD-ONE-TYPE
           MOVE "DK" TO WS-RT
           MOVE "DNAKIT" TO WS-SEG-NAME
           PERFORM 2000-UNLOAD-ONE-TYPE
           MOVE "XI" TO WS-RT
           MOVE "EXTID" TO WS-SEG-NAME
           PERFORM 2000-UNLOAD-ONE-TYPE
           MOVE "FD" TO WS-RT
           MOVE "FOUNDLG" TO WS-SEG-NAME
           PERFORM 2000-UNLOAD-ONE-TYPE

      *    RADICI AUTONOME
           MOVE "BW" TO WS-RT
           MOVE "BRKWALL" TO WS-SEG-NAME
           PERFORM 2000-UNLOAD-ONE-TYPE
           MOVE "HE" TO WS-RT
           MOVE "HISTEVT" TO WS-SEG-NAME
           PERFORM 2000-UNLOAD-ONE-TYPE
           MOVE "EM" TO WS-RT
           MOVE "EMIGRAT" TO WS-SEG-NAME
           PERFORM 2000-UNLOAD-ONE-TYPE
           MOVE 8 TO WS-KEY-LEN
           MOVE "VO" TO WS-RT
           MOVE "VOLUNTR" TO WS-SEG-NAME
           PERFORM 2000-UNLOAD-ONE-TYPE

      *    STATO DELLE ANIME: ANNO (FIGLIO DEL REGISTRO), FUOCO, MEMBRO
           MOVE "SA" TO WS-RT
           MOVE "CENSUS" TO WS-SEG-NAME
           PERFORM 2000-UNLOAD-ONE-TYPE
           MOVE "HF" TO WS-RT
           MOVE "HOUSHLD" TO WS-SEG-NAME
           PERFORM 2000-UNLOAD-ONE-TYPE
           MOVE "HM" TO WS-RT
           MOVE "HHMEMB" TO WS-SEG-NAME
           PERFORM 2000-UNLOAD-ONE-TYPE

      *    ATTI NOTARILI E CATASTO, PADRE E FIGLI
           MOVE "DE" TO WS-RT
           MOVE "DEED" TO WS-SEG-NAME
           PERFORM 2000-UNLOAD-ONE-TYPE
           MOVE "DP" TO WS-RT
           MOVE "DEEDPTY" TO WS-SEG-NAME
           PERFORM 2000-UNLOAD-ONE-TYPE
           MOVE "DA" TO WS-RT
           MOVE "DEEDAST" TO WS-SEG-NAME
           PERFORM 2000-UNLOAD-ONE-TYPE
           MOVE "PC" TO WS-RT
           MOVE "PARCEL" TO WS-SEG-NAME
           PERFORM 2000-UNLOAD-ONE-TYPE
           MOVE "PA" TO WS-RT
           MOVE "PARCAST" TO WS-SEG-NAME
           PERFORM 2000-UNLOAD-ONE-TYPE

      *    OPERATORI, SESSIONI E PANNELLO DI STATO (CHIAVI DI 8)
           MOVE 8 TO WS-KEY-LEN
           MOVE "OS" TO WS-RT
           MOVE "OPSTAT" TO WS-SEG-NAME
           PERFORM 2000-UNLOAD-ONE-TYPE
           MOVE 8 TO WS-KEY-LEN
           MOVE "OP" TO WS-RT
           MOVE "OPERATR" TO WS-SEG-NAME
           PERFORM 2000-UNLOAD-ONE-TYPE
           MOVE 8 TO WS-KEY-LEN
           MOVE "SG" TO WS-RT
           MOVE "SIGNON" TO WS-SEG-NAME
           PERFORM 2000-UNLOAD-ONE-TYPE

      *    FAMIGLIE E LEGAMI FIGLI, PER PADRE (FAMILY NON HA UNA VIA
      *    NON QUALIFICATA: VEDI GN3FEXT0)
           PERFORM 3000-UNLOAD-FAMILIES
      * buffer anonimo riceve soltanto l'immagine. Ogni occorrenza     *
      * esce come record unione con l'immagine grezza nel carico       *
      * utile e la chiave nei primi 12 byte del segmento (convenzione  *
      * di tutti gli stub GN1*, 8 per operatori e volontari: lo dice   *
      * WS-KEY-LEN, che torna a 12 dopo ogni tipo).                    *
      *----------------------------------------------------------------*
       2000-UNLOAD-ONE-TYPE.
           MOVE 0 TO WS-TYPE-CT
             ADD 1 TO WS-TOTAL-CT
             MOVE SPACES TO ARCHIVE-REC
             MOVE WS-RT TO ARC-RT
             MOVE WS-SEG-BUF(1:WS-KEY-LEN) TO ARC-PRIMARY-ID
             MOVE "V1" TO ARC-REC-VERSION
             MOVE WS-SEG-BUF TO ARC-PAYLOAD(1:640)
             WRITE ARCHIVE-REC
                                  WS-SEG-BUF
                                  WS-SSA-UNQ
           END-PERFORM
           MOVE 12 TO WS-KEY-LEN
           PERFORM 9000-WRITE-COUNT-ROW
           .


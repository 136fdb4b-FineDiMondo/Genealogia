                scostamento e' riportato. Il secondo argomento
                facoltativo limita il ricarico a un solo RT, per i
                recuperi chirurgici di un solo tipo di segmento.
                L'indice dei nomi (NAMEIX) non viaggia nell'archivio:
                e' un derivato, e ogni PERSON ricaricata ne riscrive
                le righe (manutenzione condivisa GNNIXP).
                I MEDIA senza persona (carte di registro acquisite da
                GN3SCAN0) tornano sotto il loro registro, MEDI-REGB;
                gli EXTID sotto la PERSON o la SOURCE che EXID-ETYPE
                indica. Per i codici RT dei tipi venuti dopo la prima
                stesura vedi GN3UNLD0.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-TOTAL-CT           PIC 9(7) VALUE 0.
       77  WS-FAIL-CT            PIC 9(7) VALUE 0.
       77  WS-MISMATCH-CT        PIC 9(3) VALUE 0.
       77  WS-NIX-ERR-CT         PIC 9(7) VALUE 0.

       01  WS-DLI-FUNCS.
           05 DLI-ISRT           PIC X(4) VALUE "ISRT".

      * CONTEGGI PER TIPO, VERIFICATI CONTRO LE RIGHE "%%"
       01  WS-CT-TABLE.
           05 WS-CT-ENTRY OCCURS 50 TIMES.
              10 WS-CT-RT        PIC X(2).
              10 WS-CT-N         PIC 9(7).
       01  WS-CT-COUNT           PIC 9(2) VALUE 0.
       01  WS-EXP-N-TXT          PIC X(10) VALUE SPACES.
       01  WS-EXP-N              PIC 9(7) VALUE 0.

       COPY GN1NIDX.
       COPY GNGNEQV.
       COPY "GNNIX.cpy".
       COPY "GNCOGN.cpy".
       COPY "GENFKEY.CPY".

       LINKAGE SECTION.
       COPY GN1PCBS.

           DISPLAY "GN3RELD0: SEGMENTI RICARICATI = " WS-TOTAL-CT
           DISPLAY "GN3RELD0: ISRT FALLITE        = " WS-FAIL-CT
           DISPLAY "GN3RELD0: CONTEGGI DISCORDI   = " WS-MISMATCH-CT
           DISPLAY "GN3RELD0: INDICE NOMI KO      = " WS-NIX-ERR-CT
           IF WS-FAIL-CT > 0 OR WS-MISMATCH-CT > 0
              OR WS-NIX-ERR-CT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
             WHEN "SO"
             WHEN "HO"
             WHEN "SC"
             WHEN "RG"
             WHEN "BW"
             WHEN "HE"
             WHEN "EM"
             WHEN "VO"
             WHEN "DE"
             WHEN "PC"
             WHEN "OS"
             WHEN "OP"
             WHEN "SG"
               MOVE "N" TO WS-QUALIFIED
             WHEN "EV"
      *        EVNT-PERS A 35 (12 ID + 12 TIPO + 10 DATA + 1)
               MOVE WS-SEG-BUF(33:12) TO WS-PARENT-ID
               MOVE "ASSET   (PERSID=            )" TO WS-SSA
             WHEN "ME"
      *        SENZA MEDI-PERS E' UNA CARTA: PADRE IL REGISTRO, MEDI-REGB
      *        A 218 (12+12+12+15+80+60+10+8+8 + 1)
               IF WS-SEG-BUF(13:12) = SPACES
                 MOVE WS-SEG-BUF(218:12) TO WS-PARENT-ID
                 MOVE "MEDIA   (REGBID=            )" TO WS-SSA
               ELSE
                 MOVE WS-SEG-BUF(13:12) TO WS-PARENT-ID
                 MOVE "MEDIA   (PERSID=            )" TO WS-SSA
               END-IF
             WHEN "FO"
               MOVE WS-SEG-BUF(13:12) TO WS-PARENT-ID
               MOVE "FOLIO   (REGBID=            )" TO WS-SSA
             WHEN "PV"
               MOVE WS-SEG-BUF(13:12) TO WS-PARENT-ID
               MOVE "PARTIC  (EVNTID=            )" TO WS-SSA
             WHEN "JO"
               MOVE WS-SEG-BUF(21:12) TO WS-PARENT-ID
               MOVE "JOURNAL (PERSID=            )" TO WS-SSA
             WHEN "AT"
               MOVE WS-SEG-BUF(13:12) TO WS-PARENT-ID
               MOVE "ASSERT  (PERSID=            )" TO WS-SSA
             WHEN "DK"
               MOVE WS-SEG-BUF(13:12) TO WS-PARENT-ID
               MOVE "DNAKIT  (PERSID=            )" TO WS-SSA
             WHEN "XI"
      *        EXID-ETYPE A 13 DICE IL PADRE, EXID-ENTID A 21 LA CHIAVE
               MOVE WS-SEG-BUF(21:12) TO WS-PARENT-ID
               IF WS-SEG-BUF(13:8) = "SOURCE"
                 MOVE "EXTID   (SOURID=            )" TO WS-SSA
               ELSE
                 MOVE "EXTID   (PERSID=            )" TO WS-SSA
               END-IF
             WHEN "FD"
               MOVE WS-SEG-BUF(13:12) TO WS-PARENT-ID
               MOVE "FOUNDLG (PERSID=            )" TO WS-SSA
             WHEN "SA"
               MOVE WS-SEG-BUF(13:12) TO WS-PARENT-ID
               MOVE "CENSUS  (REGBID=            )" TO WS-SSA
             WHEN "HF"
               MOVE WS-SEG-BUF(13:12) TO WS-PARENT-ID
               MOVE "HOUSHLD (CENSID=            )" TO WS-SSA
             WHEN "HM"
               MOVE WS-SEG-BUF(13:12) TO WS-PARENT-ID
               MOVE "HHMEMB  (HHLDID=            )" TO WS-SSA
             WHEN "DP"
               MOVE WS-SEG-BUF(13:12) TO WS-PARENT-ID
               MOVE "DEEDPTY (DEEDID=            )" TO WS-SSA
             WHEN "DA"
               MOVE WS-SEG-BUF(13:12) TO WS-PARENT-ID
               MOVE "DEEDAST (DEEDID=            )" TO WS-SSA
             WHEN "PA"
               MOVE WS-SEG-BUF(13:12) TO WS-PARENT-ID
               MOVE "PARCAST (PARCID=            )" TO WS-SSA
             WHEN "FA"
               MOVE WS-SEG-BUF(13:12) TO WS-PARENT-ID
               MOVE "FAMILY  (FATHID=            )" TO WS-SSA
           IF DB-STATUS = SPACES
             ADD 1 TO WS-TOTAL-CT
             PERFORM 3000-TALLY-TYPE
             IF ARC-RT = "PE"
               PERFORM 2100-REINDEX-PERSON
             END-IF
           ELSE
             ADD 1 TO WS-FAIL-CT
             DISPLAY "GN3RELD0: ISRT FALLITA RT " ARC-RT
           END-IF
           .

      *----------------------------------------------------------------*
      * Righe NAMEIX della PERSON appena ricaricata, dall'immagine     *
      * grezza (tracciato GN1PRSN: NOME IN 13:40, DATA DI NASCITA IN   *
      * 54:10, CANCELLAZIONE LOGICA IN 80:1).                          *
      *----------------------------------------------------------------*
       2100-REINDEX-PERSON.
           MOVE WS-SEG-BUF(1:12) TO NIXM-IN-PERS
           MOVE WS-SEG-BUF(13:40) TO NIXM-IN-NAME
           MOVE WS-SEG-BUF(54:10) TO NIXM-IN-BDATE
           MOVE WS-SEG-BUF(80:1) TO NIXM-IN-DELETED
           PERFORM 9600-REINDEX-PERSON
           ADD NIXM-ERR-CT TO WS-NIX-ERR-CT
           .

       3000-TALLY-TYPE.
           MOVE 0 TO WS-CT-FOUND
           PERFORM VARYING WS-CT-IX FROM 1 BY 1
               MOVE WS-CT-IX TO WS-CT-FOUND
             END-IF
           END-PERFORM
           IF WS-CT-FOUND = 0 AND WS-CT-COUNT < 50
             ADD 1 TO WS-CT-COUNT
             MOVE WS-CT-COUNT TO WS-CT-FOUND
             MOVE ARC-RT TO WS-CT-RT(WS-CT-FOUND)
             END-IF
           END-IF
           .

       COPY "GNNIXP.cpy".
       COPY "GNCOGNP.cpy".
       COPY "GENFKEYP.CPY".

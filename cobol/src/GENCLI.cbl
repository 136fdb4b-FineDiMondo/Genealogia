       01 WS-ARGI                 PIC 9(4) VALUE 0.
       01 WS-ARG1                 PIC X(120) VALUE SPACES.
       01 WS-ARGN                 PIC X(120) VALUE SPACES.
      * fotografia IMS attiva (FONTE ESTRATTO): spazi = file flat
       01 WS-FOTO                 PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ENTRY.
             END-IF
           END-PERFORM

      * sull'estratto IMS la copia in data/ e' una fotografia: chi la
      * modificasse perderebbe tutto al prossimo FONTE ESTRATTO, e la
      * base vera non ne saprebbe niente
           IF LK-CMD = "MAINT" OR "LOAD" OR "RESTORE" OR "INIT"
             CALL "GENFOT00" USING WS-FOTO
             IF WS-FOTO NOT = SPACES
               DISPLAY "ERRORE: " FUNCTION TRIM(LK-CMD)
                       " NON AMMESSO SULL'ESTRATTO IMS"
               DISPLAY "  " FUNCTION TRIM(WS-FOTO)
               DISPLAY "  (FONTE STORICO PER TORNARE AI FILE FLAT)"
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF

           EVALUATE LK-CMD
             WHEN "HELP"
               PERFORM SHOW-HELP
             WHEN "COMMESSE"
               CALL "GENCOM00" USING LK-CLI-ARGS

             WHEN "CLIENTE"
               CALL "GENCLT00" USING LK-CLI-ARGS

             WHEN "PARROCCHIA"
               CALL "GENPAR00" USING LK-CLI-ARGS

             WHEN "NOMI"
               CALL "GENNEQ00" USING LK-CLI-ARGS

             WHEN "FRASI"
               CALL "GENFRA00" USING LK-CLI-ARGS

             WHEN "INSIEME"
               CALL "GENSET00" USING LK-CLI-ARGS

             WHEN "SITO"
               CALL "GENWEB00" USING LK-CLI-ARGS

             WHEN "FONTE"
               CALL "GENFNT00" USING LK-CLI-ARGS

             WHEN OTHER
               DISPLAY "COMANDO NON RICONOSCIUTO: "
                       FUNCTION TRIM(LK-CMD)
           DISPLAY "  RESTORE <NUMERO-GENERAZIONE>"
           DISPLAY "  LOAD   <file-csv> [DRYRUN]"
           DISPLAY "  GIORNALE [<ID> | DATA <da> [<a>]]"
           DISPLAY "  RICHIESTE ADD <ID-CLIENTE>|<SOGGETTO>|"
           DISPLAY "            <ANNO>|<LUOGO>"
           DISPLAY "  RICHIESTE EDIT/ARCHIVIO/CHIUDI <ID>|..."
           DISPLAY "  RICHIESTE APERTE | RIGIOCA | CANDIDATI <ID>"
           DISPLAY "  COMMESSE ADD <ID-CLIENTE>|<TIPO>|<SOGGETTO>|"
           DISPLAY "           <PREZZO>|<ACCONTO>|<CONSEGNA>"
           DISPLAY "           [|<LINGUA>]"
           DISPLAY "  COMMESSE STATO <ID>|<STATO>"
           DISPLAY "  COMMESSE APERTE | INSOLUTE"
           DISPLAY "  CLIENTE ADD <NOME>|<INDIRIZZO>|<PAESE>|"
           DISPLAY "          <LINGUA>|<CONSENSO S/N>[|<EMBARGO S/N>]"
           DISPLAY "  CLIENTE EDIT <ID>|... | LISTA | STORIA <ID>"
           DISPLAY "  CLIENTE RAGGRUPPA | APPLICA  (riconduce i"
           DISPLAY "          vecchi nomi a testo libero)"
           DISPLAY "  PARROCCHIA ADD|ATTIVA <NOME> | LISTA |"
           DISPLAY "             CORRENTE"
           DISPLAY "  FIND   TUTTE <testo>  (ricerca su tutte le"
           DISPLAY "         parrocchie censite)"
           DISPLAY "  NOMI   ADD <FORMA>|<CANONICO> | LISTA"
           DISPLAY "         (equivalenze dei nomi di battesimo)"
           DISPLAY "  FRASI  ADD <LINGUA>|<CHIAVE>|<TESTO> |"
           DISPLAY "         LISTA [<LINGUA>]  (frasario delle"
           DISPLAY "         edizioni in lingua)"
           DISPLAY "  INSIEME ADD|TOGLI <NOME>|<ID> | DAFIND"
           DISPLAY "          <NOME>|<testo> | LISTA | MOSTRA |"
           DISPLAY "          TREE|DESC <NOME> |"
           DISPLAY "          ESPORTA <NOME>|<file>"
           DISPLAY "  SITO   <dir-out>  (sito HTML statico per il"
           DISPLAY "         chiosco della sala di lettura)"
           DISPLAY "  FONTE  ESTRATTO <dir-estratti> | STORICO |"
           DISPLAY "         CORRENTE  (FIND/TREE/DESC/KINSHIP/COUNT/"
           DISPLAY "         REPORT sull'estratto IMS della notte o"
           DISPLAY "         sui file flat storici)"
           .

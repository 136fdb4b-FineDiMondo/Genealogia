      *================================================================*
      * GNFRASI.cpy  VERSION 1.0                                      *
      * Frasario delle edizioni: le frasi fisse, i nomi dei tipi di   *
      * evento (codici canonici di GNEVTAB), le parole di parentela,  *
      * i ruoli e i nomi dei mesi usati da libro di famiglia          *
      * (GN3BOOK0), estratti di certificato (GN3CERT0) e lettere di   *
      * riscontro (GN3ACKL0), per lingua: IT, EN, ES. Come GNGNEQV i  *
      * valori qui sotto sono il default compilato; la tabella di     *
      * manutenzione data/FRASI.DAT (righe LINGUA|CHIAVE|TESTO, verbi *
      * FRASI del CLI) li corregge o aggiunge lingue senza            *
      * ricompilare. Una chiave che manca nella lingua chiesta cade   *
      * sull'italiano. Nei testi &1..&5 sono i segnaposti riempiti da *
      * 9430-FILL-FRASE; nei formati data GG, MESE e AAAA sono giorno,*
      * nome del mese e anno. Il programma che lo include dichiara    *
      * FRASI-FILE (record FRASI-REC) e copia GNFRASIP.               *
      *================================================================*
       01 FRA-DEFAULTS.
      * ITALIANO
          05 FILLER PIC X(18) VALUE "ITMESE01".
          05 FILLER PIC X(60) VALUE "GENNAIO".
          05 FILLER PIC X(18) VALUE "ITMESE02".
          05 FILLER PIC X(60) VALUE "FEBBRAIO".
          05 FILLER PIC X(18) VALUE "ITMESE03".
          05 FILLER PIC X(60) VALUE "MARZO".
          05 FILLER PIC X(18) VALUE "ITMESE04".
          05 FILLER PIC X(60) VALUE "APRILE".
          05 FILLER PIC X(18) VALUE "ITMESE05".
          05 FILLER PIC X(60) VALUE "MAGGIO".
          05 FILLER PIC X(18) VALUE "ITMESE06".
          05 FILLER PIC X(60) VALUE "GIUGNO".
          05 FILLER PIC X(18) VALUE "ITMESE07".
          05 FILLER PIC X(60) VALUE "LUGLIO".
          05 FILLER PIC X(18) VALUE "ITMESE08".
          05 FILLER PIC X(60) VALUE "AGOSTO".
          05 FILLER PIC X(18) VALUE "ITMESE09".
          05 FILLER PIC X(60) VALUE "SETTEMBRE".
          05 FILLER PIC X(18) VALUE "ITMESE10".
          05 FILLER PIC X(60) VALUE "OTTOBRE".
          05 FILLER PIC X(18) VALUE "ITMESE11".
          05 FILLER PIC X(60) VALUE "NOVEMBRE".
          05 FILLER PIC X(18) VALUE "ITMESE12".
          05 FILLER PIC X(60) VALUE "DICEMBRE".
          05 FILLER PIC X(18) VALUE "ITFMT-DATA".
          05 FILLER PIC X(60) VALUE "GG MESE AAAA".
          05 FILLER PIC X(18) VALUE "ITFMT-MESE".
          05 FILLER PIC X(60) VALUE "MESE AAAA".
          05 FILLER PIC X(18) VALUE "ITCONN-IL".
          05 FILLER PIC X(60) VALUE "IL".
          05 FILLER PIC X(18) VALUE "ITCONN-ANNO".
          05 FILLER PIC X(60) VALUE "NEL".
          05 FILLER PIC X(18) VALUE "ITCONN-A".
          05 FILLER PIC X(60) VALUE "CIRCA IL".
          05 FILLER PIC X(18) VALUE "ITCONN-B".
          05 FILLER PIC X(60) VALUE "PRIMA DEL".
          05 FILLER PIC X(18) VALUE "ITCONN-F".
          05 FILLER PIC X(60) VALUE "DOPO IL".
          05 FILLER PIC X(18) VALUE "ITCONN-R".
          05 FILLER PIC X(60) VALUE "ATTORNO AL".
          05 FILLER PIC X(18) VALUE "ITEV-NASCITA".
          05 FILLER PIC X(60) VALUE "NASCITA".
          05 FILLER PIC X(18) VALUE "ITEV-BATTESIMO".
          05 FILLER PIC X(60) VALUE "BATTESIMO".
          05 FILLER PIC X(18) VALUE "ITEV-CRESIMA".
          05 FILLER PIC X(60) VALUE "CRESIMA".
          05 FILLER PIC X(18) VALUE "ITEV-MATRIMONIO".
          05 FILLER PIC X(60) VALUE "MATRIMONIO".
          05 FILLER PIC X(18) VALUE "ITEV-MORTE".
          05 FILLER PIC X(60) VALUE "MORTE".
          05 FILLER PIC X(18) VALUE "ITEV-SEPOLTURA".
          05 FILLER PIC X(60) VALUE "SEPOLTURA".
          05 FILLER PIC X(18) VALUE "ITEV-EMIGRAZIONE".
          05 FILLER PIC X(60) VALUE "EMIGRAZIONE".
          05 FILLER PIC X(18) VALUE "ITREL-FIGLIO".
          05 FILLER PIC X(60) VALUE "FIGLIO".
          05 FILLER PIC X(18) VALUE "ITREL-FIGLIA".
          05 FILLER PIC X(60) VALUE "FIGLIA".
          05 FILLER PIC X(18) VALUE "ITREL-FIGLIOA".
          05 FILLER PIC X(60) VALUE "FIGLIO/A".
          05 FILLER PIC X(18) VALUE "ITRU-PADRINO".
          05 FILLER PIC X(60) VALUE "PADRINO".
          05 FILLER PIC X(18) VALUE "ITRU-MADRINA".
          05 FILLER PIC X(60) VALUE "MADRINA".
          05 FILLER PIC X(18) VALUE "ITRU-TESTIMONE".
          05 FILLER PIC X(60) VALUE "TESTIMONE".
          05 FILLER PIC X(18) VALUE "ITRU-PARROCO".
          05 FILLER PIC X(60) VALUE "PARROCO".
          05 FILLER PIC X(18) VALUE "ITB-TITOLO".
          05 FILLER PIC X(60) VALUE "LIBRO DI FAMIGLIA - &1".
          05 FILLER PIC X(18) VALUE "ITB-NESSUNO".
          05 FILLER PIC X(60) VALUE "(NESSUNA PERSONA TROVATA)".
          05 FILLER PIC X(18) VALUE "ITB-GENERAZ".
          05 FILLER PIC X(60) VALUE "GENERAZIONE &1  -  &2 (&3)".
          05 FILLER PIC X(18) VALUE "ITB-NONVERIF".
          05 FILLER PIC X(60) VALUE
           "(SCHEDA NON ANCORA VERIFICATA DA UN SECONDO OPERATORE)".
          05 FILLER PIC X(18) VALUE "ITB-ALIAS".
          05 FILLER PIC X(60) VALUE "DETTO/ALIAS: &1".
          05 FILLER PIC X(18) VALUE "ITB-NACQUE".
          05 FILLER PIC X(60) VALUE "NACQUE &1 &2.".
          05 FILLER PIC X(18) VALUE "ITB-NACQUE-A".
          05 FILLER PIC X(60) VALUE "NACQUE &1 &2 A &3.".
          05 FILLER PIC X(18) VALUE "ITB-FIGLIO-DI2".
          05 FILLER PIC X(60) VALUE "&1 DI &2 E DI &3.".
          05 FILLER PIC X(18) VALUE "ITB-FIGLIO-DI".
          05 FILLER PIC X(60) VALUE "&1 DI &2.".
          05 FILLER PIC X(18) VALUE "ITB-PROB-H".
          05 FILLER PIC X(60) VALUE "PROBABILMENTE &1 DI &2: &3".
          05 FILLER PIC X(18) VALUE "ITB-IPOTESI".
          05 FILLER PIC X(60) VALUE
           "E' UN'IPOTESI DI RICERCA, NON UN FATTO PROVATO".
          05 FILLER PIC X(18) VALUE "ITB-PROB-B".
          05 FILLER PIC X(60) VALUE "PROBABILMENTE &1 DI &2 (&3)".
          05 FILLER PIC X(18) VALUE "ITB-PROBABILE".
          05 FILLER PIC X(60) VALUE
           "LEGAME PROBABILE, NON ANCORA PROVATO".
          05 FILLER PIC X(18) VALUE "ITB-UNIONE".
          05 FILLER PIC X(60) VALUE "SI UNI' IN MATRIMONIO &1 &2.".
          05 FILLER PIC X(18) VALUE "ITB-SPOSO".
          05 FILLER PIC X(60) VALUE "SPOSO' &1 &2 &3.".
          05 FILLER PIC X(18) VALUE "ITB-MORI".
          05 FILLER PIC X(60) VALUE "MORI' &1 &2.".
          05 FILLER PIC X(18) VALUE "ITB-MORI-A".
          05 FILLER PIC X(60) VALUE "MORI' &1 &2 A &3.".
          05 FILLER PIC X(18) VALUE "ITB-EMIGRO".
          05 FILLER PIC X(60) VALUE "EMIGRO' &1 &2 DA &3 PER &4.".
          05 FILLER PIC X(18) VALUE "ITB-LUOGO-IGN".
          05 FILLER PIC X(60) VALUE "LUOGO IGNOTO".
          05 FILLER PIC X(18) VALUE "ITB-DEST-IGN".
          05 FILLER PIC X(60) VALUE "DESTINAZIONE IGNOTA".
          05 FILLER PIC X(18) VALUE "ITB-EVENTI".
          05 FILLER PIC X(60) VALUE "EVENTI:".
          05 FILLER PIC X(18) VALUE "ITB-TEMPO".
          05 FILLER PIC X(60) VALUE "NEL SUO TEMPO:".
          05 FILLER PIC X(18) VALUE "ITB-AVEVA".
          05 FILLER PIC X(60) VALUE "(AVEVA &1 ANNI)".
          05 FILLER PIC X(18) VALUE "ITB-NEL".
          05 FILLER PIC X(60) VALUE "NEL &1, &2: &3 &4".
          05 FILLER PIC X(18) VALUE "ITB-DAL".
          05 FILLER PIC X(60) VALUE "DAL &1 AL &2, &3: &4 &5".
          05 FILLER PIC X(18) VALUE "ITB-TITOLI".
          05 FILLER PIC X(60) VALUE "TITOLI:".
          05 FILLER PIC X(18) VALUE "ITB-FONTI".
          05 FILLER PIC X(60) VALUE "FONTI:".
          05 FILLER PIC X(18) VALUE "ITB-FONTE".
          05 FILLER PIC X(60) VALUE "[&1] FONTE &2, &3 &4".
          05 FILLER PIC X(18) VALUE "ITB-GRADO".
          05 FILLER PIC X(60) VALUE "(GRADO &1)".
          05 FILLER PIC X(18) VALUE "ITB-NOTE".
          05 FILLER PIC X(60) VALUE "NOTE:".
          05 FILLER PIC X(18) VALUE "ITB-IMMAGINI".
          05 FILLER PIC X(60) VALUE "IMMAGINI:".
          05 FILLER PIC X(18) VALUE "ITB-ARMA".
          05 FILLER PIC X(60) VALUE "ARMA: &1".
          05 FILLER PIC X(18) VALUE "ITB-CIMIERO".
          05 FILLER PIC X(60) VALUE "CIMIERO: &1".
          05 FILLER PIC X(18) VALUE "ITB-CONCESSA".
          05 FILLER PIC X(60) VALUE "CONCESSA DA &1 &2 &3".
          05 FILLER PIC X(18) VALUE "ITC-ESTRATTO".
          05 FILLER PIC X(60) VALUE "ESTRATTO CERTIFICATO N. &1".
          05 FILLER PIC X(18) VALUE "ITC-ARCHIVIO".
          05 FILLER PIC X(60) VALUE
           "ARCHIVIO GENEALOGICO FINE-DI-MONDO".
          05 FILLER PIC X(18) VALUE "ITC-ATTO".
          05 FILLER PIC X(60) VALUE "ATTO DI &1 (&2)".
          05 FILLER PIC X(18) VALUE "ITC-GIORNO".
          05 FILLER PIC X(60) VALUE "DEL GIORNO &1".
          05 FILLER PIC X(18) VALUE "ITC-IN".
          05 FILLER PIC X(60) VALUE "IN &1".
          05 FILLER PIC X(18) VALUE "ITC-TITOLARE".
          05 FILLER PIC X(60) VALUE "TITOLARE: &1 (&2)".
          05 FILLER PIC X(18) VALUE "ITC-NATO".
          05 FILLER PIC X(60) VALUE "NATO/A &1 &2".
          05 FILLER PIC X(18) VALUE "ITC-FIGLIO-DI".
          05 FILLER PIC X(60) VALUE "&1 DI &2".
          05 FILLER PIC X(18) VALUE "ITC-E-DI".
          05 FILLER PIC X(60) VALUE "E DI &1".
          05 FILLER PIC X(18) VALUE "ITC-PRESENZA".
          05 FILLER PIC X(60) VALUE "ALLA PRESENZA DI:".
          05 FILLER PIC X(18) VALUE "ITC-COME-DA".
          05 FILLER PIC X(60) VALUE "COME DA &1".
          05 FILLER PIC X(18) VALUE "ITC-REGISTRO".
          05 FILLER PIC X(60) VALUE "REGISTRO &1, CARTA &2".
          05 FILLER PIC X(18) VALUE "ITC-FONTE".
          05 FILLER PIC X(60) VALUE "FONTE &1, &2".
          05 FILLER PIC X(18) VALUE "ITC-RILASCIATO".
          05 FILLER PIC X(60) VALUE "RILASCIATO &1 &2".
          05 FILLER PIC X(18) VALUE "ITA-TITOLO".
          05 FILLER PIC X(60) VALUE
           "RISCONTRO DELL'IMPORTAZIONE   AL &1".
          05 FILLER PIC X(18) VALUE "ITA-SESSIONE".
          05 FILLER PIC X(60) VALUE "SESSIONE &1".
          05 FILLER PIC X(18) VALUE "ITA-GENTILE".
          05 FILLER PIC X(60) VALUE "GENTILE RICHIEDENTE,".
          05 FILLER PIC X(18) VALUE "ITA-RICEVUTO".
          05 FILLER PIC X(60) VALUE
           "ABBIAMO RICEVUTO E LAVORATO IL MATERIALE AFFIDATOCI.".
          05 FILLER PIC X(18) VALUE "ITA-ESITO".
          05 FILLER PIC X(60) VALUE
           "QUESTO E' L'ESITO, RECORD PER RECORD:".
          05 FILLER PIC X(18) VALUE "ITA-N-RICEVUTI".
          05 FILLER PIC X(60) VALUE "RECORD RICEVUTI".
          05 FILLER PIC X(18) VALUE "ITA-N-ENTRATI".
          05 FILLER PIC X(60) VALUE "ENTRATI IN ARCHIVIO".
          05 FILLER PIC X(18) VALUE "ITA-N-RICONG".
          05 FILLER PIC X(60) VALUE "RICONGIUNTI A SCHEDE NOTE".
          05 FILLER PIC X(18) VALUE "ITA-N-PRESENTI".
          05 FILLER PIC X(60) VALUE "GIA' PRESENTI, CONSERVATI".
          05 FILLER PIC X(18) VALUE "ITA-N-NONACC".
          05 FILLER PIC X(60) VALUE "NON ACCOLTI".
          05 FILLER PIC X(18) VALUE "ITA-N-SOSPESI".
          05 FILLER PIC X(60) VALUE "SOSPESI PER VERIFICA".
          05 FILLER PIC X(18) VALUE "ITA-N-ATTESA".
          05 FILLER PIC X(60) VALUE "IN ATTESA DI REVISIONE".
          05 FILLER PIC X(18) VALUE "ITA-RICONG-H".
          05 FILLER PIC X(60) VALUE
           "RECORD RICONGIUNTI A SCHEDE GIA' IN ARCHIVIO:".
          05 FILLER PIC X(18) VALUE "ITA-ORA".
          05 FILLER PIC X(60) VALUE "IL VOSTRO &1 E' ORA LA SCHEDA &2".
          05 FILLER PIC X(18) VALUE "ITA-NONACC-H".
          05 FILLER PIC X(60) VALUE "RECORD NON ACCOLTI, E PERCHE':".
          05 FILLER PIC X(18) VALUE "ITA-R-IMPLAUS".
          05 FILLER PIC X(60) VALUE
           "LE DATE DELL'UNIONE NON TORNANO: IN VERIFICA".
          05 FILLER PIC X(18) VALUE "ITA-R-ILLEGG".
          05 FILLER PIC X(60) VALUE
           "IL RECORD NON ERA LEGGIBILE NEL FILE RICEVUTO".
          05 FILLER PIC X(18) VALUE "ITA-R-DUPLIC".
          05 FILLER PIC X(60) VALUE
           "COINCIDE CON UNA SCHEDA GIA' NOSTRA: NON DUPLICATO".
          05 FILLER PIC X(18) VALUE "ITA-R-INCOMPL".
          05 FILLER PIC X(60) VALUE
           "DATI INCOMPLETI O AMBIGUI NELLA TRASCRIZIONE".
          05 FILLER PIC X(18) VALUE "ITA-R-FINALE".
          05 FILLER PIC X(60) VALUE
           "ESCLUSO IN FASE DI CARICAMENTO FINALE".
          05 FILLER PIC X(18) VALUE "ITA-ATTESA-H".
          05 FILLER PIC X(60) VALUE
           "IN ATTESA DI REVISIONE DEI NOSTRI ARCHIVISTI:".
          05 FILLER PIC X(18) VALUE "ITA-SCRIVEREMO".
          05 FILLER PIC X(60) VALUE
           "VI SCRIVEREMO NON APPENA LA REVISIONE SARA' CHIUSA.".
          05 FILLER PIC X(18) VALUE "ITA-GRAZIE".
          05 FILLER PIC X(60) VALUE
           "VI RINGRAZIAMO PER AVER CONTRIBUITO ALL'ARCHIVIO.".
          05 FILLER PIC X(18) VALUE "ITA-SALUTI".
          05 FILLER PIC X(60) VALUE "CON I MIGLIORI SALUTI,".
          05 FILLER PIC X(18) VALUE "ITA-FIRMA".
          05 FILLER PIC X(60) VALUE "L'ARCHIVIO GENEALOGICO".
      * INGLESE
          05 FILLER PIC X(18) VALUE "ENMESE01".
          05 FILLER PIC X(60) VALUE "JANUARY".
          05 FILLER PIC X(18) VALUE "ENMESE02".
          05 FILLER PIC X(60) VALUE "FEBRUARY".
          05 FILLER PIC X(18) VALUE "ENMESE03".
          05 FILLER PIC X(60) VALUE "MARCH".
          05 FILLER PIC X(18) VALUE "ENMESE04".
          05 FILLER PIC X(60) VALUE "APRIL".
          05 FILLER PIC X(18) VALUE "ENMESE05".
          05 FILLER PIC X(60) VALUE "MAY".
          05 FILLER PIC X(18) VALUE "ENMESE06".
          05 FILLER PIC X(60) VALUE "JUNE".
          05 FILLER PIC X(18) VALUE "ENMESE07".
          05 FILLER PIC X(60) VALUE "JULY".
          05 FILLER PIC X(18) VALUE "ENMESE08".
          05 FILLER PIC X(60) VALUE "AUGUST".
          05 FILLER PIC X(18) VALUE "ENMESE09".
          05 FILLER PIC X(60) VALUE "SEPTEMBER".
          05 FILLER PIC X(18) VALUE "ENMESE10".
          05 FILLER PIC X(60) VALUE "OCTOBER".
          05 FILLER PIC X(18) VALUE "ENMESE11".
          05 FILLER PIC X(60) VALUE "NOVEMBER".
          05 FILLER PIC X(18) VALUE "ENMESE12".
          05 FILLER PIC X(60) VALUE "DECEMBER".
          05 FILLER PIC X(18) VALUE "ENFMT-DATA".
          05 FILLER PIC X(60) VALUE "MESE GG, AAAA".
          05 FILLER PIC X(18) VALUE "ENFMT-MESE".
          05 FILLER PIC X(60) VALUE "MESE AAAA".
          05 FILLER PIC X(18) VALUE "ENCONN-IL".
          05 FILLER PIC X(60) VALUE "ON".
          05 FILLER PIC X(18) VALUE "ENCONN-ANNO".
          05 FILLER PIC X(60) VALUE "IN".
          05 FILLER PIC X(18) VALUE "ENCONN-A".
          05 FILLER PIC X(60) VALUE "ABOUT".
          05 FILLER PIC X(18) VALUE "ENCONN-B".
          05 FILLER PIC X(60) VALUE "BEFORE".
          05 FILLER PIC X(18) VALUE "ENCONN-F".
          05 FILLER PIC X(60) VALUE "AFTER".
          05 FILLER PIC X(18) VALUE "ENCONN-R".
          05 FILLER PIC X(60) VALUE "AROUND".
          05 FILLER PIC X(18) VALUE "ENEV-NASCITA".
          05 FILLER PIC X(60) VALUE "BIRTH".
          05 FILLER PIC X(18) VALUE "ENEV-BATTESIMO".
          05 FILLER PIC X(60) VALUE "BAPTISM".
          05 FILLER PIC X(18) VALUE "ENEV-CRESIMA".
          05 FILLER PIC X(60) VALUE "CONFIRMATION".
          05 FILLER PIC X(18) VALUE "ENEV-MATRIMONIO".
          05 FILLER PIC X(60) VALUE "MARRIAGE".
          05 FILLER PIC X(18) VALUE "ENEV-MORTE".
          05 FILLER PIC X(60) VALUE "DEATH".
          05 FILLER PIC X(18) VALUE "ENEV-SEPOLTURA".
          05 FILLER PIC X(60) VALUE "BURIAL".
          05 FILLER PIC X(18) VALUE "ENEV-EMIGRAZIONE".
          05 FILLER PIC X(60) VALUE "EMIGRATION".
          05 FILLER PIC X(18) VALUE "ENREL-FIGLIO".
          05 FILLER PIC X(60) VALUE "SON".
          05 FILLER PIC X(18) VALUE "ENREL-FIGLIA".
          05 FILLER PIC X(60) VALUE "DAUGHTER".
          05 FILLER PIC X(18) VALUE "ENREL-FIGLIOA".
          05 FILLER PIC X(60) VALUE "CHILD".
          05 FILLER PIC X(18) VALUE "ENRU-PADRINO".
          05 FILLER PIC X(60) VALUE "GODFATHER".
          05 FILLER PIC X(18) VALUE "ENRU-MADRINA".
          05 FILLER PIC X(60) VALUE "GODMOTHER".
          05 FILLER PIC X(18) VALUE "ENRU-TESTIMONE".
          05 FILLER PIC X(60) VALUE "WITNESS".
          05 FILLER PIC X(18) VALUE "ENRU-PARROCO".
          05 FILLER PIC X(60) VALUE "PARISH PRIEST".
          05 FILLER PIC X(18) VALUE "ENB-TITOLO".
          05 FILLER PIC X(60) VALUE "FAMILY BOOK - &1".
          05 FILLER PIC X(18) VALUE "ENB-NESSUNO".
          05 FILLER PIC X(60) VALUE "(NO PERSONS FOUND)".
          05 FILLER PIC X(18) VALUE "ENB-GENERAZ".
          05 FILLER PIC X(60) VALUE "GENERATION &1  -  &2 (&3)".
          05 FILLER PIC X(18) VALUE "ENB-NONVERIF".
          05 FILLER PIC X(60) VALUE
           "(RECORD NOT YET VERIFIED BY A SECOND OPERATOR)".
          05 FILLER PIC X(18) VALUE "ENB-ALIAS".
          05 FILLER PIC X(60) VALUE "ALSO KNOWN AS: &1".
          05 FILLER PIC X(18) VALUE "ENB-NACQUE".
          05 FILLER PIC X(60) VALUE "BORN &1 &2.".
          05 FILLER PIC X(18) VALUE "ENB-NACQUE-A".
          05 FILLER PIC X(60) VALUE "BORN &1 &2 IN &3.".
          05 FILLER PIC X(18) VALUE "ENB-FIGLIO-DI2".
          05 FILLER PIC X(60) VALUE "&1 OF &2 AND &3.".
          05 FILLER PIC X(18) VALUE "ENB-FIGLIO-DI".
          05 FILLER PIC X(60) VALUE "&1 OF &2.".
          05 FILLER PIC X(18) VALUE "ENB-PROB-H".
          05 FILLER PIC X(60) VALUE "PROBABLY &1 OF &2: &3".
          05 FILLER PIC X(18) VALUE "ENB-IPOTESI".
          05 FILLER PIC X(60) VALUE
           "A RESEARCH HYPOTHESIS, NOT A PROVEN FACT".
          05 FILLER PIC X(18) VALUE "ENB-PROB-B".
          05 FILLER PIC X(60) VALUE "PROBABLY &1 OF &2 (&3)".
          05 FILLER PIC X(18) VALUE "ENB-PROBABILE".
          05 FILLER PIC X(60) VALUE "PROBABLE LINK, NOT YET PROVEN".
          05 FILLER PIC X(18) VALUE "ENB-UNIONE".
          05 FILLER PIC X(60) VALUE "MARRIED &1 &2.".
          05 FILLER PIC X(18) VALUE "ENB-SPOSO".
          05 FILLER PIC X(60) VALUE "MARRIED &1 &2 &3.".
          05 FILLER PIC X(18) VALUE "ENB-MORI".
          05 FILLER PIC X(60) VALUE "DIED &1 &2.".
          05 FILLER PIC X(18) VALUE "ENB-MORI-A".
          05 FILLER PIC X(60) VALUE "DIED &1 &2 IN &3.".
          05 FILLER PIC X(18) VALUE "ENB-EMIGRO".
          05 FILLER PIC X(60) VALUE "EMIGRATED &1 &2 FROM &3 TO &4.".
          05 FILLER PIC X(18) VALUE "ENB-LUOGO-IGN".
          05 FILLER PIC X(60) VALUE "UNKNOWN PLACE".
          05 FILLER PIC X(18) VALUE "ENB-DEST-IGN".
          05 FILLER PIC X(60) VALUE "UNKNOWN DESTINATION".
          05 FILLER PIC X(18) VALUE "ENB-EVENTI".
          05 FILLER PIC X(60) VALUE "EVENTS:".
          05 FILLER PIC X(18) VALUE "ENB-TEMPO".
          05 FILLER PIC X(60) VALUE "IN THEIR TIME:".
          05 FILLER PIC X(18) VALUE "ENB-AVEVA".
          05 FILLER PIC X(60) VALUE "(AGED &1)".
          05 FILLER PIC X(18) VALUE "ENB-NEL".
          05 FILLER PIC X(60) VALUE "IN &1, &2: &3 &4".
          05 FILLER PIC X(18) VALUE "ENB-DAL".
          05 FILLER PIC X(60) VALUE "FROM &1 TO &2, &3: &4 &5".
          05 FILLER PIC X(18) VALUE "ENB-TITOLI".
          05 FILLER PIC X(60) VALUE "TITLES:".
          05 FILLER PIC X(18) VALUE "ENB-FONTI".
          05 FILLER PIC X(60) VALUE "SOURCES:".
          05 FILLER PIC X(18) VALUE "ENB-FONTE".
          05 FILLER PIC X(60) VALUE "[&1] SOURCE &2, &3 &4".
          05 FILLER PIC X(18) VALUE "ENB-GRADO".
          05 FILLER PIC X(60) VALUE "(GRADE &1)".
          05 FILLER PIC X(18) VALUE "ENB-NOTE".
          05 FILLER PIC X(60) VALUE "NOTES:".
          05 FILLER PIC X(18) VALUE "ENB-IMMAGINI".
          05 FILLER PIC X(60) VALUE "IMAGES:".
          05 FILLER PIC X(18) VALUE "ENB-ARMA".
          05 FILLER PIC X(60) VALUE "ARMS: &1".
          05 FILLER PIC X(18) VALUE "ENB-CIMIERO".
          05 FILLER PIC X(60) VALUE "CREST: &1".
          05 FILLER PIC X(18) VALUE "ENB-CONCESSA".
          05 FILLER PIC X(60) VALUE "GRANTED BY &1 &2 &3".
          05 FILLER PIC X(18) VALUE "ENC-ESTRATTO".
          05 FILLER PIC X(60) VALUE "CERTIFIED EXTRACT NO. &1".
          05 FILLER PIC X(18) VALUE "ENC-ARCHIVIO".
          05 FILLER PIC X(60) VALUE
           "FINE-DI-MONDO GENEALOGICAL ARCHIVE".
          05 FILLER PIC X(18) VALUE "ENC-ATTO".
          05 FILLER PIC X(60) VALUE "RECORD OF &1 (&2)".
          05 FILLER PIC X(18) VALUE "ENC-GIORNO".
          05 FILLER PIC X(60) VALUE "DATED &1".
          05 FILLER PIC X(18) VALUE "ENC-IN".
          05 FILLER PIC X(60) VALUE "AT &1".
          05 FILLER PIC X(18) VALUE "ENC-TITOLARE".
          05 FILLER PIC X(60) VALUE "HOLDER: &1 (&2)".
          05 FILLER PIC X(18) VALUE "ENC-NATO".
          05 FILLER PIC X(60) VALUE "BORN &1 &2".
          05 FILLER PIC X(18) VALUE "ENC-FIGLIO-DI".
          05 FILLER PIC X(60) VALUE "&1 OF &2".
          05 FILLER PIC X(18) VALUE "ENC-E-DI".
          05 FILLER PIC X(60) VALUE "AND OF &1".
          05 FILLER PIC X(18) VALUE "ENC-PRESENZA".
          05 FILLER PIC X(60) VALUE "IN THE PRESENCE OF:".
          05 FILLER PIC X(18) VALUE "ENC-COME-DA".
          05 FILLER PIC X(60) VALUE "AS RECORDED IN &1".
          05 FILLER PIC X(18) VALUE "ENC-REGISTRO".
          05 FILLER PIC X(60) VALUE "REGISTER &1, FOLIO &2".
          05 FILLER PIC X(18) VALUE "ENC-FONTE".
          05 FILLER PIC X(60) VALUE "SOURCE &1, &2".
          05 FILLER PIC X(18) VALUE "ENC-RILASCIATO".
          05 FILLER PIC X(60) VALUE "ISSUED &1 &2".
          05 FILLER PIC X(18) VALUE "ENA-TITOLO".
          05 FILLER PIC X(60) VALUE "IMPORT ACKNOWLEDGMENT   AS OF &1".
          05 FILLER PIC X(18) VALUE "ENA-SESSIONE".
          05 FILLER PIC X(60) VALUE "SESSION &1".
          05 FILLER PIC X(18) VALUE "ENA-GENTILE".
          05 FILLER PIC X(60) VALUE "DEAR CORRESPONDENT,".
          05 FILLER PIC X(18) VALUE "ENA-RICEVUTO".
          05 FILLER PIC X(60) VALUE
           "WE HAVE RECEIVED AND PROCESSED THE MATERIAL YOU SENT US.".
          05 FILLER PIC X(18) VALUE "ENA-ESITO".
          05 FILLER PIC X(60) VALUE
           "HERE IS THE OUTCOME, RECORD BY RECORD:".
          05 FILLER PIC X(18) VALUE "ENA-N-RICEVUTI".
          05 FILLER PIC X(60) VALUE "RECORDS RECEIVED".
          05 FILLER PIC X(18) VALUE "ENA-N-ENTRATI".
          05 FILLER PIC X(60) VALUE "ADDED TO THE ARCHIVE".
          05 FILLER PIC X(18) VALUE "ENA-N-RICONG".
          05 FILLER PIC X(60) VALUE "JOINED TO KNOWN RECORDS".
          05 FILLER PIC X(18) VALUE "ENA-N-PRESENTI".
          05 FILLER PIC X(60) VALUE "ALREADY PRESENT, KEPT".
          05 FILLER PIC X(18) VALUE "ENA-N-NONACC".
          05 FILLER PIC X(60) VALUE "NOT ACCEPTED".
          05 FILLER PIC X(18) VALUE "ENA-N-SOSPESI".
          05 FILLER PIC X(60) VALUE "HELD FOR CHECKING".
          05 FILLER PIC X(18) VALUE "ENA-N-ATTESA".
          05 FILLER PIC X(60) VALUE "AWAITING REVIEW".
          05 FILLER PIC X(18) VALUE "ENA-RICONG-H".
          05 FILLER PIC X(60) VALUE
           "RECORDS JOINED TO CARDS ALREADY IN THE ARCHIVE:".
          05 FILLER PIC X(18) VALUE "ENA-ORA".
          05 FILLER PIC X(60) VALUE "YOUR &1 IS NOW OUR RECORD &2".
          05 FILLER PIC X(18) VALUE "ENA-NONACC-H".
          05 FILLER PIC X(60) VALUE "RECORDS NOT ACCEPTED, AND WHY:".
          05 FILLER PIC X(18) VALUE "ENA-R-IMPLAUS".
          05 FILLER PIC X(60) VALUE
           "THE DATES OF THE UNION DO NOT AGREE: UNDER REVIEW".
          05 FILLER PIC X(18) VALUE "ENA-R-ILLEGG".
          05 FILLER PIC X(60) VALUE
           "THE RECORD COULD NOT BE READ IN THE FILE RECEIVED".
          05 FILLER PIC X(18) VALUE "ENA-R-DUPLIC".
          05 FILLER PIC X(60) VALUE
           "MATCHES A RECORD WE ALREADY HOLD: NOT DUPLICATED".
          05 FILLER PIC X(18) VALUE "ENA-R-INCOMPL".
          05 FILLER PIC X(60) VALUE
           "INCOMPLETE OR AMBIGUOUS DATA IN THE TRANSCRIPTION".
          05 FILLER PIC X(18) VALUE "ENA-R-FINALE".
          05 FILLER PIC X(60) VALUE
           "EXCLUDED AT THE FINAL LOADING STAGE".
          05 FILLER PIC X(18) VALUE "ENA-ATTESA-H".
          05 FILLER PIC X(60) VALUE
           "AWAITING REVIEW BY OUR ARCHIVISTS:".
          05 FILLER PIC X(18) VALUE "ENA-SCRIVEREMO".
          05 FILLER PIC X(60) VALUE
           "WE WILL WRITE TO YOU AS SOON AS THE REVIEW IS CLOSED.".
          05 FILLER PIC X(18) VALUE "ENA-GRAZIE".
          05 FILLER PIC X(60) VALUE
           "THANK YOU FOR CONTRIBUTING TO THE ARCHIVE.".
          05 FILLER PIC X(18) VALUE "ENA-SALUTI".
          05 FILLER PIC X(60) VALUE "WITH BEST REGARDS,".
          05 FILLER PIC X(18) VALUE "ENA-FIRMA".
          05 FILLER PIC X(60) VALUE "THE GENEALOGICAL ARCHIVE".
      * SPAGNOLO
          05 FILLER PIC X(18) VALUE "ESMESE01".
          05 FILLER PIC X(60) VALUE "ENERO".
          05 FILLER PIC X(18) VALUE "ESMESE02".
          05 FILLER PIC X(60) VALUE "FEBRERO".
          05 FILLER PIC X(18) VALUE "ESMESE03".
          05 FILLER PIC X(60) VALUE "MARZO".
          05 FILLER PIC X(18) VALUE "ESMESE04".
          05 FILLER PIC X(60) VALUE "ABRIL".
          05 FILLER PIC X(18) VALUE "ESMESE05".
          05 FILLER PIC X(60) VALUE "MAYO".
          05 FILLER PIC X(18) VALUE "ESMESE06".
          05 FILLER PIC X(60) VALUE "JUNIO".
          05 FILLER PIC X(18) VALUE "ESMESE07".
          05 FILLER PIC X(60) VALUE "JULIO".
          05 FILLER PIC X(18) VALUE "ESMESE08".
          05 FILLER PIC X(60) VALUE "AGOSTO".
          05 FILLER PIC X(18) VALUE "ESMESE09".
          05 FILLER PIC X(60) VALUE "SEPTIEMBRE".
          05 FILLER PIC X(18) VALUE "ESMESE10".
          05 FILLER PIC X(60) VALUE "OCTUBRE".
          05 FILLER PIC X(18) VALUE "ESMESE11".
          05 FILLER PIC X(60) VALUE "NOVIEMBRE".
          05 FILLER PIC X(18) VALUE "ESMESE12".
          05 FILLER PIC X(60) VALUE "DICIEMBRE".
          05 FILLER PIC X(18) VALUE "ESFMT-DATA".
          05 FILLER PIC X(60) VALUE "GG DE MESE DE AAAA".
          05 FILLER PIC X(18) VALUE "ESFMT-MESE".
          05 FILLER PIC X(60) VALUE "MESE DE AAAA".
          05 FILLER PIC X(18) VALUE "ESCONN-IL".
          05 FILLER PIC X(60) VALUE "EL".
          05 FILLER PIC X(18) VALUE "ESCONN-ANNO".
          05 FILLER PIC X(60) VALUE "EN".
          05 FILLER PIC X(18) VALUE "ESCONN-A".
          05 FILLER PIC X(60) VALUE "HACIA EL".
          05 FILLER PIC X(18) VALUE "ESCONN-B".
          05 FILLER PIC X(60) VALUE "ANTES DEL".
          05 FILLER PIC X(18) VALUE "ESCONN-F".
          05 FILLER PIC X(60) VALUE "DESPUES DEL".
          05 FILLER PIC X(18) VALUE "ESCONN-R".
          05 FILLER PIC X(60) VALUE "ALREDEDOR DEL".
          05 FILLER PIC X(18) VALUE "ESEV-NASCITA".
          05 FILLER PIC X(60) VALUE "NACIMIENTO".
          05 FILLER PIC X(18) VALUE "ESEV-BATTESIMO".
          05 FILLER PIC X(60) VALUE "BAUTISMO".
          05 FILLER PIC X(18) VALUE "ESEV-CRESIMA".
          05 FILLER PIC X(60) VALUE "CONFIRMACION".
          05 FILLER PIC X(18) VALUE "ESEV-MATRIMONIO".
          05 FILLER PIC X(60) VALUE "MATRIMONIO".
          05 FILLER PIC X(18) VALUE "ESEV-MORTE".
          05 FILLER PIC X(60) VALUE "DEFUNCION".
          05 FILLER PIC X(18) VALUE "ESEV-SEPOLTURA".
          05 FILLER PIC X(60) VALUE "SEPULTURA".
          05 FILLER PIC X(18) VALUE "ESEV-EMIGRAZIONE".
          05 FILLER PIC X(60) VALUE "EMIGRACION".
          05 FILLER PIC X(18) VALUE "ESREL-FIGLIO".
          05 FILLER PIC X(60) VALUE "HIJO".
          05 FILLER PIC X(18) VALUE "ESREL-FIGLIA".
          05 FILLER PIC X(60) VALUE "HIJA".
          05 FILLER PIC X(18) VALUE "ESREL-FIGLIOA".
          05 FILLER PIC X(60) VALUE "HIJO/A".
          05 FILLER PIC X(18) VALUE "ESRU-PADRINO".
          05 FILLER PIC X(60) VALUE "PADRINO".
          05 FILLER PIC X(18) VALUE "ESRU-MADRINA".
          05 FILLER PIC X(60) VALUE "MADRINA".
          05 FILLER PIC X(18) VALUE "ESRU-TESTIMONE".
          05 FILLER PIC X(60) VALUE "TESTIGO".
          05 FILLER PIC X(18) VALUE "ESRU-PARROCO".
          05 FILLER PIC X(60) VALUE "PARROCO".
          05 FILLER PIC X(18) VALUE "ESB-TITOLO".
          05 FILLER PIC X(60) VALUE "LIBRO DE FAMILIA - &1".
          05 FILLER PIC X(18) VALUE "ESB-NESSUNO".
          05 FILLER PIC X(60) VALUE "(NINGUNA PERSONA ENCONTRADA)".
          05 FILLER PIC X(18) VALUE "ESB-GENERAZ".
          05 FILLER PIC X(60) VALUE "GENERACION &1  -  &2 (&3)".
          05 FILLER PIC X(18) VALUE "ESB-NONVERIF".
          05 FILLER PIC X(60) VALUE
           "(FICHA AUN NO VERIFICADA POR UN SEGUNDO OPERADOR)".
          05 FILLER PIC X(18) VALUE "ESB-ALIAS".
          05 FILLER PIC X(60) VALUE "LLAMADO/ALIAS: &1".
          05 FILLER PIC X(18) VALUE "ESB-NACQUE".
          05 FILLER PIC X(60) VALUE "NACIO &1 &2.".
          05 FILLER PIC X(18) VALUE "ESB-NACQUE-A".
          05 FILLER PIC X(60) VALUE "NACIO &1 &2 EN &3.".
          05 FILLER PIC X(18) VALUE "ESB-FIGLIO-DI2".
          05 FILLER PIC X(60) VALUE "&1 DE &2 Y DE &3.".
          05 FILLER PIC X(18) VALUE "ESB-FIGLIO-DI".
          05 FILLER PIC X(60) VALUE "&1 DE &2.".
          05 FILLER PIC X(18) VALUE "ESB-PROB-H".
          05 FILLER PIC X(60) VALUE "PROBABLEMENTE &1 DE &2: &3".
          05 FILLER PIC X(18) VALUE "ESB-IPOTESI".
          05 FILLER PIC X(60) VALUE
           "ES UNA HIPOTESIS DE INVESTIGACION, NO UN HECHO PROBADO".
          05 FILLER PIC X(18) VALUE "ESB-PROB-B".
          05 FILLER PIC X(60) VALUE "PROBABLEMENTE &1 DE &2 (&3)".
          05 FILLER PIC X(18) VALUE "ESB-PROBABILE".
          05 FILLER PIC X(60) VALUE "VINCULO PROBABLE, AUN NO PROBADO".
          05 FILLER PIC X(18) VALUE "ESB-UNIONE".
          05 FILLER PIC X(60) VALUE "CONTRAJO MATRIMONIO &1 &2.".
          05 FILLER PIC X(18) VALUE "ESB-SPOSO".
          05 FILLER PIC X(60) VALUE "CASO CON &1 &2 &3.".
          05 FILLER PIC X(18) VALUE "ESB-MORI".
          05 FILLER PIC X(60) VALUE "MURIO &1 &2.".
          05 FILLER PIC X(18) VALUE "ESB-MORI-A".
          05 FILLER PIC X(60) VALUE "MURIO &1 &2 EN &3.".
          05 FILLER PIC X(18) VALUE "ESB-EMIGRO".
          05 FILLER PIC X(60) VALUE "EMIGRO &1 &2 DESDE &3 HACIA &4.".
          05 FILLER PIC X(18) VALUE "ESB-LUOGO-IGN".
          05 FILLER PIC X(60) VALUE "LUGAR DESCONOCIDO".
          05 FILLER PIC X(18) VALUE "ESB-DEST-IGN".
          05 FILLER PIC X(60) VALUE "DESTINO DESCONOCIDO".
          05 FILLER PIC X(18) VALUE "ESB-EVENTI".
          05 FILLER PIC X(60) VALUE "EVENTOS:".
          05 FILLER PIC X(18) VALUE "ESB-TEMPO".
          05 FILLER PIC X(60) VALUE "EN SU TIEMPO:".
          05 FILLER PIC X(18) VALUE "ESB-AVEVA".
          05 FILLER PIC X(60) VALUE "(TENIA &1 ANOS)".
          05 FILLER PIC X(18) VALUE "ESB-NEL".
          05 FILLER PIC X(60) VALUE "EN &1, &2: &3 &4".
          05 FILLER PIC X(18) VALUE "ESB-DAL".
          05 FILLER PIC X(60) VALUE "DE &1 A &2, &3: &4 &5".
          05 FILLER PIC X(18) VALUE "ESB-TITOLI".
          05 FILLER PIC X(60) VALUE "TITULOS:".
          05 FILLER PIC X(18) VALUE "ESB-FONTI".
          05 FILLER PIC X(60) VALUE "FUENTES:".
          05 FILLER PIC X(18) VALUE "ESB-FONTE".
          05 FILLER PIC X(60) VALUE "[&1] FUENTE &2, &3 &4".
          05 FILLER PIC X(18) VALUE "ESB-GRADO".
          05 FILLER PIC X(60) VALUE "(GRADO &1)".
          05 FILLER PIC X(18) VALUE "ESB-NOTE".
          05 FILLER PIC X(60) VALUE "NOTAS:".
          05 FILLER PIC X(18) VALUE "ESB-IMMAGINI".
          05 FILLER PIC X(60) VALUE "IMAGENES:".
          05 FILLER PIC X(18) VALUE "ESB-ARMA".
          05 FILLER PIC X(60) VALUE "ARMAS: &1".
          05 FILLER PIC X(18) VALUE "ESB-CIMIERO".
          05 FILLER PIC X(60) VALUE "CIMERA: &1".
          05 FILLER PIC X(18) VALUE "ESB-CONCESSA".
          05 FILLER PIC X(60) VALUE "CONCEDIDA POR &1 &2 &3".
          05 FILLER PIC X(18) VALUE "ESC-ESTRATTO".
          05 FILLER PIC X(60) VALUE "EXTRACTO CERTIFICADO N. &1".
          05 FILLER PIC X(18) VALUE "ESC-ARCHIVIO".
          05 FILLER PIC X(60) VALUE "ARCHIVO GENEALOGICO FINE-DI-MONDO".
          05 FILLER PIC X(18) VALUE "ESC-ATTO".
          05 FILLER PIC X(60) VALUE "ACTA DE &1 (&2)".
          05 FILLER PIC X(18) VALUE "ESC-GIORNO".
          05 FILLER PIC X(60) VALUE "DEL DIA &1".
          05 FILLER PIC X(18) VALUE "ESC-IN".
          05 FILLER PIC X(60) VALUE "EN &1".
          05 FILLER PIC X(18) VALUE "ESC-TITOLARE".
          05 FILLER PIC X(60) VALUE "TITULAR: &1 (&2)".
          05 FILLER PIC X(18) VALUE "ESC-NATO".
          05 FILLER PIC X(60) VALUE "NACIDO/A &1 &2".
          05 FILLER PIC X(18) VALUE "ESC-FIGLIO-DI".
          05 FILLER PIC X(60) VALUE "&1 DE &2".
          05 FILLER PIC X(18) VALUE "ESC-E-DI".
          05 FILLER PIC X(60) VALUE "Y DE &1".
          05 FILLER PIC X(18) VALUE "ESC-PRESENZA".
          05 FILLER PIC X(60) VALUE "EN PRESENCIA DE:".
          05 FILLER PIC X(18) VALUE "ESC-COME-DA".
          05 FILLER PIC X(60) VALUE "SEGUN &1".
          05 FILLER PIC X(18) VALUE "ESC-REGISTRO".
          05 FILLER PIC X(60) VALUE "REGISTRO &1, FOLIO &2".
          05 FILLER PIC X(18) VALUE "ESC-FONTE".
          05 FILLER PIC X(60) VALUE "FUENTE &1, &2".
          05 FILLER PIC X(18) VALUE "ESC-RILASCIATO".
          05 FILLER PIC X(60) VALUE "EXPEDIDO &1 &2".
          05 FILLER PIC X(18) VALUE "ESA-TITOLO".
          05 FILLER PIC X(60) VALUE
           "ACUSE DE RECIBO DE LA IMPORTACION   AL &1".
          05 FILLER PIC X(18) VALUE "ESA-SESSIONE".
          05 FILLER PIC X(60) VALUE "SESION &1".
          05 FILLER PIC X(18) VALUE "ESA-GENTILE".
          05 FILLER PIC X(60) VALUE "ESTIMADO SOLICITANTE,".
          05 FILLER PIC X(18) VALUE "ESA-RICEVUTO".
          05 FILLER PIC X(60) VALUE
           "HEMOS RECIBIDO Y TRABAJADO EL MATERIAL QUE NOS CONFIO.".
          05 FILLER PIC X(18) VALUE "ESA-ESITO".
          05 FILLER PIC X(60) VALUE
           "ESTE ES EL RESULTADO, REGISTRO POR REGISTRO:".
          05 FILLER PIC X(18) VALUE "ESA-N-RICEVUTI".
          05 FILLER PIC X(60) VALUE "REGISTROS RECIBIDOS".
          05 FILLER PIC X(18) VALUE "ESA-N-ENTRATI".
          05 FILLER PIC X(60) VALUE "INCORPORADOS AL ARCHIVO".
          05 FILLER PIC X(18) VALUE "ESA-N-RICONG".
          05 FILLER PIC X(60) VALUE "UNIDOS A FICHAS CONOCIDAS".
          05 FILLER PIC X(18) VALUE "ESA-N-PRESENTI".
          05 FILLER PIC X(60) VALUE "YA PRESENTES, CONSERVADOS".
          05 FILLER PIC X(18) VALUE "ESA-N-NONACC".
          05 FILLER PIC X(60) VALUE "NO ACEPTADOS".
          05 FILLER PIC X(18) VALUE "ESA-N-SOSPESI".
          05 FILLER PIC X(60) VALUE "EN VERIFICACION".
          05 FILLER PIC X(18) VALUE "ESA-N-ATTESA".
          05 FILLER PIC X(60) VALUE "EN ESPERA DE REVISION".
          05 FILLER PIC X(18) VALUE "ESA-RICONG-H".
          05 FILLER PIC X(60) VALUE
           "REGISTROS UNIDOS A FICHAS YA EN EL ARCHIVO:".
          05 FILLER PIC X(18) VALUE "ESA-ORA".
          05 FILLER PIC X(60) VALUE "SU &1 ES AHORA LA FICHA &2".
          05 FILLER PIC X(18) VALUE "ESA-NONACC-H".
          05 FILLER PIC X(60) VALUE
           "REGISTROS NO ACEPTADOS, Y POR QUE:".
          05 FILLER PIC X(18) VALUE "ESA-R-IMPLAUS".
          05 FILLER PIC X(60) VALUE
           "LAS FECHAS DE LA UNION NO CUADRAN: EN VERIFICACION".
          05 FILLER PIC X(18) VALUE "ESA-R-ILLEGG".
          05 FILLER PIC X(60) VALUE
           "EL REGISTRO NO ERA LEGIBLE EN EL ARCHIVO RECIBIDO".
          05 FILLER PIC X(18) VALUE "ESA-R-DUPLIC".
          05 FILLER PIC X(60) VALUE
           "COINCIDE CON UNA FICHA YA NUESTRA: NO DUPLICADO".
          05 FILLER PIC X(18) VALUE "ESA-R-INCOMPL".
          05 FILLER PIC X(60) VALUE
           "DATOS INCOMPLETOS O AMBIGUOS EN LA TRANSCRIPCION".
          05 FILLER PIC X(18) VALUE "ESA-R-FINALE".
          05 FILLER PIC X(60) VALUE
           "EXCLUIDO EN LA FASE DE CARGA FINAL".
          05 FILLER PIC X(18) VALUE "ESA-ATTESA-H".
          05 FILLER PIC X(60) VALUE
           "EN ESPERA DE REVISION POR NUESTROS ARCHIVEROS:".
          05 FILLER PIC X(18) VALUE "ESA-SCRIVEREMO".
          05 FILLER PIC X(60) VALUE
           "LE ESCRIBIREMOS EN CUANTO CONCLUYA LA REVISION.".
          05 FILLER PIC X(18) VALUE "ESA-GRAZIE".
          05 FILLER PIC X(60) VALUE
           "LE AGRADECEMOS SU CONTRIBUCION AL ARCHIVO.".
          05 FILLER PIC X(18) VALUE "ESA-SALUTI".
          05 FILLER PIC X(60) VALUE "CON UN CORDIAL SALUDO,".
          05 FILLER PIC X(18) VALUE "ESA-FIRMA".
          05 FILLER PIC X(60) VALUE "EL ARCHIVO GENEALOGICO".
       01 FRA-TABLE REDEFINES FRA-DEFAULTS.
          05 FRA-ENTRY OCCURS 321 TIMES.
             10 FRA-D-LANG          PIC X(2).
             10 FRA-D-KEY           PIC X(16).
             10 FRA-D-TEXT          PIC X(60).
       01 FRA-COUNT                 PIC 9(3) VALUE 321.
      * righe di data/FRASI.DAT, consultate prima dei default
       01 FRA-EXT-TABLE.
          05 FRA-EXT-ENTRY OCCURS 300 TIMES.
             10 FRA-X-LANG          PIC X(2).
             10 FRA-X-KEY           PIC X(16).
             10 FRA-X-TEXT          PIC X(60).
       01 FRA-EXT-COUNT             PIC 9(3) VALUE 0.
       01 FRA-FS                    PIC X(2) VALUE "00".
       01 FRA-EOF                   PIC X VALUE "N".
          88 FRA-EOF-YES            VALUE "Y".
      * lingua come arriva (argomento, cliente, commessa) e come
      * normalizzata da 9410-RESOLVE-LANG
       01 FRA-LANG-IN               PIC X(20) VALUE SPACES.
       01 FRA-LANG                  PIC X(2) VALUE "IT".
       01 FRA-KEY                   PIC X(16).
       01 FRA-TEXT                  PIC X(60).
       01 FRA-P1                    PIC X(80) VALUE SPACES.
       01 FRA-P2                    PIC X(80) VALUE SPACES.
       01 FRA-P3                    PIC X(80) VALUE SPACES.
       01 FRA-P4                    PIC X(80) VALUE SPACES.
       01 FRA-P5                    PIC X(80) VALUE SPACES.
       01 FRA-OUT                   PIC X(132).
      * data AAAA-MM-GG (o AAAA-MM, AAAA) e qualificatore A/B/F/R:
      * 9440 ne fa la data in chiaro, 9450 anche il connettivo
       01 FRA-DATE-IN               PIC X(10).
       01 FRA-DATE-QUAL             PIC X(1).
       01 FRA-DATE-OUT              PIC X(40).
       01 FRA-DATE-CONN             PIC X(20).
       01 FRA-DATE-FULL             PIC X VALUE "N".
          88 FRA-DATE-FULL-YES      VALUE "Y".
       01 FRA-IX                    PIC 9(3).
       01 FRA-POS                   PIC 9(3).
       01 FRA-PTR                   PIC 9(3).
       01 FRA-LEN                   PIC 9(3).
       01 FRA-PARM                  PIC X(80).
       01 FRA-WORK                  PIC X(60).
       01 FRA-LANG-U                PIC X(20).
       01 FRA-R1                    PIC X(20).
       01 FRA-R2                    PIC X(20).
       01 FRA-R3                    PIC X(80).
       01 FRA-DAY                   PIC 9(2).
       01 FRA-DAY-TXT               PIC X(2).
       01 FRA-MONTH-TXT             PIC X(20).
       01 FRA-FOUND                 PIC X VALUE "N".
          88 FRA-FOUND-YES          VALUE "Y".

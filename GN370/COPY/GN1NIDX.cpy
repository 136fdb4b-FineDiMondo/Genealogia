      *****************************************************************
      * GN1NIDX - SEGMENTO NAMEIX (INDICE SECONDARIO DEI NOMI, STUB)
      * RADICE PROPRIA: UNA RIGA PER OGNI FORMA CERCABILE DI UNA
      * PERSONA - IL NOME PRINCIPALE (P), OGNI ALIAS (A), LE FORME
      * DEL DIZIONARIO DI EQUIVALENZA DEL NOME DI BATTESIMO (E) E, PER
      * I COGNOMI CON PARTICELLE, IL RINVIO DALLA RADICE (R).
      * CHIAVE NIXKEY = COGNOME + NOME + ANNO DI NASCITA + PERSONA +
      * TIPO + PROGRESSIVO, IN MAIUSCOLO: LA FIND DI IGONL01 LEGGE IN
      * SEQUENZA DI CHIAVE A PARTIRE DAL PREFISSO DEL COGNOME. CAMPO
      * DI RICERCA NIXPID SU NIX-PERS PER LA MANUTENZIONE (GNNIXP).
      * MANTENUTO DA OGNI PATH CHE SCRIVE PERSON O ALIAS; GN3NIXR0
      * LO CONFRONTA CON I DATI E LO RICOSTRUISCE.
      *****************************************************************
       01  GN1NIDX-SEG.
           05 NIX-KEY.
      * Cognome di schedatura: ultima parola di PERS-NAME con le
      * particelle che la precedono, solo lettere e cifre
      * (DELLAROBBIA, DEMEDICI; GNCOGNP)
              10 NIX-SURN           PIC X(20).
      * Nome di battesimo normalizzato (prima parola)
              10 NIX-GIVEN          PIC X(15).
      * Anno di nascita AAAA, blank se la data manca
              10 NIX-BYEAR          PIC X(4).
      * FK verso la persona
              10 NIX-PERS           PIC X(12).
      * Tipo di forma: P = principale, A = alias, E = equivalente,
      * R = rinvio dalla radice di un cognome con particelle
              10 NIX-KIND           PIC X(1).
      * Progressivo della forma entro la persona
              10 NIX-SEQ            PIC 9(2).
      * Forma indicizzata per esteso (nome, alias o forma equivalente)
           05 NIX-NAME              PIC X(40).
      * Spazio riservato
           05 NIX-FILL              PIC X(26).

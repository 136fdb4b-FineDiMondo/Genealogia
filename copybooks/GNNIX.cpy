      *================================================================*
      * GNNIX.cpy  VERSION 1.0                                        *
      * Manutenzione dell'indice dei nomi (segmento NAMEIX, tracciato *
      * GN1NIDX): aree del riallineamento di una persona, paragrafi   *
      * in GNNIXP.cpy. Il chiamante valorizza NIXM-IN-* con           *
      * l'immagine PERSON appena scritta e PERFORMa                   *
      * 9600-REINDEX-PERSON: le righe della persona vengono tolte e   *
      * riscritte da capo (principale, forme equivalenti del nome di  *
      * battesimo, alias). Il chiamante COPIA anche GN1NIDX,          *
      * GNGNEQV, GNCOGN/GNCOGNP (cognome con le particelle) e         *
      * GENFKEY/GENFKEYP. La posizione DL/I e' persa: chi deve        *
      * proseguire su una spazzata si riposiziona.                    *
      *================================================================*
      * ingresso: la persona come e' stata appena scritta
       01 NIXM-IN-PERS            PIC X(12).
       01 NIXM-IN-NAME            PIC X(40).
       01 NIXM-IN-BDATE           PIC X(10).
       01 NIXM-IN-DELETED         PIC X(1).
      * uscita: righe tolte, righe scritte, chiamate DL/I fallite
       01 NIXM-DEL-CT             PIC 9(3).
       01 NIXM-INS-CT             PIC 9(3).
       01 NIXM-ERR-CT             PIC 9(3).
      * SSA e buffer propri, per non toccare quelli del chiamante
       01 NIXM-FUNC               PIC X(4).
       01 NIXM-SSA-NIX            PIC X(30)
          VALUE "NAMEIX  (NIXPID=            )".
       01 NIXM-SSA-ALIA           PIC X(30)
          VALUE "ALIAS   (PERSID=            )".
       01 NIXM-ALIA-BUF.
          05 NIXM-ALIA-ID         PIC X(12).
          05 NIXM-ALIA-PERS       PIC X(12).
          05 NIXM-ALIA-NAME       PIC X(40).
          05 FILLER               PIC X(32).
      * alias della persona, letti prima di scrivere l'indice
       01 NIXM-ALIA-TABLE.
          05 NIXM-ALIA-T OCCURS 20 TIMES PIC X(40).
       01 NIXM-ALIA-CT            PIC 9(2).
       01 NIXM-AX                 PIC 9(2).
      * scomposizione di un nome (9620, con GNCOGNP): prima parola
      * del nome di battesimo, cognome di schedatura con le
      * particelle, radice del cognome quando ha particelle
       01 NIXM-SPLIT-IN           PIC X(40).
       01 NIXM-FIRST              PIC X(20).
       01 NIXM-LAST               PIC X(20).
       01 NIXM-STEM               PIC X(20).
       01 NIXM-WORD-CT            PIC 9(2).
      * riga in costruzione
       01 NIXM-PERS-SURN          PIC X(20).
       01 NIXM-PERS-GIVEN         PIC X(15).
       01 NIXM-PERS-STEM          PIC X(20).
       01 NIXM-BYEAR              PIC X(4).
       01 NIXM-SEQ                PIC 9(2).
       01 NIXM-CUR-SURN           PIC X(20).
       01 NIXM-CUR-GIVEN          PIC X(15).
       01 NIXM-CUR-KIND           PIC X(1).
       01 NIXM-CUR-NAME           PIC X(40).
      * famiglia di equivalenza del nome di battesimo
       01 NIXM-CANON              PIC X(15).
       01 NIXM-IX                 PIC 9(3).

      * italiani: i digrammi GN/GLI/CH/GH vengono ricondotti al suono
      * (Bencivenni, Bencivegni e Benciveni cadono sulla stessa
      * chiave), poi prima lettera + codici consonantici con i
      * doppioni collassati, su otto posizioni. Il cognome e' quello
      * del modulo condiviso GNCOGN (ultima parola con le particelle)
      * e la chiave si calcola sulla sua radice: DELLA ROBBIA suona
      * come ROBBIA, D'ELCI come ELCI. Le righe cancellate (quinto
      * campo D) non entrano nell'indice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-F3                   PIC X(100) VALUE SPACES.
       01 WS-F4                   PIC X(100) VALUE SPACES.
       01 WS-F5                   PIC X(10) VALUE SPACES.
      * il cognome (non il nome completo) da' la chiave
       COPY "GNCOGN.cpy".
       COPY "GENFKEY.CPY".

       LINKAGE SECTION.
                     INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                   IF FUNCTION TRIM(WS-F5) NOT = "D"
                     PERFORM 2000-EXTRACT-SURNAME
                     ADD 1 TO WS-CNT
                     MOVE SPACES TO FONETICA-REC
                     STRING FUNCTION TRIM(WS-F1) "|"
                            COGN-PHON-KEY "|"
                            FUNCTION TRIM(WS-F2)
                       DELIMITED BY SIZE INTO FONETICA-REC
                     WRITE FONETICA-REC
           GOBACK.

      *----------------------------------------------------------------*
      * L'ultima parola del nome completo, con le particelle che la    *
      * precedono, vale da cognome (stessa convenzione "NOME COGNOME"  *
      * del resto della suite); la chiave fonetica e' quella della     *
      * radice (GNCOGNP).                                              *
      *----------------------------------------------------------------*
       2000-EXTRACT-SURNAME.
           MOVE WS-F2 TO COGN-IN
           PERFORM 9860-SPLIT-SURNAME
           .

       COPY "GNCOGNP.cpy".
       COPY "GENFKEYP.CPY".

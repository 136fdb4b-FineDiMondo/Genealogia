                ordinata per anzianita' nello stato (dalla piu'
                vecchia, via SORT), con il volontario assegnato dove
                c'e'. I media di prima del flusso (stato vuoto)
                escono come RICEVUTO, il fondo del faldone. Le
                scansioni acquisite da GN3SCAN0 portano registro,
                carta e lato al posto della persona.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 SORT-MEDI          PIC X(12).
           05 SORT-OPER          PIC X(8).
           05 SORT-PATH          PIC X(80).
           05 SORT-CARTA         PIC X(20).

       WORKING-STORAGE SECTION.
       77  WS-OUT-FILE           PIC X(256) VALUE SPACES.
             MOVE MEDI-ID TO SORT-MEDI
             MOVE MEDI-OPER TO SORT-OPER
             MOVE MEDI-PATH TO SORT-PATH
             IF MEDI-REGB NOT = SPACES
               STRING FUNCTION TRIM(MEDI-REGB) " C. " MEDI-FOLIO
                      MEDI-SIDE
                 DELIMITED BY SIZE INTO SORT-CARTA
             END-IF
             RELEASE SORT-REC
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                 IF SORT-OPER = SPACES
                   STRING "  " FUNCTION TRIM(SORT-MEDI)
                          "  DA " WS-AGE-DAYS " GIORNI  "
                          FUNCTION TRIM(SORT-CARTA) "  "
                          FUNCTION TRIM(SORT-PATH)
                     DELIMITED BY SIZE INTO REPORT-REC
                 ELSE
                   STRING "  " FUNCTION TRIM(SORT-MEDI)
                          "  DA " WS-AGE-DAYS " GIORNI  "
                          "ASSEGNATO A " SORT-OPER "  "
                          FUNCTION TRIM(SORT-CARTA) "  "
                          FUNCTION TRIM(SORT-PATH)
                     DELIMITED BY SIZE INTO REPORT-REC
                 END-IF

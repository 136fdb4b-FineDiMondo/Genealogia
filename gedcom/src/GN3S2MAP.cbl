           MOVE GKT-TAG TO GRR-RECORD-TYPE
           MOVE 0 TO GRR-SOUR-REF-COUNT
           MOVE 0 TO GRR-FAM-CHIL-COUNT
           MOVE 0 TO GRR-XID-COUNT
           MOVE 1 TO WS-TOK-COUNT
           MOVE 0 TO WS-WARN-COUNT
           MOVE "K" TO GRR-MAP-STATUS
                 MOVE GKT-VALUE(1:150) TO GRR-SOUR-TITLE
               WHEN "AUTH"
                 MOVE GKT-VALUE(1:100) TO GRR-SOUR-AUTH
               WHEN "_FSID"
               WHEN "REFN"
                 PERFORM 1600-APPLY-XID-FIELD
               WHEN OTHER
                 ADD 1 TO WS-WARN-COUNT
             END-EVALUATE
           END-IF
           IF GKT-LEVEL = 2 AND FUNCTION TRIM(GKT-TAG) = "TYPE"
              AND FUNCTION TRIM(GKT-PARENT-TAG) = "REFN"
             PERFORM 1600-APPLY-XID-FIELD
           END-IF
           .

      *----------------------------------------------------------------*
      * Identificativi esterni (INDI e SOUR): "1 _FSID" apre una voce  *
      * di sistema FS, "1 REFN" una voce di sistema REFN che un        *
      * eventuale "2 TYPE" riqualifica (ANTENATI, WIKITREE, ...).      *
      * Oltre la quinta voce il tag conta come avviso.                 *
      *----------------------------------------------------------------*
       1600-APPLY-XID-FIELD.
           EVALUATE FUNCTION TRIM(GKT-TAG)
             WHEN "_FSID"
               IF GRR-XID-COUNT < 5
                 ADD 1 TO GRR-XID-COUNT
                 MOVE "FS" TO GRR-XID-SYSTEM(GRR-XID-COUNT)
                 MOVE GKT-VALUE(1:120) TO GRR-XID-VALUE(GRR-XID-COUNT)
               ELSE
                 ADD 1 TO WS-WARN-COUNT
               END-IF
             WHEN "REFN"
               IF GRR-XID-COUNT < 5
                 ADD 1 TO GRR-XID-COUNT
                 MOVE "REFN" TO GRR-XID-SYSTEM(GRR-XID-COUNT)
                 MOVE GKT-VALUE(1:120) TO GRR-XID-VALUE(GRR-XID-COUNT)
               ELSE
                 ADD 1 TO WS-WARN-COUNT
               END-IF
             WHEN "TYPE"
               IF GRR-XID-COUNT > 0
                 MOVE FUNCTION UPPER-CASE(GKT-VALUE(1:10))
                   TO GRR-XID-SYSTEM(GRR-XID-COUNT)
                 IF GRR-XID-SYSTEM(GRR-XID-COUNT) = "FAMILYSEAR"
                   MOVE "FS" TO GRR-XID-SYSTEM(GRR-XID-COUNT)
                 END-IF
               END-IF
           END-EVALUATE
           .

       1300-APPLY-INDI-FIELD.
                 ADD 1 TO GRR-SOUR-REF-COUNT
                 MOVE GKT-XREF TO GRR-SOUR-REFS(GRR-SOUR-REF-COUNT)
               END-IF
             WHEN GKT-LEVEL = 1 AND (FUNCTION TRIM(GKT-TAG) = "_FSID"
                  OR FUNCTION TRIM(GKT-TAG) = "REFN")
               PERFORM 1600-APPLY-XID-FIELD
             WHEN GKT-LEVEL = 2 AND FUNCTION TRIM(GKT-TAG) = "TYPE"
                  AND FUNCTION TRIM(GKT-PARENT-TAG) = "REFN"
               PERFORM 1600-APPLY-XID-FIELD
             WHEN GKT-LEVEL = 2 AND FUNCTION TRIM(GKT-TAG) = "QUAY"
                  AND FUNCTION TRIM(GKT-PARENT-TAG) = "SOUR"
      * GRADO DI AFFIDABILITA' DELL'ULTIMO RIFERIMENTO SOUR APERTO
                 WHEN "BURI"
                   MOVE GKT-VALUE(1:200) TO GRR-RAW-BURIAL-PLACE
               END-EVALUATE
      * ETA' DICHIARATA NELL'ATTO: QUELLA DELLA MORTE PREVALE SU
      * QUELLA DELLA SEPOLTURA, CHE DI SOLITO LA RIPETE
             WHEN GKT-LEVEL = 2 AND FUNCTION TRIM(GKT-TAG) = "AGE"
               EVALUATE FUNCTION TRIM(GKT-PARENT-TAG)
                 WHEN "DEAT"
                   MOVE GKT-VALUE(1:20) TO GRR-RAW-DEATH-AGE
                 WHEN "BURI"
                   IF GRR-RAW-DEATH-AGE = SPACES
                     MOVE GKT-VALUE(1:20) TO GRR-RAW-DEATH-AGE
                   END-IF
               END-EVALUATE
             WHEN GKT-LEVEL = 1
               ADD 1 TO WS-WARN-COUNT
           END-EVALUATE

                extract file, for programs that need to compare
                against the live database without their own PCB
                (GEDCOM conflict detection, IMS/flat-file
                reconciliation). With a second file name it also
                extracts the external identifiers (EXTID) of every
                person, one fixed-layout line PERS-ID/SYSTEM/VALUE,
                so that GN3S4CFL can match an incoming GEDCOM on a
                shared external ID before name/date scoring.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-OUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT XID-FILE ASSIGN TO DYNAMIC WS-XID-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNLOG-FILE ASSIGN TO "work/RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.
       FD  EXTRACT-FILE.
       01  EXTRACT-REC           PIC X(256).

      * IDENTIFICATIVO ESTERNO DI UNA PERSONA, TRACCIATO FISSO LETTO
      * DA GN3S4CFL
       FD  XID-FILE.
       01  XID-REC.
           05 XID-PERS-ID        PIC X(12).
           05 XID-SYSTEM         PIC X(10).
           05 XID-VALUE          PIC X(120).

       FD  RUNLOG-FILE.
       01  RUNLOG-REC            PIC X(200).

       WORKING-STORAGE SECTION.
       77  WS-OUT-FILE           PIC X(256) VALUE SPACES.
       77  WS-XID-FILE           PIC X(256) VALUE SPACES.
       77  WS-XID-COUNT          PIC 9(7) VALUE 0.
       77  WS-ARGC               PIC 9(4) VALUE 0.
       77  WS-DLI-FUNC           PIC X(4) VALUE SPACES.
       77  WS-REC-COUNT          PIC 9(7) VALUE 0.
              88 EOD-YES         VALUE "Y".

       COPY GN1PRSN.
       COPY GN1EXID.

       LINKAGE SECTION.
       COPY GN1PCBS.
       MAIN-LOGIC.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
             DISPLAY "USO: GN3PEXT0 <extract-out> [xid-extract-out]"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-OUT-FILE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-OUT-FILE) TO WS-OUT-FILE
           IF WS-ARGC >= 2
             ACCEPT WS-XID-FILE FROM ARGUMENT-VALUE
             MOVE FUNCTION TRIM(WS-XID-FILE) TO WS-XID-FILE
           END-IF
           MOVE WS-OUT-FILE(1:64) TO WS-RUN-ARG
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START


           CLOSE EXTRACT-FILE
           DISPLAY "GN3PEXT0: PERSONE ESTRATTE = " WS-REC-COUNT
           IF WS-XID-FILE NOT = SPACES
             PERFORM 2000-EXTRACT-XIDS
             DISPLAY "GN3PEXT0: ID ESTERNI ESTRATTI = " WS-XID-COUNT
           END-IF
           MOVE WS-REC-COUNT TO WS-RUN-IN
           MOVE WS-REC-COUNT TO WS-RUN-OUT
           MOVE 0 TO WS-RUN-RC
           ADD 1 TO WS-REC-COUNT
           .

      *----------------------------------------------------------------*
      * Spazzata degli EXTID: solo quelli di persona entrano nel file  *
      * (gli URL delle immagini sotto SOURCE non servono all'aggancio).*
      *----------------------------------------------------------------*
       2000-EXTRACT-XIDS.
           OPEN OUTPUT XID-FILE
           MOVE DLI-GU TO WS-DLI-FUNC
           CALL "CBLTDLI" USING WS-DLI-FUNC
                                DBPCB-MASK
                                GN1EXID-SEG
           PERFORM UNTIL DB-STATUS NOT = SPACES
             IF EXID-ETYPE = "PERSON"
               MOVE SPACES TO XID-REC
               MOVE EXID-ENTID TO XID-PERS-ID
               MOVE EXID-SYSTEM TO XID-SYSTEM
               MOVE EXID-VALUE TO XID-VALUE
               WRITE XID-REC
               ADD 1 TO WS-XID-COUNT
             END-IF
             MOVE DLI-GN TO WS-DLI-FUNC
             CALL "CBLTDLI" USING WS-DLI-FUNC
                                  DBPCB-MASK
                                  GN1EXID-SEG
           END-PERFORM
           CLOSE XID-FILE
           .

      *----------------------------------------------------------------*
      * Appende la riga standard del registro corse: e' cio' che       *
      * permette al report del mattino (GN3RLOG0) di distinguere       *

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETN-FILE-STATUS.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

           SELECT STEP-LEDGER-FILE ASSIGN TO "STEPLDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STP-KEY
               FILE STATUS IS WS-STEP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HIST-FILE
           RECORD CONTAINS 3 CHARACTERS.
       01  RETAIN-CARD-RECORD             PIC X(3).

       FD  BUS-DATE-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY BDATREC.

       FD  STEP-LEDGER-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 117 CHARACTERS.
           COPY STEPREC.

       WORKING-STORAGE SECTION.
           COPY WSDATA.

       01  WS-SWITCHES.
           05  WS-HIST-EOF-SWITCH      PIC X VALUE 'N'.
               88  END-OF-HIST-FILE    VALUE 'Y'.
           05  WS-PRED-SWITCH          PIC X VALUE 'N'.
               88  PREDECESSOR-COMPLETE VALUE 'Y'.
           05  WS-STEP-FOUND-SWITCH    PIC X VALUE 'N'.
               88  STEP-ON-LEDGER      VALUE 'Y'.

       01  WS-HIST-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-HOUT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-RETN-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-BDAT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-STEP-FILE-STATUS         PIC X(2) VALUE '00'.

       01  WS-STEP-PROGRAM             PIC X(16) VALUE 'RUNHIST-PURGE'.
       01  WS-STEP-PREDECESSOR         PIC X(16)
                                       VALUE 'ID-CONVERTER'.
       01  WS-STEP-RC                  PIC 9(4) VALUE ZERO.

       01  WS-RETENTION-DAYS           PIC 9(3) VALUE 90.
       01  WS-CUTOFF-DATE              PIC 9(8) VALUE ZERO.
               UNTIL END-OF-HIST-FILE.
           PERFORM 9000-TERMINATE.
           PERFORM 9100-PRINT-PURGE-SUMMARY.
           PERFORM 9800-END-STEP-LEDGER.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE.
           PERFORM 1070-START-STEP-LEDGER.
           PERFORM 1100-READ-RETENTION-CARD.
           COMPUTE WS-CUTOFF-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               AT END
                   SET END-OF-HIST-FILE TO TRUE.

       1050-GET-BUSINESS-DATE.
           OPEN INPUT BUS-DATE-FILE.
           IF WS-BDAT-FILE-STATUS = '00'
               READ BUS-DATE-FILE
                   AT END
                       MOVE '10' TO WS-BDAT-FILE-STATUS
               END-READ
           END-IF.
           IF WS-BDAT-FILE-STATUS NOT = '00'
               OR BD-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'BUSINESS DATE NOT AVAILABLE, STATUS='
                   WS-BDAT-FILE-STATUS
               DISPLAY 'SET THE BUSINESS DATE ON BUSDATE.DAT'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
           CLOSE BUS-DATE-FILE.

       1070-START-STEP-LEDGER.
           OPEN I-O STEP-LEDGER-FILE.
           IF WS-STEP-FILE-STATUS = '35'
               OPEN OUTPUT STEP-LEDGER-FILE
               CLOSE STEP-LEDGER-FILE
               OPEN I-O STEP-LEDGER-FILE
           END-IF.
           IF WS-STEP-FILE-STATUS NOT = '00'
               DISPLAY 'STEP-LEDGER-FILE OPEN ERROR, STATUS='
                   WS-STEP-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-STEP-PREDECESSOR NOT = SPACES
               PERFORM 1075-CHECK-PREDECESSOR-STEP
           END-IF.
           PERFORM 1080-RECORD-STEP-START.
           CLOSE STEP-LEDGER-FILE.

       1075-CHECK-PREDECESSOR-STEP.
           MOVE 'N' TO WS-PRED-SWITCH.
           MOVE WS-RUN-DATE TO STP-BUS-DATE.
           MOVE WS-STEP-PREDECESSOR TO STP-PROGRAM.
           READ STEP-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF STP-COMPLETED AND STP-RETURN-CODE <= 4
                       SET PREDECESSOR-COMPLETE TO TRUE
                   END-IF
           END-READ.
           IF NOT PREDECESSOR-COMPLETE
               DISPLAY 'PREDECESSOR ' WS-STEP-PREDECESSOR
                   ' HAS NOT COMPLETED FOR BUSINESS DATE '
                   WS-RUN-DATE
               DISPLAY WS-STEP-PROGRAM ' NOT STARTED - RERUN '
                   'AFTER THE PREDECESSOR COMPLETES'
               PERFORM 1085-RECORD-STEP-REFUSED
               CLOSE STEP-LEDGER-FILE
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.

       1080-RECORD-STEP-START.
           PERFORM 1090-READ-OWN-STEP.
           IF NOT STEP-ON-LEDGER
               MOVE ZERO TO STP-RUN-COUNT
           END-IF.
           IF STP-RUN-COUNT < 999
               ADD 1 TO STP-RUN-COUNT
           END-IF.
           SET STP-STARTED TO TRUE.
           MOVE WS-STEP-PREDECESSOR TO STP-PREDECESSOR.
           MOVE FUNCTION CURRENT-DATE TO STP-START-TIMESTAMP.
           MOVE SPACES TO STP-END-TIMESTAMP.
           MOVE ZERO TO STP-RETURN-CODE.
           MOVE ZERO TO STP-RECORDS-IN.
           MOVE ZERO TO STP-RECORDS-OUT.
           MOVE ZERO TO STP-RECORDS-EXCEPT.
           PERFORM 1095-WRITE-OWN-STEP.

       1085-RECORD-STEP-REFUSED.
           PERFORM 1090-READ-OWN-STEP.
           IF NOT STEP-ON-LEDGER
               SET STP-REFUSED TO TRUE
               MOVE WS-STEP-PREDECESSOR TO STP-PREDECESSOR
               MOVE FUNCTION CURRENT-DATE TO STP-START-TIMESTAMP
               MOVE STP-START-TIMESTAMP TO STP-END-TIMESTAMP
               MOVE 24 TO STP-RETURN-CODE
               MOVE ZERO TO STP-RUN-COUNT
               MOVE ZERO TO STP-RECORDS-IN
               MOVE ZERO TO STP-RECORDS-OUT
               MOVE ZERO TO STP-RECORDS-EXCEPT
               PERFORM 1095-WRITE-OWN-STEP
           END-IF.

       1090-READ-OWN-STEP.
           MOVE 'N' TO WS-STEP-FOUND-SWITCH.
           MOVE WS-RUN-DATE TO STP-BUS-DATE.
           MOVE WS-STEP-PROGRAM TO STP-PROGRAM.
           READ STEP-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET STEP-ON-LEDGER TO TRUE
           END-READ.

       1095-WRITE-OWN-STEP.
           IF STEP-ON-LEDGER
               REWRITE STEP-LEDGER-RECORD
           ELSE
               WRITE STEP-LEDGER-RECORD
           END-IF.
           IF WS-STEP-FILE-STATUS NOT = '00'
               DISPLAY 'STEP-LEDGER-FILE WRITE ERROR, STATUS='
                   WS-STEP-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-READ-RETENTION-CARD.
           OPEN INPUT RETAIN-CARD-FILE.
           IF WS-RETN-FILE-STATUS = '00'
           DISPLAY 'GENERATIONS KEPT...: ' WS-GENS-KEPT.
           DISPLAY 'GENERATIONS PURGED.: ' WS-GENS-PURGED.
           DISPLAY '***************************************'.

       9800-END-STEP-LEDGER.
           MOVE RETURN-CODE TO WS-STEP-RC.
           OPEN I-O STEP-LEDGER-FILE.
           IF WS-STEP-FILE-STATUS NOT = '00'
               DISPLAY 'STEP-LEDGER-FILE OPEN ERROR, STATUS='
                   WS-STEP-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1090-READ-OWN-STEP.
           IF NOT STEP-ON-LEDGER
               MOVE 1 TO STP-RUN-COUNT
               MOVE WS-STEP-PREDECESSOR TO STP-PREDECESSOR
               MOVE SPACES TO STP-START-TIMESTAMP
           END-IF.
           IF WS-STEP-RC > 4
               SET STP-FAILED TO TRUE
           ELSE
               SET STP-COMPLETED TO TRUE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO STP-END-TIMESTAMP.
           MOVE WS-STEP-RC TO STP-RETURN-CODE.
           MOVE WS-HIST-RECORDS-READ TO STP-RECORDS-IN.
           MOVE WS-RECORDS-KEPT TO STP-RECORDS-OUT.
           MOVE WS-RECORDS-PURGED TO STP-RECORDS-EXCEPT.
           PERFORM 1095-WRITE-OWN-STEP.
           CLOSE STEP-LEDGER-FILE.

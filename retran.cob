               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "RTRNSORT.TMP".

           SELECT STEP-LEDGER-FILE ASSIGN TO "STEPLDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STP-KEY
               FILE STATUS IS WS-STEP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-IN-FILE

       FD  XREF-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 58 CHARACTERS.
           COPY XREFREC.

       FD  RETRAN-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD                  PIC X(80).

       FD  BUS-DATE-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY BDATREC.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-KEY                      PIC X(10).
           05  SW-REC-TYPE                 PIC X.
               88  SW-SUPERSEDED-KEY       VALUE '1'.
               88  SW-CANDIDATE-KEY        VALUE '2'.
           05  SW-SEQ                      PIC 9(9).
           05  SW-ORIGIN                   PIC X(8).

       FD  STEP-LEDGER-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 117 CHARACTERS.
           COPY STEPREC.

       WORKING-STORAGE SECTION.
           COPY WSDATA.

               88  PEND-FILE-PRESENT   VALUE 'Y'.
           05  WS-XREF-EOF-SWITCH      PIC X VALUE 'N'.
               88  END-OF-XREF-SWEEP   VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH      PIC X VALUE 'N'.
               88  END-OF-SORTED-KEYS  VALUE 'Y'.
           05  WS-PRIOR-HIT-SWITCH    PIC X VALUE 'N'.
               88  KEY-WAS-SUPERSEDED  VALUE 'Y'.
           05  WS-PRED-SWITCH          PIC X VALUE 'N'.
               88  PREDECESSOR-COMPLETE VALUE 'Y'.
           05  WS-STEP-FOUND-SWITCH    PIC X VALUE 'N'.
               88  STEP-ON-LEDGER      VALUE 'Y'.

       01  WS-ACK-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-PNDI-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-RTRN-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-AGEC-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-BDAT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-STEP-FILE-STATUS         PIC X(2) VALUE '00'.

       01  WS-STEP-PROGRAM             PIC X(16) VALUE 'RETRAN-EXTRACT'.
       01  WS-STEP-PREDECESSOR         PIC X(16)
                                       VALUE 'ACK-MATCH'.
       01  WS-STEP-RC                  PIC 9(4) VALUE ZERO.

       01  WS-AGE-CUTOFF-DAYS          PIC 9(3) VALUE 7.

       01  WS-RELEASE-SEQ              PIC 9(9) COMP VALUE ZERO.
       01  WS-HANDLED-KEY              PIC X(10) VALUE LOW-VALUES.
       01  WS-SUPERSEDED-KEY           PIC X(10) VALUE LOW-VALUES.

       01  WS-CAND-KEY                 PIC X(10) VALUE SPACES.
       01  WS-CAND-ORIGIN              PIC X(8) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-KEY SW-REC-TYPE SW-SEQ
               INPUT PROCEDURE IS 1400-RELEASE-CANDIDATE-KEYS
               OUTPUT PROCEDURE IS 4000-RESEND-OR-DROP-KEYS.
           PERFORM 8000-WRITE-EXTRACT-TRAILER.
           PERFORM 9000-TERMINATE.
           PERFORM 9100-PRINT-RETRAN-SUMMARY.
           PERFORM 9800-END-STEP-LEDGER.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE.
           PERFORM 1070-START-STEP-LEDGER.
           PERFORM 1100-READ-AGE-CARD.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-FILE-STATUS NOT = '00'
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

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

       1100-READ-AGE-CARD.
           OPEN INPUT AGE-CARD-FILE.
           IF WS-AGEC-FILE-STATUS = '00'
               END-IF
           END-IF.

       1400-RELEASE-CANDIDATE-KEYS.
           PERFORM 1500-RELEASE-PRIOR-KEYS.
           PERFORM 2000-PROCESS-ACK-FILE
               UNTIL END-OF-ACK-FILE.
           PERFORM 3000-PROCESS-PENDING-FILE
               UNTIL END-OF-PEND-FILE.

       1500-RELEASE-PRIOR-KEYS.
           MOVE ZERO TO XRF-ORIG-ID.
           START XREF-FILE KEY NOT < XRF-ORIG-ID
               INVALID KEY
                   SET END-OF-XREF-SWEEP TO TRUE
           END-START.
           PERFORM 1600-RELEASE-ONE-PRIOR-KEY
               UNTIL END-OF-XREF-SWEEP.

       1600-RELEASE-ONE-PRIOR-KEY.
           READ XREF-FILE NEXT RECORD
               AT END
                   SET END-OF-XREF-SWEEP TO TRUE
           END-READ.
           IF NOT END-OF-XREF-SWEEP
               AND XRF-PRIOR-KEY NOT = SPACES
               MOVE SPACES TO SORT-WORK-RECORD
               MOVE XRF-PRIOR-KEY TO SW-KEY
               SET SW-SUPERSEDED-KEY TO TRUE
               MOVE ZERO TO SW-SEQ
               RELEASE SORT-WORK-RECORD
           END-IF.

       2000-PROCESS-ACK-FILE.
               ADD 1 TO WS-FAILED-KEYS-READ
               MOVE AK-KEY TO WS-CAND-KEY
               MOVE 'ACK FAIL' TO WS-CAND-ORIGIN
               PERFORM 3500-RELEASE-CANDIDATE
           END-IF.

       3000-PROCESS-PENDING-FILE.
               ADD 1 TO WS-AGED-KEYS-FOUND
               MOVE PO-KEY TO WS-CAND-KEY
               MOVE 'AGED PND' TO WS-CAND-ORIGIN
               PERFORM 3500-RELEASE-CANDIDATE
           END-IF.

       3500-RELEASE-CANDIDATE.
           MOVE SPACES TO SORT-WORK-RECORD.
           ADD 1 TO WS-RELEASE-SEQ.
           MOVE WS-CAND-KEY TO SW-KEY.
           SET SW-CANDIDATE-KEY TO TRUE.
           MOVE WS-RELEASE-SEQ TO SW-SEQ.
           MOVE WS-CAND-ORIGIN TO SW-ORIGIN.
           RELEASE SORT-WORK-RECORD.

       4000-RESEND-OR-DROP-KEYS.
           PERFORM 4050-RETURN-SORTED-KEY.
           PERFORM 4100-HANDLE-SORTED-KEY
               UNTIL END-OF-SORTED-KEYS.

       4050-RETURN-SORTED-KEY.
           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-SORTED-KEYS TO TRUE
           END-RETURN.

       4100-HANDLE-SORTED-KEY.
           IF SW-SUPERSEDED-KEY
               MOVE SW-KEY TO WS-SUPERSEDED-KEY
           ELSE
               IF SW-KEY = WS-HANDLED-KEY
                   ADD 1 TO WS-DUPLICATES-SKIPPED
               ELSE
                   MOVE SW-KEY TO WS-HANDLED-KEY
                   MOVE SW-KEY TO WS-CAND-KEY
                   MOVE SW-ORIGIN TO WS-CAND-ORIGIN
                   PERFORM 4200-RESEND-OR-DROP
               END-IF
           END-IF.
           PERFORM 4050-RETURN-SORTED-KEY.

       4200-RESEND-OR-DROP.
           MOVE WS-CAND-KEY TO XRF-CONV-KEY.
           READ XREF-FILE KEY IS XRF-CONV-KEY
               INVALID KEY
                   PERFORM 4500-DROP-UNKNOWN-KEY
               NOT INVALID KEY
                   IF XRF-ACTIVE
                       PERFORM 4300-WRITE-RESEND-DETAIL
                   ELSE
                       PERFORM 4400-DROP-INACTIVE-KEY
                   END-IF
           END-READ.

       4300-WRITE-RESEND-DETAIL.
           MOVE SPACES TO CONV-OUT-DETAIL-RECORD.

       4600-CHECK-PRIOR-KEYS.
           MOVE 'N' TO WS-PRIOR-HIT-SWITCH.
           IF WS-SUPERSEDED-KEY = WS-CAND-KEY
               SET KEY-WAS-SUPERSEDED TO TRUE
           END-IF.

           DISPLAY 'DROPPED NOT ON XREF: ' WS-DROPPED-UNKNOWN.
           DISPLAY 'DUPLICATES SKIPPED.: ' WS-DUPLICATES-SKIPPED.
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
           COMPUTE STP-RECORDS-IN =
               WS-ACKS-READ + WS-PENDING-READ.
           MOVE WS-KEYS-RESENT TO STP-RECORDS-OUT.
           COMPUTE STP-RECORDS-EXCEPT = WS-DROPPED-INACTIVE
               + WS-DROPPED-SUPERSEDED + WS-DROPPED-UNKNOWN.
           PERFORM 1095-WRITE-OWN-STEP.
           CLOSE STEP-LEDGER-FILE.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOL-FILE-STATUS.

           SELECT SENT-SORTED-FILE ASSIGN TO "ACKSENT.TMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SSRT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "ACKSORT.TMP".

           SELECT STEP-LEDGER-FILE ASSIGN TO "STEPLDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STP-KEY
               FILE STATUS IS WS-STEP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONV-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD                  PIC X(80).

       FD  BUS-DATE-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY BDATREC.

       FD  HOLIDAY-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 38 CHARACTERS.
           COPY HOLREC.

       FD  SENT-SORTED-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  SENT-SORTED-RECORD.
           05  SS-KEY                      PIC X(10).
           05  SS-SEQ                      PIC 9(9).
           05  SS-ORIGIN                   PIC X.
               88  SS-FROM-PENDING         VALUE 'P'.
               88  SS-SENT-TODAY           VALUE 'T'.
           05  SS-SENT-DATE                PIC 9(8).
           05  SS-ACK-STATUS               PIC X.
           05  SS-ACK-REASON               PIC X(20).
           05  FILLER                      PIC X.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-KEY                      PIC X(10).
           05  SW-SEQ                      PIC 9(9).
           05  SW-ORIGIN                   PIC X.
           05  SW-SENT-DATE                PIC 9(8).
           05  SW-ACK-STATUS               PIC X.
               88  SW-ACK-ACCEPTED         VALUE 'A'.
           05  SW-ACK-REASON               PIC X(20).
           05  FILLER                      PIC X.

       FD  STEP-LEDGER-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 117 CHARACTERS.
           COPY STEPREC.

       WORKING-STORAGE SECTION.
           COPY WSDATA.

               88  PEND-IN-PRESENT     VALUE 'Y'.
           05  WS-TRAILER-SWITCH       PIC X VALUE 'N'.
               88  TRAILER-WAS-SEEN    VALUE 'Y'.
           05  WS-SENT-READY-SWITCH    PIC X VALUE 'N'.
               88  SENT-KEY-READY      VALUE 'Y'.
           05  WS-SENT-ACKED-SWITCH    PIC X VALUE 'N'.
               88  SENT-KEY-ACKED      VALUE 'Y'.
           05  WS-CARRIED-EOF-SWITCH   PIC X VALUE 'N'.
               88  END-OF-CARRIED-KEYS VALUE 'Y'.
           05  WS-HOL-EOF-SWITCH       PIC X VALUE 'N'.
               88  END-OF-HOLIDAY-FILE VALUE 'Y'.
           05  WS-PRED-SWITCH          PIC X VALUE 'N'.
               88  PREDECESSOR-COMPLETE VALUE 'Y'.
           05  WS-STEP-FOUND-SWITCH    PIC X VALUE 'N'.
               88  STEP-ON-LEDGER      VALUE 'Y'.

       01  WS-CONV-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-ACK-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-PNDI-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-PNDO-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-BDAT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-HOL-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-STEP-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-SSRT-FILE-STATUS         PIC X(2) VALUE '00'.

       01  WS-STEP-PROGRAM             PIC X(16) VALUE 'ACK-MATCH'.
       01  WS-STEP-PREDECESSOR         PIC X(16)
                                       VALUE 'ID-CONVERTER'.
       01  WS-STEP-RC                  PIC 9(4) VALUE ZERO.

       01  WS-RELEASE-SEQ              PIC 9(9) COMP VALUE ZERO.

       01  WS-MATCH-WORK.
           05  WS-SENT-MATCH-KEY       PIC X(10) VALUE SPACES.
           05  WS-PREV-SENT-KEY        PIC X(10) VALUE SPACES.
           05  WS-MATCH-SENT-DATE      PIC 9(8) VALUE ZERO.
           05  WS-ACK-MATCH-KEY        PIC X(10) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-KEYS-SENT-TODAY      PIC 9(9) VALUE ZERO.
       01  WS-RUN-DATE-INT             PIC 9(9) VALUE ZERO.
       01  WS-SENT-DATE-INT            PIC 9(9) VALUE ZERO.
       01  WS-AGE-DAYS                 PIC S9(5) VALUE ZERO.

       01  WS-HOLIDAY-TABLE-AREA.
           05  WS-HOLIDAY-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-HOLIDAY-ENTRY OCCURS 500 TIMES.
               10  WS-HOL-DATE-INT     PIC 9(9).

       01  WS-HOL-SUB                  PIC 9(3) VALUE ZERO.

       01  WS-BUS-DAY-WORK.
           05  WS-BDW-DATE-INT         PIC 9(9) VALUE ZERO.
           05  WS-BDW-WEEKS            PIC 9(9) VALUE ZERO.
           05  WS-BDW-DAYS-LEFT        PIC 9(1) VALUE ZERO.
           05  WS-BDW-WEEKDAYS         PIC 9(9) VALUE ZERO.
           05  WS-BDW-RUN-WEEKDAYS     PIC 9(9) VALUE ZERO.
           05  WS-BDW-HOLIDAYS         PIC 9(5) VALUE ZERO.

       01  WS-AGE-EDIT                 PIC 9(3) VALUE ZERO.

       01  WS-RPT-DETAIL-LINE.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-KEY SW-SEQ
               INPUT PROCEDURE IS 2000-RELEASE-SENT-KEYS
               GIVING SENT-SORTED-FILE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-KEY SW-SEQ
               INPUT PROCEDURE IS 2500-RELEASE-ACK-RECORDS
               OUTPUT PROCEDURE IS 3000-MATCH-ACK-FILE.
           PERFORM 4000-VERIFY-TRAILER-COUNT.
           PERFORM 5000-REPORT-UNACKED-KEYS.
           PERFORM 9000-TERMINATE.
           PERFORM 9100-PRINT-MATCH-SUMMARY.
           PERFORM 9800-END-STEP-LEDGER.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE.
           PERFORM 1060-LOAD-HOLIDAY-CALENDAR.
           PERFORM 1070-START-STEP-LEDGER.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           OPEN INPUT CONV-OUT-FILE.
               AT END
                   SET END-OF-CONV-FILE TO TRUE.

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

       1060-LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOL-FILE-STATUS = '35'
               SET END-OF-HOLIDAY-FILE TO TRUE
           ELSE
               IF WS-HOL-FILE-STATUS NOT = '00'
                   DISPLAY 'HOLIDAY-FILE OPEN ERROR, STATUS='
                       WS-HOL-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1065-LOAD-ONE-HOLIDAY
                   UNTIL END-OF-HOLIDAY-FILE
               CLOSE HOLIDAY-FILE
           END-IF.

       1065-LOAD-ONE-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   SET END-OF-HOLIDAY-FILE TO TRUE
           END-READ.
           IF NOT END-OF-HOLIDAY-FILE
               IF HOL-DATE NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(HOL-DATE) = 0
                   COMPUTE WS-BDW-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(HOL-DATE)
                   IF FUNCTION MOD(WS-BDW-DATE-INT - 1, 7) < 5
                       IF WS-HOLIDAY-COUNT >= 500
                           DISPLAY 'TOO MANY HOLIDAYS, LIMIT IS 500'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-HOLIDAY-COUNT
                       MOVE WS-BDW-DATE-INT
                           TO WS-HOL-DATE-INT (WS-HOLIDAY-COUNT)
                   END-IF
               ELSE
                   DISPLAY 'HOLIDAY RECORD IGNORED, DATE NOT VALID: '
                       HOL-DATE
               END-IF
           END-IF.

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

       2000-RELEASE-SENT-KEYS.
           IF PEND-IN-PRESENT
               PERFORM 2200-RELEASE-PENDING-KEYS
                   UNTIL END-OF-PEND-FILE
           END-IF.
           PERFORM 2100-RELEASE-CONV-OUT-RECORD
               UNTIL END-OF-CONV-FILE.

       2100-RELEASE-CONV-OUT-RECORD.
           IF CO-DET-TYPE = 'DET1'
               ADD 1 TO WS-KEYS-SENT-TODAY
               MOVE SPACES TO SORT-WORK-RECORD
               ADD 1 TO WS-RELEASE-SEQ
               MOVE CO-DET-KEY TO SW-KEY
               MOVE WS-RELEASE-SEQ TO SW-SEQ
               MOVE 'T' TO SW-ORIGIN
               MOVE WS-RUN-DATE TO SW-SENT-DATE
               RELEASE SORT-WORK-RECORD
           ELSE
               IF CO-DET-TYPE = 'TRL1'
                   SET TRAILER-WAS-SEEN TO TRUE
                   MOVE CO-TRL-COUNT TO WS-TRAILER-COUNT
               END-IF
           END-IF.
           READ CONV-OUT-FILE
               AT END
                   SET END-OF-CONV-FILE TO TRUE.

       2200-RELEASE-PENDING-KEYS.
           READ PEND-IN-FILE
               AT END
                   SET END-OF-PEND-FILE TO TRUE
               NOT AT END
                   PERFORM 2250-RELEASE-PENDING-KEY
           END-READ.

       2250-RELEASE-PENDING-KEY.
           MOVE SPACES TO SORT-WORK-RECORD.
           ADD 1 TO WS-RELEASE-SEQ.
           MOVE PI-KEY TO SW-KEY.
           MOVE WS-RELEASE-SEQ TO SW-SEQ.
           MOVE 'P' TO SW-ORIGIN.
           MOVE PI-SENT-DATE TO SW-SENT-DATE.
           RELEASE SORT-WORK-RECORD.
           ADD 1 TO WS-PEND-BROUGHT-FWD.

       2500-RELEASE-ACK-RECORDS.
           MOVE ZERO TO WS-RELEASE-SEQ.
           PERFORM 2600-RELEASE-ONE-ACK
               UNTIL END-OF-ACK-FILE.

       2600-RELEASE-ONE-ACK.
           READ ACK-IN-FILE
               AT END
                   SET END-OF-ACK-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACKS-RECEIVED
                   MOVE SPACES TO SORT-WORK-RECORD
                   ADD 1 TO WS-RELEASE-SEQ
                   MOVE AK-KEY TO SW-KEY
                   MOVE WS-RELEASE-SEQ TO SW-SEQ
                   MOVE ZERO TO SW-SENT-DATE
                   MOVE AK-STATUS TO SW-ACK-STATUS
                   MOVE AK-REASON TO SW-ACK-REASON
                   RELEASE SORT-WORK-RECORD
           END-READ.

       3000-MATCH-ACK-FILE.
           OPEN INPUT SENT-SORTED-FILE.
           IF WS-SSRT-FILE-STATUS NOT = '00'
               DISPLAY 'SENT-SORTED-FILE OPEN ERROR, STATUS='
                   WS-SSRT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO WS-PREV-SENT-KEY.
           PERFORM 3050-READ-SENT-KEY.
           PERFORM 3060-RETURN-ACK-RECORD.
           PERFORM 3100-MATCH-ONE-KEY
               UNTIL WS-SENT-MATCH-KEY = HIGH-VALUES
                   AND WS-ACK-MATCH-KEY = HIGH-VALUES.
           CLOSE SENT-SORTED-FILE.

       3050-READ-SENT-KEY.
           MOVE 'N' TO WS-SENT-READY-SWITCH.
           MOVE 'N' TO WS-SENT-ACKED-SWITCH.
           PERFORM 3055-READ-ONE-SENT-RECORD
               UNTIL SENT-KEY-READY.

       3055-READ-ONE-SENT-RECORD.
           READ SENT-SORTED-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-SENT-MATCH-KEY
                   SET SENT-KEY-READY TO TRUE
               NOT AT END
                   IF SS-KEY = WS-PREV-SENT-KEY AND SS-SENT-TODAY
                       CONTINUE
                   ELSE
                       MOVE SS-KEY TO WS-SENT-MATCH-KEY
                       MOVE SS-KEY TO WS-PREV-SENT-KEY
                       MOVE SS-SENT-DATE TO WS-MATCH-SENT-DATE
                       SET SENT-KEY-READY TO TRUE
                   END-IF
           END-READ.

       3060-RETURN-ACK-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-ACK-MATCH-KEY
               NOT AT END
                   MOVE SW-KEY TO WS-ACK-MATCH-KEY
           END-RETURN.

       3100-MATCH-ONE-KEY.
           IF WS-ACK-MATCH-KEY < WS-SENT-MATCH-KEY
               PERFORM 3200-REPORT-UNKNOWN-ACK
               PERFORM 3060-RETURN-ACK-RECORD
           ELSE
               IF WS-ACK-MATCH-KEY = WS-SENT-MATCH-KEY
                   IF SENT-KEY-ACKED
                       PERFORM 3050-READ-SENT-KEY
                   END-IF
                   IF WS-ACK-MATCH-KEY = WS-SENT-MATCH-KEY
                       PERFORM 3300-APPLY-ACK-TO-KEY
                       SET SENT-KEY-ACKED TO TRUE
                   ELSE
                       PERFORM 3200-REPORT-UNKNOWN-ACK
                   END-IF
                   PERFORM 3060-RETURN-ACK-RECORD
               ELSE
                   IF NOT SENT-KEY-ACKED
                       PERFORM 3400-CARRY-UNACKED-KEY
                   END-IF
                   PERFORM 3050-READ-SENT-KEY
               END-IF
           END-IF.

       3200-REPORT-UNKNOWN-ACK.
           ADD 1 TO WS-KEYS-UNKNOWN.
           MOVE SPACES TO WS-RPT-DETAIL-LINE.
           MOVE 'UNKNOWN KEY:  ' TO WS-RPT-TAG.
           MOVE SW-KEY TO WS-RPT-KEY.
           MOVE 'REPORTED BUT NEVER SENT' TO WS-RPT-TEXT.
           MOVE WS-RPT-DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       3300-APPLY-ACK-TO-KEY.
           IF SW-ACK-ACCEPTED
               ADD 1 TO WS-KEYS-ACCEPTED
           ELSE
               ADD 1 TO WS-KEYS-FAILED
               MOVE SPACES TO WS-RPT-DETAIL-LINE
               MOVE 'FAILED KEY:   ' TO WS-RPT-TAG
               MOVE SW-KEY TO WS-RPT-KEY
               MOVE SW-ACK-REASON TO WS-RPT-TEXT
               MOVE WS-RPT-DETAIL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       3400-CARRY-UNACKED-KEY.
           ADD 1 TO WS-KEYS-UNACKED.
           PERFORM 5200-COMPUTE-KEY-AGE.
           MOVE WS-SENT-MATCH-KEY TO PO-KEY.
           MOVE WS-MATCH-SENT-DATE TO PO-SENT-DATE.
           MOVE WS-AGE-DAYS TO PO-AGE-DAYS.
           WRITE PEND-OUT-RECORD.

       4000-VERIFY-TRAILER-COUNT.
           IF TRAILER-WAS-SEEN
               MOVE 4 TO RETURN-CODE
           END-IF.

       5000-REPORT-UNACKED-KEYS.
           CLOSE PEND-OUT-FILE.
           OPEN INPUT PEND-OUT-FILE.
           IF WS-PNDO-FILE-STATUS NOT = '00'
               DISPLAY 'PEND-OUT-FILE OPEN ERROR, STATUS='
                   WS-PNDO-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 5100-REPORT-ONE-UNACKED-KEY
               UNTIL END-OF-CARRIED-KEYS.

       5100-REPORT-ONE-UNACKED-KEY.
           READ PEND-OUT-FILE
               AT END
                   SET END-OF-CARRIED-KEYS TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-RPT-DETAIL-LINE
                   MOVE 'UNACKED KEY:  ' TO WS-RPT-TAG
                   MOVE PO-KEY TO WS-RPT-KEY
                   MOVE PO-AGE-DAYS TO WS-AGE-EDIT
                   STRING 'AWAITING ACK, AGE ' WS-AGE-EDIT
                          ' DAYS'
                       DELIMITED BY SIZE
                       INTO WS-RPT-TEXT
                   MOVE WS-RPT-DETAIL-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
           END-READ.

       5200-COMPUTE-KEY-AGE.
           IF WS-MATCH-SENT-DATE NUMERIC
               AND WS-MATCH-SENT-DATE > 10000000
               COMPUTE WS-SENT-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-MATCH-SENT-DATE)
               PERFORM 5250-COUNT-BUSINESS-DAYS
           ELSE
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.
               END-IF
           END-IF.

       5250-COUNT-BUSINESS-DAYS.
           MOVE WS-RUN-DATE-INT TO WS-BDW-DATE-INT.
           PERFORM 5260-COUNT-WEEKDAYS-TO-DATE.
           MOVE WS-BDW-WEEKDAYS TO WS-BDW-RUN-WEEKDAYS.
           MOVE WS-SENT-DATE-INT TO WS-BDW-DATE-INT.
           PERFORM 5260-COUNT-WEEKDAYS-TO-DATE.
           MOVE ZERO TO WS-BDW-HOLIDAYS.
           MOVE ZERO TO WS-HOL-SUB.
           PERFORM 5270-COUNT-ONE-HOLIDAY
               UNTIL WS-HOL-SUB >= WS-HOLIDAY-COUNT.
           COMPUTE WS-AGE-DAYS = WS-BDW-RUN-WEEKDAYS
               - WS-BDW-WEEKDAYS - WS-BDW-HOLIDAYS.

       5260-COUNT-WEEKDAYS-TO-DATE.
           DIVIDE WS-BDW-DATE-INT BY 7 GIVING WS-BDW-WEEKS
               REMAINDER WS-BDW-DAYS-LEFT.
           IF WS-BDW-DAYS-LEFT > 5
               MOVE 5 TO WS-BDW-DAYS-LEFT
           END-IF.
           COMPUTE WS-BDW-WEEKDAYS =
               WS-BDW-WEEKS * 5 + WS-BDW-DAYS-LEFT.

       5270-COUNT-ONE-HOLIDAY.
           ADD 1 TO WS-HOL-SUB.
           IF WS-HOL-DATE-INT (WS-HOL-SUB) > WS-SENT-DATE-INT
               AND WS-HOL-DATE-INT (WS-HOL-SUB) NOT > WS-RUN-DATE-INT
               ADD 1 TO WS-BDW-HOLIDAYS
           END-IF.

       9000-TERMINATE.
           CLOSE CONV-OUT-FILE.
           CLOSE ACK-IN-FILE.
           DISPLAY 'UNACKED AGE  2-  7.: ' WS-AGE-2-7-DAYS.
           DISPLAY 'UNACKED AGE OVER 7.: ' WS-AGE-OVER-7-DAYS.
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
           MOVE WS-ACKS-RECEIVED TO STP-RECORDS-IN.
           MOVE WS-KEYS-ACCEPTED TO STP-RECORDS-OUT.
           COMPUTE STP-RECORDS-EXCEPT =
               WS-KEYS-FAILED + WS-KEYS-UNKNOWN.
           PERFORM 1095-WRITE-OWN-STEP.
           CLOSE STEP-LEDGER-FILE.

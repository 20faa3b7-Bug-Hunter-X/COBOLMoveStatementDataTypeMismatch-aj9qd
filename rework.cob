               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCYC-FILE-STATUS.

           SELECT FEED-CTL-FILE ASSIGN TO "FEEDCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-SOURCE-SYSTEM
               FILE STATUS IS WS-FCTL-FILE-STATUS.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOL-FILE-STATUS.

           SELECT STEP-LEDGER-FILE ASSIGN TO "STEPLDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STP-KEY
               FILE STATUS IS WS-STEP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY TRANREC.

       FD  FEED-CTL-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 52 CHARACTERS.
           COPY FEEDREC.

       FD  BUS-DATE-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY BDATREC.

       FD  HOLIDAY-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 38 CHARACTERS.
           COPY HOLREC.

       FD  STEP-LEDGER-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 117 CHARACTERS.
           COPY STEPREC.

       WORKING-STORAGE SECTION.
           COPY WSDATA.

               88  CORRECTION-FOUND    VALUE 'Y'.
           05  WS-SUSP-IN-SWITCH       PIC X VALUE 'N'.
               88  SUSP-IN-PRESENT     VALUE 'Y'.
           05  WS-HOL-EOF-SWITCH       PIC X VALUE 'N'.
               88  END-OF-HOLIDAY-FILE VALUE 'Y'.
           05  WS-PRED-SWITCH          PIC X VALUE 'N'.
               88  PREDECESSOR-COMPLETE VALUE 'Y'.
           05  WS-STEP-FOUND-SWITCH    PIC X VALUE 'N'.
               88  STEP-ON-LEDGER      VALUE 'Y'.

       01  WS-REJ-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-SUSPI-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-SUSPO-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-CORR-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-RCYC-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-FCTL-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-BDAT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-HOL-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-STEP-FILE-STATUS         PIC X(2) VALUE '00'.

       01  WS-STEP-PROGRAM             PIC X(16) VALUE 'REJ-REWORK'.
       01  WS-STEP-PREDECESSOR         PIC X(16)
                                       VALUE 'ID-CONVERTER'.
       01  WS-STEP-RC                  PIC 9(4) VALUE ZERO.

       01  WS-CORR-TABLE-AREA.
           05  WS-CORR-COUNT           PIC 9(4) COMP VALUE ZERO.
           05  WS-ITEM-REASON          PIC X(20).
           05  WS-ITEM-FIRST-DATE      PIC 9(8).

       01  WS-RECYCLE-ENVELOPE.
           05  WS-RCYC-SOURCE          PIC X(3) VALUE 'RWK'.
           05  WS-RCYC-FILE-SEQ        PIC 9(5) VALUE ZERO.
           05  WS-RCYC-HASH-TOTAL      PIC 9(9) VALUE ZERO.
           05  WS-RCYC-HASH-WORK       PIC 9(10) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-REJECTS-READ         PIC 9(9) VALUE ZERO.
           05  WS-SUSP-BROUGHT-FWD     PIC 9(9) VALUE ZERO.
       01  WS-FIRST-DATE-INT           PIC 9(9) VALUE ZERO.
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

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 8000-COUNT-UNMATCHED-CARDS.
           PERFORM 9000-TERMINATE.
           PERFORM 9100-PRINT-REWORK-SUMMARY.
           PERFORM 9800-END-STEP-LEDGER.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE.
           PERFORM 1060-LOAD-HOLIDAY-CALENDAR.
           PERFORM 1070-START-STEP-LEDGER.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           OPEN INPUT REJECT-FILE.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-WRITE-RECYCLE-HEADER.
           READ REJECT-FILE
               AT END
                   SET END-OF-REJECT-FILE TO TRUE.

       1200-WRITE-RECYCLE-HEADER.
           PERFORM 1210-GET-RECYCLE-FILE-SEQ.
           MOVE SPACES TO TRANS-IN-RECORD.
           MOVE 'H' TO TR-TRANS-CODE.
           MOVE WS-RCYC-FILE-SEQ TO TR-HDR-FILE-SEQ.
           MOVE WS-RUN-DATE TO TR-HDR-CREATE-DATE.
           MOVE WS-RCYC-SOURCE TO TR-HDR-SOURCE-SYSTEM.
           WRITE TRANS-IN-RECORD.

       1210-GET-RECYCLE-FILE-SEQ.
           MOVE 1 TO WS-RCYC-FILE-SEQ.
           OPEN INPUT FEED-CTL-FILE.
           IF WS-FCTL-FILE-STATUS = '00'
               MOVE WS-RCYC-SOURCE TO FC-SOURCE-SYSTEM
               READ FEED-CTL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-RCYC-FILE-SEQ =
                           FC-LAST-FILE-SEQ + 1
               END-READ
               CLOSE FEED-CTL-FILE
           ELSE
               IF WS-FCTL-FILE-STATUS NOT = '35'
                   DISPLAY 'FEED-CTL-FILE OPEN ERROR, STATUS='
                       WS-FCTL-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

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

       3000-LOAD-CORRECTION-CARDS.
           OPEN INPUT CORR-CARD-FILE.
           IF WS-CORR-FILE-STATUS = '35'
               MOVE WS-ITEM-SOURCE TO TR-SOURCE-SYSTEM
               WRITE TRANS-IN-RECORD
               ADD 1 TO WS-ITEMS-RECYCLED
               COMPUTE WS-RCYC-HASH-WORK =
                   WS-RCYC-HASH-TOTAL + WS-INT-VALUE
               IF WS-RCYC-HASH-WORK > 999999999
                   SUBTRACT 1000000000 FROM WS-RCYC-HASH-WORK
               END-IF
               MOVE WS-RCYC-HASH-WORK TO WS-RCYC-HASH-TOTAL
           ELSE
               IF CORRECTION-FOUND
                   SUBTRACT 1 FROM WS-ITEMS-CURED
               AND WS-ITEM-FIRST-DATE > 10000000
               COMPUTE WS-FIRST-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ITEM-FIRST-DATE)
               PERFORM 4650-COUNT-BUSINESS-DAYS
           ELSE
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.
               END-IF
           END-IF.

       4650-COUNT-BUSINESS-DAYS.
           MOVE WS-RUN-DATE-INT TO WS-BDW-DATE-INT.
           PERFORM 4660-COUNT-WEEKDAYS-TO-DATE.
           MOVE WS-BDW-WEEKDAYS TO WS-BDW-RUN-WEEKDAYS.
           MOVE WS-FIRST-DATE-INT TO WS-BDW-DATE-INT.
           PERFORM 4660-COUNT-WEEKDAYS-TO-DATE.
           MOVE ZERO TO WS-BDW-HOLIDAYS.
           MOVE ZERO TO WS-HOL-SUB.
           PERFORM 4670-COUNT-ONE-HOLIDAY
               UNTIL WS-HOL-SUB >= WS-HOLIDAY-COUNT.
           COMPUTE WS-AGE-DAYS = WS-BDW-RUN-WEEKDAYS
               - WS-BDW-WEEKDAYS - WS-BDW-HOLIDAYS.

       4660-COUNT-WEEKDAYS-TO-DATE.
           DIVIDE WS-BDW-DATE-INT BY 7 GIVING WS-BDW-WEEKS
               REMAINDER WS-BDW-DAYS-LEFT.
           IF WS-BDW-DAYS-LEFT > 5
               MOVE 5 TO WS-BDW-DAYS-LEFT
           END-IF.
           COMPUTE WS-BDW-WEEKDAYS =
               WS-BDW-WEEKS * 5 + WS-BDW-DAYS-LEFT.

       4670-COUNT-ONE-HOLIDAY.
           ADD 1 TO WS-HOL-SUB.
           IF WS-HOL-DATE-INT (WS-HOL-SUB) > WS-FIRST-DATE-INT
               AND WS-HOL-DATE-INT (WS-HOL-SUB) NOT > WS-RUN-DATE-INT
               ADD 1 TO WS-BDW-HOLIDAYS
           END-IF.

       8000-COUNT-UNMATCHED-CARDS.
           MOVE ZERO TO WS-CORR-SUB.
           PERFORM 8100-CHECK-ONE-CARD
               CLOSE SUSP-IN-FILE
           END-IF.
           CLOSE SUSP-OUT-FILE.
           PERFORM 9010-WRITE-RECYCLE-TRAILER.
           CLOSE RECYCLE-FILE.

       9010-WRITE-RECYCLE-TRAILER.
           MOVE SPACES TO TRANS-IN-RECORD.
           MOVE 'T' TO TR-TRANS-CODE.
           MOVE WS-ITEMS-RECYCLED TO TR-TRL-RECORD-COUNT.
           MOVE WS-RCYC-HASH-TOTAL TO TR-TRL-HASH-TOTAL.
           WRITE TRANS-IN-RECORD.

       9100-PRINT-REWORK-SUMMARY.
           DISPLAY '***************************************'.
           DISPLAY '*       REJ-REWORK RUN SUMMARY        *'.
           DISPLAY 'SUSPENSE BRT FWD...: ' WS-SUSP-BROUGHT-FWD.
           DISPLAY 'ITEMS CURED........: ' WS-ITEMS-CURED.
           DISPLAY 'ITEMS RECYCLED.....: ' WS-ITEMS-RECYCLED.
           DISPLAY 'RECYCLE FILE SEQ...: ' WS-RCYC-FILE-SEQ.
           DISPLAY 'CORRECTED STILL BAD: ' WS-ITEMS-STILL-BAD.
           DISPLAY 'ITEMS OUTSTANDING..: ' WS-ITEMS-OUTSTANDING.
           DISPLAY 'CARDS UNMATCHED....: ' WS-CARDS-UNMATCHED.
           DISPLAY 'OUTSTANDING  8- 30.: ' WS-AGE-8-30-DAYS.
           DISPLAY 'OUTSTANDING OVER 30: ' WS-AGE-OVER-30-DAYS.
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
               WS-REJECTS-READ + WS-SUSP-BROUGHT-FWD.
           MOVE WS-ITEMS-RECYCLED TO STP-RECORDS-OUT.
           MOVE WS-ITEMS-OUTSTANDING TO STP-RECORDS-EXCEPT.
           PERFORM 1095-WRITE-OWN-STEP.
           CLOSE STEP-LEDGER-FILE.

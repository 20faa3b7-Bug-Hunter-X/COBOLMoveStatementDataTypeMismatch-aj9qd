       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-REVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESSLG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCL-FILE-STATUS.

           SELECT AUTH-USER-FILE ASSIGN TO "AUTHUSER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AU-USER-ID
               FILE STATUS IS WS-AUTH-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ACCREVW.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY ACCLREC.

       FD  AUTH-USER-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 71 CHARACTERS.
           COPY AUTHREC.

       FD  REPORT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD                  PIC X(80).

       FD  BUS-DATE-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY BDATREC.

       WORKING-STORAGE SECTION.
           COPY WSDATA.

       01  WS-SWITCHES.
           05  WS-ACCL-EOF-SWITCH      PIC X VALUE 'N'.
               88  END-OF-ACCESS-LOG   VALUE 'Y'.
           05  WS-ACCL-PRESENT-SWITCH  PIC X VALUE 'N'.
               88  ACCESS-LOG-PRESENT  VALUE 'Y'.
           05  WS-AUTH-PRESENT-SWITCH  PIC X VALUE 'N'.
               88  AUTH-MASTER-PRESENT VALUE 'Y'.
           05  WS-USR-FULL-SWITCH      PIC X VALUE 'N'.
               88  USER-TABLE-FULL     VALUE 'Y'.

       01  WS-ACCL-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-AUTH-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-BDAT-FILE-STATUS         PIC X(2) VALUE '00'.

       01  WS-PARM-DATE                PIC X(10) VALUE SPACES.
       01  WS-PARM-THRESHOLD           PIC X(10) VALUE SPACES.
       01  WS-THRESHOLD-NUMVAL         PIC S9(9)V9(5) VALUE ZERO.
       01  WS-REPORT-DATE              PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-START             PIC 9(8) VALUE ZERO.
       01  WS-DATE-CHECK               PIC 9(8) VALUE ZERO.
       01  WS-HIGH-VOLUME              PIC 9(7) VALUE 500.

       01  WS-USER-TABLE-AREA.
           05  WS-USER-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-USER-ENTRY OCCURS 500 TIMES.
               10  WS-USR-ID           PIC X(8).
               10  WS-USR-NAME         PIC X(30).
               10  WS-USR-LIMIT        PIC 9(7).
               10  WS-USR-ON-MASTER    PIC X.
               10  WS-USR-GRANTED      PIC 9(9).
               10  WS-USR-REFUSED      PIC 9(9).
               10  WS-USR-LIMIT-HITS   PIC 9(9).
               10  WS-USR-LAST-DATE    PIC 9(8).
               10  WS-USR-DAY-COUNT    PIC 9(9).
               10  WS-USR-PEAK-DAY     PIC 9(9).
               10  WS-USR-LAST-REASON  PIC X(20).

       01  WS-USR-SUB                  PIC 9(3) VALUE ZERO.
       01  WS-USR-SCAN-SUB             PIC 9(3) VALUE ZERO.
       01  WS-USR-WANTED               PIC X(8) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-LOG-RECORDS-READ     PIC 9(9) VALUE ZERO.
           05  WS-LOOKUPS-IN-PERIOD    PIC 9(9) VALUE ZERO.
           05  WS-LOOKUPS-GRANTED      PIC 9(9) VALUE ZERO.
           05  WS-LOOKUPS-REFUSED      PIC 9(9) VALUE ZERO.
           05  WS-ONLINE-LOOKUPS       PIC 9(9) VALUE ZERO.
           05  WS-BULK-LOOKUPS         PIC 9(9) VALUE ZERO.
           05  WS-HIGH-VOL-USERS       PIC 9(9) VALUE ZERO.
           05  WS-REFUSED-USERS        PIC 9(9) VALUE ZERO.
           05  WS-SECTION-LINES        PIC 9(9) VALUE ZERO.

       01  WS-PAGE-CONTROL.
           05  WS-PAGE-NUMBER          PIC 9(5) VALUE ZERO.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(24) VALUE SPACES.
           05  FILLER                  PIC X(32)
               VALUE 'LOOKUP ACCESS REVIEW REPORT'.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE 'PAGE '.
           05  WS-HD1-PAGE             PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HD2-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE 'PERIOD: '.
           05  WS-HD2-START            PIC 9(8).
           05  FILLER                  PIC X(4) VALUE ' TO '.
           05  WS-HD2-END              PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(22)
               VALUE 'HIGH-VOLUME THRESHOLD:'.
           05  WS-HD2-THRESHOLD        PIC ZZZZZZ9.

       01  WS-SECTION-LINE.
           05  WS-SECTION-TEXT         PIC X(80).

       01  WS-USER-HEADING.
           05  FILLER                  PIC X(10) VALUE 'USER ID'.
           05  FILLER                  PIC X(18) VALUE 'NAME'.
           05  FILLER                  PIC X(8) VALUE 'GRANTED '.
           05  FILLER                  PIC X(8) VALUE 'REFUSED '.
           05  FILLER                  PIC X(8) VALUE 'MAX/DAY '.
           05  FILLER                  PIC X(8) VALUE '  LIMIT '.
           05  FILLER                  PIC X(20) VALUE 'NOTE'.

       01  WS-USER-LINE.
           05  WS-UL-USER              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-UL-NAME              PIC X(17).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-UL-GRANTED           PIC ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-UL-REFUSED           PIC ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-UL-PEAK              PIC ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-UL-LIMIT             PIC X(7).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-UL-NOTE              PIC X(20).

       01  WS-LIMIT-EDIT               PIC ZZZZZZ9.

       01  WS-REFUSAL-HEADING.
           05  FILLER                  PIC X(10) VALUE 'DATE'.
           05  FILLER                  PIC X(8) VALUE 'TIME'.
           05  FILLER                  PIC X(10) VALUE 'USER ID'.
           05  FILLER                  PIC X(8) VALUE 'CHANNEL'.
           05  FILLER                  PIC X(3) VALUE 'D'.
           05  FILLER                  PIC X(12) VALUE 'VALUE'.
           05  FILLER                  PIC X(20) VALUE 'REASON'.
           05  FILLER                  PIC X(9) VALUE SPACES.

       01  WS-REFUSAL-LINE.
           05  WS-RD-DATE              PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-TIME              PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-USER              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-CHANNEL           PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-DIRECTION         PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-VALUE             PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-REASON            PIC X(20).
           05  FILLER                  PIC X(9) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(78) VALUE 'NONE'.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(24).
           05  WS-TOT-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PARAMETERS.
           PERFORM 1000-INITIALIZE.
           IF ACCESS-LOG-PRESENT
               PERFORM 2000-TALLY-ACCESS-LOG
                   UNTIL END-OF-ACCESS-LOG
               CLOSE ACCESS-LOG-FILE
           END-IF.
           MOVE ZERO TO WS-USR-SUB.
           PERFORM 2900-CLOSE-USER-DAY
               UNTIL WS-USR-SUB >= WS-USER-COUNT.
           PERFORM 3000-REPORT-HIGH-VOLUME.
           PERFORM 4000-REPORT-REFUSED-USERS.
           IF ACCESS-LOG-PRESENT
               PERFORM 5000-REPORT-REFUSAL-DETAIL
           END-IF.
           PERFORM 8000-PRINT-REPORT-TOTALS.
           PERFORM 9000-TERMINATE.
           PERFORM 9100-PRINT-REVIEW-SUMMARY.
           STOP RUN.

       0100-GET-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-DATE
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-THRESHOLD FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-THRESHOLD
           END-ACCEPT.

       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-REPORT-DATE.
           IF WS-PARM-DATE NOT = SPACES
               IF WS-PARM-DATE (1:8) NOT NUMERIC
                   OR WS-PARM-DATE (9:2) NOT = SPACES
                   DISPLAY 'INVALID PERIOD END DATE PARAMETER: '
                       WS-PARM-DATE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-DATE (1:8) TO WS-REPORT-DATE
               COMPUTE WS-DATE-CHECK =
                   FUNCTION TEST-DATE-YYYYMMDD(WS-REPORT-DATE)
               IF WS-DATE-CHECK NOT = ZERO
                   DISPLAY 'INVALID PERIOD END DATE PARAMETER: '
                       WS-PARM-DATE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-PARM-THRESHOLD NOT = SPACES
               PERFORM 1100-EDIT-THRESHOLD
           END-IF.
           COMPUTE WS-PERIOD-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE) - 6).
           OPEN INPUT ACCESS-LOG-FILE.
           IF WS-ACCL-FILE-STATUS = '00'
               SET ACCESS-LOG-PRESENT TO TRUE
           ELSE
               IF WS-ACCL-FILE-STATUS NOT = '35'
                   DISPLAY 'ACCESS-LOG-FILE OPEN ERROR, STATUS='
                       WS-ACCL-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY 'ACCESS LOG NOT FOUND, NO LOOKUPS RECORDED'
           END-IF.
           OPEN INPUT AUTH-USER-FILE.
           IF WS-AUTH-FILE-STATUS = '00'
               SET AUTH-MASTER-PRESENT TO TRUE
           ELSE
               IF WS-AUTH-FILE-STATUS NOT = '35'
                   DISPLAY 'AUTH-USER-FILE OPEN ERROR, STATUS='
                       WS-AUTH-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'REPORT-FILE OPEN ERROR, STATUS='
                   WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ACCESS-LOG-PRESENT
               READ ACCESS-LOG-FILE
                   AT END
                       SET END-OF-ACCESS-LOG TO TRUE
               END-READ
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

       1100-EDIT-THRESHOLD.
           IF FUNCTION TEST-NUMVAL(WS-PARM-THRESHOLD) NOT = 0
               DISPLAY 'INVALID THRESHOLD PARAMETER: '
                   WS-PARM-THRESHOLD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-THRESHOLD-NUMVAL =
               FUNCTION NUMVAL(WS-PARM-THRESHOLD).
           IF WS-THRESHOLD-NUMVAL < 1
               OR WS-THRESHOLD-NUMVAL > 9999999
               OR WS-THRESHOLD-NUMVAL NOT =
                   FUNCTION INTEGER-PART(WS-THRESHOLD-NUMVAL)
               DISPLAY 'INVALID THRESHOLD PARAMETER: '
                   WS-PARM-THRESHOLD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-THRESHOLD-NUMVAL TO WS-HIGH-VOLUME.

       2000-TALLY-ACCESS-LOG.
           ADD 1 TO WS-LOG-RECORDS-READ.
           IF AL-TS-DATE NOT < WS-PERIOD-START
               AND AL-TS-DATE NOT > WS-REPORT-DATE
               PERFORM 2100-TALLY-ONE-LOOKUP
           END-IF.
           READ ACCESS-LOG-FILE
               AT END
                   SET END-OF-ACCESS-LOG TO TRUE.

       2100-TALLY-ONE-LOOKUP.
           ADD 1 TO WS-LOOKUPS-IN-PERIOD.
           IF AL-BULK-LOOKUP
               ADD 1 TO WS-BULK-LOOKUPS
           ELSE
               ADD 1 TO WS-ONLINE-LOOKUPS
           END-IF.
           MOVE AL-USER-ID TO WS-USR-WANTED.
           PERFORM 2200-FIND-USER-ENTRY.
           IF AL-GRANTED
               ADD 1 TO WS-LOOKUPS-GRANTED
           ELSE
               ADD 1 TO WS-LOOKUPS-REFUSED
           END-IF.
           IF WS-USR-SUB > ZERO
               IF AL-GRANTED
                   ADD 1 TO WS-USR-GRANTED (WS-USR-SUB)
                   IF AL-TS-DATE NOT = WS-USR-LAST-DATE (WS-USR-SUB)
                       PERFORM 2910-CLOSE-ONE-DAY
                       MOVE AL-TS-DATE
                           TO WS-USR-LAST-DATE (WS-USR-SUB)
                   END-IF
                   ADD 1 TO WS-USR-DAY-COUNT (WS-USR-SUB)
               ELSE
                   ADD 1 TO WS-USR-REFUSED (WS-USR-SUB)
                   MOVE AL-REFUSAL-REASON
                       TO WS-USR-LAST-REASON (WS-USR-SUB)
                   IF AL-REFUSAL-REASON = 'DAILY LIMIT REACHED'
                       ADD 1 TO WS-USR-LIMIT-HITS (WS-USR-SUB)
                   END-IF
               END-IF
           END-IF.

       2200-FIND-USER-ENTRY.
           MOVE ZERO TO WS-USR-SUB.
           MOVE ZERO TO WS-USR-SCAN-SUB.
           PERFORM 2250-SCAN-USER-TABLE
               UNTIL WS-USR-SUB > ZERO
                   OR WS-USR-SCAN-SUB >= WS-USER-COUNT.
           IF WS-USR-SUB = ZERO
               IF WS-USER-COUNT < 500
                   PERFORM 2260-ADD-USER-ENTRY
               ELSE
                   IF NOT USER-TABLE-FULL
                       SET USER-TABLE-FULL TO TRUE
                       DISPLAY 'TOO MANY REQUESTERS, LIMIT IS 500 - '
                           'REQUESTER DETAIL INCOMPLETE'
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       2250-SCAN-USER-TABLE.
           ADD 1 TO WS-USR-SCAN-SUB.
           IF WS-USR-ID (WS-USR-SCAN-SUB) = WS-USR-WANTED
               MOVE WS-USR-SCAN-SUB TO WS-USR-SUB
           END-IF.

       2260-ADD-USER-ENTRY.
           ADD 1 TO WS-USER-COUNT.
           MOVE WS-USER-COUNT TO WS-USR-SUB.
           MOVE WS-USR-WANTED TO WS-USR-ID (WS-USR-SUB).
           MOVE '(NOT AUTHORIZED)' TO WS-USR-NAME (WS-USR-SUB).
           MOVE ZERO TO WS-USR-LIMIT (WS-USR-SUB).
           MOVE 'N' TO WS-USR-ON-MASTER (WS-USR-SUB).
           MOVE ZERO TO WS-USR-GRANTED (WS-USR-SUB).
           MOVE ZERO TO WS-USR-REFUSED (WS-USR-SUB).
           MOVE ZERO TO WS-USR-LIMIT-HITS (WS-USR-SUB).
           MOVE ZERO TO WS-USR-LAST-DATE (WS-USR-SUB).
           MOVE ZERO TO WS-USR-DAY-COUNT (WS-USR-SUB).
           MOVE ZERO TO WS-USR-PEAK-DAY (WS-USR-SUB).
           MOVE SPACES TO WS-USR-LAST-REASON (WS-USR-SUB).
           IF WS-USR-WANTED = SPACES
               MOVE '(NO REQUESTER ID)' TO WS-USR-NAME (WS-USR-SUB)
           ELSE
               IF AUTH-MASTER-PRESENT
                   MOVE WS-USR-WANTED TO AU-USER-ID
                   READ AUTH-USER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE AU-USER-NAME
                               TO WS-USR-NAME (WS-USR-SUB)
                           MOVE AU-DAILY-LIMIT
                               TO WS-USR-LIMIT (WS-USR-SUB)
                           MOVE 'Y' TO WS-USR-ON-MASTER (WS-USR-SUB)
                   END-READ
               END-IF
           END-IF.

       2900-CLOSE-USER-DAY.
           ADD 1 TO WS-USR-SUB.
           PERFORM 2910-CLOSE-ONE-DAY.

       2910-CLOSE-ONE-DAY.
           IF WS-USR-DAY-COUNT (WS-USR-SUB)
               > WS-USR-PEAK-DAY (WS-USR-SUB)
               MOVE WS-USR-DAY-COUNT (WS-USR-SUB)
                   TO WS-USR-PEAK-DAY (WS-USR-SUB)
           END-IF.
           MOVE ZERO TO WS-USR-DAY-COUNT (WS-USR-SUB).

       3000-REPORT-HIGH-VOLUME.
           MOVE 'HIGH-VOLUME REQUESTERS' TO WS-SECTION-TEXT.
           PERFORM 6000-START-USER-SECTION.
           MOVE ZERO TO WS-USR-SUB.
           PERFORM 3100-CHECK-HIGH-VOLUME
               UNTIL WS-USR-SUB >= WS-USER-COUNT.
           PERFORM 6100-END-SECTION.

       3100-CHECK-HIGH-VOLUME.
           ADD 1 TO WS-USR-SUB.
           IF WS-USR-LIMIT-HITS (WS-USR-SUB) > ZERO
               OR WS-USR-GRANTED (WS-USR-SUB) NOT < WS-HIGH-VOLUME
               ADD 1 TO WS-HIGH-VOL-USERS
               IF WS-USR-LIMIT-HITS (WS-USR-SUB) > ZERO
                   MOVE 'DAILY LIMIT REACHED' TO WS-UL-NOTE
               ELSE
                   MOVE 'OVER THRESHOLD' TO WS-UL-NOTE
               END-IF
               PERFORM 6200-PRINT-USER-LINE
           END-IF.

       4000-REPORT-REFUSED-USERS.
           MOVE 'REQUESTERS WITH REFUSED LOOKUPS' TO WS-SECTION-TEXT.
           PERFORM 6000-START-USER-SECTION.
           MOVE ZERO TO WS-USR-SUB.
           PERFORM 4100-CHECK-REFUSED-USER
               UNTIL WS-USR-SUB >= WS-USER-COUNT.
           PERFORM 6100-END-SECTION.

       4100-CHECK-REFUSED-USER.
           ADD 1 TO WS-USR-SUB.
           IF WS-USR-REFUSED (WS-USR-SUB) > ZERO
               ADD 1 TO WS-REFUSED-USERS
               MOVE WS-USR-LAST-REASON (WS-USR-SUB) TO WS-UL-NOTE
               PERFORM 6200-PRINT-USER-LINE
           END-IF.

       5000-REPORT-REFUSAL-DETAIL.
           MOVE 'REFUSED LOOKUP DETAIL' TO WS-SECTION-TEXT.
           IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
               PERFORM 7100-PRINT-PAGE-HEADINGS
           END-IF.
           MOVE WS-SECTION-LINE TO REPORT-RECORD.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE WS-REFUSAL-HEADING TO REPORT-RECORD.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE ZERO TO WS-SECTION-LINES.
           MOVE 'N' TO WS-ACCL-EOF-SWITCH.
           OPEN INPUT ACCESS-LOG-FILE.
           IF WS-ACCL-FILE-STATUS NOT = '00'
               DISPLAY 'ACCESS-LOG-FILE OPEN ERROR, STATUS='
                   WS-ACCL-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ ACCESS-LOG-FILE
               AT END
                   SET END-OF-ACCESS-LOG TO TRUE.
           PERFORM 5100-LIST-ONE-REFUSAL
               UNTIL END-OF-ACCESS-LOG.
           CLOSE ACCESS-LOG-FILE.
           PERFORM 6100-END-SECTION.

       5100-LIST-ONE-REFUSAL.
           IF AL-TS-DATE NOT < WS-PERIOD-START
               AND AL-TS-DATE NOT > WS-REPORT-DATE
               AND AL-REFUSED
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM 7100-PRINT-PAGE-HEADINGS
                   MOVE WS-REFUSAL-HEADING TO REPORT-RECORD
                   PERFORM 7200-WRITE-REPORT-LINE
               END-IF
               MOVE AL-TS-DATE TO WS-RD-DATE
               MOVE AL-TS-TIME (1:6) TO WS-RD-TIME
               MOVE AL-USER-ID TO WS-RD-USER
               IF AL-BULK-LOOKUP
                   MOVE 'BULK' TO WS-RD-CHANNEL
               ELSE
                   MOVE 'ONLINE' TO WS-RD-CHANNEL
               END-IF
               MOVE AL-DIRECTION TO WS-RD-DIRECTION
               MOVE AL-REQUEST-VALUE TO WS-RD-VALUE
               MOVE AL-REFUSAL-REASON TO WS-RD-REASON
               MOVE WS-REFUSAL-LINE TO REPORT-RECORD
               PERFORM 7200-WRITE-REPORT-LINE
               ADD 1 TO WS-SECTION-LINES
           END-IF.
           READ ACCESS-LOG-FILE
               AT END
                   SET END-OF-ACCESS-LOG TO TRUE.

       6000-START-USER-SECTION.
           IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
               PERFORM 7100-PRINT-PAGE-HEADINGS
           END-IF.
           MOVE WS-SECTION-LINE TO REPORT-RECORD.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE WS-USER-HEADING TO REPORT-RECORD.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE ZERO TO WS-SECTION-LINES.

       6100-END-SECTION.
           IF WS-SECTION-LINES = ZERO
               MOVE WS-NONE-LINE TO REPORT-RECORD
               PERFORM 7200-WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 7200-WRITE-REPORT-LINE.

       6200-PRINT-USER-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7100-PRINT-PAGE-HEADINGS
               MOVE WS-USER-HEADING TO REPORT-RECORD
               PERFORM 7200-WRITE-REPORT-LINE
           END-IF.
           MOVE WS-USR-ID (WS-USR-SUB) TO WS-UL-USER.
           MOVE WS-USR-NAME (WS-USR-SUB) TO WS-UL-NAME.
           MOVE WS-USR-GRANTED (WS-USR-SUB) TO WS-UL-GRANTED.
           MOVE WS-USR-REFUSED (WS-USR-SUB) TO WS-UL-REFUSED.
           MOVE WS-USR-PEAK-DAY (WS-USR-SUB) TO WS-UL-PEAK.
           IF WS-USR-ON-MASTER (WS-USR-SUB) NOT = 'Y'
               MOVE SPACES TO WS-UL-LIMIT
           ELSE
               IF WS-USR-LIMIT (WS-USR-SUB) = ZERO
                   MOVE '   NONE' TO WS-UL-LIMIT
               ELSE
                   MOVE WS-USR-LIMIT (WS-USR-SUB) TO WS-LIMIT-EDIT
                   MOVE WS-LIMIT-EDIT TO WS-UL-LIMIT
               END-IF
           END-IF.
           MOVE WS-USER-LINE TO REPORT-RECORD.
           PERFORM 7200-WRITE-REPORT-LINE.
           ADD 1 TO WS-SECTION-LINES.

       7100-PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE WS-PAGE-NUMBER TO WS-HD1-PAGE.
           MOVE WS-HEADING-1 TO REPORT-RECORD.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE WS-RUN-DATE TO WS-HD2-RUN-DATE.
           MOVE WS-PERIOD-START TO WS-HD2-START.
           MOVE WS-REPORT-DATE TO WS-HD2-END.
           MOVE WS-HIGH-VOLUME TO WS-HD2-THRESHOLD.
           MOVE WS-HEADING-2 TO REPORT-RECORD.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 7200-WRITE-REPORT-LINE.

       7200-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD.
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'REPORT-FILE WRITE ERROR, STATUS='
                   WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-LINE-COUNT.

       8000-PRINT-REPORT-TOTALS.
           IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE
               PERFORM 7100-PRINT-PAGE-HEADINGS
           END-IF.
           MOVE 'LOOKUPS IN PERIOD.....: ' TO WS-TOT-LABEL.
           MOVE WS-LOOKUPS-IN-PERIOD TO WS-TOT-COUNT.
           PERFORM 8100-WRITE-TOTAL-LINE.
           MOVE 'ONLINE LOOKUPS........: ' TO WS-TOT-LABEL.
           MOVE WS-ONLINE-LOOKUPS TO WS-TOT-COUNT.
           PERFORM 8100-WRITE-TOTAL-LINE.
           MOVE 'BULK LOOKUPS..........: ' TO WS-TOT-LABEL.
           MOVE WS-BULK-LOOKUPS TO WS-TOT-COUNT.
           PERFORM 8100-WRITE-TOTAL-LINE.
           MOVE 'LOOKUPS GRANTED.......: ' TO WS-TOT-LABEL.
           MOVE WS-LOOKUPS-GRANTED TO WS-TOT-COUNT.
           PERFORM 8100-WRITE-TOTAL-LINE.
           MOVE 'LOOKUPS REFUSED.......: ' TO WS-TOT-LABEL.
           MOVE WS-LOOKUPS-REFUSED TO WS-TOT-COUNT.
           PERFORM 8100-WRITE-TOTAL-LINE.
           MOVE 'REQUESTERS............: ' TO WS-TOT-LABEL.
           MOVE WS-USER-COUNT TO WS-TOT-COUNT.
           PERFORM 8100-WRITE-TOTAL-LINE.
           MOVE 'HIGH-VOLUME REQUESTERS: ' TO WS-TOT-LABEL.
           MOVE WS-HIGH-VOL-USERS TO WS-TOT-COUNT.
           PERFORM 8100-WRITE-TOTAL-LINE.
           MOVE 'REFUSED REQUESTERS....: ' TO WS-TOT-LABEL.
           MOVE WS-REFUSED-USERS TO WS-TOT-COUNT.
           PERFORM 8100-WRITE-TOTAL-LINE.
           IF WS-HIGH-VOL-USERS > ZERO OR WS-REFUSED-USERS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-RECORD.
           PERFORM 7200-WRITE-REPORT-LINE.

       9000-TERMINATE.
           IF AUTH-MASTER-PRESENT
               CLOSE AUTH-USER-FILE
           END-IF.
           CLOSE REPORT-FILE.

       9100-PRINT-REVIEW-SUMMARY.
           DISPLAY '***************************************'.
           DISPLAY '*     ACCESS-REVIEW RUN SUMMARY       *'.
           DISPLAY '***************************************'.
           DISPLAY 'PERIOD START.......: ' WS-PERIOD-START.
           DISPLAY 'PERIOD END.........: ' WS-REPORT-DATE.
           DISPLAY 'LOG RECORDS READ...: ' WS-LOG-RECORDS-READ.
           DISPLAY 'LOOKUPS IN PERIOD..: ' WS-LOOKUPS-IN-PERIOD.
           DISPLAY 'LOOKUPS REFUSED....: ' WS-LOOKUPS-REFUSED.
           DISPLAY 'REQUESTERS.........: ' WS-USER-COUNT.
           DISPLAY 'HIGH-VOLUME USERS..: ' WS-HIGH-VOL-USERS.
           DISPLAY 'REFUSED USERS......: ' WS-REFUSED-USERS.
           DISPLAY '***************************************'.

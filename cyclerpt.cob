       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLE-STATUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-LEDGER-FILE ASSIGN TO "STEPLDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STP-KEY
               FILE STATUS IS WS-STEP-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CYCLERPT.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-LEDGER-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 117 CHARACTERS.
           COPY STEPREC.

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
           05  WS-LEDGER-SWITCH        PIC X VALUE 'N'.
               88  LEDGER-PRESENT      VALUE 'Y'.
           05  WS-STEP-FOUND-SWITCH    PIC X VALUE 'N'.
               88  STEP-ON-LEDGER      VALUE 'Y'.
           05  WS-LEDGER-EOF-SWITCH    PIC X VALUE 'N'.
               88  END-OF-DATE-STEPS   VALUE 'Y'.
           05  WS-PRED-SWITCH          PIC X VALUE 'N'.
               88  PREDECESSOR-COMPLETE VALUE 'Y'.

       01  WS-STEP-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-BDAT-FILE-STATUS         PIC X(2) VALUE '00'.

       01  WS-PARM-DATE                PIC X(10) VALUE SPACES.
       01  WS-REPORT-DATE              PIC 9(8) VALUE ZERO.
       01  WS-DATE-CHECK               PIC 9(8) VALUE ZERO.

       01  WS-CYCLE-STEP-VALUES.
           05  FILLER                  PIC X(32)
               VALUE 'ID-CONVERTER                    '.
           05  FILLER                  PIC X(32)
               VALUE 'ACK-MATCH       ID-CONVERTER    '.
           05  FILLER                  PIC X(32)
               VALUE 'RETRAN-EXTRACT  ACK-MATCH       '.
           05  FILLER                  PIC X(32)
               VALUE 'REJ-REWORK      ID-CONVERTER    '.
           05  FILLER                  PIC X(32)
               VALUE 'SUSP-AGING      REJ-REWORK      '.
           05  FILLER                  PIC X(32)
               VALUE 'RUNHIST-PURGE   ID-CONVERTER    '.
       01  WS-CYCLE-STEP-TABLE REDEFINES WS-CYCLE-STEP-VALUES.
           05  WS-CYCLE-STEP OCCURS 6 TIMES.
               10  WS-CYC-PROGRAM      PIC X(16).
               10  WS-CYC-PREDECESSOR  PIC X(16).

       01  WS-CYCLE-STEP-COUNT         PIC 9(2) VALUE 6.
       01  WS-CYC-SUB                  PIC 9(2) VALUE ZERO.
       01  WS-CYC-SCAN-SUB             PIC 9(2) VALUE ZERO.
       01  WS-CYC-FOUND-SUB            PIC 9(2) VALUE ZERO.

       01  WS-CYCLE-RESULTS.
           05  WS-CYC-CLEAN-FLAG OCCURS 6 TIMES
                                       PIC X.

       01  WS-STEP-STATUS-TEXT         PIC X(9) VALUE SPACES.
       01  WS-NOTE-TEXT                PIC X(70) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-STEPS-EXPECTED       PIC 9(9) VALUE ZERO.
           05  WS-STEPS-COMPLETED      PIC 9(9) VALUE ZERO.
           05  WS-STEPS-WARNING        PIC 9(9) VALUE ZERO.
           05  WS-STEPS-FAILED         PIC 9(9) VALUE ZERO.
           05  WS-STEPS-NOT-ENDED      PIC 9(9) VALUE ZERO.
           05  WS-STEPS-REFUSED        PIC 9(9) VALUE ZERO.
           05  WS-STEPS-SKIPPED        PIC 9(9) VALUE ZERO.
           05  WS-OTHER-STEPS          PIC 9(9) VALUE ZERO.

       01  WS-PAGE-CONTROL.
           05  WS-PAGE-NUMBER          PIC 9(5) VALUE ZERO.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(24) VALUE SPACES.
           05  FILLER                  PIC X(32)
               VALUE 'NIGHTLY CYCLE STATUS REPORT'.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE 'PAGE '.
           05  WS-HD1-PAGE             PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(15)
               VALUE 'BUSINESS DATE: '.
           05  WS-HD2-BUS-DATE         PIC 9(8).
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-HEADING-3.
           05  FILLER                  PIC X(16) VALUE 'STEP'.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'STATUS'.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  FILLER                  PIC X(3) VALUE ' RC'.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE 'STARTED'.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE 'ENDED'.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE '      IN'.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE '     OUT'.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE '  EXCEPT'.
           05  FILLER                  PIC X(5) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-PROGRAM          PIC X(16).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DTL-STATUS           PIC X(9).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DTL-RC               PIC ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DTL-START-TIME       PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DTL-END-TIME         PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DTL-IN               PIC ZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DTL-OUT              PIC ZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DTL-EXCEPT           PIC ZZZZZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.

       01  WS-NOTE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  WS-NOTE-LINE-TEXT       PIC X(70).

       01  WS-TIME-EDIT.
           05  WS-TIME-HH              PIC X(2).
           05  FILLER                  PIC X VALUE ':'.
           05  WS-TIME-MM              PIC X(2).
           05  FILLER                  PIC X VALUE ':'.
           05  WS-TIME-SS              PIC X(2).

       01  WS-SECTION-LINE.
           05  WS-SECTION-TEXT         PIC X(80).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(24).
           05  WS-TOT-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PARAMETERS.
           PERFORM 1000-INITIALIZE.
           MOVE ZERO TO WS-CYC-SUB.
           PERFORM 2000-REPORT-CYCLE-STEP
               UNTIL WS-CYC-SUB >= WS-CYCLE-STEP-COUNT.
           IF LEDGER-PRESENT
               PERFORM 3000-REPORT-OTHER-STEPS
           END-IF.
           PERFORM 8000-PRINT-REPORT-TOTALS.
           PERFORM 9000-TERMINATE.
           PERFORM 9100-PRINT-CYCLE-SUMMARY.
           STOP RUN.

       0100-GET-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-DATE
           END-ACCEPT.

       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-REPORT-DATE.
           IF WS-PARM-DATE NOT = SPACES
               IF WS-PARM-DATE (1:8) NOT NUMERIC
                   OR WS-PARM-DATE (9:2) NOT = SPACES
                   DISPLAY 'INVALID BUSINESS DATE PARAMETER: '
                       WS-PARM-DATE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-DATE (1:8) TO WS-REPORT-DATE
               COMPUTE WS-DATE-CHECK =
                   FUNCTION TEST-DATE-YYYYMMDD(WS-REPORT-DATE)
               IF WS-DATE-CHECK NOT = ZERO
                   DISPLAY 'INVALID BUSINESS DATE PARAMETER: '
                       WS-PARM-DATE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT STEP-LEDGER-FILE.
           IF WS-STEP-FILE-STATUS = '00'
               SET LEDGER-PRESENT TO TRUE
           ELSE
               IF WS-STEP-FILE-STATUS NOT = '35'
                   DISPLAY 'STEP-LEDGER-FILE OPEN ERROR, STATUS='
                       WS-STEP-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY 'STEP LEDGER NOT FOUND, NO STEPS HAVE RUN'
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'REPORT-FILE OPEN ERROR, STATUS='
                   WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 4100-PRINT-PAGE-HEADINGS.
           MOVE 'NIGHTLY CYCLE STEPS' TO WS-SECTION-TEXT.
           MOVE WS-SECTION-LINE TO REPORT-RECORD.
           PERFORM 4200-WRITE-REPORT-LINE.

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

       2000-REPORT-CYCLE-STEP.
           ADD 1 TO WS-CYC-SUB.
           ADD 1 TO WS-STEPS-EXPECTED.
           MOVE 'N' TO WS-CYC-CLEAN-FLAG (WS-CYC-SUB).
           MOVE SPACES TO WS-NOTE-TEXT.
           PERFORM 2100-READ-LEDGER-STEP.
           IF STEP-ON-LEDGER
               PERFORM 2200-CLASSIFY-LEDGER-STEP
           ELSE
               PERFORM 2300-CLASSIFY-SKIPPED-STEP
           END-IF.
           PERFORM 4000-PRINT-DETAIL-LINE.
           IF WS-NOTE-TEXT NOT = SPACES
               PERFORM 4050-PRINT-NOTE-LINE
           END-IF.

       2100-READ-LEDGER-STEP.
           MOVE 'N' TO WS-STEP-FOUND-SWITCH.
           MOVE WS-REPORT-DATE TO STP-BUS-DATE.
           MOVE WS-CYC-PROGRAM (WS-CYC-SUB) TO STP-PROGRAM.
           IF LEDGER-PRESENT
               READ STEP-LEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET STEP-ON-LEDGER TO TRUE
               END-READ
           END-IF.

       2200-CLASSIFY-LEDGER-STEP.
           PERFORM 2250-SET-STEP-STATUS-TEXT.
           IF WS-STEP-STATUS-TEXT = 'COMPLETED'
               MOVE 'Y' TO WS-CYC-CLEAN-FLAG (WS-CYC-SUB)
               ADD 1 TO WS-STEPS-COMPLETED
           END-IF.
           IF WS-STEP-STATUS-TEXT = 'WARNING'
               MOVE 'Y' TO WS-CYC-CLEAN-FLAG (WS-CYC-SUB)
               ADD 1 TO WS-STEPS-WARNING
           END-IF.
           IF WS-STEP-STATUS-TEXT = 'FAILED'
               ADD 1 TO WS-STEPS-FAILED
           END-IF.
           IF WS-STEP-STATUS-TEXT = 'REFUSED'
               ADD 1 TO WS-STEPS-REFUSED
               STRING 'NOT STARTED - PREDECESSOR '
                          DELIMITED BY SIZE
                      STP-PREDECESSOR DELIMITED BY SPACE
                      ' HAD NOT COMPLETED' DELIMITED BY SIZE
                   INTO WS-NOTE-TEXT
           END-IF.
           IF WS-STEP-STATUS-TEXT = 'NOT ENDED'
               ADD 1 TO WS-STEPS-NOT-ENDED
               MOVE 'STARTED BUT NO END RECORDED - STEP ABENDED'
                   TO WS-NOTE-TEXT
           END-IF.
           IF STP-RUN-COUNT > 1 AND WS-NOTE-TEXT = SPACES
               STRING 'RUN ' STP-RUN-COUNT
                      ' TIMES FOR THIS BUSINESS DATE'
                   DELIMITED BY SIZE
                   INTO WS-NOTE-TEXT
           END-IF.

       2250-SET-STEP-STATUS-TEXT.
           IF STP-COMPLETED AND STP-RETURN-CODE = ZERO
               MOVE 'COMPLETED' TO WS-STEP-STATUS-TEXT
           ELSE
               IF STP-COMPLETED AND STP-RETURN-CODE <= 4
                   MOVE 'WARNING' TO WS-STEP-STATUS-TEXT
               ELSE
                   IF STP-REFUSED
                       MOVE 'REFUSED' TO WS-STEP-STATUS-TEXT
                   ELSE
                       IF STP-STARTED
                           MOVE 'NOT ENDED' TO WS-STEP-STATUS-TEXT
                       ELSE
                           MOVE 'FAILED' TO WS-STEP-STATUS-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2300-CLASSIFY-SKIPPED-STEP.
           MOVE 'SKIPPED' TO WS-STEP-STATUS-TEXT.
           ADD 1 TO WS-STEPS-SKIPPED.
           INITIALIZE STEP-LEDGER-RECORD.
           MOVE WS-CYC-PROGRAM (WS-CYC-SUB) TO STP-PROGRAM.
           IF WS-CYC-PREDECESSOR (WS-CYC-SUB) NOT = SPACES
               PERFORM 2350-CHECK-PREDECESSOR-CLEAN
               IF NOT PREDECESSOR-COMPLETE
                   STRING 'NOT RUN - PREDECESSOR ' DELIMITED BY SIZE
                          WS-CYC-PREDECESSOR (WS-CYC-SUB)
                              DELIMITED BY SPACE
                          ' DID NOT COMPLETE' DELIMITED BY SIZE
                       INTO WS-NOTE-TEXT
               ELSE
                   MOVE 'NOT RUN' TO WS-NOTE-TEXT
               END-IF
           ELSE
               MOVE 'NOT RUN' TO WS-NOTE-TEXT
           END-IF.

       2350-CHECK-PREDECESSOR-CLEAN.
           MOVE 'N' TO WS-PRED-SWITCH.
           MOVE ZERO TO WS-CYC-FOUND-SUB.
           MOVE ZERO TO WS-CYC-SCAN-SUB.
           PERFORM 2360-SCAN-CYCLE-TABLE
               UNTIL WS-CYC-FOUND-SUB > ZERO
                  OR WS-CYC-SCAN-SUB >= WS-CYC-SUB.
           IF WS-CYC-FOUND-SUB > ZERO
               IF WS-CYC-CLEAN-FLAG (WS-CYC-FOUND-SUB) = 'Y'
                   SET PREDECESSOR-COMPLETE TO TRUE
               END-IF
           END-IF.

       2360-SCAN-CYCLE-TABLE.
           ADD 1 TO WS-CYC-SCAN-SUB.
           IF WS-CYC-PROGRAM (WS-CYC-SCAN-SUB) =
               WS-CYC-PREDECESSOR (WS-CYC-SUB)
               MOVE WS-CYC-SCAN-SUB TO WS-CYC-FOUND-SUB
           END-IF.

       3000-REPORT-OTHER-STEPS.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 4200-WRITE-REPORT-LINE.
           MOVE 'OTHER STEPS RECORDED FOR THE BUSINESS DATE'
               TO WS-SECTION-TEXT.
           MOVE WS-SECTION-LINE TO REPORT-RECORD.
           PERFORM 4200-WRITE-REPORT-LINE.
           MOVE WS-REPORT-DATE TO STP-BUS-DATE.
           MOVE LOW-VALUES TO STP-PROGRAM.
           START STEP-LEDGER-FILE KEY IS NOT LESS THAN STP-KEY
               INVALID KEY
                   SET END-OF-DATE-STEPS TO TRUE
           END-START.
           IF NOT END-OF-DATE-STEPS
               PERFORM 3100-READ-NEXT-STEP
           END-IF.
           PERFORM 3200-REPORT-ONE-OTHER-STEP
               UNTIL END-OF-DATE-STEPS.
           IF WS-OTHER-STEPS = ZERO
               MOVE 'NONE' TO WS-NOTE-LINE-TEXT
               MOVE WS-NOTE-LINE TO REPORT-RECORD
               PERFORM 4200-WRITE-REPORT-LINE
           END-IF.

       3100-READ-NEXT-STEP.
           READ STEP-LEDGER-FILE NEXT RECORD
               AT END
                   SET END-OF-DATE-STEPS TO TRUE
           END-READ.
           IF NOT END-OF-DATE-STEPS
               IF STP-BUS-DATE NOT = WS-REPORT-DATE
                   SET END-OF-DATE-STEPS TO TRUE
               END-IF
           END-IF.

       3200-REPORT-ONE-OTHER-STEP.
           MOVE ZERO TO WS-CYC-FOUND-SUB.
           MOVE ZERO TO WS-CYC-SCAN-SUB.
           PERFORM 3250-SCAN-FOR-CYCLE-STEP
               UNTIL WS-CYC-FOUND-SUB > ZERO
                  OR WS-CYC-SCAN-SUB >= WS-CYCLE-STEP-COUNT.
           IF WS-CYC-FOUND-SUB = ZERO
               ADD 1 TO WS-OTHER-STEPS
               MOVE SPACES TO WS-NOTE-TEXT
               PERFORM 2250-SET-STEP-STATUS-TEXT
               PERFORM 4000-PRINT-DETAIL-LINE
           END-IF.
           PERFORM 3100-READ-NEXT-STEP.

       3250-SCAN-FOR-CYCLE-STEP.
           ADD 1 TO WS-CYC-SCAN-SUB.
           IF WS-CYC-PROGRAM (WS-CYC-SCAN-SUB) = STP-PROGRAM
               MOVE WS-CYC-SCAN-SUB TO WS-CYC-FOUND-SUB
           END-IF.

       4000-PRINT-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4100-PRINT-PAGE-HEADINGS
           END-IF.
           MOVE STP-PROGRAM TO WS-DTL-PROGRAM.
           MOVE WS-STEP-STATUS-TEXT TO WS-DTL-STATUS.
           MOVE STP-RETURN-CODE TO WS-DTL-RC.
           MOVE STP-RECORDS-IN TO WS-DTL-IN.
           MOVE STP-RECORDS-OUT TO WS-DTL-OUT.
           MOVE STP-RECORDS-EXCEPT TO WS-DTL-EXCEPT.
           IF STP-START-TIMESTAMP (1:8) NUMERIC
               MOVE STP-START-TIMESTAMP (9:2) TO WS-TIME-HH
               MOVE STP-START-TIMESTAMP (11:2) TO WS-TIME-MM
               MOVE STP-START-TIMESTAMP (13:2) TO WS-TIME-SS
               MOVE WS-TIME-EDIT TO WS-DTL-START-TIME
           ELSE
               MOVE SPACES TO WS-DTL-START-TIME
           END-IF.
           IF STP-END-TIMESTAMP (1:8) NUMERIC
               MOVE STP-END-TIMESTAMP (9:2) TO WS-TIME-HH
               MOVE STP-END-TIMESTAMP (11:2) TO WS-TIME-MM
               MOVE STP-END-TIMESTAMP (13:2) TO WS-TIME-SS
               MOVE WS-TIME-EDIT TO WS-DTL-END-TIME
           ELSE
               MOVE SPACES TO WS-DTL-END-TIME
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
           PERFORM 4200-WRITE-REPORT-LINE.

       4050-PRINT-NOTE-LINE.
           MOVE WS-NOTE-TEXT TO WS-NOTE-LINE-TEXT.
           MOVE WS-NOTE-LINE TO REPORT-RECORD.
           PERFORM 4200-WRITE-REPORT-LINE.

       4100-PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE WS-PAGE-NUMBER TO WS-HD1-PAGE.
           MOVE WS-HEADING-1 TO REPORT-RECORD.
           PERFORM 4200-WRITE-REPORT-LINE.
           MOVE WS-REPORT-DATE TO WS-HD2-BUS-DATE.
           MOVE WS-HEADING-2 TO REPORT-RECORD.
           PERFORM 4200-WRITE-REPORT-LINE.
           MOVE WS-HEADING-3 TO REPORT-RECORD.
           PERFORM 4200-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 4200-WRITE-REPORT-LINE.

       4200-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD.
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'REPORT-FILE WRITE ERROR, STATUS='
                   WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-LINE-COUNT.

       8000-PRINT-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 4200-WRITE-REPORT-LINE.
           MOVE 'CYCLE STEPS EXPECTED..: ' TO WS-TOT-LABEL.
           MOVE WS-STEPS-EXPECTED TO WS-TOT-COUNT.
           PERFORM 8100-WRITE-TOTAL-LINE.
           MOVE 'STEPS COMPLETED.......: ' TO WS-TOT-LABEL.
           MOVE WS-STEPS-COMPLETED TO WS-TOT-COUNT.
           PERFORM 8100-WRITE-TOTAL-LINE.
           MOVE 'STEPS WITH WARNINGS...: ' TO WS-TOT-LABEL.
           MOVE WS-STEPS-WARNING TO WS-TOT-COUNT.
           PERFORM 8100-WRITE-TOTAL-LINE.
           MOVE 'STEPS FAILED..........: ' TO WS-TOT-LABEL.
           MOVE WS-STEPS-FAILED TO WS-TOT-COUNT.
           PERFORM 8100-WRITE-TOTAL-LINE.
           MOVE 'STEPS NOT ENDED.......: ' TO WS-TOT-LABEL.
           MOVE WS-STEPS-NOT-ENDED TO WS-TOT-COUNT.
           PERFORM 8100-WRITE-TOTAL-LINE.
           MOVE 'STEPS REFUSED.........: ' TO WS-TOT-LABEL.
           MOVE WS-STEPS-REFUSED TO WS-TOT-COUNT.
           PERFORM 8100-WRITE-TOTAL-LINE.
           MOVE 'STEPS SKIPPED.........: ' TO WS-TOT-LABEL.
           MOVE WS-STEPS-SKIPPED TO WS-TOT-COUNT.
           PERFORM 8100-WRITE-TOTAL-LINE.
           MOVE 'OTHER STEPS RECORDED..: ' TO WS-TOT-LABEL.
           MOVE WS-OTHER-STEPS TO WS-TOT-COUNT.
           PERFORM 8100-WRITE-TOTAL-LINE.
           IF WS-STEPS-COMPLETED + WS-STEPS-WARNING
               < WS-STEPS-EXPECTED
               MOVE 4 TO RETURN-CODE
           END-IF.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-RECORD.
           PERFORM 4200-WRITE-REPORT-LINE.

       9000-TERMINATE.
           IF LEDGER-PRESENT
               CLOSE STEP-LEDGER-FILE
           END-IF.
           CLOSE REPORT-FILE.

       9100-PRINT-CYCLE-SUMMARY.
           DISPLAY '***************************************'.
           DISPLAY '*      CYCLE-STATUS RUN SUMMARY       *'.
           DISPLAY '***************************************'.
           DISPLAY 'BUSINESS DATE......: ' WS-REPORT-DATE.
           DISPLAY 'STEPS EXPECTED.....: ' WS-STEPS-EXPECTED.
           DISPLAY 'STEPS COMPLETED....: ' WS-STEPS-COMPLETED.
           DISPLAY 'STEPS WITH WARNING.: ' WS-STEPS-WARNING.
           DISPLAY 'STEPS FAILED.......: ' WS-STEPS-FAILED.
           DISPLAY 'STEPS NOT ENDED....: ' WS-STEPS-NOT-ENDED.
           DISPLAY 'STEPS REFUSED......: ' WS-STEPS-REFUSED.
           DISPLAY 'STEPS SKIPPED......: ' WS-STEPS-SKIPPED.
           DISPLAY 'OTHER STEPS........: ' WS-OTHER-STEPS.
           DISPLAY '***************************************'.

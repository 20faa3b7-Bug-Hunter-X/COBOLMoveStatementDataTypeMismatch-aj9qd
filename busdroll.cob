       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUS-DATE-ROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUS-DATE-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY BDATREC.

       FD  HOLIDAY-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 38 CHARACTERS.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
           COPY WSDATA.

       01  WS-SWITCHES.
           05  WS-HOL-EOF-SWITCH       PIC X VALUE 'N'.
               88  END-OF-HOLIDAY-FILE VALUE 'Y'.
           05  WS-BDAT-FOUND-SWITCH    PIC X VALUE 'N'.
               88  BUS-DATE-ON-FILE    VALUE 'Y'.
           05  WS-BUS-DAY-SWITCH       PIC X VALUE 'N'.
               88  WS-IS-BUSINESS-DAY  VALUE 'Y'.
               88  WS-NOT-BUSINESS-DAY VALUE 'N'.

       01  WS-RUN-MODE                 PIC X VALUE 'R'.
           88  WS-ROLL-MODE            VALUE 'R'.
           88  WS-SET-MODE             VALUE 'S'.

       01  WS-PARM-MODE                PIC X(10).
       01  WS-PARM-DATE                PIC X(10).
       01  WS-ROLL-ACTION              PIC X(3) VALUE SPACES.

       01  WS-BDAT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-HOL-FILE-STATUS          PIC X(2) VALUE '00'.

       01  WS-HOLIDAY-TABLE-AREA.
           05  WS-HOLIDAY-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-HOLIDAY-ENTRY OCCURS 500 TIMES.
               10  WS-HOL-DATE         PIC 9(8).

       01  WS-HOL-SUB                  PIC 9(3) VALUE ZERO.
       01  WS-HOL-SCAN-SUB             PIC 9(3) VALUE ZERO.
       01  WS-LAST-HOL-DATE            PIC 9(8) VALUE ZERO.

       01  WS-OLD-BUS-DATE             PIC 9(8) VALUE ZERO.
       01  WS-NEW-BUS-DATE             PIC 9(8) VALUE ZERO.
       01  WS-CANDIDATE-DATE           PIC 9(8) VALUE ZERO.
       01  WS-CANDIDATE-INT            PIC 9(9) VALUE ZERO.
       01  WS-DAY-OF-WEEK              PIC 9(1) VALUE ZERO.
       01  WS-DATE-CHECK               PIC 9(9) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-HOLIDAYS-LOADED      PIC 9(9) VALUE ZERO.
           05  WS-DAYS-SKIPPED         PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PARAMETERS.
           PERFORM 1000-INITIALIZE.
           IF WS-SET-MODE
               PERFORM 2500-SET-BUSINESS-DATE
           ELSE
               PERFORM 2000-ROLL-BUSINESS-DATE
           END-IF.
           PERFORM 3000-WRITE-CONTROL-RECORD.
           PERFORM 9100-PRINT-ROLL-SUMMARY.
           STOP RUN.

       0100-GET-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-MODE
           END-ACCEPT.
           IF WS-PARM-MODE = 'SET'
               SET WS-SET-MODE TO TRUE
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-PARM-DATE FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-PARM-DATE
               END-ACCEPT
           ELSE
               IF WS-PARM-MODE NOT = SPACES
                   AND WS-PARM-MODE NOT = 'ROLL'
                   DISPLAY 'UNKNOWN ROLL ACTION: ' WS-PARM-MODE
                   DISPLAY 'USE ROLL, OR SET YYYYMMDD'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT BUS-DATE-FILE.
           IF WS-BDAT-FILE-STATUS = '00'
               READ BUS-DATE-FILE
                   AT END
                       MOVE '10' TO WS-BDAT-FILE-STATUS
               END-READ
               IF WS-BDAT-FILE-STATUS = '00'
                   AND BD-BUSINESS-DATE NUMERIC
                   SET BUS-DATE-ON-FILE TO TRUE
                   MOVE BD-BUSINESS-DATE TO WS-OLD-BUS-DATE
               END-IF
               CLOSE BUS-DATE-FILE
           ELSE
               IF WS-BDAT-FILE-STATUS NOT = '35'
                   DISPLAY 'BUS-DATE-FILE OPEN ERROR, STATUS='
                       WS-BDAT-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-ROLL-MODE AND NOT BUS-DATE-ON-FILE
               DISPLAY 'NO BUSINESS DATE ON FILE TO ROLL FORWARD'
               DISPLAY 'ESTABLISH ONE WITH: SET YYYYMMDD'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOL-FILE-STATUS = '35'
               DISPLAY 'NO HOLIDAY CALENDAR, WEEKENDS ONLY ARE SKIPPED'
               SET END-OF-HOLIDAY-FILE TO TRUE
           ELSE
               IF WS-HOL-FILE-STATUS NOT = '00'
                   DISPLAY 'HOLIDAY-FILE OPEN ERROR, STATUS='
                       WS-HOL-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1150-LOAD-ONE-HOLIDAY
                   UNTIL END-OF-HOLIDAY-FILE
               CLOSE HOLIDAY-FILE
           END-IF.

       1150-LOAD-ONE-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   SET END-OF-HOLIDAY-FILE TO TRUE
           END-READ.
           IF NOT END-OF-HOLIDAY-FILE
               IF HOL-DATE NOT NUMERIC
                   DISPLAY 'HOLIDAY DATE NOT NUMERIC: ' HOLIDAY-RECORD
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-DATE-CHECK =
                   FUNCTION TEST-DATE-YYYYMMDD(HOL-DATE)
               IF WS-DATE-CHECK NOT = ZERO
                   DISPLAY 'HOLIDAY DATE NOT VALID: ' HOLIDAY-RECORD
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF HOL-DATE NOT > WS-LAST-HOL-DATE
                   DISPLAY 'HOLIDAY CALENDAR OUT OF DATE ORDER AT: '
                       HOL-DATE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-HOLIDAY-COUNT >= 500
                   DISPLAY 'TOO MANY HOLIDAYS, LIMIT IS 500'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-HOLIDAY-COUNT
               MOVE HOL-DATE TO WS-HOL-DATE (WS-HOLIDAY-COUNT)
               MOVE HOL-DATE TO WS-LAST-HOL-DATE
               ADD 1 TO WS-HOLIDAYS-LOADED
           END-IF.

       2000-ROLL-BUSINESS-DATE.
           COMPUTE WS-CANDIDATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-OLD-BUS-DATE).
           SET WS-NOT-BUSINESS-DAY TO TRUE.
           PERFORM 2100-ADVANCE-ONE-DAY
               UNTIL WS-IS-BUSINESS-DAY.
           MOVE WS-CANDIDATE-DATE TO WS-NEW-BUS-DATE.
           MOVE WS-OLD-BUS-DATE TO BD-PRIOR-BUS-DATE.
           SET BD-ROLLED-FORWARD TO TRUE.

       2100-ADVANCE-ONE-DAY.
           ADD 1 TO WS-CANDIDATE-INT.
           COMPUTE WS-CANDIDATE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CANDIDATE-INT).
           PERFORM 2200-TEST-BUSINESS-DAY.
           IF WS-NOT-BUSINESS-DAY
               ADD 1 TO WS-DAYS-SKIPPED
           END-IF.

       2200-TEST-BUSINESS-DAY.
           SET WS-IS-BUSINESS-DAY TO TRUE.
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-CANDIDATE-INT - 1, 7).
           IF WS-DAY-OF-WEEK > 4
               SET WS-NOT-BUSINESS-DAY TO TRUE
           ELSE
               MOVE ZERO TO WS-HOL-SUB
               MOVE ZERO TO WS-HOL-SCAN-SUB
               PERFORM 2210-SCAN-HOLIDAY-TABLE
                   UNTIL WS-HOL-SUB > ZERO
                       OR WS-HOL-SCAN-SUB >= WS-HOLIDAY-COUNT
               IF WS-HOL-SUB > ZERO
                   SET WS-NOT-BUSINESS-DAY TO TRUE
               END-IF
           END-IF.

       2210-SCAN-HOLIDAY-TABLE.
           ADD 1 TO WS-HOL-SCAN-SUB.
           IF WS-HOL-DATE (WS-HOL-SCAN-SUB) = WS-CANDIDATE-DATE
               MOVE WS-HOL-SCAN-SUB TO WS-HOL-SUB
           END-IF.

       2500-SET-BUSINESS-DATE.
           IF WS-PARM-DATE (1:8) NOT NUMERIC
               OR WS-PARM-DATE (9:2) NOT = SPACES
               DISPLAY 'SET DATE MUST BE YYYYMMDD: ' WS-PARM-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PARM-DATE (1:8) TO WS-CANDIDATE-DATE.
           COMPUTE WS-DATE-CHECK =
               FUNCTION TEST-DATE-YYYYMMDD(WS-CANDIDATE-DATE).
           IF WS-DATE-CHECK NOT = ZERO
               DISPLAY 'SET DATE IS NOT A VALID DATE: ' WS-PARM-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-CANDIDATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CANDIDATE-DATE).
           PERFORM 2200-TEST-BUSINESS-DAY.
           IF WS-NOT-BUSINESS-DAY
               DISPLAY 'SET DATE IS A WEEKEND OR HOLIDAY: '
                   WS-CANDIDATE-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CANDIDATE-DATE TO WS-NEW-BUS-DATE.
           IF BUS-DATE-ON-FILE
               MOVE WS-OLD-BUS-DATE TO BD-PRIOR-BUS-DATE
           ELSE
               MOVE ZERO TO BD-PRIOR-BUS-DATE
           END-IF.
           SET BD-SET-BY-OPERATOR TO TRUE.

       3000-WRITE-CONTROL-RECORD.
           MOVE WS-NEW-BUS-DATE TO BD-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO BD-ROLL-TIMESTAMP.
           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
           MOVE BD-ROLL-ACTION TO WS-ROLL-ACTION.
           OPEN OUTPUT BUS-DATE-FILE.
           IF WS-BDAT-FILE-STATUS NOT = '00'
               DISPLAY 'BUS-DATE-FILE OPEN ERROR, STATUS='
                   WS-BDAT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE BUS-DATE-RECORD.
           IF WS-BDAT-FILE-STATUS NOT = '00'
               DISPLAY 'BUS-DATE-FILE WRITE ERROR, STATUS='
                   WS-BDAT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE BUS-DATE-FILE.

       9100-PRINT-ROLL-SUMMARY.
           DISPLAY '***************************************'.
           DISPLAY '*      BUS-DATE-ROLL RUN SUMMARY      *'.
           DISPLAY '***************************************'.
           DISPLAY 'ACTION.............: ' WS-ROLL-ACTION.
           DISPLAY 'PREVIOUS BUS DATE..: ' WS-OLD-BUS-DATE.
           DISPLAY 'NEW BUSINESS DATE..: ' WS-RUN-DATE.
           DISPLAY 'DAYS SKIPPED.......: ' WS-DAYS-SKIPPED.
           DISPLAY 'HOLIDAYS ON FILE...: ' WS-HOLIDAYS-LOADED.
           DISPLAY '***************************************'.

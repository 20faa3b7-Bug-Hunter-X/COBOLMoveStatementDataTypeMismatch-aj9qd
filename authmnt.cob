       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTH-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-USER-FILE ASSIGN TO "AUTHUSER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AU-USER-ID
               FILE STATUS IS WS-AUTH-FILE-STATUS.

           SELECT AUTH-CARD-FILE ASSIGN TO "AUTHCARD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-USER-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 71 CHARACTERS.
           COPY AUTHREC.

       FD  AUTH-CARD-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 48 CHARACTERS.
       01  AUTH-CARD-RECORD.
           05  UC-ACTION                   PIC X.
               88  UC-ADD-ACTION           VALUE 'A'.
               88  UC-CHANGE-ACTION        VALUE 'C'.
               88  UC-DEACT-ACTION         VALUE 'D'.
               88  UC-ACTION-VALID         VALUE 'A' 'C' 'D'.
           05  UC-USER-ID                  PIC X(8).
           05  UC-USER-NAME                PIC X(30).
           05  UC-REVERSE-FLAG             PIC X.
               88  UC-REVERSE-FLAG-VALID   VALUE 'Y' 'N' ' '.
           05  UC-BULK-FLAG                PIC X.
               88  UC-BULK-FLAG-VALID      VALUE 'Y' 'N' ' '.
           05  UC-DAILY-LIMIT              PIC X(7).

       FD  BUS-DATE-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY BDATREC.

       WORKING-STORAGE SECTION.
           COPY WSDATA.

       01  WS-SWITCHES.
           05  WS-CARD-EOF-SWITCH      PIC X VALUE 'N'.
               88  END-OF-CARD-FILE    VALUE 'Y'.

       01  WS-AUTH-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-CARD-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-BDAT-FILE-STATUS         PIC X(2) VALUE '00'.

       01  WS-COUNTERS.
           05  WS-CARDS-READ           PIC 9(9) VALUE ZERO.
           05  WS-USERS-ADDED          PIC 9(9) VALUE ZERO.
           05  WS-USERS-CHANGED        PIC 9(9) VALUE ZERO.
           05  WS-USERS-DEACTIVATED    PIC 9(9) VALUE ZERO.
           05  WS-CARDS-IN-ERROR       PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-CARD-FILE
               UNTIL END-OF-CARD-FILE.
           PERFORM 9000-TERMINATE.
           PERFORM 9100-PRINT-MAINT-SUMMARY.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE.
           OPEN I-O AUTH-USER-FILE.
           IF WS-AUTH-FILE-STATUS = '35'
               OPEN OUTPUT AUTH-USER-FILE
               CLOSE AUTH-USER-FILE
               OPEN I-O AUTH-USER-FILE
           END-IF.
           IF WS-AUTH-FILE-STATUS NOT = '00'
               DISPLAY 'AUTH-USER-FILE OPEN ERROR, STATUS='
                   WS-AUTH-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AUTH-CARD-FILE.
           IF WS-CARD-FILE-STATUS NOT = '00'
               DISPLAY 'AUTH-CARD-FILE OPEN ERROR, STATUS='
                   WS-CARD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ AUTH-CARD-FILE
               AT END
                   SET END-OF-CARD-FILE TO TRUE.

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

       2000-PROCESS-CARD-FILE.
           ADD 1 TO WS-CARDS-READ.
           IF UC-USER-ID = SPACES OR NOT UC-ACTION-VALID
               OR NOT UC-REVERSE-FLAG-VALID
               OR NOT UC-BULK-FLAG-VALID
               OR (UC-DAILY-LIMIT NOT = SPACES
                   AND UC-DAILY-LIMIT NOT NUMERIC)
               PERFORM 2900-REPORT-CARD-ERROR
           ELSE
               IF UC-ADD-ACTION
                   PERFORM 2100-ADD-USER
               ELSE
                   IF UC-CHANGE-ACTION
                       PERFORM 2200-CHANGE-USER
                   ELSE
                       PERFORM 2300-DEACTIVATE-USER
                   END-IF
               END-IF
           END-IF.
           READ AUTH-CARD-FILE
               AT END
                   SET END-OF-CARD-FILE TO TRUE.

       2100-ADD-USER.
           MOVE UC-USER-ID TO AU-USER-ID.
           READ AUTH-USER-FILE
               INVALID KEY
                   PERFORM 2150-WRITE-NEW-USER
               NOT INVALID KEY
                   DISPLAY 'REQUESTER ALREADY AUTHORIZED: ' UC-USER-ID
                   PERFORM 2900-REPORT-CARD-ERROR
           END-READ.

       2150-WRITE-NEW-USER.
           MOVE UC-USER-ID TO AU-USER-ID.
           MOVE UC-USER-NAME TO AU-USER-NAME.
           MOVE 'A' TO AU-ACTIVE-FLAG.
           IF UC-REVERSE-FLAG = 'Y'
               MOVE 'Y' TO AU-REVERSE-FLAG
           ELSE
               MOVE 'N' TO AU-REVERSE-FLAG
           END-IF.
           IF UC-BULK-FLAG = 'Y'
               MOVE 'Y' TO AU-BULK-FLAG
           ELSE
               MOVE 'N' TO AU-BULK-FLAG
           END-IF.
           IF UC-DAILY-LIMIT NUMERIC
               MOVE UC-DAILY-LIMIT TO AU-DAILY-LIMIT
           ELSE
               MOVE ZERO TO AU-DAILY-LIMIT
           END-IF.
           MOVE ZERO TO AU-USAGE-DATE.
           MOVE ZERO TO AU-USAGE-COUNT.
           MOVE WS-RUN-DATE TO AU-LAST-MAINT-DATE.
           WRITE AUTH-USER-RECORD.
           IF WS-AUTH-FILE-STATUS NOT = '00'
               DISPLAY 'AUTH-USER-FILE WRITE ERROR, STATUS='
                   WS-AUTH-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-USERS-ADDED.

       2200-CHANGE-USER.
           MOVE UC-USER-ID TO AU-USER-ID.
           READ AUTH-USER-FILE
               INVALID KEY
                   DISPLAY 'REQUESTER NOT AUTHORIZED: ' UC-USER-ID
                   PERFORM 2900-REPORT-CARD-ERROR
               NOT INVALID KEY
                   PERFORM 2250-REWRITE-USER
           END-READ.

       2250-REWRITE-USER.
           IF UC-USER-NAME NOT = SPACES
               MOVE UC-USER-NAME TO AU-USER-NAME
           END-IF.
           IF UC-REVERSE-FLAG NOT = SPACE
               MOVE UC-REVERSE-FLAG TO AU-REVERSE-FLAG
           END-IF.
           IF UC-BULK-FLAG NOT = SPACE
               MOVE UC-BULK-FLAG TO AU-BULK-FLAG
           END-IF.
           IF UC-DAILY-LIMIT NUMERIC
               MOVE UC-DAILY-LIMIT TO AU-DAILY-LIMIT
           END-IF.
           MOVE 'A' TO AU-ACTIVE-FLAG.
           MOVE WS-RUN-DATE TO AU-LAST-MAINT-DATE.
           REWRITE AUTH-USER-RECORD.
           IF WS-AUTH-FILE-STATUS NOT = '00'
               DISPLAY 'AUTH-USER-FILE REWRITE ERROR, STATUS='
                   WS-AUTH-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-USERS-CHANGED.

       2300-DEACTIVATE-USER.
           MOVE UC-USER-ID TO AU-USER-ID.
           READ AUTH-USER-FILE
               INVALID KEY
                   DISPLAY 'REQUESTER NOT AUTHORIZED: ' UC-USER-ID
                   PERFORM 2900-REPORT-CARD-ERROR
               NOT INVALID KEY
                   PERFORM 2350-MARK-USER-INACTIVE
           END-READ.

       2350-MARK-USER-INACTIVE.
           MOVE 'I' TO AU-ACTIVE-FLAG.
           MOVE WS-RUN-DATE TO AU-LAST-MAINT-DATE.
           REWRITE AUTH-USER-RECORD.
           IF WS-AUTH-FILE-STATUS NOT = '00'
               DISPLAY 'AUTH-USER-FILE REWRITE ERROR, STATUS='
                   WS-AUTH-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-USERS-DEACTIVATED.

       2900-REPORT-CARD-ERROR.
           ADD 1 TO WS-CARDS-IN-ERROR.
           DISPLAY 'AUTH CARD IN ERROR: ' AUTH-CARD-RECORD.
           MOVE 4 TO RETURN-CODE.

       9000-TERMINATE.
           CLOSE AUTH-USER-FILE.
           CLOSE AUTH-CARD-FILE.

       9100-PRINT-MAINT-SUMMARY.
           DISPLAY '***************************************'.
           DISPLAY '*       AUTH-MAINT RUN SUMMARY        *'.
           DISPLAY '***************************************'.
           DISPLAY 'CARDS READ.........: ' WS-CARDS-READ.
           DISPLAY 'USERS ADDED........: ' WS-USERS-ADDED.
           DISPLAY 'USERS CHANGED......: ' WS-USERS-CHANGED.
           DISPLAY 'USERS DEACTIVATED..: ' WS-USERS-DEACTIVATED.
           DISPLAY 'CARDS IN ERROR.....: ' WS-CARDS-IN-ERROR.
           DISPLAY '***************************************'.

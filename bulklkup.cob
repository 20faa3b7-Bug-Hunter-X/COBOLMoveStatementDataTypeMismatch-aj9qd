               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

           SELECT AUTH-USER-FILE ASSIGN TO "AUTHUSER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AU-USER-ID
               FILE STATUS IS WS-AUTH-FILE-STATUS.

           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESSLG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOOKUP-IN-FILE
               88  LI-FORWARD-LOOKUP       VALUE 'F'.
               88  LI-REVERSE-LOOKUP       VALUE 'R'.
               88  LI-DIRECTION-VALID      VALUE 'F' 'R'.
               88  LI-REQUESTER-CARD       VALUE 'H'.
           05  LI-VALUE                    PIC X(10).

       FD  XREF-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 58 CHARACTERS.
           COPY XREFREC.

       FD  ANSWER-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 43 CHARACTERS.
       01  ANSWER-RECORD.
           05  LA-DIRECTION                PIC X.
           05  LA-INPUT-VALUE              PIC X(10).
           05  LA-RESULT                   PIC X.
               88  LA-FOUND-ACTIVE         VALUE 'A'.
               88  LA-FOUND-INACTIVE       VALUE 'I'.
               88  LA-FOUND-MERGED         VALUE 'M'.
               88  LA-NOT-ON-MASTER        VALUE 'N'.
               88  LA-INVALID-REQUEST      VALUE 'E'.
               88  LA-UNAUTHORIZED         VALUE 'U'.
           05  LA-ORIG-ID                  PIC 9(5).
           05  LA-CONV-KEY                 PIC X(10).
           05  LA-PRIOR-KEY                PIC X(10).
           05  LA-XRF-STATUS               PIC X.
           05  LA-MERGED-FROM-ID           PIC 9(5).

       FD  REPORT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD                  PIC X(80).

       FD  BUS-DATE-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY BDATREC.

       FD  AUTH-USER-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 71 CHARACTERS.
           COPY AUTHREC.

       FD  ACCESS-LOG-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY ACCLREC.

       WORKING-STORAGE SECTION.
           COPY WSDATA.

           05  WS-VALID-SWITCH         PIC X VALUE 'Y'.
               88  REQUEST-IS-VALID    VALUE 'Y'.
               88  REQUEST-IS-INVALID  VALUE 'N'.
           05  WS-MRG-EOF-SWITCH       PIC X VALUE 'N'.
               88  END-OF-MERGE-CHAIN  VALUE 'Y'.
           05  WS-AUTH-HIT-SWITCH      PIC X VALUE 'N'.
               88  REQUESTER-ON-FILE   VALUE 'Y'.
           05  WS-REQ-AUTH-SWITCH      PIC X VALUE 'Y'.
               88  REQUEST-AUTHORIZED  VALUE 'Y'.
               88  REQUEST-REFUSED     VALUE 'N'.

       01  WS-LKUP-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-XREF-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-ANS-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-BDAT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-AUTH-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-ACCL-FILE-STATUS         PIC X(2) VALUE '00'.

       01  WS-ACCESS-WORK-AREA.
           05  WS-REQUESTER-ID         PIC X(10) VALUE SPACES.
           05  WS-DECK-REFUSAL         PIC X(20) VALUE SPACES.
           05  WS-ACC-TIMESTAMP        PIC X(21) VALUE SPACES.
           05  WS-ACC-TODAY            PIC 9(8) VALUE ZERO.
           05  WS-ACC-REASON           PIC X(20) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-REQUESTS-READ        PIC 9(9) VALUE ZERO.
           05  WS-FOUND-INACTIVE       PIC 9(9) VALUE ZERO.
           05  WS-NOT-ON-MASTER        PIC 9(9) VALUE ZERO.
           05  WS-INVALID-REQUESTS     PIC 9(9) VALUE ZERO.
           05  WS-FOUND-MERGED         PIC 9(9) VALUE ZERO.
           05  WS-UNAUTHORIZED-REQS    PIC 9(9) VALUE ZERO.

       01  WS-MERGE-WORK-AREA.
           05  WS-MERGED-FROM-ID       PIC 9(5) VALUE ZERO.
           05  WS-MRG-DEPTH            PIC 9(2) VALUE ZERO.
           05  WS-MRG-MAX-DEPTH        PIC 9(2) VALUE 10.

       01  WS-PAGE-CONTROL.
           05  WS-PAGE-NUMBER          PIC 9(5) VALUE ZERO.
       01  WS-HEADING-2.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HD2-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'REQUESTER: '.
           05  WS-HD2-REQUESTER        PIC X(10).
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-HEADING-3.
           05  FILLER                  PIC X(3) VALUE 'DIR'.
           05  WS-TOT-INVALID          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-TOTAL-LINE-6.
           05  FILLER                  PIC X(24)
               VALUE 'FOUND VIA MERGE.......: '.
           05  WS-TOT-MERGED           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-TOTAL-LINE-7.
           05  FILLER                  PIC X(24)
               VALUE 'UNAUTHORIZED..........: '.
           05  WS-TOT-UNAUTH           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-MERGE-RESULT.
           05  FILLER                  PIC X(9) VALUE 'MRG FROM '.
           05  WS-MRG-RESULT-ID        PIC 9(5).

       01  WS-ID-EDIT                  PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE.
           OPEN INPUT LOOKUP-IN-FILE.
           IF WS-LKUP-FILE-STATUS NOT = '00'
               DISPLAY 'LOOKUP-IN-FILE OPEN ERROR, STATUS='
           READ LOOKUP-IN-FILE
               AT END
                   SET END-OF-LOOKUP-FILE TO TRUE.
           IF NOT END-OF-LOOKUP-FILE AND LI-REQUESTER-CARD
               MOVE LI-VALUE TO WS-REQUESTER-ID
               READ LOOKUP-IN-FILE
                   AT END
                       SET END-OF-LOOKUP-FILE TO TRUE
               END-READ
           END-IF.
           PERFORM 1100-CHECK-REQUESTER.
           OPEN EXTEND ACCESS-LOG-FILE.
           IF WS-ACCL-FILE-STATUS = '35'
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF.
           IF WS-ACCL-FILE-STATUS NOT = '00'
               DISPLAY 'ACCESS-LOG-FILE OPEN ERROR, STATUS='
                   WS-ACCL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
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

       1100-CHECK-REQUESTER.
           MOVE FUNCTION CURRENT-DATE TO WS-ACC-TIMESTAMP.
           MOVE WS-ACC-TIMESTAMP (1:8) TO WS-ACC-TODAY.
           MOVE SPACES TO WS-DECK-REFUSAL.
           IF WS-REQUESTER-ID = SPACES
               MOVE 'NO REQUESTER ID' TO WS-DECK-REFUSAL
           ELSE
               IF WS-REQUESTER-ID (9:2) NOT = SPACES
                   MOVE 'REQUESTER UNKNOWN' TO WS-DECK-REFUSAL
               ELSE
                   PERFORM 1150-READ-REQUESTER
               END-IF
           END-IF.
           IF WS-DECK-REFUSAL NOT = SPACES
               DISPLAY 'BULK LOOKUP REFUSED FOR REQUESTER '
                   WS-REQUESTER-ID ': ' WS-DECK-REFUSAL
           END-IF.

       1150-READ-REQUESTER.
           OPEN I-O AUTH-USER-FILE.
           IF WS-AUTH-FILE-STATUS = '00'
               MOVE WS-REQUESTER-ID TO AU-USER-ID
               READ AUTH-USER-FILE
                   INVALID KEY
                       MOVE 'REQUESTER UNKNOWN' TO WS-DECK-REFUSAL
                       CLOSE AUTH-USER-FILE
                   NOT INVALID KEY
                       SET REQUESTER-ON-FILE TO TRUE
                       PERFORM 1160-APPLY-DECK-PERMISSIONS
               END-READ
           ELSE
               IF WS-AUTH-FILE-STATUS = '35'
                   MOVE 'REQUESTER UNKNOWN' TO WS-DECK-REFUSAL
               ELSE
                   DISPLAY 'AUTH-USER-FILE OPEN ERROR, STATUS='
                       WS-AUTH-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1160-APPLY-DECK-PERMISSIONS.
           IF AU-USAGE-DATE NOT = WS-ACC-TODAY
               MOVE WS-ACC-TODAY TO AU-USAGE-DATE
               MOVE ZERO TO AU-USAGE-COUNT
           END-IF.
           IF NOT AU-ACTIVE
               MOVE 'REQUESTER INACTIVE' TO WS-DECK-REFUSAL
           ELSE
               IF NOT AU-BULK-ALLOWED
                   MOVE 'BULK NOT ALLOWED' TO WS-DECK-REFUSAL
               END-IF
           END-IF.

       2000-PROCESS-LOOKUP-FILE.
           ADD 1 TO WS-REQUESTS-READ.
       2100-RESOLVE-ONE-REQUEST.
           SET REQUEST-IS-VALID TO TRUE.
           MOVE 'N' TO WS-XREF-HIT-SWITCH.
           MOVE ZERO TO WS-MERGED-FROM-ID.
           MOVE SPACES TO ANSWER-RECORD.
           MOVE LI-DIRECTION TO LA-DIRECTION.
           MOVE LI-VALUE TO LA-INPUT-VALUE.
           PERFORM 2050-AUTHORIZE-REQUEST.
           IF REQUEST-AUTHORIZED
               IF NOT LI-DIRECTION-VALID
                   SET REQUEST-IS-INVALID TO TRUE
               ELSE
                   IF LI-FORWARD-LOOKUP
                       PERFORM 2200-FORWARD-LOOKUP
                   ELSE
                       PERFORM 2300-REVERSE-LOOKUP
                   END-IF
                   IF XREF-ENTRY-FOUND AND XRF-MERGED
                       PERFORM 2500-FOLLOW-MERGE-CHAIN
                   END-IF
               END-IF
           END-IF.
           PERFORM 2400-WRITE-ANSWER-RECORD.
           PERFORM 2450-WRITE-ACCESS-LOG.
           PERFORM 3000-PRINT-DETAIL-LINE.

       2050-AUTHORIZE-REQUEST.
           MOVE WS-DECK-REFUSAL TO WS-ACC-REASON.
           IF WS-ACC-REASON = SPACES
               IF LI-REVERSE-LOOKUP AND NOT AU-REVERSE-ALLOWED
                   MOVE 'REVERSE NOT ALLOWED' TO WS-ACC-REASON
               ELSE
                   IF AU-DAILY-LIMIT > ZERO
                       AND AU-USAGE-COUNT NOT < AU-DAILY-LIMIT
                       MOVE 'DAILY LIMIT REACHED' TO WS-ACC-REASON
                   ELSE
                       ADD 1 TO AU-USAGE-COUNT
                   END-IF
               END-IF
           END-IF.
           IF WS-ACC-REASON = SPACES
               SET REQUEST-AUTHORIZED TO TRUE
           ELSE
               SET REQUEST-REFUSED TO TRUE
           END-IF.

       2200-FORWARD-LOOKUP.
           IF LI-VALUE (1:5) NOT NUMERIC
               SET REQUEST-IS-INVALID TO TRUE
           END-READ.

       2400-WRITE-ANSWER-RECORD.
           MOVE WS-MERGED-FROM-ID TO LA-MERGED-FROM-ID.
           IF REQUEST-REFUSED
               MOVE 'U' TO LA-RESULT
               MOVE ZERO TO LA-ORIG-ID
               ADD 1 TO WS-UNAUTHORIZED-REQS
           ELSE
               IF REQUEST-IS-INVALID
                   MOVE 'E' TO LA-RESULT
                   MOVE ZERO TO LA-ORIG-ID
                   ADD 1 TO WS-INVALID-REQUESTS
               ELSE
                   IF XREF-ENTRY-FOUND
                       MOVE XRF-ORIG-ID TO LA-ORIG-ID
                       MOVE XRF-CONV-KEY TO LA-CONV-KEY
                       MOVE XRF-PRIOR-KEY TO LA-PRIOR-KEY
                       MOVE XRF-STATUS TO LA-XRF-STATUS
                       IF XRF-ACTIVE
                           IF WS-MERGED-FROM-ID > ZERO
                               MOVE 'M' TO LA-RESULT
                               ADD 1 TO WS-FOUND-MERGED
                           ELSE
                               MOVE 'A' TO LA-RESULT
                               ADD 1 TO WS-FOUND-ACTIVE
                           END-IF
                       ELSE
                           MOVE 'I' TO LA-RESULT
                           ADD 1 TO WS-FOUND-INACTIVE
                       END-IF
                   ELSE
                       MOVE 'N' TO LA-RESULT
                       MOVE ZERO TO LA-ORIG-ID
                       ADD 1 TO WS-NOT-ON-MASTER
                   END-IF
               END-IF
           END-IF.
           WRITE ANSWER-RECORD.
               STOP RUN
           END-IF.

       2450-WRITE-ACCESS-LOG.
           MOVE SPACES TO ACCESS-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP.
           MOVE WS-REQUESTER-ID TO AL-USER-ID.
           MOVE 'B' TO AL-CHANNEL.
           MOVE LI-DIRECTION TO AL-DIRECTION.
           MOVE LI-VALUE TO AL-REQUEST-VALUE.
           IF REQUEST-AUTHORIZED
               MOVE 'G' TO AL-OUTCOME
           ELSE
               MOVE 'R' TO AL-OUTCOME
           END-IF.
           MOVE LA-RESULT TO AL-RESULT.
           MOVE WS-ACC-REASON TO AL-REFUSAL-REASON.
           WRITE ACCESS-LOG-RECORD.
           IF WS-ACCL-FILE-STATUS NOT = '00'
               DISPLAY 'ACCESS-LOG-FILE WRITE ERROR, STATUS='
                   WS-ACCL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2500-FOLLOW-MERGE-CHAIN.
           MOVE XRF-ORIG-ID TO WS-MERGED-FROM-ID.
           MOVE ZERO TO WS-MRG-DEPTH.
           MOVE 'N' TO WS-MRG-EOF-SWITCH.
           PERFORM 2550-READ-MERGE-SURVIVOR
               UNTIL END-OF-MERGE-CHAIN.

       2550-READ-MERGE-SURVIVOR.
           ADD 1 TO WS-MRG-DEPTH.
           MOVE XRF-MERGED-TO-ID TO XRF-ORIG-ID.
           READ XREF-FILE
               INVALID KEY
                   MOVE 'N' TO WS-XREF-HIT-SWITCH
                   SET END-OF-MERGE-CHAIN TO TRUE
               NOT INVALID KEY
                   IF NOT XRF-MERGED
                       OR WS-MRG-DEPTH >= WS-MRG-MAX-DEPTH
                       SET END-OF-MERGE-CHAIN TO TRUE
                   END-IF
           END-READ.

       3000-PRINT-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3100-PRINT-PAGE-HEADINGS
           MOVE SPACES TO WS-DTL-PRIOR-KEY.
           MOVE LI-DIRECTION TO WS-DTL-DIRECTION.
           MOVE LI-VALUE TO WS-DTL-REQUEST.
           IF REQUEST-REFUSED
               MOVE 'UNAUTHORIZED  ' TO WS-DTL-RESULT
           ELSE
            IF REQUEST-IS-INVALID
               MOVE 'INVALID REQ   ' TO WS-DTL-RESULT
            ELSE
               IF XREF-ENTRY-FOUND
                   MOVE XRF-ORIG-ID TO WS-ID-EDIT
                   MOVE WS-ID-EDIT TO WS-DTL-ORIG-ID
                   MOVE XRF-CONV-KEY TO WS-DTL-CONV-KEY
                   MOVE XRF-PRIOR-KEY TO WS-DTL-PRIOR-KEY
                   IF XRF-ACTIVE
                       IF WS-MERGED-FROM-ID > ZERO
                           MOVE WS-MERGED-FROM-ID TO WS-MRG-RESULT-ID
                           MOVE WS-MERGE-RESULT TO WS-DTL-RESULT
                       ELSE
                           MOVE 'ACTIVE        ' TO WS-DTL-RESULT
                       END-IF
                   ELSE
                       MOVE 'INACTIVE      ' TO WS-DTL-RESULT
                   END-IF
               ELSE
                   MOVE 'NOT ON MASTER ' TO WS-DTL-RESULT
               END-IF
            END-IF
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
           PERFORM 3200-WRITE-REPORT-LINE.
           MOVE WS-HEADING-1 TO REPORT-RECORD.
           PERFORM 3200-WRITE-REPORT-LINE.
           MOVE WS-RUN-DATE TO WS-HD2-RUN-DATE.
           MOVE WS-REQUESTER-ID TO WS-HD2-REQUESTER.
           MOVE WS-HEADING-2 TO REPORT-RECORD.
           PERFORM 3200-WRITE-REPORT-LINE.
           MOVE WS-HEADING-3 TO REPORT-RECORD.
           MOVE WS-INVALID-REQUESTS TO WS-TOT-INVALID.
           MOVE WS-TOTAL-LINE-5 TO REPORT-RECORD.
           PERFORM 3200-WRITE-REPORT-LINE.
           MOVE WS-FOUND-MERGED TO WS-TOT-MERGED.
           MOVE WS-TOTAL-LINE-6 TO REPORT-RECORD.
           PERFORM 3200-WRITE-REPORT-LINE.
           MOVE WS-UNAUTHORIZED-REQS TO WS-TOT-UNAUTH.
           MOVE WS-TOTAL-LINE-7 TO REPORT-RECORD.
           PERFORM 3200-WRITE-REPORT-LINE.
           IF REQUESTER-ON-FILE
               REWRITE AUTH-USER-RECORD
               IF WS-AUTH-FILE-STATUS NOT = '00'
                   DISPLAY 'AUTH-USER-FILE REWRITE ERROR, STATUS='
                       WS-AUTH-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE AUTH-USER-FILE
           END-IF.
           IF WS-UNAUTHORIZED-REQS > ZERO
               IF WS-DECK-REFUSAL NOT = SPACES
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE ACCESS-LOG-FILE.
           CLOSE LOOKUP-IN-FILE.
           CLOSE XREF-FILE.
           CLOSE ANSWER-FILE.
           DISPLAY 'FOUND INACTIVE.....: ' WS-FOUND-INACTIVE.
           DISPLAY 'NOT ON MASTER......: ' WS-NOT-ON-MASTER.
           DISPLAY 'INVALID REQUESTS...: ' WS-INVALID-REQUESTS.
           DISPLAY 'FOUND VIA MERGE....: ' WS-FOUND-MERGED.
           DISPLAY 'REQUESTER..........: ' WS-REQUESTER-ID.
           DISPLAY 'UNAUTHORIZED.......: ' WS-UNAUTHORIZED-REQS.
           DISPLAY '***************************************'.

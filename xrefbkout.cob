       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREF-BACKOUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-FILE ASSIGN TO "XREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-ORIG-ID
               ALTERNATE RECORD KEY IS XRF-CONV-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT XREF-JRNL-FILE ASSIGN TO "XREFJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XJRN-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT BACKOUT-OUT-FILE ASSIGN TO "BACKOUT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKO-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BACKOUT.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "BKOSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 58 CHARACTERS.
           COPY XREFREC.

       FD  XREF-JRNL-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 159 CHARACTERS.
           COPY XJRNREC.

       FD  AUDIT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 53 CHARACTERS.
           COPY AUDREC.

       FD  BACKOUT-OUT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY CONVREC.

       FD  REPORT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD                  PIC X(80).

       FD  BUS-DATE-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY BDATREC.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-JOURNAL-SEQ              PIC 9(9).
           05  SW-RUN-DATE                 PIC 9(8).
           05  SW-JOB-ID                   PIC X(8).
           05  SW-TIMESTAMP                PIC X(21).
           05  SW-ACTION                   PIC X.
           05  SW-ORIG-ID                  PIC 9(5).
           05  SW-BEFORE-IMAGE             PIC X(58).
           05  SW-AFTER-IMAGE              PIC X(58).

       WORKING-STORAGE SECTION.
           COPY WSDATA.

       01  WS-SWITCHES.
           05  WS-JRNL-EOF-SWITCH      PIC X VALUE 'N'.
               88  END-OF-JOURNAL-FILE VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH      PIC X VALUE 'N'.
               88  END-OF-SORTED-ENTRIES VALUE 'Y'.
           05  WS-XREF-HIT-SWITCH      PIC X VALUE 'N'.
               88  XREF-ENTRY-FOUND    VALUE 'Y'.
           05  WS-MATCH-SWITCH         PIC X VALUE 'N'.
               88  ENTRY-UNCHANGED-SINCE-RUN VALUE 'Y'.
           05  WS-MRG-EOF-SWITCH       PIC X VALUE 'N'.
               88  END-OF-MERGE-CHAIN  VALUE 'Y'.
           05  WS-SURVIVOR-SWITCH      PIC X VALUE 'N'.
               88  SURVIVOR-ON-XREF    VALUE 'Y'.

       01  WS-RUN-MODE                 PIC X VALUE 'T'.
           88  WS-TRIAL-MODE           VALUE 'T'.
           88  WS-APPLY-MODE           VALUE 'A'.

       01  WS-PARM-JOB-ID              PIC X(10) VALUE SPACES.
       01  WS-PARM-DATE                PIC X(10) VALUE SPACES.
       01  WS-PARM-MODE                PIC X(10) VALUE SPACES.

       01  WS-BACKOUT-JOB-ID           PIC X(8) VALUE SPACES.
       01  WS-BACKOUT-DATE             PIC 9(8) VALUE ZERO.
       01  WS-DATE-CHECK               PIC 9(9) VALUE ZERO.

       01  WS-XREF-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-XJRN-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-AUD-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-BKO-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-BDAT-FILE-STATUS         PIC X(2) VALUE '00'.

       01  WS-JOB-ID                   PIC X(8) VALUE 'XBKOUT01'.

       01  WS-BEFORE-ENTRY.
           05  WS-BEF-ORIG-ID          PIC 9(5).
           05  WS-BEF-CONV-KEY         PIC X(10).
           05  WS-BEF-FORMAT-MODE      PIC X.
           05  WS-BEF-STATUS           PIC X.
               88  WS-BEF-ACTIVE       VALUE 'A'.
               88  WS-BEF-MERGED       VALUE 'M'.
           05  WS-BEF-PRIOR-KEY        PIC X(10).
           05  WS-BEF-FIRST-CONV-DATE  PIC 9(8).
           05  WS-BEF-LAST-CONV-DATE   PIC 9(8).
           05  WS-BEF-MERGED-TO-ID     PIC 9(5).
           05  WS-BEF-MERGED-TO-KEY    PIC X(10).

       01  WS-AFTER-ENTRY.
           05  WS-AFT-ORIG-ID          PIC 9(5).
           05  WS-AFT-CONV-KEY         PIC X(10).
           05  WS-AFT-FORMAT-MODE      PIC X.
           05  WS-AFT-STATUS           PIC X.
               88  WS-AFT-ACTIVE       VALUE 'A'.
           05  WS-AFT-PRIOR-KEY        PIC X(10).
           05  WS-AFT-FIRST-CONV-DATE  PIC 9(8).
           05  WS-AFT-LAST-CONV-DATE   PIC 9(8).
           05  WS-AFT-MERGED-TO-ID     PIC 9(5).
           05  WS-AFT-MERGED-TO-KEY    PIC X(10).

       01  WS-CURRENT-IMAGE            PIC X(58) VALUE SPACES.
       01  WS-XJ-ACTION                PIC X VALUE SPACES.
       01  WS-EXTRACT-TYPE             PIC X(4) VALUE SPACES.
       01  WS-EXTRACT-KEY              PIC X(10) VALUE SPACES.
       01  WS-EXTRACT-PRIOR-KEY        PIC X(10) VALUE SPACES.
       01  WS-FLAG-REASON              PIC X(30) VALUE SPACES.
       01  WS-MRG-DEPTH                PIC 9(2) VALUE ZERO.
       01  WS-MRG-MAX-DEPTH            PIC 9(2) VALUE 10.

       01  WS-COUNTERS.
           05  WS-JOURNAL-READ         PIC 9(9) VALUE ZERO.
           05  WS-ENTRIES-SELECTED     PIC 9(9) VALUE ZERO.
           05  WS-ENTRIES-RESTORED     PIC 9(9) VALUE ZERO.
           05  WS-ENTRIES-REMOVED      PIC 9(9) VALUE ZERO.
           05  WS-ENTRIES-FLAGGED      PIC 9(9) VALUE ZERO.
           05  WS-EXTRACT-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-EXTRACT-CHECKSUM     PIC 9(15) VALUE ZERO.

       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-TAG              PIC X(14).
           05  WS-RPT-ID               PIC 9(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-TEXT             PIC X(59).

       01  WS-SEQ-EDIT                 PIC Z(8)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PARAMETERS.
           PERFORM 1000-INITIALIZE.
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SW-JOURNAL-SEQ
               INPUT PROCEDURE IS 2000-SELECT-JOURNAL-ENTRIES
               OUTPUT PROCEDURE IS 3000-REVERSE-JOURNAL-ENTRIES.
           PERFORM 9000-TERMINATE.
           PERFORM 9100-PRINT-BACKOUT-SUMMARY.
           STOP RUN.

       0100-GET-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-JOB-ID FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-JOB-ID
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-DATE
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-MODE
           END-ACCEPT.
           IF WS-PARM-JOB-ID = SPACES
               OR WS-PARM-JOB-ID (9:2) NOT = SPACES
               DISPLAY 'JOB ID TO BACK OUT MUST BE GIVEN (1-8 CHARS)'
               DISPLAY 'USAGE: XREF-BACKOUT jobid yyyymmdd [CONFIRM]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PARM-JOB-ID TO WS-BACKOUT-JOB-ID.
           IF WS-PARM-DATE (1:8) NOT NUMERIC
               OR WS-PARM-DATE (9:2) NOT = SPACES
               DISPLAY 'RUN DATE TO BACK OUT IS NOT VALID: '
                   WS-PARM-DATE
               DISPLAY 'USAGE: XREF-BACKOUT jobid yyyymmdd [CONFIRM]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PARM-DATE (1:8) TO WS-BACKOUT-DATE.
           COMPUTE WS-DATE-CHECK =
               FUNCTION TEST-DATE-YYYYMMDD(WS-BACKOUT-DATE).
           IF WS-DATE-CHECK NOT = ZERO
               DISPLAY 'RUN DATE TO BACK OUT IS NOT VALID: '
                   WS-PARM-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PARM-MODE = 'CONFIRM'
               SET WS-APPLY-MODE TO TRUE
           END-IF.

       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'REPORT-FILE OPEN ERROR, STATUS='
                   WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-APPLY-MODE
               STRING 'XREF BACKOUT - APPLY MODE - RUN DATE '
                      WS-RUN-DATE
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
           ELSE
               STRING 'XREF BACKOUT - TRIAL MODE - RUN DATE '
                      WS-RUN-DATE
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'BACKING OUT JOB ' WS-BACKOUT-JOB-ID
                  ' FOR RUN DATE ' WS-BACKOUT-DATE
               DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
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

       2000-SELECT-JOURNAL-ENTRIES.
           OPEN INPUT XREF-JRNL-FILE.
           IF WS-XJRN-FILE-STATUS = '35'
               SET END-OF-JOURNAL-FILE TO TRUE
           ELSE
               IF WS-XJRN-FILE-STATUS NOT = '00'
                   DISPLAY 'XREF-JRNL-FILE OPEN ERROR, STATUS='
                       WS-XJRN-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2050-READ-JOURNAL
           END-IF.
           PERFORM 2100-SELECT-ONE-ENTRY
               UNTIL END-OF-JOURNAL-FILE.
           IF WS-XJRN-FILE-STATUS NOT = '35'
               CLOSE XREF-JRNL-FILE
           END-IF.

       2050-READ-JOURNAL.
           READ XREF-JRNL-FILE
               AT END
                   SET END-OF-JOURNAL-FILE TO TRUE
           END-READ.
           IF NOT END-OF-JOURNAL-FILE
               ADD 1 TO WS-JOURNAL-READ
           END-IF.

       2100-SELECT-ONE-ENTRY.
           IF XJ-JOB-ID = WS-BACKOUT-JOB-ID
               AND XJ-RUN-DATE = WS-BACKOUT-DATE
               MOVE WS-JOURNAL-READ TO SW-JOURNAL-SEQ
               MOVE XJ-RUN-DATE TO SW-RUN-DATE
               MOVE XJ-JOB-ID TO SW-JOB-ID
               MOVE XJ-TIMESTAMP TO SW-TIMESTAMP
               MOVE XJ-ACTION TO SW-ACTION
               MOVE XJ-ORIG-ID TO SW-ORIG-ID
               MOVE XJ-BEFORE-IMAGE TO SW-BEFORE-IMAGE
               MOVE XJ-AFTER-IMAGE TO SW-AFTER-IMAGE
               RELEASE SORT-WORK-RECORD
               ADD 1 TO WS-ENTRIES-SELECTED
           END-IF.
           PERFORM 2050-READ-JOURNAL.

       3000-REVERSE-JOURNAL-ENTRIES.
           PERFORM 3050-OPEN-BACKOUT-FILES.
           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-SORTED-ENTRIES TO TRUE
           END-RETURN.
           PERFORM 3100-REVERSE-ONE-ENTRY
               UNTIL END-OF-SORTED-ENTRIES.
           PERFORM 3900-CLOSE-BACKOUT-FILES.

       3050-OPEN-BACKOUT-FILES.
           IF WS-APPLY-MODE
               OPEN I-O XREF-FILE
           ELSE
               OPEN INPUT XREF-FILE
           END-IF.
           IF WS-XREF-FILE-STATUS NOT = '00'
               DISPLAY 'XREF-FILE OPEN ERROR, STATUS='
                   WS-XREF-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-APPLY-MODE
               OPEN EXTEND AUDIT-FILE
               IF WS-AUD-FILE-STATUS = '35'
                   OPEN OUTPUT AUDIT-FILE
               END-IF
               IF WS-AUD-FILE-STATUS NOT = '00'
                   DISPLAY 'AUDIT-FILE OPEN ERROR, STATUS='
                       WS-AUD-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN EXTEND XREF-JRNL-FILE
               IF WS-XJRN-FILE-STATUS = '35'
                   OPEN OUTPUT XREF-JRNL-FILE
               END-IF
               IF WS-XJRN-FILE-STATUS NOT = '00'
                   DISPLAY 'XREF-JRNL-FILE OPEN ERROR, STATUS='
                       WS-XJRN-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT BACKOUT-OUT-FILE
               IF WS-BKO-FILE-STATUS NOT = '00'
                   DISPLAY 'BACKOUT-OUT-FILE OPEN ERROR, STATUS='
                       WS-BKO-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO CONV-OUT-HEADER-RECORD
               MOVE 'HDR1' TO CO-HDR-TYPE
               MOVE WS-RUN-DATE TO CO-HDR-RUN-DATE
               MOVE ZERO TO CO-HDR-COUNT-PLACEHOLDER
               WRITE CONV-OUT-HEADER-RECORD
           END-IF.

       3100-REVERSE-ONE-ENTRY.
           MOVE SW-BEFORE-IMAGE TO WS-BEFORE-ENTRY.
           MOVE SW-AFTER-IMAGE TO WS-AFTER-ENTRY.
           PERFORM 3200-CHECK-CURRENT-ENTRY.
           IF ENTRY-UNCHANGED-SINCE-RUN
               PERFORM 3300-DETERMINE-EXTRACT
               IF WS-APPLY-MODE
                   PERFORM 3400-RESTORE-BEFORE-IMAGE
               END-IF
           END-IF.
           IF ENTRY-UNCHANGED-SINCE-RUN
               IF WS-APPLY-MODE
                   PERFORM 3600-WRITE-REVERSAL-AUDIT
                   PERFORM 3700-WRITE-BACKOUT-EXTRACT
               END-IF
               PERFORM 3800-REPORT-REVERSED-ENTRY
           ELSE
               ADD 1 TO WS-ENTRIES-FLAGGED
               PERFORM 3850-REPORT-FLAGGED-ENTRY
           END-IF.
           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-SORTED-ENTRIES TO TRUE
           END-RETURN.

       3200-CHECK-CURRENT-ENTRY.
           MOVE 'N' TO WS-MATCH-SWITCH.
           MOVE 'N' TO WS-XREF-HIT-SWITCH.
           MOVE SPACES TO WS-FLAG-REASON.
           MOVE SPACES TO WS-CURRENT-IMAGE.
           MOVE SW-ORIG-ID TO XRF-ORIG-ID.
           READ XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET XREF-ENTRY-FOUND TO TRUE
                   MOVE XREF-RECORD TO WS-CURRENT-IMAGE
           END-READ.
           IF WS-CURRENT-IMAGE = SW-AFTER-IMAGE
               SET ENTRY-UNCHANGED-SINCE-RUN TO TRUE
           ELSE
               IF XREF-ENTRY-FOUND
                   MOVE 'CHANGED BY A LATER RUN' TO WS-FLAG-REASON
               ELSE
                   MOVE 'NO LONGER ON XREF MASTER' TO WS-FLAG-REASON
               END-IF
           END-IF.

       3300-DETERMINE-EXTRACT.
           MOVE SPACES TO WS-EXTRACT-TYPE.
           MOVE SPACES TO WS-EXTRACT-KEY.
           MOVE SPACES TO WS-EXTRACT-PRIOR-KEY.
           IF SW-BEFORE-IMAGE NOT = SPACES AND WS-BEF-ACTIVE
               IF SW-AFTER-IMAGE = SPACES
                   OR NOT WS-AFT-ACTIVE
                   OR WS-AFT-CONV-KEY NOT = WS-BEF-CONV-KEY
                   MOVE 'RST1' TO WS-EXTRACT-TYPE
                   MOVE WS-BEF-CONV-KEY TO WS-EXTRACT-KEY
                   IF SW-AFTER-IMAGE NOT = SPACES AND WS-AFT-ACTIVE
                       AND WS-AFT-CONV-KEY NOT = WS-BEF-CONV-KEY
                       MOVE WS-AFT-CONV-KEY TO WS-EXTRACT-PRIOR-KEY
                   END-IF
               END-IF
           ELSE
               IF SW-AFTER-IMAGE NOT = SPACES AND WS-AFT-ACTIVE
                   IF SW-BEFORE-IMAGE NOT = SPACES AND WS-BEF-MERGED
                       MOVE 'MRG1' TO WS-EXTRACT-TYPE
                       MOVE WS-BEF-CONV-KEY TO WS-EXTRACT-KEY
                       PERFORM 3350-FIND-SURVIVOR-KEY
                   ELSE
                       MOVE 'DEL1' TO WS-EXTRACT-TYPE
                       MOVE WS-AFT-CONV-KEY TO WS-EXTRACT-KEY
                   END-IF
               END-IF
           END-IF.

       3350-FIND-SURVIVOR-KEY.
           MOVE WS-BEF-MERGED-TO-ID TO XRF-MERGED-TO-ID.
           MOVE ZERO TO WS-MRG-DEPTH.
           MOVE 'N' TO WS-MRG-EOF-SWITCH.
           MOVE 'N' TO WS-SURVIVOR-SWITCH.
           PERFORM 3360-READ-MERGE-SURVIVOR
               UNTIL END-OF-MERGE-CHAIN.
           IF SURVIVOR-ON-XREF
               MOVE XRF-CONV-KEY TO WS-EXTRACT-PRIOR-KEY
           ELSE
               MOVE WS-BEF-MERGED-TO-KEY TO WS-EXTRACT-PRIOR-KEY
           END-IF.

       3360-READ-MERGE-SURVIVOR.
           ADD 1 TO WS-MRG-DEPTH.
           MOVE XRF-MERGED-TO-ID TO XRF-ORIG-ID.
           READ XREF-FILE
               INVALID KEY
                   MOVE 'N' TO WS-SURVIVOR-SWITCH
                   SET END-OF-MERGE-CHAIN TO TRUE
               NOT INVALID KEY
                   SET SURVIVOR-ON-XREF TO TRUE
                   IF NOT XRF-MERGED
                       OR WS-MRG-DEPTH >= WS-MRG-MAX-DEPTH
                       SET END-OF-MERGE-CHAIN TO TRUE
                   END-IF
           END-READ.

       3400-RESTORE-BEFORE-IMAGE.
           IF SW-BEFORE-IMAGE = SPACES
               DELETE XREF-FILE RECORD
               MOVE 'D' TO WS-XJ-ACTION
           ELSE
               MOVE SW-BEFORE-IMAGE TO XREF-RECORD
               IF XREF-ENTRY-FOUND
                   REWRITE XREF-RECORD
                   MOVE 'C' TO WS-XJ-ACTION
               ELSE
                   WRITE XREF-RECORD
                   MOVE 'A' TO WS-XJ-ACTION
               END-IF
           END-IF.
           IF WS-XREF-FILE-STATUS = '22'
               MOVE 'N' TO WS-MATCH-SWITCH
               MOVE 'PRIOR KEY NOW HELD BY ANOTHER ID'
                   TO WS-FLAG-REASON
           ELSE
               IF WS-XREF-FILE-STATUS NOT = '00'
                   DISPLAY 'XREF-FILE UPDATE ERROR, STATUS='
                       WS-XREF-FILE-STATUS ' ID ' SW-ORIG-ID
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 3500-WRITE-XREF-JOURNAL
           END-IF.

       3500-WRITE-XREF-JOURNAL.
           MOVE WS-RUN-DATE TO XJ-RUN-DATE.
           MOVE WS-JOB-ID TO XJ-JOB-ID.
           MOVE FUNCTION CURRENT-DATE TO XJ-TIMESTAMP.
           MOVE WS-XJ-ACTION TO XJ-ACTION.
           MOVE SW-ORIG-ID TO XJ-ORIG-ID.
           MOVE WS-CURRENT-IMAGE TO XJ-BEFORE-IMAGE.
           MOVE SW-BEFORE-IMAGE TO XJ-AFTER-IMAGE.
           WRITE XREF-JOURNAL-RECORD.
           IF WS-XJRN-FILE-STATUS NOT = '00'
               DISPLAY 'XREF-JRNL-FILE WRITE ERROR, STATUS='
                   WS-XJRN-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       3600-WRITE-REVERSAL-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE WS-JOB-ID TO AUD-JOB-ID.
           MOVE SW-ORIG-ID TO AUD-BEFORE-VALUE.
           IF SW-BEFORE-IMAGE = SPACES
               MOVE WS-AFT-CONV-KEY TO AUD-AFTER-VALUE
           ELSE
               MOVE WS-BEF-CONV-KEY TO AUD-AFTER-VALUE
           END-IF.
           MOVE SW-JOURNAL-SEQ TO AUD-SOURCE-RECORD-ID.
           WRITE AUDIT-RECORD.
           IF WS-AUD-FILE-STATUS NOT = '00'
               DISPLAY 'AUDIT-FILE WRITE ERROR, STATUS='
                   WS-AUD-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       3700-WRITE-BACKOUT-EXTRACT.
           IF WS-EXTRACT-TYPE NOT = SPACES
               MOVE SPACES TO CONV-OUT-DETAIL-RECORD
               MOVE WS-EXTRACT-TYPE TO CO-DET-TYPE
               MOVE WS-EXTRACT-KEY TO CO-DET-KEY
               IF WS-EXTRACT-TYPE = 'MRG1'
                   MOVE WS-EXTRACT-PRIOR-KEY TO CO-DET-SURVIVOR-KEY
               ELSE
                   MOVE WS-EXTRACT-PRIOR-KEY TO CO-DET-PRIOR-KEY
               END-IF
               WRITE CONV-OUT-DETAIL-RECORD
               ADD 1 TO WS-EXTRACT-COUNT
               ADD SW-ORIG-ID TO WS-EXTRACT-CHECKSUM
           END-IF.

       3800-REPORT-REVERSED-ENTRY.
           MOVE SPACES TO WS-RPT-DETAIL-LINE.
           IF SW-BEFORE-IMAGE = SPACES
               ADD 1 TO WS-ENTRIES-REMOVED
               IF WS-APPLY-MODE
                   MOVE 'REMOVED:      ' TO WS-RPT-TAG
               ELSE
                   MOVE 'TRIAL REMOVE: ' TO WS-RPT-TAG
               END-IF
           ELSE
               ADD 1 TO WS-ENTRIES-RESTORED
               IF WS-APPLY-MODE
                   MOVE 'RESTORED:     ' TO WS-RPT-TAG
               ELSE
                   MOVE 'TRIAL RESTORE:' TO WS-RPT-TAG
               END-IF
           END-IF.
           MOVE SW-ORIG-ID TO WS-RPT-ID.
           MOVE SW-JOURNAL-SEQ TO WS-SEQ-EDIT.
           STRING 'JRNL ' WS-SEQ-EDIT
                  ' KEY ' WS-AFT-CONV-KEY
                  ' BACK TO ' WS-BEF-CONV-KEY
                  ' ' WS-EXTRACT-TYPE
               DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           MOVE WS-RPT-DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       3850-REPORT-FLAGGED-ENTRY.
           MOVE SPACES TO WS-RPT-DETAIL-LINE.
           MOVE 'NOT RESTORED: ' TO WS-RPT-TAG.
           MOVE SW-ORIG-ID TO WS-RPT-ID.
           MOVE SW-JOURNAL-SEQ TO WS-SEQ-EDIT.
           STRING 'JRNL ' WS-SEQ-EDIT ' '
                  WS-FLAG-REASON
               DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           MOVE WS-RPT-DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       3900-CLOSE-BACKOUT-FILES.
           CLOSE XREF-FILE.
           IF WS-APPLY-MODE
               CLOSE AUDIT-FILE
               CLOSE XREF-JRNL-FILE
               MOVE SPACES TO CONV-OUT-TRAILER-RECORD
               MOVE 'TRL1' TO CO-TRL-TYPE
               MOVE WS-EXTRACT-COUNT TO CO-TRL-COUNT
               MOVE WS-EXTRACT-CHECKSUM TO CO-TRL-CHECKSUM
               WRITE CONV-OUT-TRAILER-RECORD
               CLOSE BACKOUT-OUT-FILE
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'ENTRIES SELECTED ' WS-ENTRIES-SELECTED
                  '  RESTORED ' WS-ENTRIES-RESTORED
                  '  REMOVED ' WS-ENTRIES-REMOVED
               DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'ENTRIES FLAGGED, NOT RESTORED ' WS-ENTRIES-FLAGGED
               DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.
           IF WS-ENTRIES-SELECTED = ZERO
               DISPLAY 'NO JOURNAL ENTRIES FOR JOB ' WS-BACKOUT-JOB-ID
                   ' RUN DATE ' WS-BACKOUT-DATE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ENTRIES-FLAGGED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       9100-PRINT-BACKOUT-SUMMARY.
           DISPLAY '***************************************'.
           DISPLAY '*      XREF-BACKOUT RUN SUMMARY       *'.
           DISPLAY '***************************************'.
           IF WS-APPLY-MODE
               DISPLAY 'RUN MODE...........: APPLY'
           ELSE
               DISPLAY 'RUN MODE...........: TRIAL'
           END-IF.
           DISPLAY 'JOB BACKED OUT.....: ' WS-BACKOUT-JOB-ID.
           DISPLAY 'RUN DATE BACKED OUT: ' WS-BACKOUT-DATE.
           DISPLAY 'JOURNAL RECORDS....: ' WS-JOURNAL-READ.
           DISPLAY 'ENTRIES SELECTED...: ' WS-ENTRIES-SELECTED.
           DISPLAY 'ENTRIES RESTORED...: ' WS-ENTRIES-RESTORED.
           DISPLAY 'ENTRIES REMOVED....: ' WS-ENTRIES-REMOVED.
           DISPLAY 'ENTRIES FLAGGED....: ' WS-ENTRIES-FLAGGED.
           DISPLAY 'EXTRACT DETAILS....: ' WS-EXTRACT-COUNT.
           IF WS-TRIAL-MODE
               DISPLAY 'NO CHANGES APPLIED - RERUN WITH CONFIRM'
           END-IF.
           DISPLAY '***************************************'.

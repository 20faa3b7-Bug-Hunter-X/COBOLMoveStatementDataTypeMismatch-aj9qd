       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREF-ADJUST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-FILE ASSIGN TO "XREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-ORIG-ID
               ALTERNATE RECORD KEY IS XRF-CONV-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT ADJ-PEND-FILE ASSIGN TO "ADJPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADJ-REQ-NO
               FILE STATUS IS WS-ADJP-FILE-STATUS.

           SELECT ADJ-CARD-FILE ASSIGN TO "ADJCARD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT XREF-JRNL-FILE ASSIGN TO "XREFJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XJRN-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT ADJ-OUT-FILE ASSIGN TO "ADJOUT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AOUT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ADJREG.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 58 CHARACTERS.
           COPY XREFREC.

       FD  ADJ-PEND-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 126 CHARACTERS.
           COPY ADJREC.

       FD  ADJ-CARD-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 62 CHARACTERS.
       01  ADJ-CARD-RECORD.
           05  AC-ACTION                   PIC X.
               88  AC-REQUEST-ACTION       VALUE 'R'.
               88  AC-APPROVE-ACTION       VALUE 'A'.
               88  AC-REJECT-ACTION        VALUE 'X'.
               88  AC-ACTION-VALID         VALUE 'R' 'A' 'X'.
           05  AC-OPERATOR                 PIC X(8).
           05  AC-REQ-NO                   PIC X(7).
           05  AC-ADJ-TYPE                 PIC X.
           05  AC-ORIG-ID                  PIC X(5).
           05  AC-NEW-VALUE                PIC X(10).
           05  AC-REASON                   PIC X(30).

       FD  XREF-JRNL-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 159 CHARACTERS.
           COPY XJRNREC.

       FD  AUDIT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 53 CHARACTERS.
           COPY AUDREC.

       FD  ADJ-OUT-FILE
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

       WORKING-STORAGE SECTION.
           COPY WSDATA.

       01  WS-SWITCHES.
           05  WS-CARD-EOF-SWITCH      PIC X VALUE 'N'.
               88  END-OF-CARD-FILE    VALUE 'Y'.
           05  WS-ADJP-EOF-SWITCH      PIC X VALUE 'N'.
               88  END-OF-ADJ-PEND     VALUE 'Y'.
           05  WS-CARD-OK-SWITCH       PIC X VALUE 'Y'.
               88  CARD-IS-VALID       VALUE 'Y'.
           05  WS-XREF-FOUND-SWITCH    PIC X VALUE 'N'.
               88  XREF-ENTRY-FOUND    VALUE 'Y'.
           05  WS-KEY-TAKEN-SWITCH     PIC X VALUE 'N'.
               88  NEW-KEY-ON-XREF     VALUE 'Y'.

       01  WS-XREF-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-ADJP-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-CARD-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-XJRN-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-AUD-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-AOUT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-BDAT-FILE-STATUS         PIC X(2) VALUE '00'.

       01  WS-JOB-ID                   PIC X(8) VALUE 'XREFADJ1'.

       01  WS-LAST-REQ-NO              PIC 9(7) VALUE ZERO.
       01  WS-CARD-REQ-NO              PIC 9(7) VALUE ZERO.
       01  WS-CARD-ORIG-ID             PIC 9(5) VALUE ZERO.
       01  WS-CURRENT-VALUE            PIC X(10) VALUE SPACES.
       01  WS-CHECK-KEY                PIC X(10) VALUE SPACES.
       01  WS-OLD-KEY                  PIC X(10) VALUE SPACES.
       01  WS-XJ-BEFORE-IMAGE          PIC X(58) VALUE SPACES.
       01  WS-ERROR-TEXT               PIC X(40) VALUE SPACES.
       01  WS-FAIL-TEXT                PIC X(30) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-CARDS-READ           PIC 9(9) VALUE ZERO.
           05  WS-REQUESTS-ADDED       PIC 9(9) VALUE ZERO.
           05  WS-REQUESTS-APPLIED     PIC 9(9) VALUE ZERO.
           05  WS-REQUESTS-REJECTED    PIC 9(9) VALUE ZERO.
           05  WS-REQUESTS-FAILED      PIC 9(9) VALUE ZERO.
           05  WS-CARDS-IN-ERROR       PIC 9(9) VALUE ZERO.
           05  WS-STILL-PENDING        PIC 9(9) VALUE ZERO.
           05  WS-REGISTER-LINES       PIC 9(9) VALUE ZERO.
           05  WS-ADJ-CHECKSUM         PIC 9(15) VALUE ZERO.

       01  WS-REG-HEADING-1.
           05  FILLER                  PIC X(30)
               VALUE 'XREF ADJUSTMENTS REGISTER FOR '.
           05  WS-REG-HDG-DATE         PIC 9(8).
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-REG-HEADING-2.
           05  FILLER                  PIC X(35)
               VALUE 'REQ NO  ADJUSTMENT ID    STATUS    '.
           05  FILLER                  PIC X(45)
               VALUE 'MAKER    CHECKER  NEW VALUE  OLD VALUE'.

       01  WS-REG-DETAIL-LINE.
           05  WS-REG-REQ-NO           PIC 9(7).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-REG-TYPE             PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-REG-ORIG-ID          PIC 9(5).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-REG-STATUS           PIC X(9).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-REG-MAKER            PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-REG-CHECKER          PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-REG-NEW-VALUE        PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-REG-OLD-VALUE        PIC X(10).
           05  FILLER                  PIC X(6) VALUE SPACES.

       01  WS-REG-REASON-LINE.
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  WS-REG-REASON-TAG       PIC X(10).
           05  WS-REG-REASON-TEXT      PIC X(30).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-CARD-ERROR-LINE.
           05  FILLER                  PIC X(14)
               VALUE 'CARD REFUSED: '.
           05  WS-CERR-ACTION          PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-CERR-OPERATOR        PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-CERR-REQ-NO          PIC X(7).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-CERR-ORIG-ID         PIC X(5).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-CERR-TEXT            PIC X(40).
           05  FILLER                  PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-CARD-FILE
               UNTIL END-OF-CARD-FILE.
           PERFORM 3000-PRINT-ADJUSTMENT-REGISTER.
           PERFORM 9000-TERMINATE.
           PERFORM 9100-PRINT-ADJUST-SUMMARY.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE.
           OPEN I-O XREF-FILE.
           IF WS-XREF-FILE-STATUS NOT = '00'
               DISPLAY 'XREF-FILE OPEN ERROR, STATUS='
                   WS-XREF-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ADJ-PEND-FILE.
           IF WS-ADJP-FILE-STATUS = '35'
               OPEN OUTPUT ADJ-PEND-FILE
               CLOSE ADJ-PEND-FILE
               OPEN I-O ADJ-PEND-FILE
           END-IF.
           IF WS-ADJP-FILE-STATUS NOT = '00'
               DISPLAY 'ADJ-PEND-FILE OPEN ERROR, STATUS='
                   WS-ADJP-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-FIND-LAST-REQUEST.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUD-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUD-FILE-STATUS NOT = '00'
               DISPLAY 'AUDIT-FILE OPEN ERROR, STATUS='
                   WS-AUD-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND XREF-JRNL-FILE.
           IF WS-XJRN-FILE-STATUS = '35'
               OPEN OUTPUT XREF-JRNL-FILE
           END-IF.
           IF WS-XJRN-FILE-STATUS NOT = '00'
               DISPLAY 'XREF-JRNL-FILE OPEN ERROR, STATUS='
                   WS-XJRN-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ADJ-OUT-FILE.
           IF WS-AOUT-FILE-STATUS NOT = '00'
               DISPLAY 'ADJ-OUT-FILE OPEN ERROR, STATUS='
                   WS-AOUT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO CONV-OUT-HEADER-RECORD.
           MOVE 'HDR1' TO CO-HDR-TYPE.
           MOVE WS-RUN-DATE TO CO-HDR-RUN-DATE.
           MOVE ZERO TO CO-HDR-COUNT-PLACEHOLDER.
           WRITE CONV-OUT-HEADER-RECORD.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'REPORT-FILE OPEN ERROR, STATUS='
                   WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-REG-HDG-DATE.
           MOVE WS-REG-HEADING-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           OPEN INPUT ADJ-CARD-FILE.
           IF WS-CARD-FILE-STATUS NOT = '00'
               DISPLAY 'ADJ-CARD-FILE OPEN ERROR, STATUS='
                   WS-CARD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ ADJ-CARD-FILE
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

       1100-FIND-LAST-REQUEST.
           MOVE ZERO TO WS-LAST-REQ-NO.
           MOVE 'N' TO WS-ADJP-EOF-SWITCH.
           MOVE ZERO TO ADJ-REQ-NO.
           START ADJ-PEND-FILE KEY NOT < ADJ-REQ-NO
               INVALID KEY
                   SET END-OF-ADJ-PEND TO TRUE
           END-START.
           PERFORM 1150-READ-ONE-REQUEST
               UNTIL END-OF-ADJ-PEND.

       1150-READ-ONE-REQUEST.
           READ ADJ-PEND-FILE NEXT RECORD
               AT END
                   SET END-OF-ADJ-PEND TO TRUE
               NOT AT END
                   MOVE ADJ-REQ-NO TO WS-LAST-REQ-NO
           END-READ.

       2000-PROCESS-CARD-FILE.
           ADD 1 TO WS-CARDS-READ.
           MOVE 'Y' TO WS-CARD-OK-SWITCH.
           MOVE SPACES TO WS-ERROR-TEXT.
           IF NOT AC-ACTION-VALID
               MOVE 'UNKNOWN CARD ACTION' TO WS-ERROR-TEXT
               PERFORM 2900-REPORT-CARD-ERROR
           ELSE
               IF AC-OPERATOR = SPACES
                   MOVE 'OPERATOR ID MISSING' TO WS-ERROR-TEXT
                   PERFORM 2900-REPORT-CARD-ERROR
               ELSE
                   IF AC-REQUEST-ACTION
                       PERFORM 2100-ADD-ADJUSTMENT-REQUEST
                   ELSE
                       PERFORM 2200-DECIDE-ADJUSTMENT
                   END-IF
               END-IF
           END-IF.
           READ ADJ-CARD-FILE
               AT END
                   SET END-OF-CARD-FILE TO TRUE.

       2100-ADD-ADJUSTMENT-REQUEST.
           MOVE AC-ADJ-TYPE TO ADJ-TYPE.
           IF NOT ADJ-TYPE-VALID
               MOVE 'UNKNOWN ADJUSTMENT TYPE' TO WS-ERROR-TEXT
               PERFORM 2900-REPORT-CARD-ERROR
           ELSE
               IF AC-ORIG-ID NOT NUMERIC
                   MOVE 'ORIGINAL ID NOT NUMERIC' TO WS-ERROR-TEXT
                   PERFORM 2900-REPORT-CARD-ERROR
               ELSE
                   IF AC-REASON = SPACES
                       MOVE 'REASON MISSING' TO WS-ERROR-TEXT
                       PERFORM 2900-REPORT-CARD-ERROR
                   ELSE
                       MOVE AC-ORIG-ID TO WS-CARD-ORIG-ID
                       PERFORM 2120-CHECK-REQUESTED-VALUE
                   END-IF
               END-IF
           END-IF.

       2120-CHECK-REQUESTED-VALUE.
           PERFORM 2500-READ-XREF-BY-ID.
           IF NOT XREF-ENTRY-FOUND
               MOVE 'ID NOT ON XREF MASTER' TO WS-ERROR-TEXT
               PERFORM 2900-REPORT-CARD-ERROR
           ELSE
               IF XRF-MERGED
                   MOVE 'ID IS MERGED - UNMERGE IT FIRST'
                       TO WS-ERROR-TEXT
                   PERFORM 2900-REPORT-CARD-ERROR
               ELSE
                   PERFORM 2125-CHECK-UNMERGED-VALUE
               END-IF
           END-IF.

       2125-CHECK-UNMERGED-VALUE.
           PERFORM 2550-GET-CURRENT-VALUE.
           IF ADJ-CHANGE-KEY
               PERFORM 2130-CHECK-NEW-KEY
           END-IF.
           IF ADJ-FORCE-STATUS
               IF AC-NEW-VALUE NOT = 'A'
                   AND AC-NEW-VALUE NOT = 'I'
                   MOVE 'STATUS MUST BE A OR I' TO WS-ERROR-TEXT
                   PERFORM 2900-REPORT-CARD-ERROR
               END-IF
           END-IF.
           IF ADJ-SET-PRIOR
               IF AC-NEW-VALUE = SPACES
                   MOVE 'PRIOR KEY MISSING' TO WS-ERROR-TEXT
                   PERFORM 2900-REPORT-CARD-ERROR
               END-IF
           END-IF.
           IF ADJ-CLEAR-PRIOR
               IF WS-CURRENT-VALUE = SPACES
                   MOVE 'NO PRIOR KEY TO CLEAR' TO WS-ERROR-TEXT
                   PERFORM 2900-REPORT-CARD-ERROR
               END-IF
           END-IF.
           IF CARD-IS-VALID
               IF NOT ADJ-CLEAR-PRIOR
                   AND AC-NEW-VALUE = WS-CURRENT-VALUE
                   MOVE 'VALUE ALREADY ON XREF' TO WS-ERROR-TEXT
                   PERFORM 2900-REPORT-CARD-ERROR
               END-IF
           END-IF.
           IF CARD-IS-VALID
               PERFORM 2150-WRITE-PENDING-REQUEST
           END-IF.

       2130-CHECK-NEW-KEY.
           IF AC-NEW-VALUE = SPACES
               MOVE 'NEW KEY MISSING' TO WS-ERROR-TEXT
               PERFORM 2900-REPORT-CARD-ERROR
           ELSE
               IF AC-NEW-VALUE NOT = WS-CURRENT-VALUE
                   MOVE AC-NEW-VALUE TO WS-CHECK-KEY
                   PERFORM 2600-CHECK-KEY-ON-XREF
                   IF NEW-KEY-ON-XREF
                       MOVE 'NEW KEY ALREADY ON XREF'
                           TO WS-ERROR-TEXT
                       PERFORM 2900-REPORT-CARD-ERROR
                   END-IF
               END-IF
           END-IF.

       2150-WRITE-PENDING-REQUEST.
           ADD 1 TO WS-LAST-REQ-NO.
           MOVE SPACES TO XREF-ADJUST-RECORD.
           MOVE WS-LAST-REQ-NO TO ADJ-REQ-NO.
           SET ADJ-PENDING TO TRUE.
           MOVE AC-ADJ-TYPE TO ADJ-TYPE.
           MOVE WS-CARD-ORIG-ID TO ADJ-ORIG-ID.
           IF ADJ-CLEAR-PRIOR
               MOVE SPACES TO ADJ-NEW-VALUE
           ELSE
               MOVE AC-NEW-VALUE TO ADJ-NEW-VALUE
           END-IF.
           MOVE WS-CURRENT-VALUE TO ADJ-BEFORE-VALUE.
           MOVE AC-OPERATOR TO ADJ-REQUESTER.
           MOVE WS-RUN-DATE TO ADJ-REQ-DATE.
           MOVE AC-REASON TO ADJ-REASON.
           MOVE ZERO TO ADJ-DECISION-DATE.
           WRITE XREF-ADJUST-RECORD.
           IF WS-ADJP-FILE-STATUS NOT = '00'
               DISPLAY 'ADJ-PEND-FILE WRITE ERROR, STATUS='
                   WS-ADJP-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-REQUESTS-ADDED.

       2200-DECIDE-ADJUSTMENT.
           IF AC-REQ-NO NOT NUMERIC
               MOVE 'REQUEST NUMBER NOT NUMERIC' TO WS-ERROR-TEXT
               PERFORM 2900-REPORT-CARD-ERROR
           ELSE
               MOVE AC-REQ-NO TO WS-CARD-REQ-NO
               MOVE WS-CARD-REQ-NO TO ADJ-REQ-NO
               READ ADJ-PEND-FILE
                   INVALID KEY
                       MOVE 'REQUEST NOT ON PENDING FILE'
                           TO WS-ERROR-TEXT
                       PERFORM 2900-REPORT-CARD-ERROR
                   NOT INVALID KEY
                       PERFORM 2210-CHECK-DECISION
               END-READ
           END-IF.

       2210-CHECK-DECISION.
           IF NOT ADJ-PENDING
               MOVE 'REQUEST ALREADY DECIDED' TO WS-ERROR-TEXT
               PERFORM 2900-REPORT-CARD-ERROR
           ELSE
               IF AC-REJECT-ACTION
                   PERFORM 2300-REJECT-ADJUSTMENT
               ELSE
                   IF AC-OPERATOR = ADJ-REQUESTER
                       MOVE 'APPROVER MUST DIFFER FROM REQUESTER'
                           TO WS-ERROR-TEXT
                       PERFORM 2900-REPORT-CARD-ERROR
                   ELSE
                       PERFORM 2400-APPROVE-ADJUSTMENT
                   END-IF
               END-IF
           END-IF.

       2300-REJECT-ADJUSTMENT.
           SET ADJ-REJECTED TO TRUE.
           MOVE AC-OPERATOR TO ADJ-CHECKER.
           MOVE WS-RUN-DATE TO ADJ-DECISION-DATE.
           MOVE AC-REASON TO ADJ-DECISION-REASON.
           PERFORM 2950-REWRITE-PENDING-REQUEST.
           ADD 1 TO WS-REQUESTS-REJECTED.

       2400-APPROVE-ADJUSTMENT.
           MOVE SPACES TO WS-FAIL-TEXT.
           IF ADJ-CHANGE-KEY
               MOVE ADJ-NEW-VALUE TO WS-CHECK-KEY
               PERFORM 2600-CHECK-KEY-ON-XREF
               IF NEW-KEY-ON-XREF
                   MOVE 'NEW KEY ALREADY ON XREF' TO WS-FAIL-TEXT
               END-IF
           END-IF.
           IF WS-FAIL-TEXT = SPACES
               MOVE ADJ-ORIG-ID TO WS-CARD-ORIG-ID
               PERFORM 2500-READ-XREF-BY-ID
               IF XREF-ENTRY-FOUND
                   PERFORM 2550-GET-CURRENT-VALUE
                   IF WS-CURRENT-VALUE NOT = ADJ-BEFORE-VALUE
                       MOVE 'ENTRY CHANGED SINCE REQUEST'
                           TO WS-FAIL-TEXT
                   END-IF
                   IF XRF-MERGED
                       MOVE 'ID MERGED SINCE REQUEST' TO WS-FAIL-TEXT
                   END-IF
               ELSE
                   MOVE 'ID NO LONGER ON XREF' TO WS-FAIL-TEXT
               END-IF
           END-IF.
           MOVE AC-OPERATOR TO ADJ-CHECKER.
           MOVE WS-RUN-DATE TO ADJ-DECISION-DATE.
           IF WS-FAIL-TEXT = SPACES
               PERFORM 2700-APPLY-ADJUSTMENT
               SET ADJ-APPLIED TO TRUE
               MOVE AC-REASON TO ADJ-DECISION-REASON
               ADD 1 TO WS-REQUESTS-APPLIED
           ELSE
               SET ADJ-FAILED TO TRUE
               MOVE WS-FAIL-TEXT TO ADJ-DECISION-REASON
               ADD 1 TO WS-REQUESTS-FAILED
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 2950-REWRITE-PENDING-REQUEST.

       2500-READ-XREF-BY-ID.
           MOVE 'N' TO WS-XREF-FOUND-SWITCH.
           MOVE WS-CARD-ORIG-ID TO XRF-ORIG-ID.
           READ XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET XREF-ENTRY-FOUND TO TRUE
           END-READ.

       2550-GET-CURRENT-VALUE.
           MOVE SPACES TO WS-CURRENT-VALUE.
           IF ADJ-CHANGE-KEY
               MOVE XRF-CONV-KEY TO WS-CURRENT-VALUE
           END-IF.
           IF ADJ-FORCE-STATUS
               MOVE XRF-STATUS TO WS-CURRENT-VALUE
           END-IF.
           IF ADJ-SET-PRIOR OR ADJ-CLEAR-PRIOR
               MOVE XRF-PRIOR-KEY TO WS-CURRENT-VALUE
           END-IF.

       2600-CHECK-KEY-ON-XREF.
           MOVE 'N' TO WS-KEY-TAKEN-SWITCH.
           MOVE WS-CHECK-KEY TO XRF-CONV-KEY.
           READ XREF-FILE KEY IS XRF-CONV-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET NEW-KEY-ON-XREF TO TRUE
           END-READ.

       2700-APPLY-ADJUSTMENT.
           MOVE XREF-RECORD TO WS-XJ-BEFORE-IMAGE.
           MOVE XRF-CONV-KEY TO WS-OLD-KEY.
           IF ADJ-CHANGE-KEY
               MOVE WS-OLD-KEY TO XRF-PRIOR-KEY
               MOVE ADJ-NEW-VALUE TO XRF-CONV-KEY
               MOVE WS-RUN-DATE TO XRF-LAST-CONV-DATE
           END-IF.
           IF ADJ-FORCE-STATUS
               MOVE ADJ-NEW-VALUE TO XRF-STATUS
           END-IF.
           IF ADJ-SET-PRIOR OR ADJ-CLEAR-PRIOR
               MOVE ADJ-NEW-VALUE TO XRF-PRIOR-KEY
           END-IF.
           REWRITE XREF-RECORD.
           IF WS-XREF-FILE-STATUS NOT = '00'
               DISPLAY 'XREF-FILE REWRITE ERROR, STATUS='
                   WS-XREF-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO XJ-RUN-DATE.
           MOVE WS-JOB-ID TO XJ-JOB-ID.
           MOVE FUNCTION CURRENT-DATE TO XJ-TIMESTAMP.
           MOVE 'C' TO XJ-ACTION.
           MOVE XRF-ORIG-ID TO XJ-ORIG-ID.
           MOVE WS-XJ-BEFORE-IMAGE TO XJ-BEFORE-IMAGE.
           MOVE XREF-RECORD TO XJ-AFTER-IMAGE.
           WRITE XREF-JOURNAL-RECORD.
           IF WS-XJRN-FILE-STATUS NOT = '00'
               DISPLAY 'XREF-JRNL-FILE WRITE ERROR, STATUS='
                   WS-XJRN-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE WS-JOB-ID TO AUD-JOB-ID.
           MOVE XRF-ORIG-ID TO AUD-BEFORE-VALUE.
           MOVE XRF-CONV-KEY TO AUD-AFTER-VALUE.
           MOVE ADJ-REQ-NO TO AUD-SOURCE-RECORD-ID.
           WRITE AUDIT-RECORD.
           IF WS-AUD-FILE-STATUS NOT = '00'
               DISPLAY 'AUDIT-FILE WRITE ERROR, STATUS='
                   WS-AUD-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO CONV-OUT-DETAIL-RECORD.
           MOVE 'DET1' TO CO-DET-TYPE.
           MOVE XRF-CONV-KEY TO CO-DET-KEY.
           IF ADJ-CHANGE-KEY
               MOVE WS-OLD-KEY TO CO-DET-PRIOR-KEY
           ELSE
               MOVE XRF-PRIOR-KEY TO CO-DET-PRIOR-KEY
           END-IF.
           IF ADJ-FORCE-STATUS
               IF XRF-INACTIVE
                   MOVE 'DEL1' TO CO-DET-TYPE
               ELSE
                   MOVE 'RST1' TO CO-DET-TYPE
                   MOVE SPACES TO CO-DET-PRIOR-KEY
               END-IF
           END-IF.
           WRITE CONV-OUT-DETAIL-RECORD.
           ADD XRF-ORIG-ID TO WS-ADJ-CHECKSUM.

       2900-REPORT-CARD-ERROR.
           MOVE 'N' TO WS-CARD-OK-SWITCH.
           ADD 1 TO WS-CARDS-IN-ERROR.
           DISPLAY 'ADJUSTMENT CARD IN ERROR: ' ADJ-CARD-RECORD.
           MOVE AC-ACTION TO WS-CERR-ACTION.
           MOVE AC-OPERATOR TO WS-CERR-OPERATOR.
           MOVE AC-REQ-NO TO WS-CERR-REQ-NO.
           MOVE AC-ORIG-ID TO WS-CERR-ORIG-ID.
           MOVE WS-ERROR-TEXT TO WS-CERR-TEXT.
           MOVE WS-CARD-ERROR-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 4 TO RETURN-CODE.

       2950-REWRITE-PENDING-REQUEST.
           REWRITE XREF-ADJUST-RECORD.
           IF WS-ADJP-FILE-STATUS NOT = '00'
               DISPLAY 'ADJ-PEND-FILE REWRITE ERROR, STATUS='
                   WS-ADJP-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-PRINT-ADJUSTMENT-REGISTER.
           IF WS-CARDS-IN-ERROR > 0
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE WS-REG-HEADING-2 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'N' TO WS-ADJP-EOF-SWITCH.
           MOVE ZERO TO ADJ-REQ-NO.
           START ADJ-PEND-FILE KEY NOT < ADJ-REQ-NO
               INVALID KEY
                   SET END-OF-ADJ-PEND TO TRUE
           END-START.
           PERFORM 3100-REGISTER-ONE-REQUEST
               UNTIL END-OF-ADJ-PEND.
           IF WS-REGISTER-LINES = 0
               MOVE SPACES TO REPORT-RECORD
               MOVE 'NO ADJUSTMENT ACTIVITY FOR THIS BUSINESS DATE'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       3100-REGISTER-ONE-REQUEST.
           READ ADJ-PEND-FILE NEXT RECORD
               AT END
                   SET END-OF-ADJ-PEND TO TRUE
               NOT AT END
                   IF ADJ-PENDING
                       ADD 1 TO WS-STILL-PENDING
                   END-IF
                   IF ADJ-PENDING
                       OR ADJ-REQ-DATE = WS-RUN-DATE
                       OR ADJ-DECISION-DATE = WS-RUN-DATE
                       PERFORM 3200-WRITE-REGISTER-LINES
                   END-IF
           END-READ.

       3200-WRITE-REGISTER-LINES.
           ADD 1 TO WS-REGISTER-LINES.
           MOVE ADJ-REQ-NO TO WS-REG-REQ-NO.
           MOVE SPACES TO WS-REG-TYPE.
           IF ADJ-CHANGE-KEY
               MOVE 'CHANGE KEY' TO WS-REG-TYPE
           END-IF.
           IF ADJ-FORCE-STATUS
               MOVE 'SET STATUS' TO WS-REG-TYPE
           END-IF.
           IF ADJ-SET-PRIOR
               MOVE 'SET PRIOR' TO WS-REG-TYPE
           END-IF.
           IF ADJ-CLEAR-PRIOR
               MOVE 'CLR PRIOR' TO WS-REG-TYPE
           END-IF.
           MOVE ADJ-ORIG-ID TO WS-REG-ORIG-ID.
           MOVE SPACES TO WS-REG-STATUS.
           IF ADJ-PENDING
               MOVE 'PENDING' TO WS-REG-STATUS
           END-IF.
           IF ADJ-APPLIED
               MOVE 'APPLIED' TO WS-REG-STATUS
           END-IF.
           IF ADJ-REJECTED
               MOVE 'REJECTED' TO WS-REG-STATUS
           END-IF.
           IF ADJ-FAILED
               MOVE 'FAILED' TO WS-REG-STATUS
           END-IF.
           MOVE ADJ-REQUESTER TO WS-REG-MAKER.
           MOVE ADJ-CHECKER TO WS-REG-CHECKER.
           MOVE ADJ-NEW-VALUE TO WS-REG-NEW-VALUE.
           MOVE ADJ-BEFORE-VALUE TO WS-REG-OLD-VALUE.
           MOVE WS-REG-DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'REASON:   ' TO WS-REG-REASON-TAG.
           MOVE ADJ-REASON TO WS-REG-REASON-TEXT.
           MOVE WS-REG-REASON-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF NOT ADJ-PENDING
               MOVE 'DECISION: ' TO WS-REG-REASON-TAG
               MOVE ADJ-DECISION-REASON TO WS-REG-REASON-TEXT
               MOVE WS-REG-REASON-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO CONV-OUT-TRAILER-RECORD.
           MOVE 'TRL1' TO CO-TRL-TYPE.
           MOVE WS-REQUESTS-APPLIED TO CO-TRL-COUNT.
           MOVE WS-ADJ-CHECKSUM TO CO-TRL-CHECKSUM.
           WRITE CONV-OUT-TRAILER-RECORD.
           CLOSE ADJ-OUT-FILE.
           CLOSE XREF-FILE.
           CLOSE ADJ-PEND-FILE.
           CLOSE ADJ-CARD-FILE.
           CLOSE AUDIT-FILE.
           CLOSE XREF-JRNL-FILE.
           CLOSE REPORT-FILE.

       9100-PRINT-ADJUST-SUMMARY.
           DISPLAY '***************************************'.
           DISPLAY '*       XREF-ADJUST RUN SUMMARY       *'.
           DISPLAY '***************************************'.
           DISPLAY 'CARDS READ.........: ' WS-CARDS-READ.
           DISPLAY 'REQUESTS ADDED.....: ' WS-REQUESTS-ADDED.
           DISPLAY 'REQUESTS APPLIED...: ' WS-REQUESTS-APPLIED.
           DISPLAY 'REQUESTS REJECTED..: ' WS-REQUESTS-REJECTED.
           DISPLAY 'REQUESTS FAILED....: ' WS-REQUESTS-FAILED.
           DISPLAY 'REQUESTS PENDING...: ' WS-STILL-PENDING.
           DISPLAY 'CARDS IN ERROR.....: ' WS-CARDS-IN-ERROR.
           DISPLAY '***************************************'.

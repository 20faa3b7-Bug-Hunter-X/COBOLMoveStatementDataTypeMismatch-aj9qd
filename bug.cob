               RECORD KEY IS SRC-CODE
               FILE STATUS IS WS-SRCM-FILE-STATUS.

           SELECT FEED-CTL-FILE ASSIGN TO "FEEDCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-SOURCE-SYSTEM
               FILE STATUS IS WS-FCTL-FILE-STATUS.

           SELECT FEED-EXC-FILE ASSIGN TO "FEEDEXC.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEXC-FILE-STATUS.

           SELECT XREF-FILE ASSIGN TO "XREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ALTERNATE RECORD KEY IS XRF-CONV-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT XREF-JRNL-FILE ASSIGN TO "XREFJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XJRN-FILE-STATUS.

           SELECT MERGE-OUT-FILE ASSIGN TO "MERGEOUT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MRGO-FILE-STATUS.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

           SELECT STEP-LEDGER-FILE ASSIGN TO "STEPLDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STP-KEY
               FILE STATUS IS WS-STEP-FILE-STATUS.

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
       FD  TRANS-IN-FILE

       FD  CHECKPOINT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 112 CHARACTERS.
       01  CHECKPOINT-RECORD.
           05  CKPT-LAST-KEY               PIC X(10).
           05  CKPT-RECORDS-PROCESSED      PIC 9(9).
           05  CKPT-RECORDS-HELD           PIC 9(9).
           05  CKPT-RECORDS-REACT          PIC 9(9).
           05  CKPT-INT-VALUE-TOTAL        PIC 9(15).
           05  CKPT-RECORDS-MERGED         PIC 9(9).
           05  CKPT-MERGE-ID-TOTAL         PIC 9(15).

       FD  AUDIT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 43 CHARACTERS.
           COPY SRCREC.

       FD  FEED-CTL-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 52 CHARACTERS.
           COPY FEEDREC.

       FD  FEED-EXC-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  FEED-EXC-RECORD                PIC X(80).

       FD  XREF-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 58 CHARACTERS.
           COPY XREFREC.

       FD  XREF-JRNL-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 159 CHARACTERS.
           COPY XJRNREC.

       FD  MERGE-OUT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY CONVREC REPLACING
               LEADING ==CO-== BY ==MO-==
               LEADING ==CONV-OUT-== BY ==MERGE-OUT-==.

       FD  BUS-DATE-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY BDATREC.

       FD  STEP-LEDGER-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 117 CHARACTERS.
           COPY STEPREC.

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

               88  END-OF-SOURCE-MASTER VALUE 'Y'.
           05  WS-PNDI-IN-SWITCH       PIC X VALUE 'N'.
               88  PEND-IN-PRESENT     VALUE 'Y'.
           05  WS-STEP-START-SWITCH    PIC X VALUE 'N'.
               88  STEP-LEDGER-STARTED VALUE 'Y'.
           05  WS-STEP-FOUND-SWITCH    PIC X VALUE 'N'.
               88  STEP-ON-LEDGER      VALUE 'Y'.
           05  WS-FEED-OPEN-SWITCH     PIC X VALUE 'N'.
               88  FEED-IS-OPEN        VALUE 'Y'.
           05  WS-FCTL-FOUND-SWITCH    PIC X VALUE 'N'.
               88  FEED-CTL-ON-FILE    VALUE 'Y'.
           05  WS-MERGED-SWITCH        PIC X VALUE 'N'.
               88  ID-IS-MERGED        VALUE 'Y'.
           05  WS-MRG-EOF-SWITCH       PIC X VALUE 'N'.
               88  END-OF-MERGE-CHAIN  VALUE 'Y'.
           05  WS-AUTH-SWITCH          PIC X VALUE 'N'.
               88  REQUESTER-AUTHORIZED VALUE 'Y'.
               88  REQUESTER-REFUSED   VALUE 'N'.

       01  WS-RUN-MODE                 PIC X VALUE 'B'.
           88  WS-BATCH-MODE           VALUE 'B'.
       01  WS-PARM-MODE                PIC X(10).
       01  WS-PARM-ID                  PIC X(10).
       01  WS-PARM-FORMAT              PIC X(10).
       01  WS-PARM-REQUESTER           PIC X(10) VALUE SPACES.
       01  WS-ARG-2                    PIC X(10).

       01  WS-ACCESS-WORK-AREA.
           05  WS-ACC-TIMESTAMP        PIC X(21) VALUE SPACES.
           05  WS-ACC-TODAY            PIC 9(8) VALUE ZERO.
           05  WS-ACC-RESULT           PIC X VALUE SPACE.
           05  WS-ACC-REASON           PIC X(20) VALUE SPACES.

       01  WS-BALANCE-SWITCH           PIC X VALUE 'Y'.
           88  RUN-IS-BALANCED         VALUE 'Y'.
           88  RUN-IS-OUT-OF-BALANCE   VALUE 'N'.
       01  WS-TRANS-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-HIST-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-XREF-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-XJRN-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-SRCM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-DUP-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-FCTL-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-FEXC-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-MRGO-FILE-STATUS         PIC X(2) VALUE '00'.

       01  WS-DUP-TABLE-AREA.
           05  WS-DUP-ENTRY OCCURS 100000 TIMES.
               10  WS-SRC-DUPLICATE    PIC 9(9).
               10  WS-SRC-HELD         PIC 9(9).
               10  WS-SRC-REACT        PIC 9(9).
               10  WS-SRC-MERGED       PIC 9(9).
               10  WS-SRC-CONTROL      PIC 9(9).
               10  WS-SRC-CTL-FLAG     PIC X.
               10  WS-SRC-BAL-FLAG     PIC X.

       01  WS-SRC-SUB                  PIC 9(3) VALUE ZERO.
       01  WS-SRC-SCAN-SUB             PIC 9(3) VALUE ZERO.
       01  WS-SRC-WANTED               PIC X(3) VALUE SPACES.

       01  WS-FEED-TABLE-AREA.
           05  WS-FEED-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-FEED-ENTRY OCCURS 500 TIMES.
               10  WS-FEED-SOURCE      PIC X(3).
               10  WS-FEED-SEQ         PIC 9(5).
               10  WS-FEED-EXPECTED    PIC 9(5).
               10  WS-FEED-CREATE-DATE PIC 9(8).
               10  WS-FEED-FIRST-REC   PIC 9(9).
               10  WS-FEED-LAST-REC    PIC 9(9).
               10  WS-FEED-DETAILS     PIC 9(9).
               10  WS-FEED-HASH        PIC 9(9).
               10  WS-FEED-TRL-COUNT   PIC 9(7).
               10  WS-FEED-TRL-HASH    PIC 9(9).
               10  WS-FEED-HDR-FLAG    PIC X.
               10  WS-FEED-TRL-FLAG    PIC X.
               10  WS-FEED-STATUS      PIC X.
                   88  FEED-WAS-ACCEPTED VALUE 'A'.
                   88  FEED-WAS-REJECTED VALUE 'R'.
               10  WS-FEED-REASON      PIC X(24).

       01  WS-FEED-SUB                 PIC 9(3) VALUE ZERO.
       01  WS-FEED-SCAN-SUB            PIC 9(3) VALUE ZERO.
       01  WS-FEED-HASH-WORK           PIC 9(10) VALUE ZERO.
       01  WS-FEED-DATE-CHECK          PIC 9(8) VALUE ZERO.

       01  WS-FEXC-HEADING-LINE.
           05  FILLER                  PIC X(31) VALUE
               'SRC    SEQ    EXP  CREATED     '.
           05  FILLER                  PIC X(24) VALUE
               'DETAILS  TRAILER  REASON'.
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-FEXC-DETAIL-LINE.
           05  WS-FEXC-SOURCE          PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FEXC-SEQ             PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FEXC-EXPECTED        PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FEXC-CREATE-DATE     PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FEXC-DETAILS         PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FEXC-TRL-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FEXC-REASON          PIC X(24).
           05  FILLER                  PIC X(6) VALUE SPACES.

       01  WS-DUP-DETAIL-LINE.
           05  FILLER                  PIC X(8) VALUE 'DUP ID: '.
           05  WS-DUP-DTL-ID           PIC 9(5).

       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-OPS-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-BDAT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-STEP-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-AUTH-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-ACCL-FILE-STATUS         PIC X(2) VALUE '00'.

       01  WS-STEP-PROGRAM             PIC X(16) VALUE 'ID-CONVERTER'.
       01  WS-STEP-RC                  PIC 9(4) VALUE ZERO.

       01  WS-TAIL-WORK-AREA.
           05  WS-TAIL-ON-FILE         PIC 9(9) VALUE ZERO.
           05  WS-CONV-TAIL            PIC S9(9) VALUE ZERO.
           05  WS-REJ-TAIL             PIC S9(9) VALUE ZERO.
           05  WS-AUD-TAIL             PIC S9(9) VALUE ZERO.
           05  WS-MRG-TAIL             PIC S9(9) VALUE ZERO.

       01  WS-OPS-WORK-AREA.
           05  WS-OPS-MSG-ID           PIC X(8) VALUE SPACES.
           05  WS-ADDS-APPLIED         PIC 9(9) VALUE ZERO.
           05  WS-CHANGES-APPLIED      PIC 9(9) VALUE ZERO.
           05  WS-INT-VALUE-TOTAL      PIC 9(15) VALUE ZERO.
           05  WS-TRANS-PHYS-READ      PIC 9(9) VALUE ZERO.
           05  WS-FEEDS-ACCEPTED       PIC 9(9) VALUE ZERO.
           05  WS-FEEDS-REJECTED       PIC 9(9) VALUE ZERO.
           05  WS-FEED-RECS-SKIPPED    PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-MERGED       PIC 9(9) VALUE ZERO.
           05  WS-MERGES-APPLIED       PIC 9(9) VALUE ZERO.
           05  WS-UNMERGES-APPLIED     PIC 9(9) VALUE ZERO.
           05  WS-MERGE-ID-TOTAL       PIC 9(15) VALUE ZERO.

       01  WS-REJECT-REASON            PIC X(20) VALUE SPACES.

       01  WS-JOURNAL-WORK.
           05  WS-XJ-ACTION            PIC X VALUE SPACES.
           05  WS-XJ-BEFORE-IMAGE      PIC X(58) VALUE SPACES.

       01  WS-MERGE-WORK-AREA.
           05  WS-MRG-SURVIVOR-ID      PIC 9(5) VALUE ZERO.
           05  WS-MRG-SURVIVOR-KEY     PIC X(10) VALUE SPACES.
           05  WS-MRG-VICTIM-KEY       PIC X(10) VALUE SPACES.
           05  WS-MRG-DEPTH            PIC 9(2) VALUE ZERO.
           05  WS-MRG-MAX-DEPTH        PIC 9(2) VALUE 10.

       01  WS-FORMAT-MODE              PIC X VALUE 'R'.
           88  WS-RAW-KEY-MODE         VALUE 'R'.
           88  WS-CHECK-DIGIT-MODE     VALUE 'C'.
               PERFORM 9050-BALANCE-RUN
               PERFORM 9500-ARCHIVE-RUN-HISTORY
               PERFORM 9100-PRINT-RUN-SUMMARY
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM 9800-END-STEP-LEDGER
           END-IF.
           PERFORM 0060-WRITE-OPS-END.
           STOP RUN.

       8100-LOG-AND-ABORT.
           PERFORM 8000-WRITE-OPS-LOG.
           IF STEP-LEDGER-STARTED
               MOVE WS-ABORT-RC TO WS-STEP-RC
               PERFORM 9800-END-STEP-LEDGER
           END-IF.
           MOVE WS-ABORT-RC TO WS-OPS-RC-EDIT.
           MOVE 'IDC0002I' TO WS-OPS-MSG-ID.
           MOVE '00' TO WS-OPS-STATUS.
                   ON EXCEPTION
                       MOVE SPACES TO WS-PARM-FORMAT
               END-ACCEPT
               PERFORM 0120-APPLY-ONLINE-ARGUMENT
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT WS-PARM-FORMAT FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-PARM-FORMAT
               END-ACCEPT
               PERFORM 0120-APPLY-ONLINE-ARGUMENT
           ELSE
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE
           PERFORM 0150-READ-PARM-CARDS.
           PERFORM 0180-WRITE-OPS-START.

       0120-APPLY-ONLINE-ARGUMENT.
           IF WS-PARM-FORMAT = 'CHECKDIGIT'
               SET WS-CHECK-DIGIT-MODE TO TRUE
           ELSE
               IF WS-PARM-FORMAT = 'REVERSE'
                   SET REVERSE-LOOKUP-REQUESTED TO TRUE
               ELSE
                   IF WS-PARM-FORMAT NOT = SPACES
                       MOVE WS-PARM-FORMAT TO WS-PARM-REQUESTER
                   END-IF
               END-IF
           END-IF.

       0180-WRITE-OPS-START.
           MOVE 'IDC0001I' TO WS-OPS-MSG-ID.
           MOVE '00' TO WS-OPS-STATUS.
           PERFORM 8100-LOG-AND-ABORT.

       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE.
           PERFORM 1070-START-STEP-LEDGER.
           INITIALIZE WS-DUP-TABLE-AREA.
           PERFORM 1100-CHECK-FOR-RESTART.
           OPEN INPUT TRANS-IN-FILE.
           END-IF.
           PERFORM 1320-OPEN-AUDIT-FILE.
           PERFORM 1330-OPEN-XREF-MASTER.
           PERFORM 1335-OPEN-XREF-JOURNAL.
           PERFORM 1337-OPEN-MERGE-OUT-FILE.
           PERFORM 1370-LOAD-SOURCE-MASTER.
           PERFORM 1400-VALIDATE-FEED-ENVELOPES.
           PERFORM 1340-OPEN-DUP-REPORT.
           PERFORM 2600-PROCESS-PEND-IN-FILE
               UNTIL END-OF-PEND-IN-FILE.
               AT END
                   SET END-OF-TRANS-FILE TO TRUE.

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
               MOVE 'IDC0118E' TO WS-OPS-MSG-ID
               MOVE WS-BDAT-FILE-STATUS TO WS-OPS-STATUS
               MOVE 'BUSINESS DATE NOT AVAILABLE' TO WS-OPS-TEXT
               MOVE 12 TO WS-ABORT-RC
               PERFORM 8100-LOG-AND-ABORT
           END-IF.
           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
           CLOSE BUS-DATE-FILE.

       1070-START-STEP-LEDGER.
           PERFORM 1075-OPEN-STEP-LEDGER.
           PERFORM 1090-READ-OWN-STEP.
           IF NOT STEP-ON-LEDGER
               MOVE ZERO TO STP-RUN-COUNT
           END-IF.
           IF STP-RUN-COUNT < 999
               ADD 1 TO STP-RUN-COUNT
           END-IF.
           SET STP-STARTED TO TRUE.
           MOVE SPACES TO STP-PREDECESSOR.
           MOVE FUNCTION CURRENT-DATE TO STP-START-TIMESTAMP.
           MOVE SPACES TO STP-END-TIMESTAMP.
           MOVE ZERO TO STP-RETURN-CODE.
           MOVE ZERO TO STP-RECORDS-IN.
           MOVE ZERO TO STP-RECORDS-OUT.
           MOVE ZERO TO STP-RECORDS-EXCEPT.
           PERFORM 1095-WRITE-OWN-STEP.
           CLOSE STEP-LEDGER-FILE.
           SET STEP-LEDGER-STARTED TO TRUE.

       1075-OPEN-STEP-LEDGER.
           OPEN I-O STEP-LEDGER-FILE.
           IF WS-STEP-FILE-STATUS = '35'
               OPEN OUTPUT STEP-LEDGER-FILE
               CLOSE STEP-LEDGER-FILE
               OPEN I-O STEP-LEDGER-FILE
           END-IF.
           IF WS-STEP-FILE-STATUS NOT = '00'
               DISPLAY 'STEP-LEDGER-FILE OPEN ERROR, STATUS='
                   WS-STEP-FILE-STATUS
               MOVE 'IDC0119E' TO WS-OPS-MSG-ID
               MOVE WS-STEP-FILE-STATUS TO WS-OPS-STATUS
               MOVE 'STEP-LEDGER-FILE OPEN ERROR' TO WS-OPS-TEXT
               MOVE 12 TO WS-ABORT-RC
               PERFORM 8100-LOG-AND-ABORT
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
               MOVE 'IDC0119E' TO WS-OPS-MSG-ID
               MOVE WS-STEP-FILE-STATUS TO WS-OPS-STATUS
               MOVE 'STEP-LEDGER-FILE WRITE ERROR' TO WS-OPS-TEXT
               MOVE 12 TO WS-ABORT-RC
               PERFORM 8100-LOG-AND-ABORT
           END-IF.

       1200-WRITE-EXTRACT-HEADER.
           MOVE SPACES TO CONV-OUT-HEADER-RECORD.
           MOVE 'HDR1' TO CO-HDR-TYPE.
           MOVE ZERO TO CO-HDR-COUNT-PLACEHOLDER.
           WRITE CONV-OUT-HEADER-RECORD.

       1210-WRITE-MERGE-HEADER.
           MOVE SPACES TO MERGE-OUT-HEADER-RECORD.
           MOVE 'HDR1' TO MO-HDR-TYPE.
           MOVE WS-RUN-DATE TO MO-HDR-RUN-DATE.
           MOVE ZERO TO MO-HDR-COUNT-PLACEHOLDER.
           WRITE MERGE-OUT-HEADER-RECORD.

       1300-OPEN-CONV-OUT-FILE.
           IF RESTART-REQUESTED
               PERFORM 1305-COUNT-CONV-OUT-TAIL
               COMPUTE WS-AUD-TAIL =
                   WS-TAIL-ON-FILE - WS-RECORDS-MOVED
                   - WS-RECORDS-DELETED - WS-RECORDS-REACTIVATED
                   - WS-RECORDS-MERGED
               IF WS-AUD-TAIL < ZERO
                   MOVE ZERO TO WS-AUD-TAIL
               END-IF
               PERFORM 8100-LOG-AND-ABORT
           END-IF.

       1335-OPEN-XREF-JOURNAL.
           OPEN EXTEND XREF-JRNL-FILE.
           IF WS-XJRN-FILE-STATUS = '35'
               OPEN OUTPUT XREF-JRNL-FILE
           END-IF.
           IF WS-XJRN-FILE-STATUS NOT = '00'
               DISPLAY 'XREF-JRNL-FILE OPEN ERROR, STATUS='
                   WS-XJRN-FILE-STATUS
               MOVE 'IDC0120E' TO WS-OPS-MSG-ID
               MOVE WS-XJRN-FILE-STATUS TO WS-OPS-STATUS
               MOVE 'XREF-JRNL-FILE OPEN ERROR' TO WS-OPS-TEXT
               MOVE 16 TO WS-ABORT-RC
               PERFORM 8100-LOG-AND-ABORT
           END-IF.

       1337-OPEN-MERGE-OUT-FILE.
           IF RESTART-REQUESTED
               PERFORM 1338-COUNT-MERGE-OUT-TAIL
               OPEN EXTEND MERGE-OUT-FILE
               IF WS-MRGO-FILE-STATUS = '35'
                   OPEN OUTPUT MERGE-OUT-FILE
                   PERFORM 1210-WRITE-MERGE-HEADER
               ELSE
                   IF WS-MRGO-FILE-STATUS NOT = '00'
                       DISPLAY 'MERGE-OUT-FILE OPEN ERROR, STATUS='
                           WS-MRGO-FILE-STATUS
                       MOVE 'IDC0125E' TO WS-OPS-MSG-ID
                       MOVE WS-MRGO-FILE-STATUS TO WS-OPS-STATUS
                       MOVE 'MERGE-OUT-FILE OPEN ERROR' TO WS-OPS-TEXT
                       MOVE 16 TO WS-ABORT-RC
                       PERFORM 8100-LOG-AND-ABORT
                   END-IF
               END-IF
           ELSE
               OPEN OUTPUT MERGE-OUT-FILE
               IF WS-MRGO-FILE-STATUS NOT = '00'
                   DISPLAY 'MERGE-OUT-FILE OPEN ERROR, STATUS='
                       WS-MRGO-FILE-STATUS
                   MOVE 'IDC0125E' TO WS-OPS-MSG-ID
                   MOVE WS-MRGO-FILE-STATUS TO WS-OPS-STATUS
                   MOVE 'MERGE-OUT-FILE OPEN ERROR' TO WS-OPS-TEXT
                   MOVE 16 TO WS-ABORT-RC
                   PERFORM 8100-LOG-AND-ABORT
               END-IF
               PERFORM 1210-WRITE-MERGE-HEADER
           END-IF.

       1338-COUNT-MERGE-OUT-TAIL.
           MOVE ZERO TO WS-TAIL-ON-FILE.
           MOVE ZERO TO WS-MRG-TAIL.
           OPEN INPUT MERGE-OUT-FILE.
           IF WS-MRGO-FILE-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-MRGO-FILE-STATUS NOT = '00'
                   DISPLAY 'MERGE-OUT-FILE OPEN ERROR, STATUS='
                       WS-MRGO-FILE-STATUS
                   MOVE 'IDC0125E' TO WS-OPS-MSG-ID
                   MOVE WS-MRGO-FILE-STATUS TO WS-OPS-STATUS
                   MOVE 'MERGE-OUT-FILE OPEN ERROR' TO WS-OPS-TEXT
                   MOVE 16 TO WS-ABORT-RC
                   PERFORM 8100-LOG-AND-ABORT
               END-IF
               MOVE 'N' TO WS-TAIL-EOF-SWITCH
               READ MERGE-OUT-FILE
                   AT END
                       SET END-OF-TAIL-COUNT TO TRUE
               END-READ
               PERFORM 1339-COUNT-ONE-MERGE-RECORD
                   UNTIL END-OF-TAIL-COUNT
               CLOSE MERGE-OUT-FILE
               COMPUTE WS-MRG-TAIL =
                   WS-TAIL-ON-FILE - WS-RECORDS-MERGED
               IF WS-MRG-TAIL < ZERO
                   MOVE ZERO TO WS-MRG-TAIL
               END-IF
           END-IF.

       1339-COUNT-ONE-MERGE-RECORD.
           IF MO-DET-MERGE OR MO-DET-UNMERGE
               ADD 1 TO WS-TAIL-ON-FILE
           END-IF.
           READ MERGE-OUT-FILE
               AT END
                   SET END-OF-TAIL-COUNT TO TRUE.

       1370-LOAD-SOURCE-MASTER.
           OPEN INPUT SOURCE-MAST-FILE.
           IF WS-SRCM-FILE-STATUS NOT = '00'
               MOVE ZERO TO WS-SRC-DUPLICATE (WS-SRC-SUB)
               MOVE ZERO TO WS-SRC-HELD (WS-SRC-SUB)
               MOVE ZERO TO WS-SRC-REACT (WS-SRC-SUB)
               MOVE ZERO TO WS-SRC-MERGED (WS-SRC-SUB)
               MOVE SRC-CONTROL-COUNT TO WS-SRC-CONTROL (WS-SRC-SUB)
               IF SRC-CONTROL-COUNT > ZERO
                   MOVE 'Y' TO WS-SRC-CTL-FLAG (WS-SRC-SUB)
               ELSE
                   MOVE 'N' TO WS-SRC-CTL-FLAG (WS-SRC-SUB)
               END-IF
               MOVE 'Y' TO WS-SRC-BAL-FLAG (WS-SRC-SUB)
           END-IF.

       1400-VALIDATE-FEED-ENVELOPES.
           MOVE ZERO TO WS-FEED-COUNT.
           MOVE ZERO TO WS-TRANS-PHYS-READ.
           MOVE 'N' TO WS-FEED-OPEN-SWITCH.
           READ TRANS-IN-FILE
               AT END
                   SET END-OF-TRANS-FILE TO TRUE.
           PERFORM 1410-SCAN-ONE-FEED-RECORD
               UNTIL END-OF-TRANS-FILE.
           IF FEED-IS-OPEN
               IF WS-FEED-REASON (WS-FEED-COUNT) = SPACES
                   MOVE 'NO FEED TRAILER'
                       TO WS-FEED-REASON (WS-FEED-COUNT)
               END-IF
           END-IF.
           CLOSE TRANS-IN-FILE.
           OPEN INPUT TRANS-IN-FILE.
           IF WS-TRANS-FILE-STATUS NOT = '00'
               DISPLAY 'TRANS-IN-FILE OPEN ERROR, STATUS='
                   WS-TRANS-FILE-STATUS
               MOVE 'IDC0101E' TO WS-OPS-MSG-ID
               MOVE WS-TRANS-FILE-STATUS TO WS-OPS-STATUS
               MOVE 'TRANS-IN-FILE OPEN ERROR' TO WS-OPS-TEXT
               MOVE 12 TO WS-ABORT-RC
               PERFORM 8100-LOG-AND-ABORT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE ZERO TO WS-TRANS-PHYS-READ.
           PERFORM 1440-OPEN-FEED-CONTROL.
           MOVE ZERO TO WS-FEED-SUB.
           PERFORM 1450-VALIDATE-ONE-FEED
               UNTIL WS-FEED-SUB >= WS-FEED-COUNT.
           CLOSE FEED-CTL-FILE.
           PERFORM 1480-WRITE-FEED-EXCEPTIONS.
           MOVE 1 TO WS-FEED-SUB.

       1410-SCAN-ONE-FEED-RECORD.
           ADD 1 TO WS-TRANS-PHYS-READ.
           IF TR-FEED-HEADER
               PERFORM 1415-START-FEED-FROM-HEADER
           ELSE
               IF TR-FEED-TRAILER
                   PERFORM 1425-END-FEED-AT-TRAILER
               ELSE
                   PERFORM 1430-COUNT-FEED-DETAIL
               END-IF
           END-IF.
           READ TRANS-IN-FILE
               AT END
                   SET END-OF-TRANS-FILE TO TRUE.

       1415-START-FEED-FROM-HEADER.
           IF FEED-IS-OPEN
               IF WS-FEED-REASON (WS-FEED-COUNT) = SPACES
                   MOVE 'NO FEED TRAILER'
                       TO WS-FEED-REASON (WS-FEED-COUNT)
               END-IF
           END-IF.
           PERFORM 1420-ADD-FEED-ENTRY.
           MOVE 'Y' TO WS-FEED-HDR-FLAG (WS-FEED-COUNT).
           MOVE TR-HDR-SOURCE-SYSTEM TO WS-FEED-SOURCE (WS-FEED-COUNT).
           IF TR-HDR-FILE-SEQ NUMERIC AND TR-HDR-FILE-SEQ > ZERO
               MOVE TR-HDR-FILE-SEQ TO WS-FEED-SEQ (WS-FEED-COUNT)
           ELSE
               MOVE 'INVALID FILE SEQUENCE'
                   TO WS-FEED-REASON (WS-FEED-COUNT)
           END-IF.
           MOVE 1 TO WS-FEED-DATE-CHECK.
           IF TR-HDR-CREATE-DATE NUMERIC
               MOVE TR-HDR-CREATE-DATE
                   TO WS-FEED-CREATE-DATE (WS-FEED-COUNT)
               COMPUTE WS-FEED-DATE-CHECK =
                   FUNCTION TEST-DATE-YYYYMMDD(TR-HDR-CREATE-DATE)
           END-IF.
           IF WS-FEED-DATE-CHECK NOT = ZERO
               AND WS-FEED-REASON (WS-FEED-COUNT) = SPACES
               MOVE 'INVALID CREATION DATE'
                   TO WS-FEED-REASON (WS-FEED-COUNT)
           END-IF.
           SET FEED-IS-OPEN TO TRUE.

       1420-ADD-FEED-ENTRY.
           IF WS-FEED-COUNT >= 500
               DISPLAY 'TOO MANY FEEDS ON TRANSIN, LIMIT IS 500'
               MOVE 'IDC0122E' TO WS-OPS-MSG-ID
               MOVE '00' TO WS-OPS-STATUS
               MOVE 'TOO MANY FEEDS ON TRANSIN' TO WS-OPS-TEXT
               MOVE 8 TO WS-ABORT-RC
               PERFORM 8100-LOG-AND-ABORT
           END-IF.
           ADD 1 TO WS-FEED-COUNT.
           INITIALIZE WS-FEED-ENTRY (WS-FEED-COUNT).
           MOVE WS-TRANS-PHYS-READ TO WS-FEED-FIRST-REC (WS-FEED-COUNT).
           MOVE WS-TRANS-PHYS-READ TO WS-FEED-LAST-REC (WS-FEED-COUNT).
           MOVE 'N' TO WS-FEED-HDR-FLAG (WS-FEED-COUNT).
           MOVE 'N' TO WS-FEED-TRL-FLAG (WS-FEED-COUNT).

       1425-END-FEED-AT-TRAILER.
           IF NOT FEED-IS-OPEN
               PERFORM 1420-ADD-FEED-ENTRY
               MOVE 'NO FEED HEADER' TO WS-FEED-REASON (WS-FEED-COUNT)
           END-IF.
           MOVE 'Y' TO WS-FEED-TRL-FLAG (WS-FEED-COUNT).
           MOVE WS-TRANS-PHYS-READ TO WS-FEED-LAST-REC (WS-FEED-COUNT).
           IF TR-TRL-RECORD-COUNT NUMERIC AND TR-TRL-HASH-TOTAL NUMERIC
               MOVE TR-TRL-RECORD-COUNT
                   TO WS-FEED-TRL-COUNT (WS-FEED-COUNT)
               MOVE TR-TRL-HASH-TOTAL
                   TO WS-FEED-TRL-HASH (WS-FEED-COUNT)
           ELSE
               IF WS-FEED-REASON (WS-FEED-COUNT) = SPACES
                   MOVE 'INVALID TRAILER TOTALS'
                       TO WS-FEED-REASON (WS-FEED-COUNT)
               END-IF
           END-IF.
           MOVE 'N' TO WS-FEED-OPEN-SWITCH.

       1430-COUNT-FEED-DETAIL.
           IF NOT FEED-IS-OPEN
               PERFORM 1420-ADD-FEED-ENTRY
               MOVE TR-SOURCE-SYSTEM TO WS-FEED-SOURCE (WS-FEED-COUNT)
               MOVE 'NO FEED HEADER' TO WS-FEED-REASON (WS-FEED-COUNT)
               SET FEED-IS-OPEN TO TRUE
           END-IF.
           MOVE WS-TRANS-PHYS-READ TO WS-FEED-LAST-REC (WS-FEED-COUNT).
           ADD 1 TO WS-FEED-DETAILS (WS-FEED-COUNT).
           IF TR-ORIG-ID NUMERIC
               COMPUTE WS-FEED-HASH-WORK =
                   WS-FEED-HASH (WS-FEED-COUNT) + TR-ORIG-ID
               IF WS-FEED-HASH-WORK > 999999999
                   SUBTRACT 1000000000 FROM WS-FEED-HASH-WORK
               END-IF
               MOVE WS-FEED-HASH-WORK TO WS-FEED-HASH (WS-FEED-COUNT)
           END-IF.

       1440-OPEN-FEED-CONTROL.
           OPEN I-O FEED-CTL-FILE.
           IF WS-FCTL-FILE-STATUS = '35'
               OPEN OUTPUT FEED-CTL-FILE
               CLOSE FEED-CTL-FILE
               OPEN I-O FEED-CTL-FILE
           END-IF.
           IF WS-FCTL-FILE-STATUS NOT = '00'
               DISPLAY 'FEED-CTL-FILE OPEN ERROR, STATUS='
                   WS-FCTL-FILE-STATUS
               MOVE 'IDC0121E' TO WS-OPS-MSG-ID
               MOVE WS-FCTL-FILE-STATUS TO WS-OPS-STATUS
               MOVE 'FEED-CTL-FILE OPEN ERROR' TO WS-OPS-TEXT
               MOVE 16 TO WS-ABORT-RC
               PERFORM 8100-LOG-AND-ABORT
           END-IF.

       1450-VALIDATE-ONE-FEED.
           ADD 1 TO WS-FEED-SUB.
           IF WS-FEED-REASON (WS-FEED-SUB) = SPACES
               PERFORM 1455-CHECK-FEED-CONTENTS
           END-IF.
           IF WS-FEED-REASON (WS-FEED-SUB) = SPACES
               PERFORM 1460-CHECK-FEED-SEQUENCE
           END-IF.
           IF WS-FEED-REASON (WS-FEED-SUB) = SPACES
               MOVE 'A' TO WS-FEED-STATUS (WS-FEED-SUB)
               ADD 1 TO WS-FEEDS-ACCEPTED
           ELSE
               MOVE 'R' TO WS-FEED-STATUS (WS-FEED-SUB)
               ADD 1 TO WS-FEEDS-REJECTED
               PERFORM 1470-WARN-FEED-REJECTED
           END-IF.

       1455-CHECK-FEED-CONTENTS.
           MOVE WS-FEED-SOURCE (WS-FEED-SUB) TO WS-SRC-WANTED.
           PERFORM 2020-LOCATE-SOURCE-CODE.
           IF WS-SRC-SUB = ZERO
               MOVE 'SOURCE NOT REGISTERED'
                   TO WS-FEED-REASON (WS-FEED-SUB)
           ELSE
               IF WS-FEED-DETAILS (WS-FEED-SUB)
                       NOT = WS-FEED-TRL-COUNT (WS-FEED-SUB)
                   MOVE 'RECORD COUNT MISMATCH'
                       TO WS-FEED-REASON (WS-FEED-SUB)
               ELSE
                   IF WS-FEED-HASH (WS-FEED-SUB)
                           NOT = WS-FEED-TRL-HASH (WS-FEED-SUB)
                       MOVE 'HASH TOTAL MISMATCH'
                           TO WS-FEED-REASON (WS-FEED-SUB)
                   ELSE
                       MOVE ZERO TO WS-FEED-SCAN-SUB
                       PERFORM 1457-CHECK-DUPLICATE-FEED
                           UNTIL WS-FEED-REASON (WS-FEED-SUB)
                                   NOT = SPACES
                               OR WS-FEED-SCAN-SUB + 1 >= WS-FEED-SUB
                   END-IF
               END-IF
           END-IF.

       1457-CHECK-DUPLICATE-FEED.
           ADD 1 TO WS-FEED-SCAN-SUB.
           IF FEED-WAS-ACCEPTED (WS-FEED-SCAN-SUB)
               AND WS-FEED-SOURCE (WS-FEED-SCAN-SUB)
                   = WS-FEED-SOURCE (WS-FEED-SUB)
               AND WS-FEED-SEQ (WS-FEED-SCAN-SUB)
                   = WS-FEED-SEQ (WS-FEED-SUB)
               MOVE 'DUPLICATE FEED IN FILE'
                   TO WS-FEED-REASON (WS-FEED-SUB)
           END-IF.

       1460-CHECK-FEED-SEQUENCE.
           MOVE 'N' TO WS-FCTL-FOUND-SWITCH.
           MOVE WS-FEED-SOURCE (WS-FEED-SUB) TO FC-SOURCE-SYSTEM.
           READ FEED-CTL-FILE
               INVALID KEY
                   INITIALIZE FEED-CONTROL-RECORD
               NOT INVALID KEY
                   SET FEED-CTL-ON-FILE TO TRUE
           END-READ.
           MOVE ZERO TO WS-FEED-SCAN-SUB.
           PERFORM 1462-CHAIN-EARLIER-FEED
               UNTIL WS-FEED-SCAN-SUB + 1 >= WS-FEED-SUB.
           IF NOT FEED-CTL-ON-FILE
               MOVE WS-FEED-SEQ (WS-FEED-SUB)
                   TO WS-FEED-EXPECTED (WS-FEED-SUB)
           ELSE
               COMPUTE WS-FEED-EXPECTED (WS-FEED-SUB) =
                   FC-LAST-FILE-SEQ + 1
               IF WS-FEED-SEQ (WS-FEED-SUB)
                       = WS-FEED-EXPECTED (WS-FEED-SUB)
                   CONTINUE
               ELSE
                   IF RESTART-REQUESTED
                       AND FC-LAST-ACCEPT-DATE = WS-RUN-DATE
                       AND WS-FEED-SEQ (WS-FEED-SUB)
                           > FC-PRIOR-FILE-SEQ
                       AND WS-FEED-SEQ (WS-FEED-SUB)
                           NOT > FC-LAST-FILE-SEQ
                       CONTINUE
                   ELSE
                       IF WS-FEED-SEQ (WS-FEED-SUB)
                               NOT > FC-LAST-FILE-SEQ
                           MOVE 'REPLAY OF ACCEPTED FEED'
                               TO WS-FEED-REASON (WS-FEED-SUB)
                       ELSE
                           MOVE 'OUT OF SEQUENCE'
                               TO WS-FEED-REASON (WS-FEED-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1462-CHAIN-EARLIER-FEED.
           ADD 1 TO WS-FEED-SCAN-SUB.
           IF FEED-WAS-ACCEPTED (WS-FEED-SCAN-SUB)
               AND WS-FEED-SOURCE (WS-FEED-SCAN-SUB)
                   = WS-FEED-SOURCE (WS-FEED-SUB)
               AND WS-FEED-SEQ (WS-FEED-SCAN-SUB)
                   = WS-FEED-EXPECTED (WS-FEED-SCAN-SUB)
               SET FEED-CTL-ON-FILE TO TRUE
               MOVE WS-FEED-SEQ (WS-FEED-SCAN-SUB) TO FC-LAST-FILE-SEQ
           END-IF.

       1465-RECORD-ACCEPTED-FEED.
           IF NOT FEED-CTL-ON-FILE
               INITIALIZE FEED-CONTROL-RECORD
               MOVE WS-FEED-SOURCE (WS-FEED-SUB) TO FC-SOURCE-SYSTEM
               COMPUTE FC-PRIOR-FILE-SEQ =
                   WS-FEED-SEQ (WS-FEED-SUB) - 1
               MOVE WS-RUN-DATE TO FC-LAST-ACCEPT-DATE
           END-IF.
           IF FC-LAST-ACCEPT-DATE NOT = WS-RUN-DATE
               MOVE FC-LAST-FILE-SEQ TO FC-PRIOR-FILE-SEQ
           END-IF.
           MOVE WS-FEED-SEQ (WS-FEED-SUB) TO FC-LAST-FILE-SEQ.
           MOVE WS-FEED-CREATE-DATE (WS-FEED-SUB)
               TO FC-LAST-CREATE-DATE.
           MOVE WS-RUN-DATE TO FC-LAST-ACCEPT-DATE.
           MOVE WS-FEED-DETAILS (WS-FEED-SUB) TO FC-LAST-RECORD-COUNT.
           MOVE WS-FEED-HASH (WS-FEED-SUB) TO FC-LAST-HASH-TOTAL.
           ADD 1 TO FC-FEEDS-ACCEPTED.
           IF FEED-CTL-ON-FILE
               REWRITE FEED-CONTROL-RECORD
           ELSE
               WRITE FEED-CONTROL-RECORD
           END-IF.
           IF WS-FCTL-FILE-STATUS NOT = '00'
               DISPLAY 'FEED-CTL-FILE WRITE ERROR, STATUS='
                   WS-FCTL-FILE-STATUS
               MOVE 'IDC0121E' TO WS-OPS-MSG-ID
               MOVE WS-FCTL-FILE-STATUS TO WS-OPS-STATUS
               MOVE 'FEED-CTL-FILE WRITE ERROR' TO WS-OPS-TEXT
               MOVE 16 TO WS-ABORT-RC
               PERFORM 8100-LOG-AND-ABORT
           END-IF.

       1470-WARN-FEED-REJECTED.
           DISPLAY 'FEED REJECTED, SOURCE=' WS-FEED-SOURCE (WS-FEED-SUB)
               ' SEQUENCE=' WS-FEED-SEQ (WS-FEED-SUB)
               ' ' WS-FEED-REASON (WS-FEED-SUB).
           MOVE 'IDC0123W' TO WS-OPS-MSG-ID.
           MOVE '00' TO WS-OPS-STATUS.
           MOVE SPACES TO WS-OPS-TEXT.
           STRING 'FEED REJECTED ' WS-FEED-SOURCE (WS-FEED-SUB)
                  ' ' WS-FEED-SEQ (WS-FEED-SUB)
                  ' ' WS-FEED-REASON (WS-FEED-SUB)
               DELIMITED BY SIZE
               INTO WS-OPS-TEXT.
           PERFORM 8000-WRITE-OPS-LOG.

       1480-WRITE-FEED-EXCEPTIONS.
           OPEN OUTPUT FEED-EXC-FILE.
           IF WS-FEXC-FILE-STATUS NOT = '00'
               DISPLAY 'FEED-EXC-FILE OPEN ERROR, STATUS='
                   WS-FEXC-FILE-STATUS
               MOVE 'IDC0124E' TO WS-OPS-MSG-ID
               MOVE WS-FEXC-FILE-STATUS TO WS-OPS-STATUS
               MOVE 'FEED-EXC-FILE OPEN ERROR' TO WS-OPS-TEXT
               MOVE 16 TO WS-ABORT-RC
               PERFORM 8100-LOG-AND-ABORT
           END-IF.
           MOVE SPACES TO FEED-EXC-RECORD.
           STRING 'FEED EXCEPTION REPORT - RUN DATE '
                  WS-RUN-DATE
               DELIMITED BY SIZE
               INTO FEED-EXC-RECORD.
           WRITE FEED-EXC-RECORD.
           MOVE WS-FEXC-HEADING-LINE TO FEED-EXC-RECORD.
           WRITE FEED-EXC-RECORD.
           MOVE ZERO TO WS-FEED-SUB.
           PERFORM 1485-WRITE-ONE-FEED-EXCEPTION
               UNTIL WS-FEED-SUB >= WS-FEED-COUNT.
           IF WS-FEEDS-REJECTED = ZERO
               MOVE 'NO FEED EXCEPTIONS' TO FEED-EXC-RECORD
               WRITE FEED-EXC-RECORD
           END-IF.
           MOVE SPACES TO FEED-EXC-RECORD.
           STRING 'FEEDS RECEIVED ' WS-FEED-COUNT
                  ' ACCEPTED ' WS-FEEDS-ACCEPTED
                  ' REJECTED ' WS-FEEDS-REJECTED
               DELIMITED BY SIZE
               INTO FEED-EXC-RECORD.
           WRITE FEED-EXC-RECORD.
           CLOSE FEED-EXC-FILE.

       1485-WRITE-ONE-FEED-EXCEPTION.
           ADD 1 TO WS-FEED-SUB.
           IF FEED-WAS-REJECTED (WS-FEED-SUB)
               MOVE WS-FEED-SOURCE (WS-FEED-SUB) TO WS-FEXC-SOURCE
               MOVE WS-FEED-SEQ (WS-FEED-SUB) TO WS-FEXC-SEQ
               MOVE WS-FEED-EXPECTED (WS-FEED-SUB) TO WS-FEXC-EXPECTED
               MOVE WS-FEED-CREATE-DATE (WS-FEED-SUB)
                   TO WS-FEXC-CREATE-DATE
               MOVE WS-FEED-DETAILS (WS-FEED-SUB) TO WS-FEXC-DETAILS
               MOVE WS-FEED-TRL-COUNT (WS-FEED-SUB) TO WS-FEXC-TRL-COUNT
               MOVE WS-FEED-REASON (WS-FEED-SUB) TO WS-FEXC-REASON
               MOVE WS-FEXC-DETAIL-LINE TO FEED-EXC-RECORD
               WRITE FEED-EXC-RECORD
           END-IF.

       1100-CHECK-FOR-RESTART.
                   MOVE CKPT-RECORDS-HELD TO WS-RECORDS-HELD
                   MOVE CKPT-RECORDS-REACT TO WS-RECORDS-REACTIVATED
                   MOVE CKPT-INT-VALUE-TOTAL TO WS-INT-VALUE-TOTAL
                   MOVE CKPT-RECORDS-MERGED TO WS-RECORDS-MERGED
                   MOVE CKPT-MERGE-ID-TOTAL TO WS-MERGE-ID-TOTAL
                   READ CHECKPOINT-FILE
                       AT END
                           SET END-OF-CHECKPOINT-FILE TO TRUE
           END-IF.

       2000-PROCESS-TRANS-FILE.
           ADD 1 TO WS-TRANS-PHYS-READ.
           PERFORM 2005-LOCATE-FEED-ENTRY.
           IF TR-FEED-HEADER OR TR-FEED-TRAILER
               CONTINUE
           ELSE
               IF FEED-WAS-REJECTED (WS-FEED-SUB)
                   ADD 1 TO WS-FEED-RECS-SKIPPED
               ELSE
                   PERFORM 2002-PROCESS-FEED-DETAIL
               END-IF
           END-IF.
           READ TRANS-IN-FILE
               AT END
                   SET END-OF-TRANS-FILE TO TRUE.

       2002-PROCESS-FEED-DETAIL.
           ADD 1 TO WS-RECORDS-READ.
           IF RESTART-REQUESTED AND WS-RECORDS-READ <= WS-SKIP-COUNT
               PERFORM 2080-REGISTER-SKIPPED-ID
           ELSE
               PERFORM 2040-APPLY-ONE-TRANSACTION
           END-IF.

       2005-LOCATE-FEED-ENTRY.
           PERFORM 2006-NEXT-FEED-ENTRY
               UNTIL WS-FEED-SUB >= WS-FEED-COUNT
                   OR WS-TRANS-PHYS-READ
                       <= WS-FEED-LAST-REC (WS-FEED-SUB).

       2006-NEXT-FEED-ENTRY.
           ADD 1 TO WS-FEED-SUB.

       2040-APPLY-ONE-TRANSACTION.
           MOVE WS-RECORDS-READ TO WS-SOURCE-RECORD-ID.
       2045-APPLY-EDITED-TRANS.
           PERFORM 2050-EDIT-TRANSACTION.
           IF RECORD-IS-VALID
               IF TR-MERGE-TRANS OR TR-UNMERGE-TRANS
                   PERFORM 2800-APPLY-MERGE-TRANS
               ELSE
                   IF TR-EFF-DATE > WS-RUN-DATE
                       PERFORM 2060-HOLD-TRANSACTION
                   ELSE
                       PERFORM 2070-CHECK-MERGED-ID
                       IF ID-IS-MERGED
                           MOVE 'ID IS MERGED' TO WS-REJECT-REASON
                           PERFORM 2900-WRITE-REJECT-RECORD
                       ELSE
                           PERFORM 2047-APPLY-CURRENT-TRANS
                       END-IF
                   END-IF
               END-IF
           ELSE
               PERFORM 2900-WRITE-REJECT-RECORD
           END-IF.

       2047-APPLY-CURRENT-TRANS.
           IF TR-DELETE-TRANS
               PERFORM 2500-APPLY-DELETE
           ELSE
               IF TR-REACT-TRANS
                   PERFORM 2700-APPLY-REACTIVATE
               ELSE
                   PERFORM 2250-CHECK-DUPLICATE-ID
                   IF NOT DUPLICATE-ID-FOUND
                       PERFORM 2300-APPLY-ADD-OR-CHANGE
                   END-IF
               END-IF
           END-IF.

       2060-HOLD-TRANSACTION.
           MOVE TRANS-IN-RECORD TO PEND-OUT-RECORD.
           WRITE PEND-OUT-RECORD.
               IF RECORD-IS-INVALID
                   MOVE 'INVALID WS-INT-VALUE' TO WS-REJECT-REASON
               ELSE
                   IF TR-MERGE-TRANS OR TR-UNMERGE-TRANS
                       PERFORM 2055-EDIT-MERGE-PAIR
                   ELSE
                       IF TR-EFF-DATE NOT NUMERIC
                           SET RECORD-IS-INVALID TO TRUE
                           MOVE 'INVALID EFF DATE' TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2055-EDIT-MERGE-PAIR.
           IF TR-MRG-SURVIVOR-ID NOT NUMERIC
               SET RECORD-IS-INVALID TO TRUE
               MOVE 'INVALID MERGE PAIR' TO WS-REJECT-REASON
           ELSE
               IF TR-MRG-SURVIVOR-ID = TR-MRG-VICTIM-ID
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE 'INVALID MERGE PAIR' TO WS-REJECT-REASON
               END-IF
           END-IF.

       2070-CHECK-MERGED-ID.
           MOVE 'N' TO WS-MERGED-SWITCH.
           MOVE WS-INT-VALUE TO XRF-ORIG-ID.
           READ XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF XRF-MERGED
                       SET ID-IS-MERGED TO TRUE
                   END-IF
           END-READ.

       2080-REGISTER-SKIPPED-ID.
           MOVE TR-ORIG-ID TO WS-INT-VALUE.
           PERFORM 2010-FIND-SOURCE-ENTRY.
           IF RECORD-IS-INVALID
               ADD 1 TO WS-SRC-REJECTED (WS-SRC-SUB)
           ELSE
               IF TR-MERGE-TRANS OR TR-UNMERGE-TRANS
                   ADD 1 TO WS-SRC-MERGED (WS-SRC-SUB)
               ELSE
                   IF TR-EFF-DATE > WS-RUN-DATE
                       MOVE TRANS-IN-RECORD TO PEND-OUT-RECORD
                       WRITE PEND-OUT-RECORD
                       ADD 1 TO WS-SRC-HELD (WS-SRC-SUB)
                   ELSE
                       PERFORM 2070-CHECK-MERGED-ID
                       IF ID-IS-MERGED
                           AND XRF-LAST-CONV-DATE < WS-RUN-DATE
                           ADD 1 TO WS-SRC-REJECTED (WS-SRC-SUB)
                       ELSE
                           PERFORM 2087-REGISTER-SKIPPED-APPLY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2087-REGISTER-SKIPPED-APPLY.
           IF TR-DELETE-TRANS
               ADD 1 TO WS-SRC-DELETED (WS-SRC-SUB)
           ELSE
               IF TR-REACT-TRANS
                   ADD 1 TO WS-SRC-REACT (WS-SRC-SUB)
               ELSE
                   COMPUTE WS-DUP-SUB = WS-INT-VALUE + 1
                   ADD 1 TO WS-DUP-OCCURS (WS-DUP-SUB)
                   IF WS-DUP-OCCURS (WS-DUP-SUB) = 1
                   ELSE
                       ADD 1 TO WS-SRC-DUPLICATE (WS-SRC-SUB)
                   END-IF
               END-IF
           END-IF.

           END-READ.

       2550-MARK-XREF-INACTIVE.
           MOVE XREF-RECORD TO WS-XJ-BEFORE-IMAGE.
           MOVE 'C' TO WS-XJ-ACTION.
           MOVE 'I' TO XRF-STATUS.
           MOVE WS-RUN-DATE TO XRF-LAST-CONV-DATE.
           REWRITE XREF-RECORD.
               MOVE 16 TO WS-ABORT-RC
               PERFORM 8100-LOG-AND-ABORT
           END-IF.
           PERFORM 6600-WRITE-XREF-JOURNAL.
           MOVE XRF-CONV-KEY TO WS-CHAR-VALUE.
           PERFORM 6000-WRITE-AUDIT-RECORD.
           ADD 1 TO WS-RECORDS-DELETED.
           END-READ.

       2750-MARK-XREF-ACTIVE.
           MOVE XREF-RECORD TO WS-XJ-BEFORE-IMAGE.
           MOVE 'C' TO WS-XJ-ACTION.
           MOVE 'A' TO XRF-STATUS.
           MOVE WS-RUN-DATE TO XRF-LAST-CONV-DATE.
           REWRITE XREF-RECORD.
               MOVE 16 TO WS-ABORT-RC
               PERFORM 8100-LOG-AND-ABORT
           END-IF.
           PERFORM 6600-WRITE-XREF-JOURNAL.
           MOVE XRF-CONV-KEY TO WS-CHAR-VALUE.
           PERFORM 6000-WRITE-AUDIT-RECORD.
           ADD 1 TO WS-RECORDS-REACTIVATED.
           ADD 1 TO WS-SRC-REACT (WS-SRC-SUB).

       2800-APPLY-MERGE-TRANS.
           MOVE TR-MRG-SURVIVOR-ID TO WS-MRG-SURVIVOR-ID.
           MOVE WS-MRG-SURVIVOR-ID TO XRF-ORIG-ID.
           READ XREF-FILE
               INVALID KEY
                   MOVE 'SURVIVOR NOT FOUND' TO WS-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT-RECORD
               NOT INVALID KEY
                   IF TR-MERGE-TRANS AND NOT XRF-ACTIVE
                       MOVE 'SURVIVOR NOT ACTIVE' TO WS-REJECT-REASON
                       PERFORM 2900-WRITE-REJECT-RECORD
                   ELSE
                       MOVE XRF-CONV-KEY TO WS-MRG-SURVIVOR-KEY
                       PERFORM 2810-READ-MERGE-VICTIM
                   END-IF
           END-READ.

       2810-READ-MERGE-VICTIM.
           MOVE WS-INT-VALUE TO XRF-ORIG-ID.
           READ XREF-FILE
               INVALID KEY
                   MOVE 'MERGE ID NOT FOUND' TO WS-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT-RECORD
               NOT INVALID KEY
                   IF TR-MERGE-TRANS
                       PERFORM 2820-CHECK-MERGE-VICTIM
                   ELSE
                       PERFORM 2830-CHECK-UNMERGE-VICTIM
                   END-IF
           END-READ.

       2820-CHECK-MERGE-VICTIM.
           IF XRF-ACTIVE
               PERFORM 2850-MARK-XREF-MERGED
           ELSE
               IF XRF-MERGED
                   IF RESTART-REQUESTED
                       AND XRF-MERGED-TO-ID = WS-MRG-SURVIVOR-ID
                       AND XRF-LAST-CONV-DATE = WS-RUN-DATE
                       PERFORM 2850-MARK-XREF-MERGED
                   ELSE
                       MOVE 'ID ALREADY MERGED' TO WS-REJECT-REASON
                       PERFORM 2900-WRITE-REJECT-RECORD
                   END-IF
               ELSE
                   MOVE 'MERGE ID INACTIVE' TO WS-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT-RECORD
               END-IF
           END-IF.

       2830-CHECK-UNMERGE-VICTIM.
           IF XRF-MERGED
               IF XRF-MERGED-TO-ID = WS-MRG-SURVIVOR-ID
                   PERFORM 2860-MARK-XREF-UNMERGED
               ELSE
                   MOVE 'MERGED TO OTHER ID' TO WS-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT-RECORD
               END-IF
           ELSE
               IF XRF-ACTIVE AND RESTART-REQUESTED
                   AND XRF-LAST-CONV-DATE = WS-RUN-DATE
                   PERFORM 2860-MARK-XREF-UNMERGED
               ELSE
                   MOVE 'ID NOT MERGED' TO WS-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT-RECORD
               END-IF
           END-IF.

       2850-MARK-XREF-MERGED.
           MOVE XREF-RECORD TO WS-XJ-BEFORE-IMAGE.
           MOVE 'C' TO WS-XJ-ACTION.
           MOVE 'M' TO XRF-STATUS.
           MOVE WS-MRG-SURVIVOR-ID TO XRF-MERGED-TO-ID.
           MOVE WS-MRG-SURVIVOR-KEY TO XRF-MERGED-TO-KEY.
           MOVE WS-RUN-DATE TO XRF-LAST-CONV-DATE.
           PERFORM 2870-REWRITE-MERGE-ENTRY.
           ADD 1 TO WS-MERGES-APPLIED.

       2860-MARK-XREF-UNMERGED.
           MOVE XREF-RECORD TO WS-XJ-BEFORE-IMAGE.
           MOVE 'C' TO WS-XJ-ACTION.
           MOVE 'A' TO XRF-STATUS.
           MOVE ZERO TO XRF-MERGED-TO-ID.
           MOVE SPACES TO XRF-MERGED-TO-KEY.
           MOVE WS-RUN-DATE TO XRF-LAST-CONV-DATE.
           PERFORM 2870-REWRITE-MERGE-ENTRY.
           ADD 1 TO WS-UNMERGES-APPLIED.

       2870-REWRITE-MERGE-ENTRY.
           REWRITE XREF-RECORD.
           IF WS-XREF-FILE-STATUS NOT = '00'
               DISPLAY 'XREF-FILE REWRITE ERROR, STATUS='
                   WS-XREF-FILE-STATUS
               MOVE 'IDC0111E' TO WS-OPS-MSG-ID
               MOVE WS-XREF-FILE-STATUS TO WS-OPS-STATUS
               MOVE 'XREF-FILE REWRITE ERROR' TO WS-OPS-TEXT
               MOVE 16 TO WS-ABORT-RC
               PERFORM 8100-LOG-AND-ABORT
           END-IF.
           PERFORM 6600-WRITE-XREF-JOURNAL.
           MOVE XRF-CONV-KEY TO WS-CHAR-VALUE.
           PERFORM 6000-WRITE-AUDIT-RECORD.
           PERFORM 2880-WRITE-MERGE-DETAIL.
           ADD 1 TO WS-RECORDS-MERGED.
           ADD WS-INT-VALUE TO WS-MERGE-ID-TOTAL.
           ADD 1 TO WS-SRC-MERGED (WS-SRC-SUB).

       2880-WRITE-MERGE-DETAIL.
           IF WS-MRG-TAIL > ZERO
               SUBTRACT 1 FROM WS-MRG-TAIL
           ELSE
               MOVE SPACES TO MERGE-OUT-DETAIL-RECORD
               IF TR-MERGE-TRANS
                   MOVE 'MRG1' TO MO-DET-TYPE
               ELSE
                   MOVE 'UMG1' TO MO-DET-TYPE
               END-IF
               MOVE XRF-CONV-KEY TO MO-DET-KEY
               MOVE WS-MRG-SURVIVOR-KEY TO MO-DET-SURVIVOR-KEY
               MOVE TR-MRG-SOURCE-SYSTEM TO MO-DET-MERGE-SOURCE
               MOVE WS-INT-VALUE TO MO-DET-VICTIM-ID
               MOVE WS-MRG-SURVIVOR-ID TO MO-DET-SURVIVOR-ID
               WRITE MERGE-OUT-DETAIL-RECORD
               IF WS-MRGO-FILE-STATUS NOT = '00'
                   DISPLAY 'MERGE-OUT-FILE WRITE ERROR, STATUS='
                       WS-MRGO-FILE-STATUS
                   MOVE 'IDC0125E' TO WS-OPS-MSG-ID
                   MOVE WS-MRGO-FILE-STATUS TO WS-OPS-STATUS
                   MOVE 'MERGE-OUT-FILE WRITE ERROR' TO WS-OPS-TEXT
                   MOVE 16 TO WS-ABORT-RC
                   PERFORM 8100-LOG-AND-ABORT
               END-IF
           END-IF.

       2900-WRITE-REJECT-RECORD.
           IF WS-REJ-TAIL > ZERO
               SUBTRACT 1 FROM WS-REJ-TAIL
           MOVE WS-RECORDS-HELD TO CKPT-RECORDS-HELD.
           MOVE WS-RECORDS-REACTIVATED TO CKPT-RECORDS-REACT.
           MOVE WS-INT-VALUE-TOTAL TO CKPT-INT-VALUE-TOTAL.
           MOVE WS-RECORDS-MERGED TO CKPT-RECORDS-MERGED.
           MOVE WS-MERGE-ID-TOTAL TO CKPT-MERGE-ID-TOTAL.
           WRITE CHECKPOINT-RECORD.

       6000-WRITE-AUDIT-RECORD.
           END-READ.

       6510-REWRITE-XREF-ENTRY.
           MOVE XREF-RECORD TO WS-XJ-BEFORE-IMAGE.
           MOVE 'C' TO WS-XJ-ACTION.
           IF TR-CHANGE-TRANS
               AND XRF-CONV-KEY NOT = WS-CHAR-VALUE
               MOVE XRF-CONV-KEY TO XRF-PRIOR-KEY
               MOVE 16 TO WS-ABORT-RC
               PERFORM 8100-LOG-AND-ABORT
           END-IF.
           PERFORM 6600-WRITE-XREF-JOURNAL.

       6520-ADD-XREF-ENTRY.
           MOVE SPACES TO WS-XJ-BEFORE-IMAGE.
           MOVE 'A' TO WS-XJ-ACTION.
           MOVE WS-INT-VALUE TO XRF-ORIG-ID.
           MOVE WS-CHAR-VALUE TO XRF-CONV-KEY.
           MOVE WS-FORMAT-MODE TO XRF-FORMAT-MODE.
           MOVE SPACES TO XRF-PRIOR-KEY.
           MOVE WS-RUN-DATE TO XRF-FIRST-CONV-DATE.
           MOVE WS-RUN-DATE TO XRF-LAST-CONV-DATE.
           MOVE ZERO TO XRF-MERGED-TO-ID.
           MOVE SPACES TO XRF-MERGED-TO-KEY.
           WRITE XREF-RECORD.
           IF WS-XREF-FILE-STATUS NOT = '00'
               DISPLAY 'XREF-FILE WRITE ERROR, STATUS='
               MOVE 16 TO WS-ABORT-RC
               PERFORM 8100-LOG-AND-ABORT
           END-IF.
           PERFORM 6600-WRITE-XREF-JOURNAL.

       6600-WRITE-XREF-JOURNAL.
           MOVE WS-RUN-DATE TO XJ-RUN-DATE.
           MOVE WS-JOB-ID TO XJ-JOB-ID.
           MOVE FUNCTION CURRENT-DATE TO XJ-TIMESTAMP.
           MOVE WS-XJ-ACTION TO XJ-ACTION.
           MOVE XRF-ORIG-ID TO XJ-ORIG-ID.
           MOVE WS-XJ-BEFORE-IMAGE TO XJ-BEFORE-IMAGE.
           MOVE XREF-RECORD TO XJ-AFTER-IMAGE.
           WRITE XREF-JOURNAL-RECORD.
           IF WS-XJRN-FILE-STATUS NOT = '00'
               DISPLAY 'XREF-JRNL-FILE WRITE ERROR, STATUS='
                   WS-XJRN-FILE-STATUS
               MOVE 'IDC0120E' TO WS-OPS-MSG-ID
               MOVE WS-XJRN-FILE-STATUS TO WS-OPS-STATUS
               MOVE 'XREF-JRNL-FILE WRITE ERROR' TO WS-OPS-TEXT
               MOVE 16 TO WS-ABORT-RC
               PERFORM 8100-LOG-AND-ABORT
           END-IF.

       2150-FORMAT-WS-CHAR-VALUE.
           IF WS-CHECK-DIGIT-MODE
           END-IF.

       7000-RUN-ONLINE-LOOKUP.
           PERFORM 7010-CHECK-REQUESTER.
           IF REQUESTER-AUTHORIZED
               IF REVERSE-LOOKUP-REQUESTED
                   PERFORM 7200-REVERSE-XREF-LOOKUP
               ELSE
                   PERFORM 7100-FORWARD-ONLINE-LOOKUP
               END-IF
           ELSE
               PERFORM 7030-REFUSE-ONLINE-LOOKUP
           END-IF.
           PERFORM 7040-WRITE-ACCESS-LOG.

       7010-CHECK-REQUESTER.
           MOVE FUNCTION CURRENT-DATE TO WS-ACC-TIMESTAMP.
           MOVE WS-ACC-TIMESTAMP (1:8) TO WS-ACC-TODAY.
           MOVE SPACES TO WS-ACC-REASON.
           MOVE SPACE TO WS-ACC-RESULT.
           SET REQUESTER-REFUSED TO TRUE.
           IF WS-PARM-REQUESTER = SPACES
               MOVE 'NO REQUESTER ID' TO WS-ACC-REASON
           ELSE
               IF WS-PARM-REQUESTER (9:2) NOT = SPACES
                   MOVE 'REQUESTER UNKNOWN' TO WS-ACC-REASON
               ELSE
                   PERFORM 7015-READ-REQUESTER
               END-IF
           END-IF.

       7015-READ-REQUESTER.
           OPEN I-O AUTH-USER-FILE.
           IF WS-AUTH-FILE-STATUS = '00'
               MOVE WS-PARM-REQUESTER TO AU-USER-ID
               READ AUTH-USER-FILE
                   INVALID KEY
                       MOVE 'REQUESTER UNKNOWN' TO WS-ACC-REASON
                   NOT INVALID KEY
                       PERFORM 7020-APPLY-PERMISSIONS
               END-READ
               CLOSE AUTH-USER-FILE
           ELSE
               IF WS-AUTH-FILE-STATUS = '35'
                   MOVE 'REQUESTER UNKNOWN' TO WS-ACC-REASON
               ELSE
                   DISPLAY 'AUTH-USER-FILE OPEN ERROR, STATUS='
                       WS-AUTH-FILE-STATUS
                   MOVE 'IDC0127E' TO WS-OPS-MSG-ID
                   MOVE WS-AUTH-FILE-STATUS TO WS-OPS-STATUS
                   MOVE 'AUTH-USER-FILE OPEN ERROR' TO WS-OPS-TEXT
                   MOVE 12 TO WS-ABORT-RC
                   PERFORM 8100-LOG-AND-ABORT
               END-IF
           END-IF.

       7020-APPLY-PERMISSIONS.
           IF AU-USAGE-DATE NOT = WS-ACC-TODAY
               MOVE WS-ACC-TODAY TO AU-USAGE-DATE
               MOVE ZERO TO AU-USAGE-COUNT
           END-IF.
           IF NOT AU-ACTIVE
               MOVE 'REQUESTER INACTIVE' TO WS-ACC-REASON
           ELSE
               IF REVERSE-LOOKUP-REQUESTED AND NOT AU-REVERSE-ALLOWED
                   MOVE 'REVERSE NOT ALLOWED' TO WS-ACC-REASON
               ELSE
                   IF AU-DAILY-LIMIT > ZERO
                       AND AU-USAGE-COUNT NOT < AU-DAILY-LIMIT
                       MOVE 'DAILY LIMIT REACHED' TO WS-ACC-REASON
                   ELSE
                       SET REQUESTER-AUTHORIZED TO TRUE
                       PERFORM 7025-RECORD-REQUESTER-USAGE
                   END-IF
               END-IF
           END-IF.

       7025-RECORD-REQUESTER-USAGE.
           ADD 1 TO AU-USAGE-COUNT.
           REWRITE AUTH-USER-RECORD.
           IF WS-AUTH-FILE-STATUS NOT = '00'
               DISPLAY 'AUTH-USER-FILE REWRITE ERROR, STATUS='
                   WS-AUTH-FILE-STATUS
               MOVE 'IDC0127E' TO WS-OPS-MSG-ID
               MOVE WS-AUTH-FILE-STATUS TO WS-OPS-STATUS
               MOVE 'AUTH-USER-FILE REWRITE ERROR' TO WS-OPS-TEXT
               MOVE 12 TO WS-ABORT-RC
               PERFORM 8100-LOG-AND-ABORT
           END-IF.

       7030-REFUSE-ONLINE-LOOKUP.
           MOVE 'U' TO WS-ACC-RESULT.
           DISPLAY 'UNAUTHORIZED REQUEST: ' WS-ACC-REASON.
           MOVE 'IDC0126W' TO WS-OPS-MSG-ID.
           MOVE '00' TO WS-OPS-STATUS.
           MOVE SPACES TO WS-OPS-TEXT.
           STRING 'REFUSED ' WS-PARM-REQUESTER (1:8) ' '
                  WS-ACC-REASON
               DELIMITED BY SIZE
               INTO WS-OPS-TEXT.
           PERFORM 8000-WRITE-OPS-LOG.
           MOVE 8 TO RETURN-CODE.

       7040-WRITE-ACCESS-LOG.
           OPEN EXTEND ACCESS-LOG-FILE.
           IF WS-ACCL-FILE-STATUS = '35'
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF.
           IF WS-ACCL-FILE-STATUS NOT = '00'
               DISPLAY 'ACCESS-LOG-FILE OPEN ERROR, STATUS='
                   WS-ACCL-FILE-STATUS
               MOVE 'IDC0128E' TO WS-OPS-MSG-ID
               MOVE WS-ACCL-FILE-STATUS TO WS-OPS-STATUS
               MOVE 'ACCESS-LOG-FILE OPEN ERROR' TO WS-OPS-TEXT
               MOVE 16 TO WS-ABORT-RC
               PERFORM 8100-LOG-AND-ABORT
           END-IF.
           MOVE SPACES TO ACCESS-LOG-RECORD.
           MOVE WS-ACC-TIMESTAMP TO AL-TIMESTAMP.
           MOVE WS-PARM-REQUESTER TO AL-USER-ID.
           MOVE 'O' TO AL-CHANNEL.
           IF REVERSE-LOOKUP-REQUESTED
               MOVE 'R' TO AL-DIRECTION
           ELSE
               MOVE 'F' TO AL-DIRECTION
           END-IF.
           MOVE WS-PARM-ID TO AL-REQUEST-VALUE.
           IF REQUESTER-AUTHORIZED
               MOVE 'G' TO AL-OUTCOME
           ELSE
               MOVE 'R' TO AL-OUTCOME
           END-IF.
           MOVE WS-ACC-RESULT TO AL-RESULT.
           MOVE WS-ACC-REASON TO AL-REFUSAL-REASON.
           WRITE ACCESS-LOG-RECORD.
           IF WS-ACCL-FILE-STATUS NOT = '00'
               DISPLAY 'ACCESS-LOG-FILE WRITE ERROR, STATUS='
                   WS-ACCL-FILE-STATUS
               MOVE 'IDC0128E' TO WS-OPS-MSG-ID
               MOVE WS-ACCL-FILE-STATUS TO WS-OPS-STATUS
               MOVE 'ACCESS-LOG-FILE WRITE ERROR' TO WS-OPS-TEXT
               MOVE 16 TO WS-ABORT-RC
               PERFORM 8100-LOG-AND-ABORT
           END-IF.
           CLOSE ACCESS-LOG-FILE.

       7100-FORWARD-ONLINE-LOOKUP.
           MOVE 12345 TO WS-INT-VALUE.

       7170-ANSWER-FROM-MASTER.
           IF XRF-ACTIVE
               MOVE 'A' TO WS-ACC-RESULT
               DISPLAY 'WS-CHAR-VALUE: ' XRF-CONV-KEY
           ELSE
               IF XRF-MERGED
                   PERFORM 7175-ANSWER-FROM-SURVIVOR
               ELSE
                   MOVE 'I' TO WS-ACC-RESULT
                   DISPLAY 'ID INACTIVE ON XREF MASTER, LAST KEY: '
                       XRF-CONV-KEY
                   MOVE 'IDC0113E' TO WS-OPS-MSG-ID
                   MOVE '00' TO WS-OPS-STATUS
                   MOVE 'ID INACTIVE ON XREF MASTER' TO WS-OPS-TEXT
                   PERFORM 8000-WRITE-OPS-LOG
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       7175-ANSWER-FROM-SURVIVOR.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-FILE-STATUS NOT = '00'
               DISPLAY 'XREF-FILE OPEN ERROR, STATUS='
                   WS-XREF-FILE-STATUS
               MOVE 'IDC0105E' TO WS-OPS-MSG-ID
               MOVE WS-XREF-FILE-STATUS TO WS-OPS-STATUS
               MOVE 'XREF-FILE OPEN ERROR' TO WS-OPS-TEXT
               MOVE 12 TO WS-ABORT-RC
               PERFORM 8100-LOG-AND-ABORT
           END-IF.
           PERFORM 7180-FOLLOW-MERGE-CHAIN.
           CLOSE XREF-FILE.
           IF XREF-ENTRY-FOUND AND XRF-ACTIVE
               MOVE 'M' TO WS-ACC-RESULT
               DISPLAY 'ID ' WS-INT-VALUE ' MERGED INTO ID '
                   XRF-ORIG-ID
               DISPLAY 'WS-CHAR-VALUE: ' XRF-CONV-KEY
           ELSE
               PERFORM 7195-REPORT-BROKEN-MERGE
           END-IF.

       7180-FOLLOW-MERGE-CHAIN.
           MOVE ZERO TO WS-MRG-DEPTH.
           MOVE 'N' TO WS-MRG-EOF-SWITCH.
           PERFORM 7185-READ-MERGE-SURVIVOR
               UNTIL END-OF-MERGE-CHAIN.

       7185-READ-MERGE-SURVIVOR.
           ADD 1 TO WS-MRG-DEPTH.
           MOVE XRF-MERGED-TO-ID TO WS-MRG-SURVIVOR-ID.
           MOVE WS-MRG-SURVIVOR-ID TO XRF-ORIG-ID.
           READ XREF-FILE
               INVALID KEY
                   MOVE 'N' TO WS-XREF-HIT-SWITCH
                   SET END-OF-MERGE-CHAIN TO TRUE
               NOT INVALID KEY
                   SET XREF-ENTRY-FOUND TO TRUE
                   IF NOT XRF-MERGED
                       OR WS-MRG-DEPTH >= WS-MRG-MAX-DEPTH
                       SET END-OF-MERGE-CHAIN TO TRUE
                   END-IF
           END-READ.

       7195-REPORT-BROKEN-MERGE.
           MOVE 'I' TO WS-ACC-RESULT.
           DISPLAY 'ID ' WS-INT-VALUE ' MERGED INTO ID '
               WS-MRG-SURVIVOR-ID ' - SURVIVOR NOT ACTIVE'.
           MOVE 'IDC0113E' TO WS-OPS-MSG-ID.
           MOVE '00' TO WS-OPS-STATUS.
           MOVE 'MERGED ID SURVIVOR NOT ACTIVE' TO WS-OPS-TEXT.
           PERFORM 8000-WRITE-OPS-LOG.
           MOVE 8 TO RETURN-CODE.

       7150-READ-XREF-BY-ID.
           MOVE 'N' TO WS-XREF-HIT-SWITCH.
               END-IF
               PERFORM 6000-WRITE-AUDIT-RECORD
               CLOSE AUDIT-FILE
               MOVE 'D' TO WS-ACC-RESULT
               DISPLAY 'WS-CHAR-VALUE: ' WS-CHAR-VALUE
           ELSE
               MOVE 'E' TO WS-ACC-RESULT
               DISPLAY 'INVALID ID: ' WS-PARM-ID
               MOVE 'IDC0113E' TO WS-OPS-MSG-ID
               MOVE '00' TO WS-OPS-STATUS
           MOVE WS-PARM-ID TO XRF-CONV-KEY.
           READ XREF-FILE KEY IS XRF-CONV-KEY
               INVALID KEY
                   MOVE 'N' TO WS-ACC-RESULT
                   DISPLAY 'KEY NOT ON XREF MASTER: ' WS-PARM-ID
                   MOVE 'IDC0113E' TO WS-OPS-MSG-ID
                   MOVE '23' TO WS-OPS-STATUS
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   IF XRF-ACTIVE
                       MOVE 'A' TO WS-ACC-RESULT
                       DISPLAY 'ORIGINAL ID: ' XRF-ORIG-ID
                           ' STATUS: ACTIVE'
                   ELSE
                       IF XRF-MERGED
                           PERFORM 7250-REVERSE-TO-SURVIVOR
                       ELSE
                           MOVE 'I' TO WS-ACC-RESULT
                           DISPLAY 'ORIGINAL ID: ' XRF-ORIG-ID
                               ' STATUS: INACTIVE'
                       END-IF
                   END-IF
           END-READ.
           CLOSE XREF-FILE.

       7250-REVERSE-TO-SURVIVOR.
           MOVE XRF-ORIG-ID TO WS-INT-VALUE.
           DISPLAY 'ORIGINAL ID: ' XRF-ORIG-ID ' STATUS: MERGED'.
           PERFORM 7180-FOLLOW-MERGE-CHAIN.
           IF XREF-ENTRY-FOUND AND XRF-ACTIVE
               MOVE 'M' TO WS-ACC-RESULT
               DISPLAY 'MERGED INTO ID: ' XRF-ORIG-ID
                   ' KEY: ' XRF-CONV-KEY
           ELSE
               PERFORM 7195-REPORT-BROKEN-MERGE
           END-IF.

       9000-TERMINATE.
           PERFORM 9010-WRITE-EXTRACT-TRAILER.
           PERFORM 9015-WRITE-MERGE-TRAILER.
           CLOSE TRANS-IN-FILE.
           IF PEND-IN-PRESENT
               CLOSE PEND-TRANS-IN
           CLOSE CHECKPOINT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE XREF-FILE.
           CLOSE XREF-JRNL-FILE.
           PERFORM 9030-CLOSE-DUP-REPORT.
           PERFORM 9040-UPDATE-FEED-CONTROL.
           PERFORM 9020-CLEAR-CHECKPOINT-FILE.

       9030-CLOSE-DUP-REPORT.
           WRITE DUP-RPT-RECORD.
           CLOSE DUP-RPT-FILE.

       9040-UPDATE-FEED-CONTROL.
           PERFORM 1440-OPEN-FEED-CONTROL.
           MOVE ZERO TO WS-FEED-SUB.
           PERFORM 9045-UPDATE-ONE-FEED-CONTROL
               UNTIL WS-FEED-SUB >= WS-FEED-COUNT.
           CLOSE FEED-CTL-FILE.

       9045-UPDATE-ONE-FEED-CONTROL.
           ADD 1 TO WS-FEED-SUB.
           IF FEED-WAS-ACCEPTED (WS-FEED-SUB)
               AND WS-FEED-SEQ (WS-FEED-SUB)
                   = WS-FEED-EXPECTED (WS-FEED-SUB)
               MOVE 'N' TO WS-FCTL-FOUND-SWITCH
               MOVE WS-FEED-SOURCE (WS-FEED-SUB) TO FC-SOURCE-SYSTEM
               READ FEED-CTL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET FEED-CTL-ON-FILE TO TRUE
               END-READ
               PERFORM 1465-RECORD-ACCEPTED-FEED
           END-IF.

       9020-CLEAR-CHECKPOINT-FILE.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.
           MOVE WS-INT-VALUE-TOTAL TO CO-TRL-CHECKSUM.
           WRITE CONV-OUT-TRAILER-RECORD.

       9015-WRITE-MERGE-TRAILER.
           MOVE SPACES TO MERGE-OUT-TRAILER-RECORD.
           MOVE 'TRL1' TO MO-TRL-TYPE.
           MOVE WS-RECORDS-MERGED TO MO-TRL-COUNT.
           MOVE WS-MERGE-ID-TOTAL TO MO-TRL-CHECKSUM.
           WRITE MERGE-OUT-TRAILER-RECORD.
           CLOSE MERGE-OUT-FILE.

       9050-BALANCE-RUN.
           MOVE ZERO TO WS-CONTROL-FILE-COUNT.
           OPEN INPUT CONTROL-FILE.
           SET RUN-IS-BALANCED TO TRUE.
           IF (WS-RECORDS-MOVED + WS-RECORDS-REJECTED
                   + WS-RECORDS-DELETED + WS-RECORDS-DUPLICATE
                   + WS-RECORDS-HELD + WS-RECORDS-REACTIVATED
                   + WS-RECORDS-MERGED)
                   NOT = WS-RECORDS-READ
               SET RUN-IS-OUT-OF-BALANCE TO TRUE
           END-IF.
               PERFORM 8000-WRITE-OPS-LOG
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-FEEDS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       9055-APPLY-CONTROL-RECORD.
           IF CTL-SOURCE-SYSTEM = SPACES OR CTL-SOURCE-SYSTEM = 'ALL'
               END-IF
               IF WS-BAL-DIFF > WS-BALANCE-TOLERANCE
                   SET RUN-IS-OUT-OF-BALANCE TO TRUE
                   MOVE 'N' TO WS-SRC-BAL-FLAG (WS-SRC-SUB)
                   DISPLAY 'SOURCE ' WS-SRC-CODE (WS-SRC-SUB)
                       ' OUT OF BALANCE, MOVED='
                       WS-SRC-MOVED (WS-SRC-SUB)
               DISPLAY 'FORMAT MODE........: RAW'
           END-IF.
           DISPLAY 'BALANCE TOLERANCE..: ' WS-BALANCE-TOLERANCE.
           DISPLAY 'FEEDS RECEIVED.....: ' WS-FEED-COUNT.
           DISPLAY 'FEEDS ACCEPTED.....: ' WS-FEEDS-ACCEPTED.
           DISPLAY 'FEEDS REJECTED.....: ' WS-FEEDS-REJECTED.
           DISPLAY 'FEED RECS BYPASSED.: ' WS-FEED-RECS-SKIPPED.
           DISPLAY 'RECORDS READ.......: ' WS-RECORDS-READ.
           DISPLAY 'RECORDS MOVED......: ' WS-RECORDS-MOVED.
           DISPLAY 'ADDS APPLIED.......: ' WS-ADDS-APPLIED.
           DISPLAY 'CHANGES APPLIED....: ' WS-CHANGES-APPLIED.
           DISPLAY 'DELETES APPLIED....: ' WS-RECORDS-DELETED.
           DISPLAY 'REACTIVATES APPLIED: ' WS-RECORDS-REACTIVATED.
           DISPLAY 'MERGES APPLIED.....: ' WS-MERGES-APPLIED.
           DISPLAY 'UNMERGES APPLIED...: ' WS-UNMERGES-APPLIED.
           DISPLAY 'DUPLICATES SKIPPED.: ' WS-RECORDS-DUPLICATE.
           DISPLAY 'TRANS HELD FUTURE..: ' WS-RECORDS-HELD.
           DISPLAY 'PENDING CARRIED FWD: ' WS-TRANS-CARRIED-FWD.
               WS-SRC-DELETED (WS-SRC-SUB).
           DISPLAY '  REACTIVATED......: '
               WS-SRC-REACT (WS-SRC-SUB).
           DISPLAY '  MERGED/UNMERGED..: '
               WS-SRC-MERGED (WS-SRC-SUB).
           DISPLAY '  DUPLICATES.......: '
               WS-SRC-DUPLICATE (WS-SRC-SUB).
           DISPLAY '  HELD FUTURE......: '
           PERFORM 9510-ARCHIVE-AUDIT-FILE.
           PERFORM 9520-ARCHIVE-REJECT-FILE.
           PERFORM 9530-ARCHIVE-RUN-SUMMARY.
           MOVE ZERO TO WS-SRC-SUB.
           PERFORM 9540-ARCHIVE-SOURCE-SUMMARY
               UNTIL WS-SRC-SUB >= WS-SOURCE-COUNT.
           CLOSE RUN-HIST-FILE.

       9510-ARCHIVE-AUDIT-FILE.
           MOVE WS-CONTROL-FILE-COUNT TO RH-SUM-CONTROL-COUNT.
           MOVE WS-BALANCE-SWITCH TO RH-SUM-BALANCE-FLAG.
           WRITE RUN-HIST-RECORD.

       9540-ARCHIVE-SOURCE-SUMMARY.
           ADD 1 TO WS-SRC-SUB.
           MOVE SPACES TO RUN-HIST-RECORD.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-JOB-ID TO RH-JOB-ID.
           MOVE 'SRC' TO RH-REC-TYPE.
           MOVE WS-SRC-CODE (WS-SRC-SUB) TO RH-SRC-CODE.
           MOVE WS-SRC-READ (WS-SRC-SUB) TO RH-SRC-RECORDS-READ.
           MOVE WS-SRC-MOVED (WS-SRC-SUB) TO RH-SRC-RECORDS-MOVED.
           MOVE WS-SRC-REJECTED (WS-SRC-SUB)
               TO RH-SRC-RECORDS-REJECTED.
           MOVE WS-SRC-CONTROL (WS-SRC-SUB) TO RH-SRC-CONTROL-COUNT.
           MOVE WS-SRC-CTL-FLAG (WS-SRC-SUB) TO RH-SRC-CONTROL-FLAG.
           MOVE WS-SRC-BAL-FLAG (WS-SRC-SUB) TO RH-SRC-BALANCE-FLAG.
           WRITE RUN-HIST-RECORD.

       9800-END-STEP-LEDGER.
           MOVE 'N' TO WS-STEP-START-SWITCH.
           PERFORM 1075-OPEN-STEP-LEDGER.
           PERFORM 1090-READ-OWN-STEP.
           IF NOT STEP-ON-LEDGER
               MOVE 1 TO STP-RUN-COUNT
               MOVE SPACES TO STP-PREDECESSOR
               MOVE SPACES TO STP-START-TIMESTAMP
           END-IF.
           IF WS-STEP-RC > 4
               SET STP-FAILED TO TRUE
           ELSE
               SET STP-COMPLETED TO TRUE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO STP-END-TIMESTAMP.
           MOVE WS-STEP-RC TO STP-RETURN-CODE.
           MOVE WS-RECORDS-READ TO STP-RECORDS-IN.
           MOVE WS-RECORDS-MOVED TO STP-RECORDS-OUT.
           MOVE WS-RECORDS-REJECTED TO STP-RECORDS-EXCEPT.
           PERFORM 1095-WRITE-OWN-STEP.
           CLOSE STEP-LEDGER-FILE.

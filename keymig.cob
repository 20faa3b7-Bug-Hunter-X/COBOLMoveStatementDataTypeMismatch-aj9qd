               ALTERNATE RECORD KEY IS XRF-CONV-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT XREF-JRNL-FILE ASSIGN TO "XREFJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XJRN-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

           SELECT STEP-LEDGER-FILE ASSIGN TO "STEPLDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STP-KEY
               FILE STATUS IS WS-STEP-FILE-STATUS.

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
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD                  PIC X(80).

       FD  BUS-DATE-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY BDATREC.

       FD  STEP-LEDGER-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 117 CHARACTERS.
           COPY STEPREC.

       WORKING-STORAGE SECTION.
           COPY WSDATA.

       01  WS-SWITCHES.
           05  WS-XREF-EOF-SWITCH      PIC X VALUE 'N'.
               88  END-OF-XREF-FILE    VALUE 'Y'.
           05  WS-PRED-SWITCH          PIC X VALUE 'N'.
               88  PREDECESSOR-COMPLETE VALUE 'Y'.
           05  WS-STEP-FOUND-SWITCH    PIC X VALUE 'N'.
               88  STEP-ON-LEDGER      VALUE 'Y'.

       01  WS-RUN-MODE                 PIC X VALUE 'T'.
           88  WS-TRIAL-MODE           VALUE 'T'.
       01  WS-PARM-MODE                PIC X(10).

       01  WS-XREF-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-XJRN-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-AUD-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-MIG-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-BDAT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-STEP-FILE-STATUS         PIC X(2) VALUE '00'.

       01  WS-STEP-PROGRAM             PIC X(16) VALUE 'KEY-MIGRATE'.
       01  WS-STEP-PREDECESSOR         PIC X(16)
                                       VALUE SPACES.
       01  WS-STEP-RC                  PIC 9(4) VALUE ZERO.

       01  WS-JOB-ID                   PIC X(8) VALUE 'KEYMIG01'.


       01  WS-NEW-KEY                  PIC X(10) VALUE SPACES.
       01  WS-OLD-KEY                  PIC X(10) VALUE SPACES.
       01  WS-XJ-BEFORE-IMAGE          PIC X(58) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-XREF-RECORDS-READ    PIC 9(9) VALUE ZERO.
               UNTIL END-OF-XREF-FILE.
           PERFORM 9000-TERMINATE.
           PERFORM 9100-PRINT-MIGRATE-SUMMARY.
           PERFORM 9800-END-STEP-LEDGER.
           STOP RUN.

       0100-GET-PARAMETERS.
           END-IF.

       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE.
           PERFORM 1070-START-STEP-LEDGER.
           IF WS-APPLY-MODE
               OPEN I-O XREF-FILE
           ELSE
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
               OPEN OUTPUT MIG-OUT-FILE
               IF WS-MIG-FILE-STATUS NOT = '00'
                   DISPLAY 'MIG-OUT-FILE OPEN ERROR, STATUS='
               PERFORM 2050-READ-NEXT-XREF
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

       2000-MIGRATE-XREF-MASTER.
           ADD 1 TO WS-XREF-RECORDS-READ.
           IF XRF-ACTIVE
           ADD WS-CD-PRODUCT TO WS-CD-SUM.

       2300-APPLY-ONE-REKEY.
           MOVE XREF-RECORD TO WS-XJ-BEFORE-IMAGE.
           MOVE WS-OLD-KEY TO XRF-PRIOR-KEY.
           MOVE WS-NEW-KEY TO XRF-CONV-KEY.
           MOVE 'C' TO XRF-FORMAT-MODE.
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
           CLOSE XREF-FILE.
           IF WS-APPLY-MODE
               CLOSE AUDIT-FILE
               CLOSE XREF-JRNL-FILE
               MOVE SPACES TO CONV-OUT-TRAILER-RECORD
               MOVE 'TRL1' TO CO-TRL-TYPE
               MOVE WS-KEYS-REKEYED TO CO-TRL-COUNT
               DISPLAY 'NO CHANGES APPLIED - RERUN WITH CONFIRM'
           END-IF.
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
           MOVE WS-XREF-RECORDS-READ TO STP-RECORDS-IN.
           MOVE WS-KEYS-REKEYED TO STP-RECORDS-OUT.
           MOVE WS-INACTIVE-SKIPPED TO STP-RECORDS-EXCEPT.
           PERFORM 1095-WRITE-OWN-STEP.
           CLOSE STEP-LEDGER-FILE.

      *  id; the purge program enforces the retention period on the
      *  same layout.  RH-DATA carries the archived record image:
      *  an audit record, a reject record, or the summary view.
      *  The converter also archives one source view per registered
      *  source with its daily volumes and balance result, and the
      *  suspense aging program archives each write-off it makes
      *  under its own job id.  The monthly source scorecard reads
      *  the reject, source and write-off views.
      *****************************************************************
       01  RUN-HIST-RECORD.
           05  RH-RUN-DATE                 PIC 9(8).
               88  RH-AUDIT-TYPE           VALUE 'AUD'.
               88  RH-REJECT-TYPE          VALUE 'REJ'.
               88  RH-SUMMARY-TYPE         VALUE 'SUM'.
               88  RH-SOURCE-TYPE          VALUE 'SRC'.
               88  RH-WRITEOFF-TYPE        VALUE 'WOF'.
           05  RH-DATA                     PIC X(70).
           05  RH-SUMMARY-DATA REDEFINES RH-DATA.
               10  RH-SUM-RECORDS-READ     PIC 9(9).
               10  RH-SUM-INT-VALUE-TOTAL  PIC 9(15).
               10  RH-SUM-CONTROL-COUNT    PIC 9(9).
               10  RH-SUM-BALANCE-FLAG     PIC X(1).
           05  RH-REJECT-DATA REDEFINES RH-DATA.
               10  RH-REJ-INPUT-VALUE      PIC X(5).
               10  RH-REJ-SOURCE-SYSTEM    PIC X(3).
               10  RH-REJ-REASON           PIC X(20).
               10  FILLER                  PIC X(42).
           05  RH-SOURCE-DATA REDEFINES RH-DATA.
               10  RH-SRC-CODE             PIC X(3).
               10  RH-SRC-RECORDS-READ     PIC 9(9).
               10  RH-SRC-RECORDS-MOVED    PIC 9(9).
               10  RH-SRC-RECORDS-REJECTED PIC 9(9).
               10  RH-SRC-CONTROL-COUNT    PIC 9(9).
               10  RH-SRC-CONTROL-FLAG     PIC X(1).
               10  RH-SRC-BALANCE-FLAG     PIC X(1).
               10  FILLER                  PIC X(29).
           05  RH-WRITEOFF-DATA REDEFINES RH-DATA.
               10  RH-WOF-INPUT-VALUE      PIC X(5).
               10  RH-WOF-SOURCE-SYSTEM    PIC X(3).
               10  RH-WOF-REASON           PIC X(20).
               10  RH-WOF-FIRST-DATE       PIC 9(8).
               10  RH-WOF-AGE-DAYS         PIC 9(3).
               10  RH-WOF-WRITEOFF-DATE    PIC 9(8).
               10  FILLER                  PIC X(23).

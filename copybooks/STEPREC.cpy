      *****************************************************************
      *  STEPREC.CPY
      *  Nightly cycle step ledger record.  STEPLDG.DAT is keyed by
      *  business date and program name and holds one record per
      *  program per business date.  Each cycle program records its
      *  start, then its end, return code and key counts, so the
      *  whole night can be reviewed in one place.  Before starting,
      *  a program checks that its required predecessor step has
      *  completed cleanly for the same business date (return code
      *  4 or less) and refuses to run if it has not.  A step left
      *  in started status with no end recorded did not finish.
      *  The meaning of the three counts depends on the program;
      *  the cycle status report prints them as in/out/exceptions.
      *****************************************************************
       01  STEP-LEDGER-RECORD.
           05  STP-KEY.
               10  STP-BUS-DATE            PIC 9(8).
               10  STP-PROGRAM             PIC X(16).
           05  STP-STATUS                  PIC X.
               88  STP-STARTED             VALUE 'S'.
               88  STP-COMPLETED           VALUE 'C'.
               88  STP-FAILED              VALUE 'F'.
               88  STP-REFUSED             VALUE 'R'.
           05  STP-PREDECESSOR             PIC X(16).
           05  STP-START-TIMESTAMP         PIC X(21).
           05  STP-END-TIMESTAMP           PIC X(21).
           05  STP-RETURN-CODE             PIC 9(4).
           05  STP-RUN-COUNT               PIC 9(3).
           05  STP-RECORDS-IN              PIC 9(9).
           05  STP-RECORDS-OUT             PIC 9(9).
           05  STP-RECORDS-EXCEPT          PIC 9(9).

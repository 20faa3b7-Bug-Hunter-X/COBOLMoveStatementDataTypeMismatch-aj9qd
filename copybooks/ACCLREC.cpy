      *****************************************************************
      *  ACCLREC.CPY
      *  Lookup access log record (ACCESSLG.DAT).  The converter's
      *  online lookup and the bulk lookup program append one record
      *  for every lookup asked for, granted or refused, with the
      *  requester, the channel, the value looked up and the answer
      *  given.  A refused lookup carries the refusal reason.  Read
      *  by the weekly access review report.  The first eight bytes
      *  of AL-TIMESTAMP are the calendar date in YYYYMMDD form.
      *****************************************************************
       01  ACCESS-LOG-RECORD.
           05  AL-TIMESTAMP                PIC X(21).
           05  AL-TIMESTAMP-R REDEFINES AL-TIMESTAMP.
               10  AL-TS-DATE              PIC 9(8).
               10  AL-TS-TIME              PIC X(13).
           05  AL-USER-ID                  PIC X(8).
           05  AL-CHANNEL                  PIC X.
               88  AL-ONLINE-LOOKUP        VALUE 'O'.
               88  AL-BULK-LOOKUP          VALUE 'B'.
           05  AL-DIRECTION                PIC X.
               88  AL-FORWARD              VALUE 'F'.
               88  AL-REVERSE              VALUE 'R'.
           05  AL-REQUEST-VALUE            PIC X(10).
           05  AL-OUTCOME                  PIC X.
               88  AL-GRANTED              VALUE 'G'.
               88  AL-REFUSED              VALUE 'R'.
           05  AL-RESULT                   PIC X.
               88  AL-FOUND-ACTIVE         VALUE 'A'.
               88  AL-FOUND-INACTIVE       VALUE 'I'.
               88  AL-FOUND-MERGED         VALUE 'M'.
               88  AL-NOT-ON-MASTER        VALUE 'N'.
               88  AL-KEY-DERIVED          VALUE 'D'.
               88  AL-INVALID-REQUEST      VALUE 'E'.
               88  AL-UNAUTHORIZED         VALUE 'U'.
           05  AL-REFUSAL-REASON           PIC X(20).
           05  FILLER                      PIC X(17).

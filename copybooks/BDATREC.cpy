      *****************************************************************
      *  BDATREC.CPY
      *  Business-date control record.  BUSDATE.DAT holds a single
      *  record carrying the business date the nightly cycle is
      *  processing.  Every program in the job stream takes its run
      *  date from this record instead of the system clock, so a
      *  cycle that runs past midnight, or a rerun of an earlier
      *  day, still stamps, ages and balances against the business
      *  day being processed.  Operations rolls the record forward
      *  to the next business day with the business-date roll
      *  program, which skips weekends and holiday calendar dates.
      *****************************************************************
       01  BUS-DATE-RECORD.
           05  BD-BUSINESS-DATE            PIC 9(8).
           05  BD-PRIOR-BUS-DATE           PIC 9(8).
           05  BD-ROLL-TIMESTAMP           PIC X(21).
           05  BD-ROLL-ACTION              PIC X(3).
               88  BD-ROLLED-FORWARD       VALUE 'ROL'.
               88  BD-SET-BY-OPERATOR      VALUE 'SET'.

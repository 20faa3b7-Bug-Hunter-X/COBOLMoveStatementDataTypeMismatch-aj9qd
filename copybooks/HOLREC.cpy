      *****************************************************************
      *  HOLREC.CPY
      *  Holiday calendar record.  HOLIDAY.DAT lists the dates on
      *  which the cycle does not run, in ascending date order, one
      *  record per holiday.  Saturdays and Sundays are never
      *  business days and need not be listed.  The business-date
      *  roll skips these dates, and the suspense and ack aging
      *  counts them out of an item's age so items age by business
      *  days rather than calendar days.
      *****************************************************************
       01  HOLIDAY-RECORD.
           05  HOL-DATE                    PIC 9(8).
           05  HOL-DESCRIPTION             PIC X(30).

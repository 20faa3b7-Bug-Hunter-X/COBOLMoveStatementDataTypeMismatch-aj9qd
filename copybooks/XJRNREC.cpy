      *****************************************************************
      *  XJRNREC.CPY
      *  XREF before-image journal record (XREFJRNL.DAT).  Every
      *  program that adds or changes an XREF master entry appends
      *  one record holding the entry as it was before the change
      *  and as it was left, tagged with the job ID and business
      *  date of the run.  The backout program reads the journal to
      *  put a bad run's entries back.  An added entry has a blank
      *  before-image; a removed entry has a blank after-image.
      *****************************************************************
       01  XREF-JOURNAL-RECORD.
           05  XJ-RUN-DATE                 PIC 9(8).
           05  XJ-JOB-ID                   PIC X(8).
           05  XJ-TIMESTAMP                PIC X(21).
           05  XJ-ACTION                   PIC X.
               88  XJ-ENTRY-ADDED          VALUE 'A'.
               88  XJ-ENTRY-CHANGED        VALUE 'C'.
               88  XJ-ENTRY-REMOVED        VALUE 'D'.
           05  XJ-ORIG-ID                  PIC 9(5).
           05  XJ-BEFORE-IMAGE             PIC X(58).
           05  XJ-AFTER-IMAGE              PIC X(58).

      *  mark the key inactive, reactivates undo an erroneous delete
      *  and restore the original key.  The reject rework program
      *  writes recycled repairs in this same layout.
      *  Each source's feed is enveloped: an 'H' header carrying the
      *  source code, file creation date and the source's file
      *  sequence number, then the detail records, then a 'T'
      *  trailer carrying the detail record count and the hash total
      *  of the numeric TR-ORIG-ID values (modulo 1,000,000,000).
      *  A merge ('M') names the victim ID in TR-ORIG-ID and the
      *  surviving ID in place of the effective date; merges and
      *  un-merges ('U') take effect on the business date they are
      *  received and are never held.
      *****************************************************************
       01  TRANS-IN-RECORD.
           05  TR-TRANS-CODE               PIC X.
               88  TR-CHANGE-TRANS         VALUE 'C'.
               88  TR-DELETE-TRANS         VALUE 'D'.
               88  TR-REACT-TRANS          VALUE 'R'.
               88  TR-MERGE-TRANS          VALUE 'M'.
               88  TR-UNMERGE-TRANS        VALUE 'U'.
               88  TR-CODE-VALID           VALUE 'A' 'C' 'D' 'R'
                                                 'M' 'U'.
               88  TR-FEED-HEADER          VALUE 'H'.
               88  TR-FEED-TRAILER         VALUE 'T'.
           05  TR-DETAIL-DATA.
               10  TR-ORIG-ID              PIC 9(5).
               10  TR-EFF-DATE             PIC 9(8).
               10  TR-SOURCE-SYSTEM        PIC X(3).
           05  TR-MERGE-DATA REDEFINES TR-DETAIL-DATA.
               10  TR-MRG-VICTIM-ID        PIC 9(5).
               10  TR-MRG-SURVIVOR-ID      PIC 9(5).
               10  FILLER                  PIC X(3).
               10  TR-MRG-SOURCE-SYSTEM    PIC X(3).
           05  TR-HEADER-DATA REDEFINES TR-DETAIL-DATA.
               10  TR-HDR-FILE-SEQ         PIC 9(5).
               10  TR-HDR-CREATE-DATE      PIC 9(8).
               10  TR-HDR-SOURCE-SYSTEM    PIC X(3).
           05  TR-TRAILER-DATA REDEFINES TR-DETAIL-DATA.
               10  TR-TRL-RECORD-COUNT     PIC 9(7).
               10  TR-TRL-HASH-TOTAL       PIC 9(9).

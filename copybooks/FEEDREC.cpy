      *****************************************************************
      *  FEEDREC.CPY
      *  Inbound feed control record (FEEDCTL.DAT), one per source
      *  code, kept alongside the source registration master.  The
      *  batch converter accepts a source's feed only when its header
      *  file sequence is one more than the last accepted sequence
      *  (the first feed ever received from a source sets the
      *  starting point).  The prior sequence is the last one
      *  accepted before the current business date, so a restarted
      *  run can re-admit the feeds it had already accepted that
      *  day.  The reject rework program envelopes RECYCLE.DAT under
      *  source code 'RWK', which must be registered on SRCMAST.DAT.
      *****************************************************************
       01  FEED-CONTROL-RECORD.
           05  FC-SOURCE-SYSTEM            PIC X(3).
           05  FC-LAST-FILE-SEQ            PIC 9(5).
           05  FC-PRIOR-FILE-SEQ           PIC 9(5).
           05  FC-LAST-CREATE-DATE         PIC 9(8).
           05  FC-LAST-ACCEPT-DATE         PIC 9(8).
           05  FC-LAST-RECORD-COUNT        PIC 9(7).
           05  FC-LAST-HASH-TOTAL          PIC 9(9).
           05  FC-FEEDS-ACCEPTED           PIC 9(7).

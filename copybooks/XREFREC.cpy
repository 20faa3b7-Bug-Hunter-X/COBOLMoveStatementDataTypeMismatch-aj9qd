      *  lookup in both directions (ID to key via the record key,
      *  key to ID via the alternate key).  A change transaction
      *  saves the superseded key in XRF-PRIOR-KEY; a delete
      *  transaction marks the entry inactive.  A merge transaction
      *  marks the victim entry merged and points it at the
      *  surviving ID and that ID's key; lookups follow the pointer
      *  to the survivor.  An un-merge clears the pointer and makes
      *  the victim active again.
      *****************************************************************
       01  XREF-RECORD.
           05  XRF-ORIG-ID                 PIC 9(5).
           05  XRF-STATUS                  PIC X.
               88  XRF-ACTIVE              VALUE 'A'.
               88  XRF-INACTIVE            VALUE 'I'.
               88  XRF-MERGED              VALUE 'M'.
           05  XRF-PRIOR-KEY               PIC X(10).
           05  XRF-FIRST-CONV-DATE         PIC 9(8).
           05  XRF-LAST-CONV-DATE          PIC 9(8).
           05  XRF-MERGED-TO-ID            PIC 9(5).
           05  XRF-MERGED-TO-KEY           PIC X(10).

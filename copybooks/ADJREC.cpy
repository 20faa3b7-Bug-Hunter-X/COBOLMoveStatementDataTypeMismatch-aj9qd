      *****************************************************************
      *  ADJREC.CPY
      *  Pending XREF adjustment record (ADJPEND.DAT), keyed by
      *  request number.  One operator keys a request to change a
      *  key, force a status, or set or clear the prior key of one
      *  XREF entry; the value found on XREF at that time is kept in
      *  ADJ-BEFORE-VALUE.  A second, different operator approves or
      *  rejects it.  An approved request is applied only if the
      *  entry still holds the before-value; otherwise it is marked
      *  failed.  Maintained by the XREF adjustment program.
      *****************************************************************
       01  XREF-ADJUST-RECORD.
           05  ADJ-REQ-NO                  PIC 9(7).
           05  ADJ-STATUS                  PIC X.
               88  ADJ-PENDING             VALUE 'P'.
               88  ADJ-APPLIED             VALUE 'A'.
               88  ADJ-REJECTED            VALUE 'R'.
               88  ADJ-FAILED              VALUE 'F'.
           05  ADJ-TYPE                    PIC X.
               88  ADJ-CHANGE-KEY          VALUE 'K'.
               88  ADJ-FORCE-STATUS        VALUE 'S'.
               88  ADJ-SET-PRIOR           VALUE 'P'.
               88  ADJ-CLEAR-PRIOR         VALUE 'C'.
               88  ADJ-TYPE-VALID          VALUE 'K' 'S' 'P' 'C'.
           05  ADJ-ORIG-ID                 PIC 9(5).
           05  ADJ-NEW-VALUE               PIC X(10).
           05  ADJ-BEFORE-VALUE            PIC X(10).
           05  ADJ-REQUESTER               PIC X(8).
           05  ADJ-REQ-DATE                PIC 9(8).
           05  ADJ-REASON                  PIC X(30).
           05  ADJ-CHECKER                 PIC X(8).
           05  ADJ-DECISION-DATE           PIC 9(8).
           05  ADJ-DECISION-REASON         PIC X(30).

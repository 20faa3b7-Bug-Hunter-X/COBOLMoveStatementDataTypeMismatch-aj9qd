      *  by the batch converter and read back by the downstream
      *  acknowledgment matching program.  The key-migration extract
      *  uses the same layout with the superseded key carried in the
      *  first ten bytes of the detail filler.  The XREF backout
      *  extract uses DEL1 details for keys downstream must remove
      *  and RST1 details for keys it must restore, with the key
      *  being withdrawn (if any) in the prior-key position, and
      *  MRG1 details, survivor key in that position, when backing
      *  out an un-merge.
      *  The merge extract (MERGEOUT.DAT) uses MRG1 details for a
      *  victim key downstream must repoint to the survivor key and
      *  UMG1 details for a victim key that stands on its own again.
      *****************************************************************
       01  CONV-OUT-DETAIL-RECORD.
           05  CO-DET-TYPE                 PIC X(4).
               88  CO-DET-CONVERTED        VALUE 'DET1'.
               88  CO-DET-DELETE           VALUE 'DEL1'.
               88  CO-DET-RESTORE          VALUE 'RST1'.
               88  CO-DET-MERGE            VALUE 'MRG1'.
               88  CO-DET-UNMERGE          VALUE 'UMG1'.
           05  CO-DET-KEY                  PIC X(10).
           05  CO-DET-FILLER               PIC X(26).
           05  CO-DET-FILLER-R REDEFINES CO-DET-FILLER.
               10  CO-DET-PRIOR-KEY        PIC X(10).
               10  CO-DET-FILLER-2         PIC X(16).
           05  CO-DET-MERGE-R REDEFINES CO-DET-FILLER.
               10  CO-DET-SURVIVOR-KEY     PIC X(10).
               10  CO-DET-MERGE-SOURCE     PIC X(3).
               10  CO-DET-VICTIM-ID        PIC 9(5).
               10  CO-DET-SURVIVOR-ID      PIC 9(5).
               10  FILLER                  PIC X(3).
       01  CONV-OUT-HEADER-RECORD.
           05  CO-HDR-TYPE                 PIC X(4).
           05  CO-HDR-RUN-DATE             PIC 9(8).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INV-RECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-FILE ASSIGN TO "XREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-ORIG-ID
               ALTERNATE RECORD KEY IS XRF-CONV-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT INV-IN-FILE ASSIGN TO "DSINV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INV-FILE-STATUS.

           SELECT REFRESH-OUT-FILE ASSIGN TO "REFRESH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RFSH-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "INVRECON.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

           SELECT XREF-SORTED-FILE ASSIGN TO "INVXREF.TMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XSRT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "INVSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 58 CHARACTERS.
           COPY XREFREC.

       FD  INV-IN-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 20 CHARACTERS.
       01  INV-IN-RECORD.
           05  IV-KEY                      PIC X(10).
           05  IV-LOAD-DATE                PIC 9(8).
           05  FILLER                      PIC X(2).

       FD  REFRESH-OUT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY CONVREC.

       FD  REPORT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD                  PIC X(80).

       FD  BUS-DATE-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY BDATREC.

       FD  XREF-SORTED-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  XREF-SORTED-RECORD.
           05  XS-KEY                      PIC X(10).
           05  XS-CLASS                    PIC X.
               88  XS-KEY-ACTIVE           VALUE '1'.
               88  XS-KEY-MERGED           VALUE '2'.
               88  XS-KEY-INACTIVE         VALUE '3'.
               88  XS-KEY-SUPERSEDED       VALUE '4'.
           05  XS-SEQ                      PIC 9(9).
           05  XS-ORIG-ID                  PIC 9(5).
           05  XS-OTHER-KEY                PIC X(10).
           05  XS-LOAD-DATE                PIC 9(8).
           05  XS-MERGED-TO-ID             PIC 9(5).
           05  FILLER                      PIC X(2).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-KEY                      PIC X(10).
           05  SW-CLASS                    PIC X.
           05  SW-SEQ                      PIC 9(9).
           05  SW-ORIG-ID                  PIC 9(5).
           05  SW-OTHER-KEY                PIC X(10).
           05  SW-LOAD-DATE                PIC 9(8).
           05  SW-MERGED-TO-ID             PIC 9(5).
           05  FILLER                      PIC X(2).

       WORKING-STORAGE SECTION.
           COPY WSDATA.

       01  WS-SWITCHES.
           05  WS-XREF-EOF-SWITCH      PIC X VALUE 'N'.
               88  END-OF-XREF-FILE    VALUE 'Y'.
           05  WS-INV-EOF-SWITCH       PIC X VALUE 'N'.
               88  END-OF-INV-FILE     VALUE 'Y'.
           05  WS-INV-PRESENT-SWITCH   PIC X VALUE 'N'.
               88  INV-FILE-PRESENT    VALUE 'Y'.
           05  WS-XREF-READY-SWITCH    PIC X VALUE 'N'.
               88  XREF-KEY-READY      VALUE 'Y'.
           05  WS-XREF-HELD-SWITCH     PIC X VALUE 'N'.
               88  XREF-KEY-HELD       VALUE 'Y'.
           05  WS-INV-READY-SWITCH     PIC X VALUE 'N'.
               88  INV-KEY-READY       VALUE 'Y'.
           05  WS-MRG-EOF-SWITCH       PIC X VALUE 'N'.
               88  END-OF-MERGE-CHAIN  VALUE 'Y'.
           05  WS-SURVIVOR-SWITCH      PIC X VALUE 'N'.
               88  SURVIVOR-ON-XREF    VALUE 'Y'.

       01  WS-RUN-MODE                 PIC X VALUE 'R'.
           88  WS-RECON-ONLY           VALUE 'R'.
           88  WS-REFRESH-MODE         VALUE 'F'.

       01  WS-PARM-MODE                PIC X(10).

       01  WS-XREF-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-INV-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-RFSH-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-BDAT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-XSRT-FILE-STATUS         PIC X(2) VALUE '00'.

       01  WS-RELEASE-SEQ              PIC 9(9) COMP VALUE ZERO.

       01  WS-MATCH-WORK.
           05  WS-XREF-MATCH-KEY       PIC X(10) VALUE SPACES.
           05  WS-PREV-XREF-KEY        PIC X(10) VALUE SPACES.
           05  WS-MATCH-CLASS          PIC X VALUE SPACE.
               88  WS-MATCH-ACTIVE     VALUE '1'.
               88  WS-MATCH-MERGED     VALUE '2'.
               88  WS-MATCH-INACTIVE   VALUE '3'.
               88  WS-MATCH-SUPERSEDED VALUE '4'.
           05  WS-MATCH-ORIG-ID        PIC 9(5) VALUE ZERO.
           05  WS-MATCH-OTHER-KEY      PIC X(10) VALUE SPACES.
           05  WS-MATCH-MERGED-TO-ID   PIC 9(5) VALUE ZERO.
           05  WS-MRG-DEPTH            PIC 9(2) VALUE ZERO.
           05  WS-MRG-MAX-DEPTH        PIC 9(2) VALUE 10.
           05  WS-INV-MATCH-KEY        PIC X(10) VALUE SPACES.
           05  WS-PREV-INV-KEY         PIC X(10) VALUE SPACES.
           05  WS-INV-MATCH-DATE       PIC 9(8) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-XREF-ENTRIES-READ    PIC 9(9) VALUE ZERO.
           05  WS-XREF-ACTIVE-KEYS     PIC 9(9) VALUE ZERO.
           05  WS-INV-RECORDS-READ     PIC 9(9) VALUE ZERO.
           05  WS-KEYS-AGREED          PIC 9(9) VALUE ZERO.
           05  WS-KEYS-HELD-INACTIVE   PIC 9(9) VALUE ZERO.
           05  WS-KEYS-HELD-SUPERSEDED PIC 9(9) VALUE ZERO.
           05  WS-KEYS-HELD-MERGED     PIC 9(9) VALUE ZERO.
           05  WS-KEYS-MISSING         PIC 9(9) VALUE ZERO.
           05  WS-KEYS-NEVER-ISSUED    PIC 9(9) VALUE ZERO.
           05  WS-KEYS-DUPLICATED      PIC 9(9) VALUE ZERO.
           05  WS-REFRESH-WRITTEN      PIC 9(9) VALUE ZERO.

       01  WS-REFRESH-ID-TOTAL         PIC 9(15) VALUE ZERO.

       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-TAG              PIC X(14).
           05  WS-RPT-KEY              PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-TEXT             PIC X(54).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PARAMETERS.
           PERFORM 1000-INITIALIZE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-KEY SW-CLASS SW-SEQ
               INPUT PROCEDURE IS 2000-RELEASE-XREF-KEYS
               GIVING XREF-SORTED-FILE.
           IF INV-FILE-PRESENT
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-KEY SW-SEQ
                   INPUT PROCEDURE IS 2500-RELEASE-INVENTORY-KEYS
                   OUTPUT PROCEDURE IS 3000-MATCH-INVENTORY
           END-IF.
           PERFORM 9000-TERMINATE.
           PERFORM 9100-PRINT-RECON-SUMMARY.
           STOP RUN.

       0100-GET-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-MODE
           END-ACCEPT.
           IF WS-PARM-MODE = 'REFRESH'
               SET WS-REFRESH-MODE TO TRUE
           END-IF.

       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-FILE-STATUS NOT = '00'
               DISPLAY 'XREF-FILE OPEN ERROR, STATUS='
                   WS-XREF-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT INV-IN-FILE.
           IF WS-INV-FILE-STATUS = '00'
               SET INV-FILE-PRESENT TO TRUE
           ELSE
               IF WS-INV-FILE-STATUS = '35' AND WS-REFRESH-MODE
                   SET END-OF-INV-FILE TO TRUE
                   DISPLAY 'NO DOWNSTREAM INVENTORY ON DSINV.DAT - '
                       'REFRESH EXTRACT ONLY'
               ELSE
                   DISPLAY 'INV-IN-FILE OPEN ERROR, STATUS='
                       WS-INV-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-REFRESH-MODE
               OPEN OUTPUT REFRESH-OUT-FILE
               IF WS-RFSH-FILE-STATUS NOT = '00'
                   DISPLAY 'REFRESH-OUT-FILE OPEN ERROR, STATUS='
                       WS-RFSH-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO CONV-OUT-HEADER-RECORD
               MOVE 'HDR1' TO CO-HDR-TYPE
               MOVE WS-RUN-DATE TO CO-HDR-RUN-DATE
               MOVE ZERO TO CO-HDR-COUNT-PLACEHOLDER
               WRITE CONV-OUT-HEADER-RECORD
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'REPORT-FILE OPEN ERROR, STATUS='
                   WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'DOWNSTREAM INVENTORY RECONCILIATION - RUN DATE '
                  WS-RUN-DATE
               DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF NOT INV-FILE-PRESENT
               MOVE SPACES TO WS-RPT-DETAIL-LINE
               MOVE 'NO INVENTORY: ' TO WS-RPT-TAG
               MOVE 'DSINV.DAT NOT RECEIVED - NO KEYS COMPARED'
                   TO WS-RPT-TEXT
               MOVE WS-RPT-DETAIL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE ZERO TO XRF-ORIG-ID.
           START XREF-FILE KEY NOT < XRF-ORIG-ID
               INVALID KEY
                   SET END-OF-XREF-FILE TO TRUE
           END-START.
           IF NOT END-OF-XREF-FILE
               PERFORM 2050-READ-NEXT-XREF
           END-IF.

       1050-GET-BUSINESS-DATE.
           OPEN INPUT BUS-DATE-FILE.
           IF WS-BDAT-FILE-STATUS = '00'
               READ BUS-DATE-FILE
                   AT END
                       MOVE '10' TO WS-BDAT-FILE-STATUS
               END-READ
           END-IF.
           IF WS-BDAT-FILE-STATUS NOT = '00'
               OR BD-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'BUSINESS DATE NOT AVAILABLE, STATUS='
                   WS-BDAT-FILE-STATUS
               DISPLAY 'SET THE BUSINESS DATE ON BUSDATE.DAT'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
           CLOSE BUS-DATE-FILE.

       2000-RELEASE-XREF-KEYS.
           PERFORM 2100-RELEASE-XREF-ENTRY
               UNTIL END-OF-XREF-FILE.

       2050-READ-NEXT-XREF.
           READ XREF-FILE NEXT RECORD
               AT END
                   SET END-OF-XREF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-XREF-FILE
               AND WS-XREF-FILE-STATUS NOT = '00'
               DISPLAY 'XREF-FILE READ ERROR, STATUS='
                   WS-XREF-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       2100-RELEASE-XREF-ENTRY.
           ADD 1 TO WS-XREF-ENTRIES-READ.
           IF XRF-CONV-KEY NOT = SPACES
               MOVE SPACES TO SORT-WORK-RECORD
               ADD 1 TO WS-RELEASE-SEQ
               MOVE XRF-CONV-KEY TO SW-KEY
               MOVE WS-RELEASE-SEQ TO SW-SEQ
               MOVE XRF-ORIG-ID TO SW-ORIG-ID
               MOVE ZERO TO SW-LOAD-DATE
               MOVE ZERO TO SW-MERGED-TO-ID
               IF XRF-ACTIVE
                   MOVE '1' TO SW-CLASS
                   ADD 1 TO WS-XREF-ACTIVE-KEYS
                   IF WS-REFRESH-MODE
                       PERFORM 2200-WRITE-REFRESH-DETAIL
                   END-IF
               ELSE
                   IF XRF-MERGED
                       MOVE '2' TO SW-CLASS
                       MOVE XRF-MERGED-TO-ID TO SW-MERGED-TO-ID
                   ELSE
                       MOVE '3' TO SW-CLASS
                   END-IF
               END-IF
               RELEASE SORT-WORK-RECORD
           END-IF.
           IF XRF-PRIOR-KEY NOT = SPACES
               AND XRF-PRIOR-KEY NOT = XRF-CONV-KEY
               MOVE SPACES TO SORT-WORK-RECORD
               ADD 1 TO WS-RELEASE-SEQ
               MOVE XRF-PRIOR-KEY TO SW-KEY
               MOVE '4' TO SW-CLASS
               MOVE WS-RELEASE-SEQ TO SW-SEQ
               MOVE XRF-ORIG-ID TO SW-ORIG-ID
               MOVE XRF-CONV-KEY TO SW-OTHER-KEY
               MOVE ZERO TO SW-LOAD-DATE
               MOVE ZERO TO SW-MERGED-TO-ID
               RELEASE SORT-WORK-RECORD
           END-IF.
           PERFORM 2050-READ-NEXT-XREF.

       2200-WRITE-REFRESH-DETAIL.
           MOVE SPACES TO CONV-OUT-DETAIL-RECORD.
           MOVE 'DET1' TO CO-DET-TYPE.
           MOVE XRF-CONV-KEY TO CO-DET-KEY.
           WRITE CONV-OUT-DETAIL-RECORD.
           IF WS-RFSH-FILE-STATUS NOT = '00'
               DISPLAY 'REFRESH-OUT-FILE WRITE ERROR, STATUS='
                   WS-RFSH-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-REFRESH-WRITTEN.
           ADD XRF-ORIG-ID TO WS-REFRESH-ID-TOTAL.

       2500-RELEASE-INVENTORY-KEYS.
           MOVE ZERO TO WS-RELEASE-SEQ.
           PERFORM 2600-RELEASE-ONE-INVENTORY-KEY
               UNTIL END-OF-INV-FILE.

       2600-RELEASE-ONE-INVENTORY-KEY.
           READ INV-IN-FILE
               AT END
                   SET END-OF-INV-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-INV-RECORDS-READ
                   MOVE SPACES TO SORT-WORK-RECORD
                   ADD 1 TO WS-RELEASE-SEQ
                   MOVE IV-KEY TO SW-KEY
                   MOVE WS-RELEASE-SEQ TO SW-SEQ
                   MOVE ZERO TO SW-ORIG-ID
                   MOVE IV-LOAD-DATE TO SW-LOAD-DATE
                   MOVE ZERO TO SW-MERGED-TO-ID
                   RELEASE SORT-WORK-RECORD
           END-READ.

       3000-MATCH-INVENTORY.
           OPEN INPUT XREF-SORTED-FILE.
           IF WS-XSRT-FILE-STATUS NOT = '00'
               DISPLAY 'XREF-SORTED-FILE OPEN ERROR, STATUS='
                   WS-XSRT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO WS-PREV-XREF-KEY.
           MOVE LOW-VALUES TO WS-PREV-INV-KEY.
           PERFORM 3050-READ-XREF-KEY.
           PERFORM 3060-RETURN-INVENTORY-KEY.
           PERFORM 3100-MATCH-ONE-KEY
               UNTIL WS-XREF-MATCH-KEY = HIGH-VALUES
                   AND WS-INV-MATCH-KEY = HIGH-VALUES.
           CLOSE XREF-SORTED-FILE.

       3050-READ-XREF-KEY.
           MOVE 'N' TO WS-XREF-READY-SWITCH.
           MOVE 'N' TO WS-XREF-HELD-SWITCH.
           PERFORM 3055-READ-ONE-XREF-RECORD
               UNTIL XREF-KEY-READY.

       3055-READ-ONE-XREF-RECORD.
           READ XREF-SORTED-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-XREF-MATCH-KEY
                   SET XREF-KEY-READY TO TRUE
               NOT AT END
                   IF XS-KEY = WS-PREV-XREF-KEY
                       CONTINUE
                   ELSE
                       MOVE XS-KEY TO WS-XREF-MATCH-KEY
                       MOVE XS-KEY TO WS-PREV-XREF-KEY
                       MOVE XS-CLASS TO WS-MATCH-CLASS
                       MOVE XS-ORIG-ID TO WS-MATCH-ORIG-ID
                       MOVE XS-OTHER-KEY TO WS-MATCH-OTHER-KEY
                       MOVE XS-MERGED-TO-ID TO WS-MATCH-MERGED-TO-ID
                       SET XREF-KEY-READY TO TRUE
                   END-IF
           END-READ.

       3060-RETURN-INVENTORY-KEY.
           MOVE 'N' TO WS-INV-READY-SWITCH.
           PERFORM 3065-RETURN-ONE-INV-RECORD
               UNTIL INV-KEY-READY.

       3065-RETURN-ONE-INV-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-INV-MATCH-KEY
                   SET INV-KEY-READY TO TRUE
               NOT AT END
                   IF SW-KEY = WS-PREV-INV-KEY
                       PERFORM 3500-REPORT-DUPLICATE-KEY
                   ELSE
                       MOVE SW-KEY TO WS-INV-MATCH-KEY
                       MOVE SW-KEY TO WS-PREV-INV-KEY
                       MOVE SW-LOAD-DATE TO WS-INV-MATCH-DATE
                       SET INV-KEY-READY TO TRUE
                   END-IF
           END-RETURN.

       3100-MATCH-ONE-KEY.
           IF WS-INV-MATCH-KEY < WS-XREF-MATCH-KEY
               PERFORM 3200-REPORT-NEVER-ISSUED
               PERFORM 3060-RETURN-INVENTORY-KEY
           ELSE
               IF WS-INV-MATCH-KEY = WS-XREF-MATCH-KEY
                   PERFORM 3300-CHECK-HELD-KEY
                   SET XREF-KEY-HELD TO TRUE
                   PERFORM 3060-RETURN-INVENTORY-KEY
               ELSE
                   IF NOT XREF-KEY-HELD AND WS-MATCH-ACTIVE
                       PERFORM 3400-REPORT-MISSING-KEY
                   END-IF
                   PERFORM 3050-READ-XREF-KEY
               END-IF
           END-IF.

       3200-REPORT-NEVER-ISSUED.
           ADD 1 TO WS-KEYS-NEVER-ISSUED.
           MOVE SPACES TO WS-RPT-DETAIL-LINE.
           MOVE 'NEVER ISSUED: ' TO WS-RPT-TAG.
           MOVE WS-INV-MATCH-KEY TO WS-RPT-KEY.
           STRING 'HELD DOWNSTREAM, NOT ON XREF, LOADED '
                  WS-INV-MATCH-DATE
               DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           MOVE WS-RPT-DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       3300-CHECK-HELD-KEY.
           IF WS-MATCH-ACTIVE
               ADD 1 TO WS-KEYS-AGREED
           ELSE
               MOVE SPACES TO WS-RPT-DETAIL-LINE
               MOVE WS-INV-MATCH-KEY TO WS-RPT-KEY
               IF WS-MATCH-SUPERSEDED
                   ADD 1 TO WS-KEYS-HELD-SUPERSEDED
                   MOVE 'SUPERSEDED:   ' TO WS-RPT-TAG
                   STRING 'ORIG ID ' WS-MATCH-ORIG-ID
                          ' NOW KEYED ' WS-MATCH-OTHER-KEY
                       DELIMITED BY SIZE
                       INTO WS-RPT-TEXT
               ELSE
                   IF WS-MATCH-MERGED
                       ADD 1 TO WS-KEYS-HELD-MERGED
                       MOVE 'MERGED KEY:   ' TO WS-RPT-TAG
                       PERFORM 3350-FOLLOW-MERGE-CHAIN
                       IF SURVIVOR-ON-XREF
                           STRING 'ORIG ID ' WS-MATCH-ORIG-ID
                                  ' MERGED INTO ' XRF-CONV-KEY
                               DELIMITED BY SIZE
                               INTO WS-RPT-TEXT
                       ELSE
                           STRING 'ORIG ID ' WS-MATCH-ORIG-ID
                                  ' MERGED INTO ID '
                                  WS-MATCH-MERGED-TO-ID
                                  ' - NOT ON XREF'
                               DELIMITED BY SIZE
                               INTO WS-RPT-TEXT
                       END-IF
                   ELSE
                       ADD 1 TO WS-KEYS-HELD-INACTIVE
                       MOVE 'DEACTIVATED:  ' TO WS-RPT-TAG
                       STRING 'ORIG ID ' WS-MATCH-ORIG-ID
                              ' IS INACTIVE ON XREF'
                           DELIMITED BY SIZE
                           INTO WS-RPT-TEXT
                   END-IF
               END-IF
               MOVE WS-RPT-DETAIL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       3350-FOLLOW-MERGE-CHAIN.
           MOVE WS-MATCH-MERGED-TO-ID TO XRF-MERGED-TO-ID.
           MOVE ZERO TO WS-MRG-DEPTH.
           MOVE 'N' TO WS-MRG-EOF-SWITCH.
           MOVE 'N' TO WS-SURVIVOR-SWITCH.
           PERFORM 3360-READ-MERGE-SURVIVOR
               UNTIL END-OF-MERGE-CHAIN.

       3360-READ-MERGE-SURVIVOR.
           ADD 1 TO WS-MRG-DEPTH.
           MOVE XRF-MERGED-TO-ID TO XRF-ORIG-ID.
           READ XREF-FILE
               INVALID KEY
                   MOVE 'N' TO WS-SURVIVOR-SWITCH
                   SET END-OF-MERGE-CHAIN TO TRUE
               NOT INVALID KEY
                   SET SURVIVOR-ON-XREF TO TRUE
                   IF NOT XRF-MERGED
                       OR WS-MRG-DEPTH >= WS-MRG-MAX-DEPTH
                       SET END-OF-MERGE-CHAIN TO TRUE
                   END-IF
           END-READ.

       3400-REPORT-MISSING-KEY.
           ADD 1 TO WS-KEYS-MISSING.
           MOVE SPACES TO WS-RPT-DETAIL-LINE.
           MOVE 'MISSING KEY:  ' TO WS-RPT-TAG.
           MOVE WS-XREF-MATCH-KEY TO WS-RPT-KEY.
           STRING 'ACTIVE FOR ORIG ID ' WS-MATCH-ORIG-ID
                  ', NOT HELD DOWNSTREAM'
               DELIMITED BY SIZE
               INTO WS-RPT-TEXT.
           MOVE WS-RPT-DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       3500-REPORT-DUPLICATE-KEY.
           ADD 1 TO WS-KEYS-DUPLICATED.
           MOVE SPACES TO WS-RPT-DETAIL-LINE.
           MOVE 'DUPLICATE:    ' TO WS-RPT-TAG.
           MOVE SW-KEY TO WS-RPT-KEY.
           MOVE 'KEY APPEARS MORE THAN ONCE IN THE INVENTORY'
               TO WS-RPT-TEXT.
           MOVE WS-RPT-DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       9000-TERMINATE.
           CLOSE XREF-FILE.
           IF INV-FILE-PRESENT
               CLOSE INV-IN-FILE
           END-IF.
           IF WS-REFRESH-MODE
               MOVE SPACES TO CONV-OUT-TRAILER-RECORD
               MOVE 'TRL1' TO CO-TRL-TYPE
               MOVE WS-REFRESH-WRITTEN TO CO-TRL-COUNT
               MOVE WS-REFRESH-ID-TOTAL TO CO-TRL-CHECKSUM
               WRITE CONV-OUT-TRAILER-RECORD
               CLOSE REFRESH-OUT-FILE
           END-IF.
           CLOSE REPORT-FILE.
           IF RETURN-CODE = 0
               IF WS-KEYS-HELD-INACTIVE > 0
                   OR WS-KEYS-HELD-SUPERSEDED > 0
                   OR WS-KEYS-HELD-MERGED > 0
                   OR WS-KEYS-MISSING > 0
                   OR WS-KEYS-NEVER-ISSUED > 0
                   OR WS-KEYS-DUPLICATED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       9100-PRINT-RECON-SUMMARY.
           DISPLAY '***************************************'.
           DISPLAY '*        INV-RECON RUN SUMMARY        *'.
           DISPLAY '***************************************'.
           DISPLAY 'XREF ENTRIES READ..: ' WS-XREF-ENTRIES-READ.
           DISPLAY 'ACTIVE XREF KEYS...: ' WS-XREF-ACTIVE-KEYS.
           DISPLAY 'INVENTORY RECORDS..: ' WS-INV-RECORDS-READ.
           DISPLAY 'KEYS IN AGREEMENT..: ' WS-KEYS-AGREED.
           DISPLAY 'HELD, DEACTIVATED..: ' WS-KEYS-HELD-INACTIVE.
           DISPLAY 'HELD, SUPERSEDED...: ' WS-KEYS-HELD-SUPERSEDED.
           DISPLAY 'HELD, MERGED.......: ' WS-KEYS-HELD-MERGED.
           DISPLAY 'ACTIVE, NOT HELD...: ' WS-KEYS-MISSING.
           DISPLAY 'NEVER ISSUED.......: ' WS-KEYS-NEVER-ISSUED.
           DISPLAY 'DUPLICATE IN INV...: ' WS-KEYS-DUPLICATED.
           IF WS-REFRESH-MODE
               DISPLAY 'REFRESH DET1 COUNT.: ' WS-REFRESH-WRITTEN
               DISPLAY 'REFRESH CHECKSUM...: ' WS-REFRESH-ID-TOTAL
           END-IF.
           DISPLAY '***************************************'.

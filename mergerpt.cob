       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERGE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-OUT-FILE ASSIGN TO "MERGEOUT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MRGO-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "MERGERPT.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "MRGSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-OUT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY CONVREC REPLACING
               LEADING ==CO-== BY ==MO-==
               LEADING ==CONV-OUT-== BY ==MERGE-OUT-==.

       FD  REPORT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD                  PIC X(80).

       FD  BUS-DATE-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY BDATREC.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-SOURCE                   PIC X(3).
           05  SW-SEQ                      PIC 9(9).
           05  SW-TYPE                     PIC X(4).
               88  SW-MERGE-DETAIL         VALUE 'MRG1'.
           05  SW-VICTIM-ID                PIC 9(5).
           05  SW-VICTIM-KEY               PIC X(10).
           05  SW-SURVIVOR-ID              PIC 9(5).
           05  SW-SURVIVOR-KEY             PIC X(10).

       WORKING-STORAGE SECTION.
           COPY WSDATA.

       01  WS-SWITCHES.
           05  WS-MRGO-EOF-SWITCH      PIC X VALUE 'N'.
               88  END-OF-MERGE-FILE   VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH      PIC X VALUE 'N'.
               88  END-OF-SORTED-DETAILS VALUE 'Y'.
           05  WS-HEADER-SWITCH        PIC X VALUE 'N'.
               88  HEADER-WAS-SEEN     VALUE 'Y'.
           05  WS-TRAILER-SWITCH       PIC X VALUE 'N'.
               88  TRAILER-WAS-SEEN    VALUE 'Y'.
           05  WS-GROUP-SWITCH         PIC X VALUE 'N'.
               88  SOURCE-GROUP-OPEN   VALUE 'Y'.

       01  WS-MRGO-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-BDAT-FILE-STATUS         PIC X(2) VALUE '00'.

       01  WS-RELEASE-SEQ              PIC 9(9) COMP VALUE ZERO.

       01  WS-EXTRACT-CONTROL.
           05  WS-HDR-RUN-DATE         PIC 9(8) VALUE ZERO.
           05  WS-TRAILER-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-TRAILER-CHECKSUM     PIC 9(15) VALUE ZERO.
           05  WS-VICTIM-ID-TOTAL      PIC 9(15) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-DETAILS-READ         PIC 9(9) VALUE ZERO.
           05  WS-MERGES-REPORTED      PIC 9(9) VALUE ZERO.
           05  WS-UNMERGES-REPORTED    PIC 9(9) VALUE ZERO.
           05  WS-SOURCES-REPORTED     PIC 9(9) VALUE ZERO.
           05  WS-SRC-MERGES           PIC 9(9) VALUE ZERO.
           05  WS-SRC-UNMERGES         PIC 9(9) VALUE ZERO.

       01  WS-CURRENT-SOURCE           PIC X(3) VALUE SPACES.

       01  WS-PAGE-CONTROL.
           05  WS-PAGE-NUMBER          PIC 9(5) VALUE ZERO.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(24) VALUE SPACES.
           05  FILLER                  PIC X(32)
               VALUE 'ID-CONVERTER DAILY MERGE REPORT'.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE 'PAGE '.
           05  WS-HD1-PAGE             PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HD2-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-HEADING-3.
           05  FILLER                  PIC X(3) VALUE 'SRC'.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE 'ACTION'.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'VICTIM ID'.
           05  FILLER                  PIC X(10) VALUE 'VICTIM KEY'.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'SURV ID'.
           05  FILLER                  PIC X(10) VALUE 'SURV KEY'.
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-SOURCE           PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-ACTION           PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-VICTIM-ID        PIC 9(5).
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  WS-DTL-VICTIM-KEY       PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-SURVIVOR-ID      PIC 9(5).
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  WS-DTL-SURVIVOR-KEY     PIC X(10).
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-SOURCE-TOTAL-LINE.
           05  FILLER                  PIC X(7) VALUE 'SOURCE '.
           05  WS-STL-SOURCE           PIC X(3).
           05  FILLER                  PIC X(10) VALUE ' MERGES:  '.
           05  WS-STL-MERGES           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12)
               VALUE '  UNMERGES: '.
           05  WS-STL-UNMERGES         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER                  PIC X(24)
               VALUE 'MERGES REPORTED.......: '.
           05  WS-TOT-MERGES           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                  PIC X(24)
               VALUE 'UNMERGES REPORTED.....: '.
           05  WS-TOT-UNMERGES         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER                  PIC X(24)
               VALUE 'SOURCES REPORTED......: '.
           05  WS-TOT-SOURCES          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  FILLER                  PIC X(14)
               VALUE 'CONTROL ERROR:'.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-MSG-TEXT             PIC X(64).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-SOURCE SW-SEQ
               INPUT PROCEDURE IS 2000-RELEASE-MERGE-DETAILS
               OUTPUT PROCEDURE IS 3000-PRINT-MERGE-LINES.
           PERFORM 4000-VERIFY-EXTRACT-CONTROLS.
           PERFORM 9000-TERMINATE.
           PERFORM 9100-PRINT-MERGE-SUMMARY.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE.
           OPEN INPUT MERGE-OUT-FILE.
           IF WS-MRGO-FILE-STATUS NOT = '00'
               DISPLAY 'MERGE-OUT-FILE OPEN ERROR, STATUS='
                   WS-MRGO-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'REPORT-FILE OPEN ERROR, STATUS='
                   WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 3400-PRINT-PAGE-HEADINGS.
           READ MERGE-OUT-FILE
               AT END
                   SET END-OF-MERGE-FILE TO TRUE.

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

       2000-RELEASE-MERGE-DETAILS.
           PERFORM 2100-RELEASE-ONE-RECORD
               UNTIL END-OF-MERGE-FILE.

       2100-RELEASE-ONE-RECORD.
           IF MO-DET-MERGE OR MO-DET-UNMERGE
               ADD 1 TO WS-DETAILS-READ
               ADD MO-DET-VICTIM-ID TO WS-VICTIM-ID-TOTAL
               MOVE SPACES TO SORT-WORK-RECORD
               ADD 1 TO WS-RELEASE-SEQ
               MOVE MO-DET-MERGE-SOURCE TO SW-SOURCE
               MOVE WS-RELEASE-SEQ TO SW-SEQ
               MOVE MO-DET-TYPE TO SW-TYPE
               MOVE MO-DET-VICTIM-ID TO SW-VICTIM-ID
               MOVE MO-DET-KEY TO SW-VICTIM-KEY
               MOVE MO-DET-SURVIVOR-ID TO SW-SURVIVOR-ID
               MOVE MO-DET-SURVIVOR-KEY TO SW-SURVIVOR-KEY
               RELEASE SORT-WORK-RECORD
           ELSE
               IF MO-HDR-TYPE = 'HDR1'
                   SET HEADER-WAS-SEEN TO TRUE
                   MOVE MO-HDR-RUN-DATE TO WS-HDR-RUN-DATE
               ELSE
                   IF MO-TRL-TYPE = 'TRL1'
                       SET TRAILER-WAS-SEEN TO TRUE
                       MOVE MO-TRL-COUNT TO WS-TRAILER-COUNT
                       MOVE MO-TRL-CHECKSUM TO WS-TRAILER-CHECKSUM
                   END-IF
               END-IF
           END-IF.
           READ MERGE-OUT-FILE
               AT END
                   SET END-OF-MERGE-FILE TO TRUE.

       3000-PRINT-MERGE-LINES.
           PERFORM 3050-RETURN-SORTED-DETAIL.
           PERFORM 3100-PRINT-ONE-DETAIL
               UNTIL END-OF-SORTED-DETAILS.
           IF SOURCE-GROUP-OPEN
               PERFORM 3300-PRINT-SOURCE-TOTAL
           ELSE
               MOVE SPACES TO REPORT-RECORD
               MOVE 'NO MERGES OR UNMERGES FOR THIS RUN DATE'
                   TO REPORT-RECORD
               PERFORM 3500-WRITE-REPORT-LINE
           END-IF.

       3050-RETURN-SORTED-DETAIL.
           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-SORTED-DETAILS TO TRUE.

       3100-PRINT-ONE-DETAIL.
           IF SOURCE-GROUP-OPEN
               IF SW-SOURCE NOT = WS-CURRENT-SOURCE
                   PERFORM 3300-PRINT-SOURCE-TOTAL
                   PERFORM 3200-START-SOURCE-GROUP
               END-IF
           ELSE
               PERFORM 3200-START-SOURCE-GROUP
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3400-PRINT-PAGE-HEADINGS
           END-IF.
           MOVE SW-SOURCE TO WS-DTL-SOURCE.
           IF SW-MERGE-DETAIL
               MOVE 'MERGE' TO WS-DTL-ACTION
               ADD 1 TO WS-SRC-MERGES
               ADD 1 TO WS-MERGES-REPORTED
           ELSE
               MOVE 'UNMERGE' TO WS-DTL-ACTION
               ADD 1 TO WS-SRC-UNMERGES
               ADD 1 TO WS-UNMERGES-REPORTED
           END-IF.
           MOVE SW-VICTIM-ID TO WS-DTL-VICTIM-ID.
           MOVE SW-VICTIM-KEY TO WS-DTL-VICTIM-KEY.
           MOVE SW-SURVIVOR-ID TO WS-DTL-SURVIVOR-ID.
           MOVE SW-SURVIVOR-KEY TO WS-DTL-SURVIVOR-KEY.
           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
           PERFORM 3500-WRITE-REPORT-LINE.
           PERFORM 3050-RETURN-SORTED-DETAIL.

       3200-START-SOURCE-GROUP.
           SET SOURCE-GROUP-OPEN TO TRUE.
           MOVE SW-SOURCE TO WS-CURRENT-SOURCE.
           MOVE ZERO TO WS-SRC-MERGES.
           MOVE ZERO TO WS-SRC-UNMERGES.
           ADD 1 TO WS-SOURCES-REPORTED.

       3300-PRINT-SOURCE-TOTAL.
           MOVE WS-CURRENT-SOURCE TO WS-STL-SOURCE.
           MOVE WS-SRC-MERGES TO WS-STL-MERGES.
           MOVE WS-SRC-UNMERGES TO WS-STL-UNMERGES.
           MOVE WS-SOURCE-TOTAL-LINE TO REPORT-RECORD.
           PERFORM 3500-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 3500-WRITE-REPORT-LINE.

       3400-PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE WS-PAGE-NUMBER TO WS-HD1-PAGE.
           MOVE WS-HEADING-1 TO REPORT-RECORD.
           PERFORM 3500-WRITE-REPORT-LINE.
           MOVE WS-RUN-DATE TO WS-HD2-RUN-DATE.
           MOVE WS-HEADING-2 TO REPORT-RECORD.
           PERFORM 3500-WRITE-REPORT-LINE.
           MOVE WS-HEADING-3 TO REPORT-RECORD.
           PERFORM 3500-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 3500-WRITE-REPORT-LINE.

       3500-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD.
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'REPORT-FILE WRITE ERROR, STATUS='
                   WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-LINE-COUNT.

       4000-VERIFY-EXTRACT-CONTROLS.
           IF NOT HEADER-WAS-SEEN
               MOVE 'NO HDR1 HEADER ON MERGE EXTRACT' TO WS-MSG-TEXT
               PERFORM 4100-PRINT-CONTROL-ERROR
           ELSE
               IF WS-HDR-RUN-DATE NOT = WS-RUN-DATE
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING 'MERGE EXTRACT IS FOR RUN DATE '
                          WS-HDR-RUN-DATE
                       DELIMITED BY SIZE
                       INTO WS-MSG-TEXT
                   PERFORM 4100-PRINT-CONTROL-ERROR
               END-IF
           END-IF.
           IF NOT TRAILER-WAS-SEEN
               MOVE 'NO TRL1 TRAILER ON MERGE EXTRACT' TO WS-MSG-TEXT
               PERFORM 4100-PRINT-CONTROL-ERROR
           ELSE
               IF WS-TRAILER-COUNT NOT = WS-DETAILS-READ
                   MOVE 'TRL1 COUNT DOES NOT MATCH MRG1/UMG1 RECORDS'
                       TO WS-MSG-TEXT
                   PERFORM 4100-PRINT-CONTROL-ERROR
               END-IF
               IF WS-TRAILER-CHECKSUM NOT = WS-VICTIM-ID-TOTAL
                   MOVE 'TRL1 CHECKSUM DOES NOT MATCH VICTIM IDS'
                       TO WS-MSG-TEXT
                   PERFORM 4100-PRINT-CONTROL-ERROR
               END-IF
           END-IF.

       4100-PRINT-CONTROL-ERROR.
           MOVE WS-MESSAGE-LINE TO REPORT-RECORD.
           PERFORM 3500-WRITE-REPORT-LINE.
           DISPLAY 'CONTROL ERROR: ' WS-MSG-TEXT.
           MOVE 4 TO RETURN-CODE.

       9000-TERMINATE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 3500-WRITE-REPORT-LINE.
           MOVE WS-MERGES-REPORTED TO WS-TOT-MERGES.
           MOVE WS-TOTAL-LINE-1 TO REPORT-RECORD.
           PERFORM 3500-WRITE-REPORT-LINE.
           MOVE WS-UNMERGES-REPORTED TO WS-TOT-UNMERGES.
           MOVE WS-TOTAL-LINE-2 TO REPORT-RECORD.
           PERFORM 3500-WRITE-REPORT-LINE.
           MOVE WS-SOURCES-REPORTED TO WS-TOT-SOURCES.
           MOVE WS-TOTAL-LINE-3 TO REPORT-RECORD.
           PERFORM 3500-WRITE-REPORT-LINE.
           CLOSE MERGE-OUT-FILE.
           CLOSE REPORT-FILE.

       9100-PRINT-MERGE-SUMMARY.
           DISPLAY '***************************************'.
           DISPLAY '*       MERGE-REPORT RUN SUMMARY      *'.
           DISPLAY '***************************************'.
           DISPLAY 'RUN DATE...........: ' WS-RUN-DATE.
           DISPLAY 'MERGE DETAILS READ.: ' WS-DETAILS-READ.
           DISPLAY 'TRL1 TRAILER COUNT.: ' WS-TRAILER-COUNT.
           DISPLAY 'MERGES REPORTED....: ' WS-MERGES-REPORTED.
           DISPLAY 'UNMERGES REPORTED..: ' WS-UNMERGES-REPORTED.
           DISPLAY 'SOURCES REPORTED...: ' WS-SOURCES-REPORTED.
           DISPLAY '***************************************'.

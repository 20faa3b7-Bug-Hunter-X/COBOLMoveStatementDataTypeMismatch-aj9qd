               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 58 CHARACTERS.
           COPY XREFREC.

       FD  AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD                  PIC X(80).

       FD  BUS-DATE-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY BDATREC.

       WORKING-STORAGE SECTION.
           COPY WSDATA.

       01  WS-AUD-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-HIST-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-BDAT-FILE-STATUS         PIC X(2) VALUE '00'.

       01  WS-AUD-TABLE-AREA.
           05  WS-AUD-ENTRY OCCURS 100000 TIMES.
           END-IF.

       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE.
           INITIALIZE WS-AUD-TABLE-AREA.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = '00'
               END-IF
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

       1100-LOAD-ARCHIVED-AUDITS.
           IF HIST-FILE-PRESENT
               READ RUN-HIST-FILE
           MOVE SPACES TO WS-RPT-DETAIL-LINE.
           MOVE 'NOTE:         ' TO WS-RPT-TAG.
           MOVE SPACES TO WS-RPT-KEY.
           MOVE 'REBUILT ENTRIES ACTIVE - REAPPLY DELETES AND MERGES'
               TO WS-RPT-TEXT.
           MOVE WS-RPT-DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
                   TO XRF-FIRST-CONV-DATE
               MOVE WS-AUD-LAST-DATE (WS-AUD-SUB)
                   TO XRF-LAST-CONV-DATE
               MOVE ZERO TO XRF-MERGED-TO-ID
               MOVE SPACES TO XRF-MERGED-TO-KEY
               WRITE XREF-RECORD
               IF WS-XREF-FILE-STATUS NOT = '00'
                   DISPLAY 'XREF-FILE REBUILD WRITE ERROR, STATUS='

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       01  WS-SEL-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-BDAT-FILE-STATUS         PIC X(2) VALUE '00'.

       01  WS-SELECTION-CRITERIA.
           05  WS-SEL-DATE-FROM        PIC 9(8) VALUE ZERO.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUD-FILE-STATUS NOT = '00'
               DISPLAY 'AUDIT-FILE OPEN ERROR, STATUS='
               AT END
                   SET END-OF-AUDIT-FILE TO TRUE.

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

       1500-READ-SELECTION-CARD.
           OPEN INPUT SELECT-CARD-FILE.
           IF WS-SEL-FILE-STATUS = '00'

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-MAST-FILE
           05  SC-DESCRIPTION              PIC X(30).
           05  SC-CONTROL-COUNT            PIC X(9).

       FD  BUS-DATE-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY BDATREC.

       WORKING-STORAGE SECTION.
           COPY WSDATA.


       01  WS-SRCM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-CARD-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-BDAT-FILE-STATUS         PIC X(2) VALUE '00'.

       01  WS-COUNTERS.
           05  WS-CARDS-READ           PIC 9(9) VALUE ZERO.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE.
           OPEN I-O SOURCE-MAST-FILE.
           IF WS-SRCM-FILE-STATUS = '35'
               OPEN OUTPUT SOURCE-MAST-FILE
               AT END
                   SET END-OF-CARD-FILE TO TRUE.

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

       2000-PROCESS-CARD-FILE.
           ADD 1 TO WS-CARDS-READ.
           IF SC-CODE = SPACES OR NOT SC-ACTION-VALID

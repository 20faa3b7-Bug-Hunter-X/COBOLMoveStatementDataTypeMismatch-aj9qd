       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRC-SCORECARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-MAST-FILE ASSIGN TO "SRCMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRC-CODE
               FILE STATUS IS WS-SRCM-FILE-STATUS.

           SELECT RATE-CARD-FILE ASSIGN TO "CHGRATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT RUN-HIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO "REJECT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.

           SELECT SUSP-KEEP-FILE ASSIGN TO "SUSPKEPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEEP-FILE-STATUS.

           SELECT SCORE-HIST-FILE ASSIGN TO "SCORHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHST-FILE-STATUS.

           SELECT SCORE-RPT-FILE ASSIGN TO "SCORECRD.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT CHGBACK-RPT-FILE ASSIGN TO "CHGBACK.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHG-FILE-STATUS.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-MAST-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 43 CHARACTERS.
           COPY SRCREC.

       FD  RATE-CARD-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 41 CHARACTERS.
       01  RATE-CARD-RECORD.
           05  CR-CARD-TYPE                PIC X.
               88  CR-RATE-CARD            VALUE 'R'.
               88  CR-OWNER-CARD           VALUE 'O'.
           05  CR-CODE                     PIC X(3).
           05  CR-RATE                     PIC X(7).
           05  CR-RATE-N REDEFINES CR-RATE PIC 9(5)V99.
           05  CR-OWNER                    PIC X(30).

       FD  RUN-HIST-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 89 CHARACTERS.
           COPY RUNHREC.

       FD  REJECT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 28 CHARACTERS.
           COPY REJREC.

       FD  SUSP-KEEP-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 39 CHARACTERS.
           COPY SUSPREC.

       FD  SCORE-HIST-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  SCORE-HIST-RECORD.
           05  SH-MONTH                    PIC 9(6).
           05  SH-SOURCE                   PIC X(3).
           05  SH-RUN-DATE                 PIC 9(8).
           05  SH-RECEIVED                 PIC 9(9).
           05  SH-REJECTS                  PIC 9(9).
           05  SH-SUSPENSE                 PIC 9(9).
           05  SH-WRITEOFFS                PIC 9(9).
           05  SH-OOB-DAYS                 PIC 9(5).
           05  SH-COST                     PIC 9(9)V99.
           05  FILLER                      PIC X(11).

       FD  SCORE-RPT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  SCORE-RPT-RECORD               PIC X(80).

       FD  CHGBACK-RPT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CHGBACK-RPT-RECORD             PIC X(80).

       FD  BUS-DATE-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY BDATREC.

       WORKING-STORAGE SECTION.
           COPY WSDATA.

       01  WS-SWITCHES.
           05  WS-SRCM-EOF-SWITCH      PIC X VALUE 'N'.
               88  END-OF-SOURCE-MASTER VALUE 'Y'.
           05  WS-RATE-EOF-SWITCH      PIC X VALUE 'N'.
               88  END-OF-RATE-FILE    VALUE 'Y'.
           05  WS-HIST-EOF-SWITCH      PIC X VALUE 'N'.
               88  END-OF-HIST-FILE    VALUE 'Y'.
           05  WS-REJ-EOF-SWITCH       PIC X VALUE 'N'.
               88  END-OF-REJECT-FILE  VALUE 'Y'.
           05  WS-SUSP-EOF-SWITCH      PIC X VALUE 'N'.
               88  END-OF-SUSP-FILE    VALUE 'Y'.
           05  WS-SHST-EOF-SWITCH      PIC X VALUE 'N'.
               88  END-OF-SCORE-HIST   VALUE 'Y'.
           05  WS-ARCHIVED-SWITCH      PIC X VALUE 'N'.
               88  BUS-DATE-ARCHIVED   VALUE 'Y'.
           05  WS-RSN-FULL-SWITCH      PIC X VALUE 'N'.
               88  REASON-TABLE-FULL   VALUE 'Y'.
           05  WS-RATE-TABLE-SWITCH    PIC X VALUE 'N'.
               88  RATE-TABLE-PRESENT  VALUE 'Y'.

       01  WS-SRCM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-RATE-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-HIST-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-REJ-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-KEEP-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-SHST-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-CHG-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-BDAT-FILE-STATUS         PIC X(2) VALUE '00'.

       01  WS-PARM-MONTH               PIC X(10).

       01  WS-MONTH-WORK.
           05  WS-SEL-MONTH            PIC 9(6) VALUE ZERO.
           05  WS-PRIOR-MONTH          PIC 9(6) VALUE ZERO.
           05  WS-BUS-MONTH            PIC 9(6) VALUE ZERO.

       01  WS-MONTH-SPLIT              PIC 9(6) VALUE ZERO.
       01  WS-MONTH-SPLIT-R REDEFINES WS-MONTH-SPLIT.
           05  WS-MS-YEAR              PIC 9(4).
           05  WS-MS-MM                PIC 9(2).

       01  WS-DATE-WORK                PIC 9(8) VALUE ZERO.
       01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05  WS-DW-MONTH             PIC 9(6).
           05  WS-DW-DAY               PIC 9(2).

       01  WS-RATE-TABLE.
           05  WS-RATE-REJECT          PIC 9(5)V99 VALUE ZERO.
           05  WS-RATE-SUSPENSE        PIC 9(5)V99 VALUE ZERO.
           05  WS-RATE-WRITEOFF        PIC 9(5)V99 VALUE ZERO.
           05  WS-RATE-OOB-DAY         PIC 9(5)V99 VALUE ZERO.

       01  WS-NO-OWNER                 PIC X(30) VALUE 'UNASSIGNED'.

       01  WS-SOURCE-TABLE-AREA.
           05  WS-SOURCE-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-SOURCE-ENTRY OCCURS 100 TIMES.
               10  WS-SRC-CODE         PIC X(3).
               10  WS-SRC-DESC         PIC X(30).
               10  WS-SRC-OWNER        PIC X(30).
               10  WS-SRC-RECEIVED     PIC 9(9).
               10  WS-SRC-CONVERTED    PIC 9(9).
               10  WS-SRC-REJECTS      PIC 9(9).
               10  WS-SRC-DAYS-FED     PIC 9(5).
               10  WS-SRC-LAST-FED     PIC 9(8).
               10  WS-SRC-OOB-DAYS     PIC 9(5).
               10  WS-SRC-LAST-OOB     PIC 9(8).
               10  WS-SRC-SUSP-0-7     PIC 9(9).
               10  WS-SRC-SUSP-8-30    PIC 9(9).
               10  WS-SRC-SUSP-31-90   PIC 9(9).
               10  WS-SRC-SUSP-OVER-90 PIC 9(9).
               10  WS-SRC-SUSPENSE     PIC 9(9).
               10  WS-SRC-WRITEOFFS    PIC 9(9).
               10  WS-SRC-COST         PIC 9(9)V99.
               10  WS-SRC-PRIOR-FLAG   PIC X.
               10  WS-SRC-PR-RECEIVED  PIC 9(9).
               10  WS-SRC-PR-REJECTS   PIC 9(9).
               10  WS-SRC-PR-SUSPENSE  PIC 9(9).
               10  WS-SRC-PR-WRITEOFFS PIC 9(9).
               10  WS-SRC-PR-OOB-DAYS  PIC 9(5).
               10  WS-SRC-PR-COST      PIC 9(9)V99.

       01  WS-SRC-SUB                  PIC 9(3) VALUE ZERO.
       01  WS-SRC-SCAN-SUB             PIC 9(3) VALUE ZERO.
       01  WS-SRC-WANTED               PIC X(3) VALUE SPACES.

       01  WS-REASON-TABLE-AREA.
           05  WS-REASON-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-REASON-ENTRY OCCURS 500 TIMES.
               10  WS-RSN-SRC-SUB      PIC 9(3).
               10  WS-RSN-TEXT         PIC X(20).
               10  WS-RSN-COUNT        PIC 9(9).

       01  WS-RSN-SUB                  PIC 9(3) VALUE ZERO.
       01  WS-RSN-SCAN-SUB             PIC 9(3) VALUE ZERO.
       01  WS-RSN-WANTED               PIC X(20) VALUE SPACES.

       01  WS-OWNER-TABLE-AREA.
           05  WS-OWNER-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-OWNER-ENTRY OCCURS 100 TIMES.
               10  WS-OWN-NAME         PIC X(30).

       01  WS-OWN-SUB                  PIC 9(3) VALUE ZERO.
       01  WS-OWN-SCAN-SUB             PIC 9(3) VALUE ZERO.
       01  WS-OWN-FOUND-SUB            PIC 9(3) VALUE ZERO.

       01  WS-OWNER-TOTALS.
           05  WS-OT-REJECTS           PIC 9(9) VALUE ZERO.
           05  WS-OT-SUSPENSE          PIC 9(9) VALUE ZERO.
           05  WS-OT-WRITEOFFS         PIC 9(9) VALUE ZERO.
           05  WS-OT-OOB-DAYS          PIC 9(9) VALUE ZERO.
           05  WS-OT-COST              PIC 9(11)V99 VALUE ZERO.

       01  WS-GRAND-TOTALS.
           05  WS-GT-RECEIVED          PIC 9(11) VALUE ZERO.
           05  WS-GT-CONVERTED         PIC 9(11) VALUE ZERO.
           05  WS-GT-REJECTS           PIC 9(11) VALUE ZERO.
           05  WS-GT-OOB-DAYS          PIC 9(11) VALUE ZERO.
           05  WS-GT-SUSPENSE          PIC 9(11) VALUE ZERO.
           05  WS-GT-WRITEOFFS         PIC 9(11) VALUE ZERO.
           05  WS-GT-COST              PIC 9(11)V99 VALUE ZERO.
           05  WS-GT-PRIOR-COUNT       PIC 9(3) VALUE ZERO.
           05  WS-GT-PR-RECEIVED       PIC 9(11) VALUE ZERO.
           05  WS-GT-PR-REJECTS        PIC 9(11) VALUE ZERO.
           05  WS-GT-PR-OOB-DAYS       PIC 9(11) VALUE ZERO.
           05  WS-GT-PR-SUSPENSE       PIC 9(11) VALUE ZERO.
           05  WS-GT-PR-WRITEOFFS      PIC 9(11) VALUE ZERO.
           05  WS-GT-PR-COST           PIC 9(11)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-HIST-RECORDS-READ    PIC 9(9) VALUE ZERO.
           05  WS-SOURCE-DAYS-READ     PIC 9(9) VALUE ZERO.
           05  WS-ARCH-REJECTS-READ    PIC 9(9) VALUE ZERO.
           05  WS-DAY-REJECTS-READ     PIC 9(9) VALUE ZERO.
           05  WS-WRITEOFFS-READ       PIC 9(9) VALUE ZERO.
           05  WS-SUSPENSE-READ        PIC 9(9) VALUE ZERO.
           05  WS-RATE-CARDS-READ      PIC 9(9) VALUE ZERO.
           05  WS-RATE-CARDS-IN-ERROR  PIC 9(9) VALUE ZERO.
           05  WS-HIST-ROWS-WRITTEN    PIC 9(9) VALUE ZERO.

       01  WS-METRIC-WORK.
           05  WS-MET-HAS-PRIOR        PIC X VALUE 'N'.
           05  WS-MET-CUR              PIC 9(11) VALUE ZERO.
           05  WS-MET-PRIOR            PIC 9(11) VALUE ZERO.
           05  WS-MET-MOVE             PIC S9(11) VALUE ZERO.
           05  WS-MET-CUR-AMT          PIC 9(11)V99 VALUE ZERO.
           05  WS-MET-PRIOR-AMT        PIC 9(11)V99 VALUE ZERO.
           05  WS-MET-MOVE-AMT         PIC S9(11)V99 VALUE ZERO.
           05  WS-MET-CUR-PCT          PIC 9(3)V9 VALUE ZERO.
           05  WS-MET-PRIOR-PCT        PIC 9(3)V9 VALUE ZERO.
           05  WS-MET-MOVE-PCT         PIC S9(3)V9 VALUE ZERO.

       01  WS-EDIT-FIELDS.
           05  WS-ED-COUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-ED-COUNT-MOVE        PIC ++,+++,+++,++9.
           05  WS-ED-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-ED-AMOUNT-MOVE       PIC +++,+++,++9.99.
           05  WS-ED-PCT               PIC Z(11)9.9.
           05  WS-ED-PCT-MOVE          PIC +(11)9.9.
           05  WS-ED-RATE              PIC ZZ,ZZ9.99.

       01  WS-PRINT-LINE               PIC X(80) VALUE SPACES.

       01  WS-PAGE-CONTROL.
           05  WS-PAGE-NUMBER          PIC 9(5) VALUE ZERO.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.

       01  WS-CHG-PAGE-CONTROL.
           05  WS-CHG-PAGE-NUMBER      PIC 9(5) VALUE ZERO.
           05  WS-CHG-LINE-COUNT       PIC 9(3) VALUE 99.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(18) VALUE SPACES.
           05  FILLER                  PIC X(38)
               VALUE 'SOURCE SYSTEM DATA-QUALITY SCORECARD'.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE 'PAGE '.
           05  WS-HD1-PAGE             PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HD2-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE 'MONTH: '.
           05  WS-HD2-MONTH            PIC 9(6).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE 'PRIOR MONTH: '.
           05  WS-HD2-PRIOR-MONTH      PIC 9(6).
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-HEADING-3.
           05  FILLER                  PIC X(26) VALUE 'MEASURE'.
           05  FILLER                  PIC X(14)
               VALUE '    THIS MONTH'.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE '   PRIOR MONTH'.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE '      MOVEMENT'.
           05  FILLER                  PIC X(8) VALUE SPACES.

       01  WS-SOURCE-LINE.
           05  FILLER                  PIC X(7) VALUE 'SOURCE '.
           05  WS-SL-CODE              PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SL-DESC              PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE 'OWNER: '.
           05  WS-SL-OWNER             PIC X(29).

       01  WS-METRIC-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ML-LABEL             PIC X(24).
           05  WS-ML-CURRENT           PIC X(14).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ML-PRIOR             PIC X(14).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ML-MOVEMENT          PIC X(14).
           05  FILLER                  PIC X(8) VALUE SPACES.

       01  WS-AGING-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'AGE  0-7: '.
           05  WS-AL-0-7               PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(9) VALUE '  8-30: '.
           05  WS-AL-8-30              PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(9) VALUE ' 31-90: '.
           05  WS-AL-31-90             PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE ' OVER 90: '.
           05  WS-AL-OVER-90           PIC ZZZZZZZZ9.

       01  WS-REASON-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE 'REJECT: '.
           05  WS-RL-REASON            PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RL-PCT               PIC ZZ9.9.
           05  FILLER                  PIC X(12)
               VALUE ' PCT OF RECD'.
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-CHG-HEADING-1.
           05  FILLER                  PIC X(16) VALUE SPACES.
           05  FILLER                  PIC X(41)
               VALUE 'SOURCE SYSTEM REWORK CHARGEBACK STATEMENT'.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE 'PAGE '.
           05  WS-CHG-HD1-PAGE         PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.

       01  WS-CHG-RATE-LINE-1.
           05  FILLER                  PIC X(20)
               VALUE 'RATE PER REJECT....:'.
           05  WS-CRL-REJECT           PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE 'PER SUSPENSE ITEM..:'.
           05  WS-CRL-SUSPENSE         PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-CHG-RATE-LINE-2.
           05  FILLER                  PIC X(20)
               VALUE 'RATE PER WRITE-OFF.:'.
           05  WS-CRL-WRITEOFF         PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE 'PER OUT-OF-BAL DAY.:'.
           05  WS-CRL-OOB-DAY          PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-CHG-HEADING-3.
           05  FILLER                  PIC X(21)
               VALUE 'SRC  DESCRIPTION'.
           05  FILLER                  PIC X(10) VALUE '   REJECTS'.
           05  FILLER                  PIC X(10) VALUE '  SUSPENSE'.
           05  FILLER                  PIC X(10) VALUE '  WRITEOFF'.
           05  FILLER                  PIC X(10) VALUE '  OOB DAYS'.
           05  FILLER                  PIC X(15)
               VALUE '    REWORK COST'.
           05  FILLER                  PIC X(4) VALUE SPACES.

       01  WS-OWNER-LINE.
           05  FILLER                  PIC X(13) VALUE 'SOURCE OWNER:'.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-OL-OWNER             PIC X(30).
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-CHG-DETAIL-LINE.
           05  WS-CD-CODE              PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CD-DESC              PIC X(16).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-CD-REJECTS           PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-CD-SUSPENSE          PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-CD-WRITEOFFS         PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-CD-OOB-DAYS          PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-CD-COST              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PARAMETERS.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-LOAD-SOURCE-MASTER.
           PERFORM 1200-LOAD-RATE-TABLE.
           PERFORM 1300-LOAD-PRIOR-MONTH.
           PERFORM 2000-SCAN-RUN-HISTORY
               UNTIL END-OF-HIST-FILE.
           PERFORM 2500-ADD-UNARCHIVED-REJECTS.
           PERFORM 2600-ADD-SUSPENSE-POSITION.
           MOVE ZERO TO WS-SRC-SUB.
           PERFORM 3000-COST-ONE-SOURCE
               UNTIL WS-SRC-SUB >= WS-SOURCE-COUNT.
           PERFORM 4000-PRINT-SCORECARD.
           PERFORM 5000-PRINT-CHARGEBACK.
           PERFORM 6000-WRITE-SCORE-HISTORY.
           PERFORM 9000-TERMINATE.
           PERFORM 9100-PRINT-SCORECARD-SUMMARY.
           STOP RUN.

       0100-GET-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-MONTH FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-MONTH
           END-ACCEPT.

       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           MOVE WS-DW-MONTH TO WS-BUS-MONTH.
           MOVE WS-BUS-MONTH TO WS-SEL-MONTH.
           IF WS-PARM-MONTH NOT = SPACES
               IF WS-PARM-MONTH (1:6) NOT NUMERIC
                   OR WS-PARM-MONTH (7:4) NOT = SPACES
                   DISPLAY 'INVALID MONTH PARAMETER: ' WS-PARM-MONTH
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-MONTH (1:6) TO WS-SEL-MONTH
           END-IF.
           MOVE WS-SEL-MONTH TO WS-MONTH-SPLIT.
           IF WS-MS-MM < 1 OR WS-MS-MM > 12
               DISPLAY 'INVALID MONTH PARAMETER: ' WS-PARM-MONTH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MS-MM = 1
               SUBTRACT 1 FROM WS-MS-YEAR
               MOVE 12 TO WS-MS-MM
           ELSE
               SUBTRACT 1 FROM WS-MS-MM
           END-IF.
           MOVE WS-MONTH-SPLIT TO WS-PRIOR-MONTH.
           OPEN INPUT RUN-HIST-FILE.
           IF WS-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'RUN-HIST-FILE OPEN ERROR, STATUS='
                   WS-HIST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SCORE-RPT-FILE.
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'SCORE-RPT-FILE OPEN ERROR, STATUS='
                   WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CHGBACK-RPT-FILE.
           IF WS-CHG-FILE-STATUS NOT = '00'
               DISPLAY 'CHGBACK-RPT-FILE OPEN ERROR, STATUS='
                   WS-CHG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ RUN-HIST-FILE
               AT END
                   SET END-OF-HIST-FILE TO TRUE.

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

       1100-LOAD-SOURCE-MASTER.
           OPEN INPUT SOURCE-MAST-FILE.
           IF WS-SRCM-FILE-STATUS NOT = '00'
               DISPLAY 'SOURCE MASTER NOT AVAILABLE, STATUS='
                   WS-SRCM-FILE-STATUS
               DISPLAY 'REGISTER SOURCE SYSTEMS ON SRCMAST.DAT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO SRC-CODE.
           START SOURCE-MAST-FILE KEY NOT < SRC-CODE
               INVALID KEY
                   SET END-OF-SOURCE-MASTER TO TRUE
           END-START.
           PERFORM 1150-LOAD-ONE-SOURCE
               UNTIL END-OF-SOURCE-MASTER.
           CLOSE SOURCE-MAST-FILE.

       1150-LOAD-ONE-SOURCE.
           READ SOURCE-MAST-FILE NEXT RECORD
               AT END
                   SET END-OF-SOURCE-MASTER TO TRUE
           END-READ.
           IF NOT END-OF-SOURCE-MASTER
               MOVE SRC-CODE TO WS-SRC-WANTED
               PERFORM 1400-FIND-SOURCE-ENTRY
               IF WS-SRC-SUB > ZERO
                   MOVE SRC-DESCRIPTION TO WS-SRC-DESC (WS-SRC-SUB)
               END-IF
           END-IF.

       1200-LOAD-RATE-TABLE.
           OPEN INPUT RATE-CARD-FILE.
           IF WS-RATE-FILE-STATUS = '00'
               SET RATE-TABLE-PRESENT TO TRUE
               PERFORM 1250-APPLY-ONE-RATE-CARD
                   UNTIL END-OF-RATE-FILE
               CLOSE RATE-CARD-FILE
           ELSE
               IF WS-RATE-FILE-STATUS = '35'
                   DISPLAY 'NO CHARGEBACK RATE TABLE ON CHGRATE.DAT'
                       ' - REWORK COSTS ARE ZERO'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY 'RATE-CARD-FILE OPEN ERROR, STATUS='
                       WS-RATE-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1250-APPLY-ONE-RATE-CARD.
           READ RATE-CARD-FILE
               AT END
                   SET END-OF-RATE-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RATE-CARDS-READ
                   IF CR-RATE-CARD
                       PERFORM 1260-APPLY-RATE-CARD
                   ELSE
                       IF CR-OWNER-CARD
                           PERFORM 1270-APPLY-OWNER-CARD
                       ELSE
                           DISPLAY 'RATE CARD IGNORED, INVALID TYPE: '
                               RATE-CARD-RECORD
                           PERFORM 1290-COUNT-RATE-CARD-ERROR
                       END-IF
                   END-IF
           END-READ.

       1260-APPLY-RATE-CARD.
           IF CR-RATE NOT NUMERIC
               DISPLAY 'RATE CARD IGNORED, RATE NOT NUMERIC: '
                   RATE-CARD-RECORD
               PERFORM 1290-COUNT-RATE-CARD-ERROR
           ELSE
               IF CR-CODE = 'REJ'
                   MOVE CR-RATE-N TO WS-RATE-REJECT
               ELSE
                   IF CR-CODE = 'SUS'
                       MOVE CR-RATE-N TO WS-RATE-SUSPENSE
                   ELSE
                       IF CR-CODE = 'WOF'
                           MOVE CR-RATE-N TO WS-RATE-WRITEOFF
                       ELSE
                           IF CR-CODE = 'OOB'
                               MOVE CR-RATE-N TO WS-RATE-OOB-DAY
                           ELSE
                               DISPLAY 'RATE CARD IGNORED, UNKNOWN '
                                   'UNIT: ' RATE-CARD-RECORD
                               PERFORM 1290-COUNT-RATE-CARD-ERROR
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1270-APPLY-OWNER-CARD.
           IF CR-CODE = SPACES OR CR-OWNER = SPACES
               DISPLAY 'OWNER CARD IGNORED, SOURCE OR OWNER BLANK: '
                   RATE-CARD-RECORD
               PERFORM 1290-COUNT-RATE-CARD-ERROR
           ELSE
               MOVE CR-CODE TO WS-SRC-WANTED
               PERFORM 1400-FIND-SOURCE-ENTRY
               IF WS-SRC-SUB > ZERO
                   MOVE CR-OWNER TO WS-SRC-OWNER (WS-SRC-SUB)
               END-IF
           END-IF.

       1290-COUNT-RATE-CARD-ERROR.
           ADD 1 TO WS-RATE-CARDS-IN-ERROR.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       1300-LOAD-PRIOR-MONTH.
           OPEN INPUT SCORE-HIST-FILE.
           IF WS-SHST-FILE-STATUS = '00'
               PERFORM 1350-APPLY-ONE-HISTORY-ROW
                   UNTIL END-OF-SCORE-HIST
               CLOSE SCORE-HIST-FILE
           ELSE
               IF WS-SHST-FILE-STATUS NOT = '35'
                   DISPLAY 'SCORE-HIST-FILE OPEN ERROR, STATUS='
                       WS-SHST-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1350-APPLY-ONE-HISTORY-ROW.
           READ SCORE-HIST-FILE
               AT END
                   SET END-OF-SCORE-HIST TO TRUE
               NOT AT END
                   IF SH-MONTH = WS-PRIOR-MONTH
                       MOVE SH-SOURCE TO WS-SRC-WANTED
                       PERFORM 1400-FIND-SOURCE-ENTRY
                       IF WS-SRC-SUB > ZERO
                           PERFORM 1360-KEEP-PRIOR-MONTH
                       END-IF
                   END-IF
           END-READ.

       1360-KEEP-PRIOR-MONTH.
           MOVE 'Y' TO WS-SRC-PRIOR-FLAG (WS-SRC-SUB).
           MOVE SH-RECEIVED TO WS-SRC-PR-RECEIVED (WS-SRC-SUB).
           MOVE SH-REJECTS TO WS-SRC-PR-REJECTS (WS-SRC-SUB).
           MOVE SH-SUSPENSE TO WS-SRC-PR-SUSPENSE (WS-SRC-SUB).
           MOVE SH-WRITEOFFS TO WS-SRC-PR-WRITEOFFS (WS-SRC-SUB).
           MOVE SH-OOB-DAYS TO WS-SRC-PR-OOB-DAYS (WS-SRC-SUB).
           MOVE SH-COST TO WS-SRC-PR-COST (WS-SRC-SUB).

       1400-FIND-SOURCE-ENTRY.
           MOVE ZERO TO WS-SRC-SUB.
           MOVE ZERO TO WS-SRC-SCAN-SUB.
           PERFORM 1450-SCAN-SOURCE-TABLE
               UNTIL WS-SRC-SUB > ZERO
                   OR WS-SRC-SCAN-SUB >= WS-SOURCE-COUNT.
           IF WS-SRC-SUB = ZERO
               IF WS-SOURCE-COUNT < 100
                   PERFORM 1460-ADD-SOURCE-ENTRY
               ELSE
                   DISPLAY 'TOO MANY SOURCE SYSTEMS, LIMIT IS 100 - '
                       'IGNORED: ' WS-SRC-WANTED
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       1450-SCAN-SOURCE-TABLE.
           ADD 1 TO WS-SRC-SCAN-SUB.
           IF WS-SRC-CODE (WS-SRC-SCAN-SUB) = WS-SRC-WANTED
               MOVE WS-SRC-SCAN-SUB TO WS-SRC-SUB
           END-IF.

       1460-ADD-SOURCE-ENTRY.
           ADD 1 TO WS-SOURCE-COUNT.
           MOVE WS-SOURCE-COUNT TO WS-SRC-SUB.
           MOVE WS-SRC-WANTED TO WS-SRC-CODE (WS-SRC-SUB).
           MOVE '(NOT REGISTERED)' TO WS-SRC-DESC (WS-SRC-SUB).
           MOVE WS-NO-OWNER TO WS-SRC-OWNER (WS-SRC-SUB).
           MOVE ZERO TO WS-SRC-RECEIVED (WS-SRC-SUB).
           MOVE ZERO TO WS-SRC-CONVERTED (WS-SRC-SUB).
           MOVE ZERO TO WS-SRC-REJECTS (WS-SRC-SUB).
           MOVE ZERO TO WS-SRC-DAYS-FED (WS-SRC-SUB).
           MOVE ZERO TO WS-SRC-LAST-FED (WS-SRC-SUB).
           MOVE ZERO TO WS-SRC-OOB-DAYS (WS-SRC-SUB).
           MOVE ZERO TO WS-SRC-LAST-OOB (WS-SRC-SUB).
           MOVE ZERO TO WS-SRC-SUSP-0-7 (WS-SRC-SUB).
           MOVE ZERO TO WS-SRC-SUSP-8-30 (WS-SRC-SUB).
           MOVE ZERO TO WS-SRC-SUSP-31-90 (WS-SRC-SUB).
           MOVE ZERO TO WS-SRC-SUSP-OVER-90 (WS-SRC-SUB).
           MOVE ZERO TO WS-SRC-SUSPENSE (WS-SRC-SUB).
           MOVE ZERO TO WS-SRC-WRITEOFFS (WS-SRC-SUB).
           MOVE ZERO TO WS-SRC-COST (WS-SRC-SUB).
           MOVE 'N' TO WS-SRC-PRIOR-FLAG (WS-SRC-SUB).
           MOVE ZERO TO WS-SRC-PR-RECEIVED (WS-SRC-SUB).
           MOVE ZERO TO WS-SRC-PR-REJECTS (WS-SRC-SUB).
           MOVE ZERO TO WS-SRC-PR-SUSPENSE (WS-SRC-SUB).
           MOVE ZERO TO WS-SRC-PR-WRITEOFFS (WS-SRC-SUB).
           MOVE ZERO TO WS-SRC-PR-OOB-DAYS (WS-SRC-SUB).
           MOVE ZERO TO WS-SRC-PR-COST (WS-SRC-SUB).

       2000-SCAN-RUN-HISTORY.
           ADD 1 TO WS-HIST-RECORDS-READ.
           MOVE RH-RUN-DATE TO WS-DATE-WORK.
           IF WS-DW-MONTH = WS-SEL-MONTH
               IF RH-REJECT-TYPE
                   ADD 1 TO WS-ARCH-REJECTS-READ
                   MOVE RH-REJ-SOURCE-SYSTEM TO WS-SRC-WANTED
                   MOVE RH-REJ-REASON TO WS-RSN-WANTED
                   PERFORM 2200-COUNT-REJECT
               END-IF
               IF RH-SOURCE-TYPE
                   PERFORM 2300-COUNT-SOURCE-DAY
               END-IF
               IF RH-WRITEOFF-TYPE
                   PERFORM 2400-COUNT-WRITEOFF
               END-IF
           END-IF.
           IF RH-SUMMARY-TYPE AND RH-RUN-DATE = WS-RUN-DATE
               SET BUS-DATE-ARCHIVED TO TRUE
           END-IF.
           READ RUN-HIST-FILE
               AT END
                   SET END-OF-HIST-FILE TO TRUE.

       2200-COUNT-REJECT.
           PERFORM 1400-FIND-SOURCE-ENTRY.
           IF WS-SRC-SUB > ZERO
               ADD 1 TO WS-SRC-REJECTS (WS-SRC-SUB)
               PERFORM 2250-FIND-REASON-ENTRY
               IF WS-RSN-SUB > ZERO
                   ADD 1 TO WS-RSN-COUNT (WS-RSN-SUB)
               END-IF
           END-IF.

       2250-FIND-REASON-ENTRY.
           MOVE ZERO TO WS-RSN-SUB.
           MOVE ZERO TO WS-RSN-SCAN-SUB.
           PERFORM 2260-SCAN-REASON-TABLE
               UNTIL WS-RSN-SUB > ZERO
                   OR WS-RSN-SCAN-SUB >= WS-REASON-COUNT.
           IF WS-RSN-SUB = ZERO
               IF WS-REASON-COUNT < 500
                   ADD 1 TO WS-REASON-COUNT
                   MOVE WS-REASON-COUNT TO WS-RSN-SUB
                   MOVE WS-SRC-SUB TO WS-RSN-SRC-SUB (WS-RSN-SUB)
                   MOVE WS-RSN-WANTED TO WS-RSN-TEXT (WS-RSN-SUB)
                   MOVE ZERO TO WS-RSN-COUNT (WS-RSN-SUB)
               ELSE
                   IF NOT REASON-TABLE-FULL
                       SET REASON-TABLE-FULL TO TRUE
                       DISPLAY 'TOO MANY REJECT REASONS, LIMIT IS '
                           '500 - REASON DETAIL INCOMPLETE'
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2260-SCAN-REASON-TABLE.
           ADD 1 TO WS-RSN-SCAN-SUB.
           IF WS-RSN-SRC-SUB (WS-RSN-SCAN-SUB) = WS-SRC-SUB
               IF WS-RSN-TEXT (WS-RSN-SCAN-SUB) = WS-RSN-WANTED
                   MOVE WS-RSN-SCAN-SUB TO WS-RSN-SUB
               END-IF
           END-IF.

       2300-COUNT-SOURCE-DAY.
           ADD 1 TO WS-SOURCE-DAYS-READ.
           MOVE RH-SRC-CODE TO WS-SRC-WANTED.
           PERFORM 1400-FIND-SOURCE-ENTRY.
           IF WS-SRC-SUB > ZERO
               ADD RH-SRC-RECORDS-READ TO WS-SRC-RECEIVED (WS-SRC-SUB)
               ADD RH-SRC-RECORDS-MOVED
                   TO WS-SRC-CONVERTED (WS-SRC-SUB)
               IF RH-SRC-RECORDS-READ > ZERO
                   AND RH-RUN-DATE NOT = WS-SRC-LAST-FED (WS-SRC-SUB)
                   ADD 1 TO WS-SRC-DAYS-FED (WS-SRC-SUB)
                   MOVE RH-RUN-DATE TO WS-SRC-LAST-FED (WS-SRC-SUB)
               END-IF
               IF RH-SRC-BALANCE-FLAG = 'N'
                   AND RH-RUN-DATE NOT = WS-SRC-LAST-OOB (WS-SRC-SUB)
                   ADD 1 TO WS-SRC-OOB-DAYS (WS-SRC-SUB)
                   MOVE RH-RUN-DATE TO WS-SRC-LAST-OOB (WS-SRC-SUB)
               END-IF
           END-IF.

       2400-COUNT-WRITEOFF.
           ADD 1 TO WS-WRITEOFFS-READ.
           MOVE RH-WOF-SOURCE-SYSTEM TO WS-SRC-WANTED.
           PERFORM 1400-FIND-SOURCE-ENTRY.
           IF WS-SRC-SUB > ZERO
               ADD 1 TO WS-SRC-WRITEOFFS (WS-SRC-SUB)
           END-IF.

       2500-ADD-UNARCHIVED-REJECTS.
           IF WS-SEL-MONTH = WS-BUS-MONTH
               AND NOT BUS-DATE-ARCHIVED
               OPEN INPUT REJECT-FILE
               IF WS-REJ-FILE-STATUS = '00'
                   PERFORM 2550-COUNT-ONE-DAY-REJECT
                       UNTIL END-OF-REJECT-FILE
                   CLOSE REJECT-FILE
               ELSE
                   IF WS-REJ-FILE-STATUS NOT = '35'
                       DISPLAY 'REJECT-FILE OPEN ERROR, STATUS='
                           WS-REJ-FILE-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       2550-COUNT-ONE-DAY-REJECT.
           READ REJECT-FILE
               AT END
                   SET END-OF-REJECT-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-DAY-REJECTS-READ
                   MOVE REJ-SOURCE-SYSTEM TO WS-SRC-WANTED
                   MOVE REJ-REASON TO WS-RSN-WANTED
                   PERFORM 2200-COUNT-REJECT
           END-READ.

       2600-ADD-SUSPENSE-POSITION.
           OPEN INPUT SUSP-KEEP-FILE.
           IF WS-KEEP-FILE-STATUS = '00'
               PERFORM 2650-COUNT-ONE-SUSPENSE-ITEM
                   UNTIL END-OF-SUSP-FILE
               CLOSE SUSP-KEEP-FILE
           ELSE
               IF WS-KEEP-FILE-STATUS NOT = '35'
                   DISPLAY 'SUSP-KEEP-FILE OPEN ERROR, STATUS='
                       WS-KEEP-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2650-COUNT-ONE-SUSPENSE-ITEM.
           READ SUSP-KEEP-FILE
               AT END
                   SET END-OF-SUSP-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-SUSPENSE-READ
                   MOVE SUSP-SOURCE-SYSTEM TO WS-SRC-WANTED
                   PERFORM 1400-FIND-SOURCE-ENTRY
                   IF WS-SRC-SUB > ZERO
                       PERFORM 2660-BUCKET-SUSPENSE-ITEM
                   END-IF
           END-READ.

       2660-BUCKET-SUSPENSE-ITEM.
           ADD 1 TO WS-SRC-SUSPENSE (WS-SRC-SUB).
           IF SUSP-AGE-DAYS NOT NUMERIC
               MOVE ZERO TO SUSP-AGE-DAYS
           END-IF.
           IF SUSP-AGE-DAYS <= 7
               ADD 1 TO WS-SRC-SUSP-0-7 (WS-SRC-SUB)
           ELSE
            IF SUSP-AGE-DAYS <= 30
               ADD 1 TO WS-SRC-SUSP-8-30 (WS-SRC-SUB)
            ELSE
             IF SUSP-AGE-DAYS <= 90
               ADD 1 TO WS-SRC-SUSP-31-90 (WS-SRC-SUB)
             ELSE
               ADD 1 TO WS-SRC-SUSP-OVER-90 (WS-SRC-SUB)
             END-IF
            END-IF
           END-IF.

       3000-COST-ONE-SOURCE.
           ADD 1 TO WS-SRC-SUB.
           COMPUTE WS-SRC-COST (WS-SRC-SUB) ROUNDED =
               WS-SRC-REJECTS (WS-SRC-SUB) * WS-RATE-REJECT
               + WS-SRC-SUSPENSE (WS-SRC-SUB) * WS-RATE-SUSPENSE
               + WS-SRC-WRITEOFFS (WS-SRC-SUB) * WS-RATE-WRITEOFF
               + WS-SRC-OOB-DAYS (WS-SRC-SUB) * WS-RATE-OOB-DAY.
           ADD WS-SRC-RECEIVED (WS-SRC-SUB) TO WS-GT-RECEIVED.
           ADD WS-SRC-CONVERTED (WS-SRC-SUB) TO WS-GT-CONVERTED.
           ADD WS-SRC-REJECTS (WS-SRC-SUB) TO WS-GT-REJECTS.
           ADD WS-SRC-OOB-DAYS (WS-SRC-SUB) TO WS-GT-OOB-DAYS.
           ADD WS-SRC-SUSPENSE (WS-SRC-SUB) TO WS-GT-SUSPENSE.
           ADD WS-SRC-WRITEOFFS (WS-SRC-SUB) TO WS-GT-WRITEOFFS.
           ADD WS-SRC-COST (WS-SRC-SUB) TO WS-GT-COST.
           IF WS-SRC-PRIOR-FLAG (WS-SRC-SUB) = 'Y'
               ADD 1 TO WS-GT-PRIOR-COUNT
               ADD WS-SRC-PR-RECEIVED (WS-SRC-SUB)
                   TO WS-GT-PR-RECEIVED
               ADD WS-SRC-PR-REJECTS (WS-SRC-SUB) TO WS-GT-PR-REJECTS
               ADD WS-SRC-PR-OOB-DAYS (WS-SRC-SUB)
                   TO WS-GT-PR-OOB-DAYS
               ADD WS-SRC-PR-SUSPENSE (WS-SRC-SUB)
                   TO WS-GT-PR-SUSPENSE
               ADD WS-SRC-PR-WRITEOFFS (WS-SRC-SUB)
                   TO WS-GT-PR-WRITEOFFS
               ADD WS-SRC-PR-COST (WS-SRC-SUB) TO WS-GT-PR-COST
           END-IF.

       4000-PRINT-SCORECARD.
           IF WS-SEL-MONTH NOT = WS-BUS-MONTH
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'NOTE: SUSPENSE POSITION IS AS AT BUSINESS DATE '
                      WS-RUN-DATE
                   DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 4900-WRITE-SCORE-LINE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 4900-WRITE-SCORE-LINE
           END-IF.
           MOVE ZERO TO WS-SRC-SUB.
           PERFORM 4100-PRINT-SOURCE-BLOCK
               UNTIL WS-SRC-SUB >= WS-SOURCE-COUNT.
           PERFORM 4300-PRINT-GRAND-TOTALS.

       4100-PRINT-SOURCE-BLOCK.
           ADD 1 TO WS-SRC-SUB.
           IF WS-LINE-COUNT + 12 > WS-LINES-PER-PAGE
               MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
           END-IF.
           MOVE WS-SRC-CODE (WS-SRC-SUB) TO WS-SL-CODE.
           MOVE WS-SRC-DESC (WS-SRC-SUB) TO WS-SL-DESC.
           MOVE WS-SRC-OWNER (WS-SRC-SUB) TO WS-SL-OWNER.
           MOVE WS-SOURCE-LINE TO WS-PRINT-LINE.
           PERFORM 4900-WRITE-SCORE-LINE.
           MOVE WS-SRC-PRIOR-FLAG (WS-SRC-SUB) TO WS-MET-HAS-PRIOR.
           MOVE 'RECORDS RECEIVED' TO WS-ML-LABEL.
           MOVE WS-SRC-RECEIVED (WS-SRC-SUB) TO WS-MET-CUR.
           MOVE WS-SRC-PR-RECEIVED (WS-SRC-SUB) TO WS-MET-PRIOR.
           PERFORM 4500-PRINT-COUNT-METRIC.
           MOVE 'RECORDS REJECTED' TO WS-ML-LABEL.
           MOVE WS-SRC-REJECTS (WS-SRC-SUB) TO WS-MET-CUR.
           MOVE WS-SRC-PR-REJECTS (WS-SRC-SUB) TO WS-MET-PRIOR.
           PERFORM 4500-PRINT-COUNT-METRIC.
           MOVE 'REJECT RATE PCT' TO WS-ML-LABEL.
           MOVE WS-SRC-REJECTS (WS-SRC-SUB) TO WS-MET-CUR.
           MOVE WS-SRC-RECEIVED (WS-SRC-SUB) TO WS-MET-PRIOR.
           PERFORM 4600-COMPUTE-CURRENT-PCT.
           MOVE WS-SRC-PR-REJECTS (WS-SRC-SUB) TO WS-MET-CUR.
           MOVE WS-SRC-PR-RECEIVED (WS-SRC-SUB) TO WS-MET-PRIOR.
           PERFORM 4610-COMPUTE-PRIOR-PCT.
           PERFORM 4520-PRINT-PCT-METRIC.
           MOVE 'OUT-OF-BALANCE DAYS' TO WS-ML-LABEL.
           MOVE WS-SRC-OOB-DAYS (WS-SRC-SUB) TO WS-MET-CUR.
           MOVE WS-SRC-PR-OOB-DAYS (WS-SRC-SUB) TO WS-MET-PRIOR.
           PERFORM 4500-PRINT-COUNT-METRIC.
           MOVE 'SUSPENSE OUTSTANDING' TO WS-ML-LABEL.
           MOVE WS-SRC-SUSPENSE (WS-SRC-SUB) TO WS-MET-CUR.
           MOVE WS-SRC-PR-SUSPENSE (WS-SRC-SUB) TO WS-MET-PRIOR.
           PERFORM 4500-PRINT-COUNT-METRIC.
           MOVE WS-SRC-SUSP-0-7 (WS-SRC-SUB) TO WS-AL-0-7.
           MOVE WS-SRC-SUSP-8-30 (WS-SRC-SUB) TO WS-AL-8-30.
           MOVE WS-SRC-SUSP-31-90 (WS-SRC-SUB) TO WS-AL-31-90.
           MOVE WS-SRC-SUSP-OVER-90 (WS-SRC-SUB) TO WS-AL-OVER-90.
           MOVE WS-AGING-LINE TO WS-PRINT-LINE.
           PERFORM 4900-WRITE-SCORE-LINE.
           MOVE 'ITEMS WRITTEN OFF' TO WS-ML-LABEL.
           MOVE WS-SRC-WRITEOFFS (WS-SRC-SUB) TO WS-MET-CUR.
           MOVE WS-SRC-PR-WRITEOFFS (WS-SRC-SUB) TO WS-MET-PRIOR.
           PERFORM 4500-PRINT-COUNT-METRIC.
           MOVE 'REWORK COST' TO WS-ML-LABEL.
           MOVE WS-SRC-COST (WS-SRC-SUB) TO WS-MET-CUR-AMT.
           MOVE WS-SRC-PR-COST (WS-SRC-SUB) TO WS-MET-PRIOR-AMT.
           PERFORM 4510-PRINT-AMOUNT-METRIC.
           MOVE ZERO TO WS-RSN-SUB.
           PERFORM 4200-PRINT-ONE-REASON
               UNTIL WS-RSN-SUB >= WS-REASON-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 4900-WRITE-SCORE-LINE.

       4200-PRINT-ONE-REASON.
           ADD 1 TO WS-RSN-SUB.
           IF WS-RSN-SRC-SUB (WS-RSN-SUB) = WS-SRC-SUB
               MOVE WS-RSN-TEXT (WS-RSN-SUB) TO WS-RL-REASON
               MOVE WS-RSN-COUNT (WS-RSN-SUB) TO WS-RL-COUNT
               MOVE WS-RSN-COUNT (WS-RSN-SUB) TO WS-MET-CUR
               MOVE WS-SRC-RECEIVED (WS-SRC-SUB) TO WS-MET-PRIOR
               PERFORM 4600-COMPUTE-CURRENT-PCT
               MOVE WS-MET-CUR-PCT TO WS-RL-PCT
               MOVE WS-REASON-LINE TO WS-PRINT-LINE
               PERFORM 4900-WRITE-SCORE-LINE
           END-IF.

       4300-PRINT-GRAND-TOTALS.
           IF WS-LINE-COUNT + 9 > WS-LINES-PER-PAGE
               MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
           END-IF.
           MOVE 'ALL SOURCES' TO WS-PRINT-LINE.
           PERFORM 4900-WRITE-SCORE-LINE.
           IF WS-GT-PRIOR-COUNT > ZERO
               MOVE 'Y' TO WS-MET-HAS-PRIOR
           ELSE
               MOVE 'N' TO WS-MET-HAS-PRIOR
           END-IF.
           MOVE 'RECORDS RECEIVED' TO WS-ML-LABEL.
           MOVE WS-GT-RECEIVED TO WS-MET-CUR.
           MOVE WS-GT-PR-RECEIVED TO WS-MET-PRIOR.
           PERFORM 4500-PRINT-COUNT-METRIC.
           MOVE 'RECORDS CONVERTED' TO WS-ML-LABEL.
           MOVE WS-GT-CONVERTED TO WS-MET-CUR.
           MOVE 'N' TO WS-MET-HAS-PRIOR.
           PERFORM 4500-PRINT-COUNT-METRIC.
           IF WS-GT-PRIOR-COUNT > ZERO
               MOVE 'Y' TO WS-MET-HAS-PRIOR
           END-IF.
           MOVE 'RECORDS REJECTED' TO WS-ML-LABEL.
           MOVE WS-GT-REJECTS TO WS-MET-CUR.
           MOVE WS-GT-PR-REJECTS TO WS-MET-PRIOR.
           PERFORM 4500-PRINT-COUNT-METRIC.
           MOVE 'REJECT RATE PCT' TO WS-ML-LABEL.
           MOVE WS-GT-REJECTS TO WS-MET-CUR.
           MOVE WS-GT-RECEIVED TO WS-MET-PRIOR.
           PERFORM 4600-COMPUTE-CURRENT-PCT.
           MOVE WS-GT-PR-REJECTS TO WS-MET-CUR.
           MOVE WS-GT-PR-RECEIVED TO WS-MET-PRIOR.
           PERFORM 4610-COMPUTE-PRIOR-PCT.
           PERFORM 4520-PRINT-PCT-METRIC.
           MOVE 'OUT-OF-BALANCE DAYS' TO WS-ML-LABEL.
           MOVE WS-GT-OOB-DAYS TO WS-MET-CUR.
           MOVE WS-GT-PR-OOB-DAYS TO WS-MET-PRIOR.
           PERFORM 4500-PRINT-COUNT-METRIC.
           MOVE 'SUSPENSE OUTSTANDING' TO WS-ML-LABEL.
           MOVE WS-GT-SUSPENSE TO WS-MET-CUR.
           MOVE WS-GT-PR-SUSPENSE TO WS-MET-PRIOR.
           PERFORM 4500-PRINT-COUNT-METRIC.
           MOVE 'ITEMS WRITTEN OFF' TO WS-ML-LABEL.
           MOVE WS-GT-WRITEOFFS TO WS-MET-CUR.
           MOVE WS-GT-PR-WRITEOFFS TO WS-MET-PRIOR.
           PERFORM 4500-PRINT-COUNT-METRIC.
           MOVE 'REWORK COST' TO WS-ML-LABEL.
           MOVE WS-GT-COST TO WS-MET-CUR-AMT.
           MOVE WS-GT-PR-COST TO WS-MET-PRIOR-AMT.
           PERFORM 4510-PRINT-AMOUNT-METRIC.

       4500-PRINT-COUNT-METRIC.
           MOVE WS-MET-CUR TO WS-ED-COUNT.
           MOVE WS-ED-COUNT TO WS-ML-CURRENT.
           IF WS-MET-HAS-PRIOR = 'Y'
               MOVE WS-MET-PRIOR TO WS-ED-COUNT
               MOVE WS-ED-COUNT TO WS-ML-PRIOR
               COMPUTE WS-MET-MOVE = WS-MET-CUR - WS-MET-PRIOR
               MOVE WS-MET-MOVE TO WS-ED-COUNT-MOVE
               MOVE WS-ED-COUNT-MOVE TO WS-ML-MOVEMENT
           ELSE
               PERFORM 4550-SHOW-NO-PRIOR
           END-IF.
           MOVE WS-METRIC-LINE TO WS-PRINT-LINE.
           PERFORM 4900-WRITE-SCORE-LINE.

       4510-PRINT-AMOUNT-METRIC.
           MOVE WS-MET-CUR-AMT TO WS-ED-AMOUNT.
           MOVE WS-ED-AMOUNT TO WS-ML-CURRENT.
           IF WS-MET-HAS-PRIOR = 'Y'
               MOVE WS-MET-PRIOR-AMT TO WS-ED-AMOUNT
               MOVE WS-ED-AMOUNT TO WS-ML-PRIOR
               COMPUTE WS-MET-MOVE-AMT =
                   WS-MET-CUR-AMT - WS-MET-PRIOR-AMT
               MOVE WS-MET-MOVE-AMT TO WS-ED-AMOUNT-MOVE
               MOVE WS-ED-AMOUNT-MOVE TO WS-ML-MOVEMENT
           ELSE
               PERFORM 4550-SHOW-NO-PRIOR
           END-IF.
           MOVE WS-METRIC-LINE TO WS-PRINT-LINE.
           PERFORM 4900-WRITE-SCORE-LINE.

       4520-PRINT-PCT-METRIC.
           MOVE WS-MET-CUR-PCT TO WS-ED-PCT.
           MOVE WS-ED-PCT TO WS-ML-CURRENT.
           IF WS-MET-HAS-PRIOR = 'Y'
               MOVE WS-MET-PRIOR-PCT TO WS-ED-PCT
               MOVE WS-ED-PCT TO WS-ML-PRIOR
               COMPUTE WS-MET-MOVE-PCT =
                   WS-MET-CUR-PCT - WS-MET-PRIOR-PCT
               MOVE WS-MET-MOVE-PCT TO WS-ED-PCT-MOVE
               MOVE WS-ED-PCT-MOVE TO WS-ML-MOVEMENT
           ELSE
               PERFORM 4550-SHOW-NO-PRIOR
           END-IF.
           MOVE WS-METRIC-LINE TO WS-PRINT-LINE.
           PERFORM 4900-WRITE-SCORE-LINE.

       4550-SHOW-NO-PRIOR.
           MOVE '           N/A' TO WS-ML-PRIOR.
           MOVE SPACES TO WS-ML-MOVEMENT.

       4600-COMPUTE-CURRENT-PCT.
           IF WS-MET-PRIOR > ZERO
               COMPUTE WS-MET-CUR-PCT ROUNDED =
                   WS-MET-CUR * 100 / WS-MET-PRIOR
           ELSE
               MOVE ZERO TO WS-MET-CUR-PCT
           END-IF.

       4610-COMPUTE-PRIOR-PCT.
           IF WS-MET-PRIOR > ZERO
               COMPUTE WS-MET-PRIOR-PCT ROUNDED =
                   WS-MET-CUR * 100 / WS-MET-PRIOR
           ELSE
               MOVE ZERO TO WS-MET-PRIOR-PCT
           END-IF.

       4800-PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE WS-PAGE-NUMBER TO WS-HD1-PAGE.
           MOVE WS-HEADING-1 TO SCORE-RPT-RECORD.
           PERFORM 4950-PUT-SCORE-LINE.
           MOVE WS-RUN-DATE TO WS-HD2-RUN-DATE.
           MOVE WS-SEL-MONTH TO WS-HD2-MONTH.
           MOVE WS-PRIOR-MONTH TO WS-HD2-PRIOR-MONTH.
           MOVE WS-HEADING-2 TO SCORE-RPT-RECORD.
           PERFORM 4950-PUT-SCORE-LINE.
           MOVE WS-HEADING-3 TO SCORE-RPT-RECORD.
           PERFORM 4950-PUT-SCORE-LINE.
           MOVE SPACES TO SCORE-RPT-RECORD.
           PERFORM 4950-PUT-SCORE-LINE.

       4900-WRITE-SCORE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4800-PRINT-PAGE-HEADINGS
           END-IF.
           MOVE WS-PRINT-LINE TO SCORE-RPT-RECORD.
           PERFORM 4950-PUT-SCORE-LINE.

       4950-PUT-SCORE-LINE.
           WRITE SCORE-RPT-RECORD.
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'SCORE-RPT-FILE WRITE ERROR, STATUS='
                   WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-LINE-COUNT.

       5000-PRINT-CHARGEBACK.
           MOVE ZERO TO WS-SRC-SUB.
           PERFORM 5050-REGISTER-SOURCE-OWNER
               UNTIL WS-SRC-SUB >= WS-SOURCE-COUNT.
           MOVE ZERO TO WS-OWN-SUB.
           PERFORM 5100-PRINT-OWNER-STATEMENT
               UNTIL WS-OWN-SUB >= WS-OWNER-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 5900-WRITE-CHGBACK-LINE.
           MOVE SPACES TO WS-CHG-DETAIL-LINE.
           MOVE 'ALL OWNERS' TO WS-CD-DESC.
           MOVE WS-GT-REJECTS TO WS-CD-REJECTS.
           MOVE WS-GT-SUSPENSE TO WS-CD-SUSPENSE.
           MOVE WS-GT-WRITEOFFS TO WS-CD-WRITEOFFS.
           MOVE WS-GT-OOB-DAYS TO WS-CD-OOB-DAYS.
           MOVE WS-GT-COST TO WS-CD-COST.
           MOVE WS-CHG-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 5900-WRITE-CHGBACK-LINE.

       5050-REGISTER-SOURCE-OWNER.
           ADD 1 TO WS-SRC-SUB.
           MOVE ZERO TO WS-OWN-FOUND-SUB.
           MOVE ZERO TO WS-OWN-SCAN-SUB.
           PERFORM 5060-SCAN-OWNER-TABLE
               UNTIL WS-OWN-FOUND-SUB > ZERO
                   OR WS-OWN-SCAN-SUB >= WS-OWNER-COUNT.
           IF WS-OWN-FOUND-SUB = ZERO
               ADD 1 TO WS-OWNER-COUNT
               MOVE WS-SRC-OWNER (WS-SRC-SUB)
                   TO WS-OWN-NAME (WS-OWNER-COUNT)
           END-IF.

       5060-SCAN-OWNER-TABLE.
           ADD 1 TO WS-OWN-SCAN-SUB.
           IF WS-OWN-NAME (WS-OWN-SCAN-SUB)
               = WS-SRC-OWNER (WS-SRC-SUB)
               MOVE WS-OWN-SCAN-SUB TO WS-OWN-FOUND-SUB
           END-IF.

       5100-PRINT-OWNER-STATEMENT.
           ADD 1 TO WS-OWN-SUB.
           MOVE WS-LINES-PER-PAGE TO WS-CHG-LINE-COUNT.
           MOVE WS-OWN-NAME (WS-OWN-SUB) TO WS-OL-OWNER.
           MOVE WS-OWNER-LINE TO WS-PRINT-LINE.
           PERFORM 5900-WRITE-CHGBACK-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 5900-WRITE-CHGBACK-LINE.
           INITIALIZE WS-OWNER-TOTALS.
           MOVE ZERO TO WS-SRC-SUB.
           PERFORM 5200-PRINT-OWNED-SOURCE
               UNTIL WS-SRC-SUB >= WS-SOURCE-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 5900-WRITE-CHGBACK-LINE.
           MOVE SPACES TO WS-CHG-DETAIL-LINE.
           MOVE 'OWNER TOTAL' TO WS-CD-DESC.
           MOVE WS-OT-REJECTS TO WS-CD-REJECTS.
           MOVE WS-OT-SUSPENSE TO WS-CD-SUSPENSE.
           MOVE WS-OT-WRITEOFFS TO WS-CD-WRITEOFFS.
           MOVE WS-OT-OOB-DAYS TO WS-CD-OOB-DAYS.
           MOVE WS-OT-COST TO WS-CD-COST.
           MOVE WS-CHG-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 5900-WRITE-CHGBACK-LINE.

       5200-PRINT-OWNED-SOURCE.
           ADD 1 TO WS-SRC-SUB.
           IF WS-SRC-OWNER (WS-SRC-SUB) = WS-OWN-NAME (WS-OWN-SUB)
               MOVE SPACES TO WS-CHG-DETAIL-LINE
               MOVE WS-SRC-CODE (WS-SRC-SUB) TO WS-CD-CODE
               MOVE WS-SRC-DESC (WS-SRC-SUB) TO WS-CD-DESC
               MOVE WS-SRC-REJECTS (WS-SRC-SUB) TO WS-CD-REJECTS
               MOVE WS-SRC-SUSPENSE (WS-SRC-SUB) TO WS-CD-SUSPENSE
               MOVE WS-SRC-WRITEOFFS (WS-SRC-SUB) TO WS-CD-WRITEOFFS
               MOVE WS-SRC-OOB-DAYS (WS-SRC-SUB) TO WS-CD-OOB-DAYS
               MOVE WS-SRC-COST (WS-SRC-SUB) TO WS-CD-COST
               MOVE WS-CHG-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM 5900-WRITE-CHGBACK-LINE
               ADD WS-SRC-REJECTS (WS-SRC-SUB) TO WS-OT-REJECTS
               ADD WS-SRC-SUSPENSE (WS-SRC-SUB) TO WS-OT-SUSPENSE
               ADD WS-SRC-WRITEOFFS (WS-SRC-SUB) TO WS-OT-WRITEOFFS
               ADD WS-SRC-OOB-DAYS (WS-SRC-SUB) TO WS-OT-OOB-DAYS
               ADD WS-SRC-COST (WS-SRC-SUB) TO WS-OT-COST
           END-IF.

       5800-PRINT-CHGBACK-HEADINGS.
           ADD 1 TO WS-CHG-PAGE-NUMBER.
           MOVE ZERO TO WS-CHG-LINE-COUNT.
           MOVE WS-CHG-PAGE-NUMBER TO WS-CHG-HD1-PAGE.
           MOVE WS-CHG-HEADING-1 TO CHGBACK-RPT-RECORD.
           PERFORM 5950-PUT-CHGBACK-LINE.
           MOVE WS-RUN-DATE TO WS-HD2-RUN-DATE.
           MOVE WS-SEL-MONTH TO WS-HD2-MONTH.
           MOVE WS-PRIOR-MONTH TO WS-HD2-PRIOR-MONTH.
           MOVE WS-HEADING-2 TO CHGBACK-RPT-RECORD.
           PERFORM 5950-PUT-CHGBACK-LINE.
           MOVE WS-RATE-REJECT TO WS-CRL-REJECT.
           MOVE WS-RATE-SUSPENSE TO WS-CRL-SUSPENSE.
           MOVE WS-CHG-RATE-LINE-1 TO CHGBACK-RPT-RECORD.
           PERFORM 5950-PUT-CHGBACK-LINE.
           MOVE WS-RATE-WRITEOFF TO WS-CRL-WRITEOFF.
           MOVE WS-RATE-OOB-DAY TO WS-CRL-OOB-DAY.
           MOVE WS-CHG-RATE-LINE-2 TO CHGBACK-RPT-RECORD.
           PERFORM 5950-PUT-CHGBACK-LINE.
           MOVE SPACES TO CHGBACK-RPT-RECORD.
           PERFORM 5950-PUT-CHGBACK-LINE.
           MOVE WS-CHG-HEADING-3 TO CHGBACK-RPT-RECORD.
           PERFORM 5950-PUT-CHGBACK-LINE.
           MOVE SPACES TO CHGBACK-RPT-RECORD.
           PERFORM 5950-PUT-CHGBACK-LINE.

       5900-WRITE-CHGBACK-LINE.
           IF WS-CHG-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 5800-PRINT-CHGBACK-HEADINGS
           END-IF.
           MOVE WS-PRINT-LINE TO CHGBACK-RPT-RECORD.
           PERFORM 5950-PUT-CHGBACK-LINE.

       5950-PUT-CHGBACK-LINE.
           WRITE CHGBACK-RPT-RECORD.
           IF WS-CHG-FILE-STATUS NOT = '00'
               DISPLAY 'CHGBACK-RPT-FILE WRITE ERROR, STATUS='
                   WS-CHG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CHG-LINE-COUNT.

       6000-WRITE-SCORE-HISTORY.
           OPEN EXTEND SCORE-HIST-FILE.
           IF WS-SHST-FILE-STATUS = '35'
               OPEN OUTPUT SCORE-HIST-FILE
           END-IF.
           IF WS-SHST-FILE-STATUS NOT = '00'
               DISPLAY 'SCORE-HIST-FILE OPEN ERROR, STATUS='
                   WS-SHST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-SRC-SUB.
           PERFORM 6100-WRITE-ONE-HISTORY-ROW
               UNTIL WS-SRC-SUB >= WS-SOURCE-COUNT.
           CLOSE SCORE-HIST-FILE.

       6100-WRITE-ONE-HISTORY-ROW.
           ADD 1 TO WS-SRC-SUB.
           MOVE SPACES TO SCORE-HIST-RECORD.
           MOVE WS-SEL-MONTH TO SH-MONTH.
           MOVE WS-SRC-CODE (WS-SRC-SUB) TO SH-SOURCE.
           MOVE WS-RUN-DATE TO SH-RUN-DATE.
           MOVE WS-SRC-RECEIVED (WS-SRC-SUB) TO SH-RECEIVED.
           MOVE WS-SRC-REJECTS (WS-SRC-SUB) TO SH-REJECTS.
           MOVE WS-SRC-SUSPENSE (WS-SRC-SUB) TO SH-SUSPENSE.
           MOVE WS-SRC-WRITEOFFS (WS-SRC-SUB) TO SH-WRITEOFFS.
           MOVE WS-SRC-OOB-DAYS (WS-SRC-SUB) TO SH-OOB-DAYS.
           MOVE WS-SRC-COST (WS-SRC-SUB) TO SH-COST.
           WRITE SCORE-HIST-RECORD.
           IF WS-SHST-FILE-STATUS NOT = '00'
               DISPLAY 'SCORE-HIST-FILE WRITE ERROR, STATUS='
                   WS-SHST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-HIST-ROWS-WRITTEN.

       9000-TERMINATE.
           CLOSE RUN-HIST-FILE.
           CLOSE SCORE-RPT-FILE.
           CLOSE CHGBACK-RPT-FILE.

       9100-PRINT-SCORECARD-SUMMARY.
           DISPLAY '***************************************'.
           DISPLAY '*     SRC-SCORECARD RUN SUMMARY       *'.
           DISPLAY '***************************************'.
           DISPLAY 'SCORECARD MONTH....: ' WS-SEL-MONTH.
           DISPLAY 'PRIOR MONTH........: ' WS-PRIOR-MONTH.
           DISPLAY 'HISTORY RECS READ..: ' WS-HIST-RECORDS-READ.
           DISPLAY 'SOURCE DAYS READ...: ' WS-SOURCE-DAYS-READ.
           DISPLAY 'ARCHIVED REJECTS...: ' WS-ARCH-REJECTS-READ.
           DISPLAY 'UNARCHIVED REJECTS.: ' WS-DAY-REJECTS-READ.
           DISPLAY 'WRITE-OFFS READ....: ' WS-WRITEOFFS-READ.
           DISPLAY 'SUSPENSE ITEMS READ: ' WS-SUSPENSE-READ.
           DISPLAY 'RATE CARDS READ....: ' WS-RATE-CARDS-READ.
           DISPLAY 'RATE CARDS IN ERROR: ' WS-RATE-CARDS-IN-ERROR.
           DISPLAY 'SOURCES SCORED.....: ' WS-SOURCE-COUNT.
           DISPLAY 'OWNERS CHARGED.....: ' WS-OWNER-COUNT.
           DISPLAY 'HISTORY ROWS ADDED.: ' WS-HIST-ROWS-WRITTEN.
           DISPLAY '***************************************'.

      ******************************************************************
      ******   MONTHLY REPRINT FEE BILLING REPORT (DERPRFEE)       ******
      ******************************************************************
      ******************************************************************
      **                      PROGRAM CHANGE HISTORY                    **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW MONTHLY BATCH PROGRAM - BILLS ON-REQUEST        *
      *          DUPLICATE STATEMENTS. SWEEPS THE RPRLOG FEE LOG       *
      *          WRITTEN BY DESTMRPR FOR THE REQUESTS PROCESSED IN THE *
      *          BILLING MONTH AND PRINTS FEERPT BY FIRM AND BRANCH    *
      *          (THE BRANCH OF THE ACCOUNT'S REP OF RECORD), ONE LINE *
      *          PER REQUESTING USER WITH DUPLICATES EXTRACTED,        *
      *          REQUESTS REJECTED AND FEES CHARGED, WITH BRANCH, FIRM *
      *          AND GRAND TOTALS. THE MONTH IS YYYYMM ON AN OPTIONAL  *
      *          FEEPARM 'PARM' CARD; WITHOUT ONE IT IS THE CALENDAR   *
      *          MONTH BEFORE THE RUN DATE.                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DERPRFEE.
       AUTHOR.        R SUBRAMANIAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-PARM-FILE ASSIGN TO FEEPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT RPR-LOG-FILE ASSIGN TO RPRLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-RPL-KEY-AREA
               FILE STATUS IS WS-RPL-FILE-STATUS.

           SELECT FEE-REPORT ASSIGN TO FEERPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-PARM-FILE
           RECORDING MODE IS F.
       01  FEE-PARM-RECORD.
           05  FEE-PARM-TYPE                 PIC X(4).
               88  FEE-PARM-CONTROL         VALUE 'PARM'.
           05  FEE-PARM-BODY                 PIC X(76).
           05  FILLER REDEFINES FEE-PARM-BODY.
               10  FEE-PARM-MONTH            PIC 9(6).
               10  FILLER                    PIC X(70).

       FD  RPR-LOG-FILE
           RECORDING MODE IS F.
           COPY DERPLFIL.

       FD  FEE-REPORT
           RECORDING MODE IS F.
       01  FEE-REPORT-LINE                   PIC X(100).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SRT-FIRM-NO                   PIC 9(3).
           05  SRT-BRANCH                    PIC X(4).
           05  SRT-REQUESTED-BY              PIC X(10).
           05  SRT-DISPOSITION               PIC X(1).
               88  SRT-EXTRACTED            VALUE 'X'.
           05  SRT-FEE-AMOUNT                PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS          PIC XX.
           88  WS-PARM-FILE-OK         VALUE '00'.
           88  WS-PARM-FILE-EOF        VALUE '10'.

       01  WS-RPL-FILE-STATUS           PIC XX.
           88  WS-RPL-FILE-OK          VALUE '00'.

       01  WS-RPT-FILE-STATUS           PIC XX.
           88  WS-RPT-FILE-OK          VALUE '00'.

       01  WS-FILES-OPEN-SW             PIC X(1)    VALUE 'N'.
           88  WS-FILES-OPENED         VALUE 'Y'.

       01  WS-SWEEP-EOF-SW              PIC X(1)    VALUE 'N'.
           88  WS-SWEEP-EOF            VALUE 'Y'.

       01  WS-SORT-EOF-SW               PIC X(1)    VALUE 'N'.
           88  WS-SORT-EOF             VALUE 'Y'.

       01  WS-FIRST-LINE-SW             PIC X(1)    VALUE 'Y'.
           88  WS-FIRST-LINE           VALUE 'Y'.

       01  WS-RUN-DATE-CYMD             PIC 9(8)    VALUE ZEROS.
       01  FILLER REDEFINES WS-RUN-DATE-CYMD.
           05  WS-RUN-YEAR              PIC 9(4).
           05  WS-RUN-MONTH             PIC 9(2).
           05  FILLER                   PIC 9(2).

       01  WS-BILL-MONTH                PIC 9(6)    VALUE ZEROS.
       01  FILLER REDEFINES WS-BILL-MONTH.
           05  WS-BILL-YEAR             PIC 9(4).
           05  WS-BILL-MM               PIC 9(2).

       01  WS-PREV-FIRM-NO              PIC 9(3)    VALUE ZEROS.
       01  WS-PREV-BRANCH               PIC X(4)    VALUE SPACES.
       01  WS-PREV-REQUESTED-BY         PIC X(10)   VALUE SPACES.

      *    EXTRACTED, REJECTED AND FEES AT EACH LEVEL OF THE REPORT.
       01  WS-USER-TOTALS.
           05  WS-USER-EXTRACTED        PIC 9(7)    VALUE ZEROS.
           05  WS-USER-REJECTED         PIC 9(7)    VALUE ZEROS.
           05  WS-USER-FEES             PIC 9(9)V99 VALUE ZEROS.
       01  WS-BRANCH-TOTALS.
           05  WS-BRANCH-EXTRACTED      PIC 9(7)    VALUE ZEROS.
           05  WS-BRANCH-REJECTED       PIC 9(7)    VALUE ZEROS.
           05  WS-BRANCH-FEES           PIC 9(9)V99 VALUE ZEROS.
       01  WS-FIRM-TOTALS.
           05  WS-FIRM-EXTRACTED        PIC 9(7)    VALUE ZEROS.
           05  WS-FIRM-REJECTED         PIC 9(7)    VALUE ZEROS.
           05  WS-FIRM-FEES             PIC 9(9)V99 VALUE ZEROS.
       01  WS-GRAND-TOTALS.
           05  WS-GRAND-EXTRACTED       PIC 9(7)    VALUE ZEROS.
           05  WS-GRAND-REJECTED        PIC 9(7)    VALUE ZEROS.
           05  WS-GRAND-FEES            PIC 9(9)V99 VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ          PIC 9(7) VALUE ZEROS.
           05  WS-RECORDS-SELECTED      PIC 9(7) VALUE ZEROS.

       01  WS-FIRM-HEAD-LINE.
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  FILLER                   PIC X(5)    VALUE 'FIRM '.
           05  WS-FH-FIRM-NO            PIC 9(3).

       01  WS-BRANCH-HEAD-LINE.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  FILLER                   PIC X(7)    VALUE 'BRANCH '.
           05  WS-BH-BRANCH             PIC X(4).

       01  WS-USER-LINE.
           05  FILLER                   PIC X(5)    VALUE SPACES.
           05  WS-UL-REQUESTED-BY       PIC X(10).
           05  FILLER                   PIC X(20)   VALUE SPACES.
           05  WS-UL-EXTRACTED          PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  WS-UL-REJECTED           PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  WS-UL-FEES               PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(5)    VALUE SPACES.
           05  WS-TL-DESC               PIC X(30).
           05  WS-TL-EXTRACTED          PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  WS-TL-REJECTED           PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  WS-TL-FEES               PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-FILES-OPENED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-FIRM-NO
                                    SRT-BRANCH
                                    SRT-REQUESTED-BY
                   INPUT PROCEDURE IS 2000-SELECT-LOG-ROWS
                   OUTPUT PROCEDURE IS 4000-PRINT-REPORT
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-CYMD
           IF WS-RUN-MONTH = 1
               COMPUTE WS-BILL-YEAR = WS-RUN-YEAR - 1
               MOVE 12             TO WS-BILL-MM
           ELSE
               MOVE WS-RUN-YEAR    TO WS-BILL-YEAR
               COMPUTE WS-BILL-MM = WS-RUN-MONTH - 1
           END-IF
           PERFORM 1100-GET-MONTH-CARD
           OPEN INPUT  RPR-LOG-FILE
                OUTPUT FEE-REPORT
           IF WS-RPL-FILE-OK AND WS-RPT-FILE-OK
               SET WS-FILES-OPENED TO TRUE
           ELSE
               DISPLAY 'DERPRFEE - OPEN FAILED, RPL='
                   WS-RPL-FILE-STATUS ' RPT=' WS-RPT-FILE-STATUS
           END-IF.

       1100-GET-MONTH-CARD.
           OPEN INPUT FEE-PARM-FILE
           IF WS-PARM-FILE-OK
               PERFORM 1110-READ-PARM-CARD
                   UNTIL WS-PARM-FILE-EOF
               CLOSE FEE-PARM-FILE
           END-IF.

       1110-READ-PARM-CARD.
           READ FEE-PARM-FILE
               AT END
                   SET WS-PARM-FILE-EOF TO TRUE
               NOT AT END
                   IF FEE-PARM-CONTROL
                       AND FEE-PARM-MONTH NUMERIC
                       AND FEE-PARM-MONTH (5:2) > '00'
                       AND FEE-PARM-MONTH (5:2) < '13'
                       MOVE FEE-PARM-MONTH TO WS-BILL-MONTH
                   ELSE
                       DISPLAY 'DERPRFEE - INVALID PARM CARD: '
                           FEE-PARM-RECORD (1:10)
                   END-IF
           END-READ.

       2000-SELECT-LOG-ROWS.
           MOVE LOW-VALUES TO DE-RPL-KEY-AREA
           START RPR-LOG-FILE
               KEY IS NOT LESS THAN DE-RPL-KEY-AREA
               INVALID KEY
                   SET WS-SWEEP-EOF TO TRUE
           END-START
           PERFORM 2100-SWEEP-LOG
               UNTIL WS-SWEEP-EOF.

       2100-SWEEP-LOG.
           READ RPR-LOG-FILE NEXT RECORD
               AT END
                   SET WS-SWEEP-EOF TO TRUE
           END-READ
           IF NOT WS-SWEEP-EOF
               ADD 1 TO WS-RECORDS-READ
               IF DE-RPL-PROCESS-DATE (1:6) = WS-BILL-MONTH
                   PERFORM 2200-RELEASE-LOG-ROW
               END-IF
           END-IF.

      *    A REQUEST WHOSE REP HAS NO BRANCH ON REPMSTR IS BILLED
      *    UNDER BRANCH 'NONE' SO IT STILL SHOWS ON THE REPORT.
       2200-RELEASE-LOG-ROW.
           MOVE DE-RPL-FIRM-NO          TO SRT-FIRM-NO
           IF DE-RPL-BRANCH = SPACES
               MOVE 'NONE'              TO SRT-BRANCH
           ELSE
               MOVE DE-RPL-BRANCH       TO SRT-BRANCH
           END-IF
           MOVE DE-RPL-REQUESTED-BY     TO SRT-REQUESTED-BY
           MOVE DE-RPL-DISPOSITION      TO SRT-DISPOSITION
           MOVE DE-RPL-FEE-AMOUNT       TO SRT-FEE-AMOUNT
           RELEASE SORT-WORK-REC
           ADD 1 TO WS-RECORDS-SELECTED.

       4000-PRINT-REPORT.
           PERFORM 4100-WRITE-HEADING
           PERFORM 4200-RETURN-AND-PRINT
               UNTIL WS-SORT-EOF
           IF NOT WS-FIRST-LINE
               PERFORM 4400-PRINT-USER-LINE
               PERFORM 4500-PRINT-BRANCH-TOTAL
               PERFORM 4600-PRINT-FIRM-TOTAL
           END-IF
           PERFORM 8100-WRITE-BLANK-LINE
           MOVE 'ALL FIRMS'           TO WS-TL-DESC
           MOVE WS-GRAND-EXTRACTED    TO WS-TL-EXTRACTED
           MOVE WS-GRAND-REJECTED     TO WS-TL-REJECTED
           MOVE WS-GRAND-FEES         TO WS-TL-FEES
           PERFORM 8200-WRITE-TOTAL-LINE.

       4100-WRITE-HEADING.
           MOVE SPACES TO FEE-REPORT-LINE
           STRING 'DERPRFEE REPRINT FEES FOR MONTH '
                  WS-BILL-MONTH
                  ' - RUN ' WS-RUN-DATE-CYMD
               DELIMITED BY SIZE INTO FEE-REPORT-LINE
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO FEE-REPORT-LINE
           MOVE '     REQUESTED BY                  EXTRACTED'
               TO FEE-REPORT-LINE (1:44)
           MOVE '   REJECTED            FEES'
               TO FEE-REPORT-LINE (45:27)
           PERFORM 8000-WRITE-REPORT-LINE.

       4200-RETURN-AND-PRINT.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN
           IF NOT WS-SORT-EOF
               PERFORM 4300-CHECK-BREAKS
               IF SRT-EXTRACTED
                   ADD 1              TO WS-USER-EXTRACTED
                   ADD SRT-FEE-AMOUNT TO WS-USER-FEES
               ELSE
                   ADD 1              TO WS-USER-REJECTED
               END-IF
           END-IF.

       4300-CHECK-BREAKS.
           EVALUATE TRUE
               WHEN WS-FIRST-LINE
                   PERFORM 4310-START-FIRM
               WHEN SRT-FIRM-NO NOT = WS-PREV-FIRM-NO
                   PERFORM 4400-PRINT-USER-LINE
                   PERFORM 4500-PRINT-BRANCH-TOTAL
                   PERFORM 4600-PRINT-FIRM-TOTAL
                   PERFORM 4310-START-FIRM
               WHEN SRT-BRANCH NOT = WS-PREV-BRANCH
                   PERFORM 4400-PRINT-USER-LINE
                   PERFORM 4500-PRINT-BRANCH-TOTAL
                   PERFORM 4320-START-BRANCH
               WHEN SRT-REQUESTED-BY NOT = WS-PREV-REQUESTED-BY
                   PERFORM 4400-PRINT-USER-LINE
                   PERFORM 4330-START-USER
           END-EVALUATE.

       4310-START-FIRM.
           MOVE 'N'              TO WS-FIRST-LINE-SW
           MOVE SRT-FIRM-NO      TO WS-PREV-FIRM-NO
           INITIALIZE WS-FIRM-TOTALS
           PERFORM 8100-WRITE-BLANK-LINE
           MOVE SRT-FIRM-NO      TO WS-FH-FIRM-NO
           MOVE SPACES           TO FEE-REPORT-LINE
           MOVE WS-FIRM-HEAD-LINE TO FEE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 4320-START-BRANCH.

       4320-START-BRANCH.
           MOVE SRT-BRANCH       TO WS-PREV-BRANCH
           INITIALIZE WS-BRANCH-TOTALS
           MOVE SRT-BRANCH       TO WS-BH-BRANCH
           MOVE SPACES           TO FEE-REPORT-LINE
           MOVE WS-BRANCH-HEAD-LINE TO FEE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 4330-START-USER.

       4330-START-USER.
           MOVE SRT-REQUESTED-BY TO WS-PREV-REQUESTED-BY
           INITIALIZE WS-USER-TOTALS.

      *    THE USER'S LINE IS PRINTED WHEN THE USER CHANGES AND ITS
      *    COUNTS ROLL UP INTO THE BRANCH, FIRM AND GRAND TOTALS.
       4400-PRINT-USER-LINE.
           MOVE WS-PREV-REQUESTED-BY TO WS-UL-REQUESTED-BY
           MOVE WS-USER-EXTRACTED    TO WS-UL-EXTRACTED
           MOVE WS-USER-REJECTED     TO WS-UL-REJECTED
           MOVE WS-USER-FEES         TO WS-UL-FEES
           MOVE SPACES               TO FEE-REPORT-LINE
           MOVE WS-USER-LINE         TO FEE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           ADD WS-USER-EXTRACTED TO WS-BRANCH-EXTRACTED
                                    WS-FIRM-EXTRACTED
                                    WS-GRAND-EXTRACTED
           ADD WS-USER-REJECTED  TO WS-BRANCH-REJECTED
                                    WS-FIRM-REJECTED
                                    WS-GRAND-REJECTED
           ADD WS-USER-FEES      TO WS-BRANCH-FEES
                                    WS-FIRM-FEES
                                    WS-GRAND-FEES.

       4500-PRINT-BRANCH-TOTAL.
           MOVE 'BRANCH TOTAL'       TO WS-TL-DESC
           MOVE WS-BRANCH-EXTRACTED  TO WS-TL-EXTRACTED
           MOVE WS-BRANCH-REJECTED   TO WS-TL-REJECTED
           MOVE WS-BRANCH-FEES       TO WS-TL-FEES
           PERFORM 8200-WRITE-TOTAL-LINE.

       4600-PRINT-FIRM-TOTAL.
           MOVE 'FIRM TOTAL'         TO WS-TL-DESC
           MOVE WS-FIRM-EXTRACTED    TO WS-TL-EXTRACTED
           MOVE WS-FIRM-REJECTED     TO WS-TL-REJECTED
           MOVE WS-FIRM-FEES         TO WS-TL-FEES
           PERFORM 8200-WRITE-TOTAL-LINE.

       8000-WRITE-REPORT-LINE.
           WRITE FEE-REPORT-LINE
           IF NOT WS-RPT-FILE-OK
               DISPLAY 'DERPRFEE - REPORT WRITE FAILED, STATUS='
                   WS-RPT-FILE-STATUS
           END-IF.

       8100-WRITE-BLANK-LINE.
           MOVE SPACES TO FEE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

       8200-WRITE-TOTAL-LINE.
           MOVE SPACES        TO FEE-REPORT-LINE
           MOVE WS-TOTAL-LINE TO FEE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

       9000-TERMINATE.
           IF WS-FILES-OPENED
               CLOSE RPR-LOG-FILE FEE-REPORT
           END-IF
           DISPLAY 'DERPRFEE - BILLING MONTH      : ' WS-BILL-MONTH
           DISPLAY 'DERPRFEE - LOG ROWS READ      : ' WS-RECORDS-READ
           DISPLAY 'DERPRFEE - ROWS IN MONTH      : '
                   WS-RECORDS-SELECTED
           DISPLAY 'DERPRFEE - DUPLICATES BILLED  : '
                   WS-GRAND-EXTRACTED
           DISPLAY 'DERPRFEE - FEES BILLED        : ' WS-GRAND-FEES.

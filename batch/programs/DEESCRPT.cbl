      ******************************************************************
      ******   MONTHLY APPROACHING-ESCHEAT REPORT (DEESCRPT)       ******
      ******************************************************************
      ******************************************************************
      **                      PROGRAM CHANGE HISTORY                    **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW MONTHLY BATCH PROGRAM - SWEEPS THE ESCMSTR      *
      *          LOST-SECURITYHOLDER TRACKING MASTER KEPT BY DEESCTRK  *
      *          AND PRINTS EVERY ACCOUNT STILL LOST OR LOCATED-BUT-   *
      *          UNCONFIRMED WHOSE ESCHEAT DATE FALLS INSIDE THE       *
      *          REPORTING WINDOW (OR HAS ALREADY PASSED), BY FIRM AND *
      *          STATE IN ESCHEAT-DATE ORDER, WITH THE SEARCH AND      *
      *          DUE-DILIGENCE LETTER HISTORY COMPLIANCE NEEDS FOR THE *
      *          STATE FILINGS. THE WINDOW COMES FROM THE WINDOW-DAYS  *
      *          FIELD OF THE ESCPARM 'PARM' CARD (DEFAULT 180 DAYS).  *
      *          REPLACES THE HAND TALLY FROM THE WRKLIST PRINTOUT.    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEESCRPT.
       AUTHOR.        R SUBRAMANIAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESC-PARM-FILE ASSIGN TO ESCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT ESC-MASTER-FILE ASSIGN TO ESCMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-ESC-KEY-AREA
               FILE STATUS IS WS-ESC-FILE-STATUS.

           SELECT ESC-REPORT ASSIGN TO ESCRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  ESC-PARM-FILE
           RECORDING MODE IS F.
       01  ESC-PARM-RECORD.
           05  ESC-PARM-TYPE                 PIC X(4).
               88  ESC-PARM-CONTROL         VALUE 'PARM'.
           05  ESC-PARM-BODY                 PIC X(76).
           05  FILLER REDEFINES ESC-PARM-BODY.
               10  FILLER                    PIC X(15).
               10  ESC-PARM-WINDOW-DAYS      PIC 9(3).
               10  FILLER                    PIC X(58).

       FD  ESC-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEESCFIL.

       FD  ESC-REPORT
           RECORDING MODE IS F.
       01  ESC-REPORT-LINE                   PIC X(100).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SRT-FIRM-NO                   PIC 9(3).
           05  SRT-STATE                     PIC X(2).
           05  SRT-ESCHEAT-DATE              PIC 9(8).
           05  SRT-ACCT-NO                   PIC 9(8).
           05  SRT-STATUS                    PIC X(1).
           05  SRT-RETURN-DATE               PIC 9(8).
           05  SRT-SEARCH-COUNT              PIC 9(1).
           05  SRT-RESULT-CODE               PIC X(1).
           05  SRT-LETTER-1-DATE             PIC 9(8).
           05  SRT-LETTER-2-DATE             PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS          PIC XX.
           88  WS-PARM-FILE-OK         VALUE '00'.
           88  WS-PARM-FILE-EOF        VALUE '10'.

       01  WS-ESC-FILE-STATUS           PIC XX.
           88  WS-ESC-FILE-OK          VALUE '00'.

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

       01  WS-WINDOW-DAYS               PIC 9(3)    VALUE 180.
       01  WS-RUN-DATE-CYMD             PIC 9(8)    VALUE ZEROS.
       01  WS-RUN-INTEGER               PIC S9(9)   COMP.
       01  WS-WINDOW-END-INTEGER        PIC S9(9)   COMP.
       01  WS-ESCHEAT-INTEGER           PIC S9(9)   COMP.
       01  WS-DAYS-LEFT                 PIC S9(9)   COMP.

       01  WS-PREV-FIRM-NO              PIC 9(3)    VALUE ZEROS.
       01  WS-PREV-STATE                PIC X(2)    VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ          PIC 9(7) VALUE ZEROS.
           05  WS-RECORDS-SELECTED      PIC 9(7) VALUE ZEROS.
           05  WS-OVERDUE-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-STATE-COUNT           PIC 9(7) VALUE ZEROS.
           05  WS-FIRM-COUNT            PIC 9(7) VALUE ZEROS.

       01  WS-FIRM-HEAD-LINE.
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  FILLER                   PIC X(5)    VALUE 'FIRM '.
           05  WS-FH-FIRM-NO            PIC 9(3).

       01  WS-STATE-HEAD-LINE.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  FILLER                   PIC X(6)    VALUE 'STATE '.
           05  WS-SH-STATE              PIC X(7).

       01  WS-DETAIL-LINE.
           05  FILLER                   PIC X(5)    VALUE SPACES.
           05  WS-DL-ACCT-NO            PIC 9(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  WS-DL-STATUS             PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  WS-DL-RETURN-DATE        PIC 9(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  WS-DL-ESCHEAT-DATE       PIC 9(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  WS-DL-DAYS-LEFT          PIC X(7).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  WS-DL-SEARCHES           PIC 9(1).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  WS-DL-RESULT             PIC X(9).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  WS-DL-LETTER-1-DATE      PIC 9(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  WS-DL-LETTER-2-DATE      PIC 9(8).

       01  WS-DAYS-LEFT-EDIT            PIC Z(6)9.

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(5)    VALUE SPACES.
           05  WS-TL-DESC               PIC X(30).
           05  WS-TL-COUNT              PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-FILES-OPENED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-FIRM-NO
                                    SRT-STATE
                                    SRT-ESCHEAT-DATE
                                    SRT-ACCT-NO
                   INPUT PROCEDURE IS 2000-SELECT-ACCOUNTS
                   OUTPUT PROCEDURE IS 4000-PRINT-REPORT
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-CYMD
           PERFORM 1100-GET-WINDOW-CARD
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-CYMD)
           COMPUTE WS-WINDOW-END-INTEGER =
               WS-RUN-INTEGER + WS-WINDOW-DAYS
           OPEN INPUT  ESC-MASTER-FILE
                OUTPUT ESC-REPORT
           IF WS-ESC-FILE-OK AND WS-RPT-FILE-OK
               SET WS-FILES-OPENED TO TRUE
           ELSE
               DISPLAY 'DEESCRPT - OPEN FAILED, ESC='
                   WS-ESC-FILE-STATUS ' RPT=' WS-RPT-FILE-STATUS
           END-IF.

      *    ONLY THE 'PARM' CARD MATTERS HERE; THE 'STAT' CARDS ON THE
      *    SAME FILE ARE DEESCTRK'S.
       1100-GET-WINDOW-CARD.
           OPEN INPUT ESC-PARM-FILE
           IF WS-PARM-FILE-OK
               PERFORM 1110-READ-PARM-CARD
                   UNTIL WS-PARM-FILE-EOF
               CLOSE ESC-PARM-FILE
           END-IF.

       1110-READ-PARM-CARD.
           READ ESC-PARM-FILE
               AT END
                   SET WS-PARM-FILE-EOF TO TRUE
               NOT AT END
                   IF ESC-PARM-CONTROL
                       AND ESC-PARM-WINDOW-DAYS NUMERIC
                       AND ESC-PARM-WINDOW-DAYS > ZEROS
                       MOVE ESC-PARM-WINDOW-DAYS TO WS-WINDOW-DAYS
                   END-IF
           END-READ.

       2000-SELECT-ACCOUNTS.
           MOVE LOW-VALUES TO DE-ESC-KEY-AREA
           START ESC-MASTER-FILE
               KEY IS NOT LESS THAN DE-ESC-KEY-AREA
               INVALID KEY
                   SET WS-SWEEP-EOF TO TRUE
           END-START
           PERFORM 2100-SWEEP-ESC-MASTER
               UNTIL WS-SWEEP-EOF.

       2100-SWEEP-ESC-MASTER.
           READ ESC-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SWEEP-EOF TO TRUE
           END-READ
           IF NOT WS-SWEEP-EOF
               ADD 1 TO WS-RECORDS-READ
               IF NOT DE-ESC-RESOLVED
                   AND DE-ESC-ESCHEAT-DATE > ZEROS
                   COMPUTE WS-ESCHEAT-INTEGER =
                       FUNCTION INTEGER-OF-DATE(DE-ESC-ESCHEAT-DATE)
                   IF WS-ESCHEAT-INTEGER NOT > WS-WINDOW-END-INTEGER
                       PERFORM 2200-RELEASE-ACCOUNT
                   END-IF
               END-IF
           END-IF.

       2200-RELEASE-ACCOUNT.
           MOVE DE-ESC-FIRM-NO          TO SRT-FIRM-NO
           MOVE DE-ESC-STATE            TO SRT-STATE
           MOVE DE-ESC-ESCHEAT-DATE     TO SRT-ESCHEAT-DATE
           MOVE DE-ESC-ACCT-NO          TO SRT-ACCT-NO
           MOVE DE-ESC-STATUS           TO SRT-STATUS
           MOVE DE-ESC-MAIL-RETURN-DATE TO SRT-RETURN-DATE
           MOVE DE-ESC-SEARCH-COUNT     TO SRT-SEARCH-COUNT
           MOVE DE-ESC-RESULT-CODE      TO SRT-RESULT-CODE
           MOVE DE-ESC-LETTER-1-DATE    TO SRT-LETTER-1-DATE
           MOVE DE-ESC-LETTER-2-DATE    TO SRT-LETTER-2-DATE
           RELEASE SORT-WORK-REC
           ADD 1 TO WS-RECORDS-SELECTED.

       4000-PRINT-REPORT.
           PERFORM 4100-WRITE-HEADING
           PERFORM 4200-RETURN-AND-PRINT
               UNTIL WS-SORT-EOF
           IF NOT WS-FIRST-LINE
               PERFORM 4500-PRINT-STATE-TOTAL
               PERFORM 4600-PRINT-FIRM-TOTAL
           END-IF
           PERFORM 8100-WRITE-BLANK-LINE
           MOVE 'ACCOUNTS APPROACHING ESCHEAT' TO WS-TL-DESC
           MOVE WS-RECORDS-SELECTED           TO WS-TL-COUNT
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE 'OF WHICH ALREADY PAST DATE'  TO WS-TL-DESC
           MOVE WS-OVERDUE-COUNT              TO WS-TL-COUNT
           PERFORM 8200-WRITE-TOTAL-LINE.

       4100-WRITE-HEADING.
           MOVE SPACES TO ESC-REPORT-LINE
           STRING 'DEESCRPT ACCOUNTS APPROACHING ESCHEAT AS OF '
                  WS-RUN-DATE-CYMD
                  ' - WINDOW ' WS-WINDOW-DAYS ' DAYS'
               DELIMITED BY SIZE INTO ESC-REPORT-LINE
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO ESC-REPORT-LINE
           MOVE '     ACCOUNT   STATUS    RETURNED  ESCHEAT   DAYS LEFT'
               TO ESC-REPORT-LINE (1:56)
           MOVE '  SRCH  RESULT     LETTER 1  LETTER 2'
               TO ESC-REPORT-LINE (57:37)
           PERFORM 8000-WRITE-REPORT-LINE.

       4200-RETURN-AND-PRINT.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN
           IF NOT WS-SORT-EOF
               PERFORM 4300-CHECK-BREAKS
               PERFORM 4400-PRINT-DETAIL
           END-IF.

       4300-CHECK-BREAKS.
           EVALUATE TRUE
               WHEN WS-FIRST-LINE
                   PERFORM 4310-START-FIRM
               WHEN SRT-FIRM-NO NOT = WS-PREV-FIRM-NO
                   PERFORM 4500-PRINT-STATE-TOTAL
                   PERFORM 4600-PRINT-FIRM-TOTAL
                   PERFORM 4310-START-FIRM
               WHEN SRT-STATE NOT = WS-PREV-STATE
                   PERFORM 4500-PRINT-STATE-TOTAL
                   PERFORM 4320-START-STATE
           END-EVALUATE.

       4310-START-FIRM.
           MOVE 'N'              TO WS-FIRST-LINE-SW
           MOVE SRT-FIRM-NO      TO WS-PREV-FIRM-NO
           MOVE ZEROS            TO WS-FIRM-COUNT
           PERFORM 8100-WRITE-BLANK-LINE
           MOVE SRT-FIRM-NO      TO WS-FH-FIRM-NO
           MOVE SPACES           TO ESC-REPORT-LINE
           MOVE WS-FIRM-HEAD-LINE TO ESC-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 4320-START-STATE.

       4320-START-STATE.
           MOVE SRT-STATE        TO WS-PREV-STATE
           MOVE ZEROS            TO WS-STATE-COUNT
           IF SRT-STATE = SPACES
               MOVE 'UNKNOWN'    TO WS-SH-STATE
           ELSE
               MOVE SRT-STATE    TO WS-SH-STATE
           END-IF
           MOVE SPACES           TO ESC-REPORT-LINE
           MOVE WS-STATE-HEAD-LINE TO ESC-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

       4400-PRINT-DETAIL.
           MOVE SRT-ACCT-NO       TO WS-DL-ACCT-NO
           IF SRT-STATUS = 'F'
               MOVE 'LOCATED '    TO WS-DL-STATUS
           ELSE
               MOVE 'LOST    '    TO WS-DL-STATUS
           END-IF
           MOVE SRT-RETURN-DATE   TO WS-DL-RETURN-DATE
           MOVE SRT-ESCHEAT-DATE  TO WS-DL-ESCHEAT-DATE
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(SRT-ESCHEAT-DATE)
               - WS-RUN-INTEGER
           IF WS-DAYS-LEFT < ZEROS
               MOVE 'PAST   '    TO WS-DL-DAYS-LEFT
               ADD 1 TO WS-OVERDUE-COUNT
           ELSE
               MOVE WS-DAYS-LEFT  TO WS-DAYS-LEFT-EDIT
               MOVE WS-DAYS-LEFT-EDIT TO WS-DL-DAYS-LEFT
           END-IF
           MOVE SRT-SEARCH-COUNT  TO WS-DL-SEARCHES
           EVALUATE SRT-RESULT-CODE
               WHEN 'F'
                   MOVE 'FOUND    ' TO WS-DL-RESULT
               WHEN 'N'
                   MOVE 'NOT FOUND' TO WS-DL-RESULT
               WHEN 'D'
                   MOVE 'DECEASED ' TO WS-DL-RESULT
               WHEN OTHER
                   MOVE 'PENDING  ' TO WS-DL-RESULT
           END-EVALUATE
           MOVE SRT-LETTER-1-DATE TO WS-DL-LETTER-1-DATE
           MOVE SRT-LETTER-2-DATE TO WS-DL-LETTER-2-DATE
           MOVE SPACES            TO ESC-REPORT-LINE
           MOVE WS-DETAIL-LINE    TO ESC-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           ADD 1 TO WS-STATE-COUNT
           ADD 1 TO WS-FIRM-COUNT.

       4500-PRINT-STATE-TOTAL.
           MOVE 'ACCOUNTS IN STATE'  TO WS-TL-DESC
           MOVE WS-STATE-COUNT       TO WS-TL-COUNT
           PERFORM 8200-WRITE-TOTAL-LINE.

       4600-PRINT-FIRM-TOTAL.
           MOVE 'ACCOUNTS IN FIRM'   TO WS-TL-DESC
           MOVE WS-FIRM-COUNT        TO WS-TL-COUNT
           PERFORM 8200-WRITE-TOTAL-LINE.

       8000-WRITE-REPORT-LINE.
           WRITE ESC-REPORT-LINE
           IF NOT WS-RPT-FILE-OK
               DISPLAY 'DEESCRPT - REPORT WRITE FAILED, STATUS='
                   WS-RPT-FILE-STATUS
           END-IF.

       8100-WRITE-BLANK-LINE.
           MOVE SPACES TO ESC-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

       8200-WRITE-TOTAL-LINE.
           MOVE SPACES        TO ESC-REPORT-LINE
           MOVE WS-TOTAL-LINE TO ESC-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

       9000-TERMINATE.
           IF WS-FILES-OPENED
               CLOSE ESC-MASTER-FILE ESC-REPORT
           END-IF
           DISPLAY 'DEESCRPT - WINDOW DAYS        : ' WS-WINDOW-DAYS
           DISPLAY 'DEESCRPT - RECORDS READ       : ' WS-RECORDS-READ
           DISPLAY 'DEESCRPT - ACCOUNTS SELECTED  : '
                   WS-RECORDS-SELECTED
           DISPLAY 'DEESCRPT - ALREADY PAST DATE  : '
                   WS-OVERDUE-COUNT.

      ******************************************************************
      ******   E-MAIL BOUNCE FEED / PAPER FALLBACK JOB (DEEDCBNC)  ******
      ******************************************************************
      ******************************************************************
      **                      PROGRAM CHANGE HISTORY                    **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW BATCH PROGRAM - APPLIES THE CLIENT-PORTAL       *
      *          VENDOR'S DAILY BOUNCED-NOTIFICATION FILE (FIRM,       *
      *          ACCOUNT, BOUNCE REASON, BOUNCE DATE, ADDRESS) TO THE  *
      *          EDCMSTR CONSENT MASTER THE WAY DERTMAIL APPLIES       *
      *          RETURNED PAPER MAIL TO HAPMSTR. EACH BOUNCE AGAINST   *
      *          A LIVE CONSENT ADDS TO THE ACCOUNT'S BOUNCE COUNT;    *
      *          WHEN THE COUNT REACHES THE LIMIT (BNCPARM 'PARM'      *
      *          CARD, DEFAULT 3) THE CONSENT STATUS GOES TO 'P' SO    *
      *          DESTMPRD PUTS THE ACCOUNT BACK ON PAPER. A BOUNCE FOR *
      *          AN ADDRESS THE CLIENT HAS SINCE REPLACED IS IGNORED.  *
      *          EVERY BOUNCE APPLIED IS PRINTED ON THE BNCLIST BRANCH *
      *          WORK LIST SEQUENCED BY DE-HAPI-REP, FALLBACKS MARKED, *
      *          SO THE REP CAN CHASE A GOOD ADDRESS. RECORDED ON      *
      *          RUNCTL THROUGH DERUNLOG.                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEEDCBNC.
       AUTHOR.        R SUBRAMANIAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BNC-PARM-FILE ASSIGN TO BNCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT BNC-FEED-FILE ASSIGN TO BNCFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNC-FILE-STATUS.

           SELECT EDC-MASTER-FILE ASSIGN TO EDCMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-EDC-KEY-AREA
               FILE STATUS IS WS-EDC-FILE-STATUS.

           SELECT HAPI-MASTER-FILE ASSIGN TO HAPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-HAPI-KEY-AREA
               FILE STATUS IS WS-HAP-FILE-STATUS.

           SELECT WORK-LIST-REPORT ASSIGN TO BNCLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  BNC-PARM-FILE
           RECORDING MODE IS F.
       01  BNC-PARM-RECORD.
           05  BNC-PARM-TYPE                 PIC X(4).
               88  BNC-PARM-CONTROL         VALUE 'PARM'.
           05  BNC-PARM-BOUNCE-LIMIT         PIC 9(3).
           05  FILLER                        PIC X(73).

       FD  BNC-FEED-FILE
           RECORDING MODE IS F.
       01  BNC-FEED-RECORD.
           05  BNC-FEED-FIRM-NO              PIC 9(3).
           05  BNC-FEED-ACCT-NO              PIC 9(8).
           05  BNC-FEED-REASON               PIC X(4).
           05  BNC-FEED-BOUNCE-DATE          PIC 9(8).
           05  BNC-FEED-EMAIL-ADDRESS        PIC X(50).
           05  FILLER                        PIC X(7).

       FD  EDC-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEEDCFIL.

       FD  HAPI-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEHAPFIL.

       FD  WORK-LIST-REPORT
           RECORDING MODE IS F.
       01  WORK-LIST-LINE                    PIC X(80).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SRT-REP                       PIC X(4).
           05  SRT-FIRM-NO                   PIC 9(3).
           05  SRT-ACCT-NO                   PIC 9(8).
           05  SRT-STATUS                    PIC X(1).
           05  SRT-BOUNCE-COUNT              PIC 9(3).
           05  SRT-BOUNCE-DATE               PIC 9(8).
           05  SRT-REASON                    PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS          PIC XX.
           88  WS-PARM-FILE-OK         VALUE '00'.
           88  WS-PARM-FILE-EOF        VALUE '10'.

       01  WS-BNC-FILE-STATUS           PIC XX.
           88  WS-BNC-FILE-OK          VALUE '00'.
           88  WS-BNC-FILE-EOF         VALUE '10'.

       01  WS-EDC-FILE-STATUS           PIC XX.
           88  WS-EDC-FILE-OK          VALUE '00'.
           88  WS-EDC-FILE-NOTFND      VALUE '23'.

       01  WS-HAP-FILE-STATUS           PIC XX.
           88  WS-HAP-FILE-OK          VALUE '00'.
           88  WS-HAP-FILE-NOTFND      VALUE '23'.

       01  WS-RPT-FILE-STATUS           PIC XX.
           88  WS-RPT-FILE-OK          VALUE '00'.

       01  WS-FILES-OPEN-SW             PIC X(1)    VALUE 'N'.
           88  WS-FILES-OPENED         VALUE 'Y'.

       01  WS-SORT-EOF-SW               PIC X(1)    VALUE 'N'.
           88  WS-SORT-EOF             VALUE 'Y'.

      *    BOUNCES ALLOWED AGAINST ONE CONSENT BEFORE THE ACCOUNT
      *    FALLS BACK TO PAPER, UNLESS A 'PARM' CARD SAYS OTHERWISE.
       01  WS-BOUNCE-LIMIT              PIC 9(3)    VALUE 003.

       01  WS-COUNTERS.
           05  WS-PARM-CARDS-READ       PIC 9(7) VALUE ZEROS.
           05  WS-FEED-RECORDS-READ     PIC 9(7) VALUE ZEROS.
           05  WS-BOUNCES-APPLIED       PIC 9(7) VALUE ZEROS.
           05  WS-PAPER-FALLBACKS       PIC 9(7) VALUE ZEROS.
           05  WS-STALE-BOUNCES         PIC 9(7) VALUE ZEROS.
           05  WS-FEED-REJECTS          PIC 9(7) VALUE ZEROS.
           05  WS-WORK-LIST-LINES       PIC 9(7) VALUE ZEROS.

       01  WS-COLUMN-HEADING.
           05  FILLER                   PIC X(30)   VALUE
               ' REP   FIRM-ACCOUNT  STATUS   '.
           05  FILLER                   PIC X(28)   VALUE
               '       CNT  BNC DATE  REASON'.

       01  WS-DETAIL-LINE.
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  WS-DL-REP                PIC X(4).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  WS-DL-FIRM-NO            PIC 9(3).
           05  FILLER                   PIC X(1)    VALUE '-'.
           05  WS-DL-ACCT-NO            PIC 9(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  WS-DL-STATUS             PIC X(14).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  WS-DL-BOUNCE-COUNT       PIC ZZ9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  WS-DL-BOUNCE-DATE        PIC 9(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  WS-DL-REASON             PIC X(4).

       01  WS-RUNLOG-RUN-DATE           PIC 9(8)    VALUE ZEROS.

           COPY DERNLINK.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-FILES-OPENED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-REP
                                    SRT-FIRM-NO
                                    SRT-ACCT-NO
                   INPUT PROCEDURE IS 2000-APPLY-BOUNCES
                   OUTPUT PROCEDURE IS 4000-PRINT-WORK-LIST
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE SPACES     TO RUNLOG-PARM-AREA
           SET DE-RUNLOG-START TO TRUE
           MOVE 'DEEDCBNC' TO DE-RUNLOG-JOB-NAME
           CALL 'DERUNLOG' USING RUNLOG-PARM-AREA
           MOVE DE-RUNLOG-RUN-DATE TO WS-RUNLOG-RUN-DATE
           IF DE-RUNLOG-RETURN-CODE NOT = ZEROS
               DISPLAY 'DEEDCBNC - RUN-CONTROL START FAILED, RC='
                   DE-RUNLOG-RETURN-CODE
           END-IF
           PERFORM 1100-LOAD-PARM-CARD
           OPEN INPUT  BNC-FEED-FILE
                I-O    EDC-MASTER-FILE
                INPUT  HAPI-MASTER-FILE
                OUTPUT WORK-LIST-REPORT
           IF WS-BNC-FILE-OK AND WS-EDC-FILE-OK AND WS-HAP-FILE-OK
               AND WS-RPT-FILE-OK
               SET WS-FILES-OPENED TO TRUE
           ELSE
               DISPLAY 'DEEDCBNC - OPEN FAILED, BNC='
                   WS-BNC-FILE-STATUS ' EDC=' WS-EDC-FILE-STATUS
                   ' HAPI=' WS-HAP-FILE-STATUS
                   ' RPT=' WS-RPT-FILE-STATUS
           END-IF.

      *    THE PARAMETER CARD IS OPTIONAL - A MISSING OR EMPTY
      *    BNCPARM, OR A ZERO LIMIT ON THE CARD, LEAVES THE DEFAULT.
       1100-LOAD-PARM-CARD.
           OPEN INPUT BNC-PARM-FILE
           IF WS-PARM-FILE-OK
               PERFORM 1110-READ-PARM-CARD
                   UNTIL WS-PARM-FILE-EOF
               CLOSE BNC-PARM-FILE
           END-IF
           DISPLAY 'DEEDCBNC - BOUNCE LIMIT ' WS-BOUNCE-LIMIT.

       1110-READ-PARM-CARD.
           READ BNC-PARM-FILE
               AT END
                   SET WS-PARM-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PARM-CARDS-READ
                   IF BNC-PARM-CONTROL
                       AND BNC-PARM-BOUNCE-LIMIT NUMERIC
                       AND BNC-PARM-BOUNCE-LIMIT > ZEROS
                       MOVE BNC-PARM-BOUNCE-LIMIT TO WS-BOUNCE-LIMIT
                   ELSE
                       DISPLAY 'DEEDCBNC - INVALID PARM CARD: '
                           BNC-PARM-RECORD (1:20)
                   END-IF
           END-READ.

       2000-APPLY-BOUNCES.
           PERFORM 2100-PROCESS-FEED
               UNTIL WS-BNC-FILE-EOF.

       2100-PROCESS-FEED.
           READ BNC-FEED-FILE
               AT END
                   SET WS-BNC-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FEED-RECORDS-READ
                   PERFORM 2200-APPLY-FEED-RECORD
           END-READ.

      *    ONLY A LIVE CONSENT CAN BOUNCE. AN ACCOUNT ALREADY REVOKED
      *    OR ALREADY BACK ON PAPER WAS NOT SENT A NOTIFICATION BY US,
      *    SO THE RECORD IS A LATE ARRIVAL AND IS REJECTED.
       2200-APPLY-FEED-RECORD.
           IF BNC-FEED-FIRM-NO NOT NUMERIC
               OR BNC-FEED-ACCT-NO NOT NUMERIC
               OR BNC-FEED-BOUNCE-DATE NOT NUMERIC
               ADD 1 TO WS-FEED-REJECTS
               DISPLAY 'DEEDCBNC - NON-NUMERIC FEED RECORD: '
                   BNC-FEED-RECORD(1:23)
           ELSE
               MOVE BNC-FEED-FIRM-NO TO DE-EDC-FIRM-NO
               MOVE BNC-FEED-ACCT-NO TO DE-EDC-ACCT-NO
               READ EDC-MASTER-FILE
                   INVALID KEY
                       ADD 1 TO WS-FEED-REJECTS
                       DISPLAY 'DEEDCBNC - ACCOUNT NOT ON CONSENT '
                           'MASTER ' BNC-FEED-FIRM-NO '-'
                           BNC-FEED-ACCT-NO
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN NOT DE-EDC-CONSENTED
                               ADD 1 TO WS-FEED-REJECTS
                               DISPLAY 'DEEDCBNC - NO LIVE CONSENT '
                                   BNC-FEED-FIRM-NO '-'
                                   BNC-FEED-ACCT-NO ' STATUS='
                                   DE-EDC-STATUS
                           WHEN BNC-FEED-EMAIL-ADDRESS NOT = SPACES
                               AND BNC-FEED-EMAIL-ADDRESS
                                   NOT = DE-EDC-EMAIL-ADDRESS
                               ADD 1 TO WS-STALE-BOUNCES
                           WHEN OTHER
                               PERFORM 2300-COUNT-BOUNCE
                       END-EVALUATE
               END-READ
           END-IF.

       2300-COUNT-BOUNCE.
           IF DE-EDC-BOUNCE-COUNT < 999
               ADD 1 TO DE-EDC-BOUNCE-COUNT
           END-IF
           MOVE BNC-FEED-BOUNCE-DATE TO DE-EDC-LAST-BOUNCE-DATE
           MOVE BNC-FEED-REASON      TO DE-EDC-LAST-BOUNCE-REASON
           IF DE-EDC-BOUNCE-COUNT NOT < WS-BOUNCE-LIMIT
               SET DE-EDC-PAPER-FALLBACK TO TRUE
               MOVE WS-RUNLOG-RUN-DATE TO DE-EDC-FALLBACK-DATE
           END-IF
           MOVE 'SYS'                TO DE-EDC-CHANGE-WHO-CODE
           MOVE 'DEEDCBNC'           TO DE-EDC-CHANGE-USER-ID
           CALL 'DETSTAMP' USING DE-EDC-CHANGE-TIMESTAMP
           REWRITE EDC-MASTER-RECORD
           IF WS-EDC-FILE-OK
               ADD 1 TO WS-BOUNCES-APPLIED
               IF DE-EDC-PAPER-FALLBACK
                   ADD 1 TO WS-PAPER-FALLBACKS
               END-IF
               PERFORM 2400-RELEASE-WORK-ITEM
           ELSE
               ADD 1 TO WS-FEED-REJECTS
               DISPLAY 'DEEDCBNC - EDC REWRITE FAILED FOR '
                   DE-EDC-FIRM-NO '-' DE-EDC-ACCT-NO
                   ' STATUS=' WS-EDC-FILE-STATUS
           END-IF.

      *    THE REP COMES FROM THE NAME/ADDRESS MASTER. AN ACCOUNT
      *    MISSING THERE STILL GOES ON THE LIST, UNDER A BLANK REP,
      *    SO NO FALLBACK GOES UNREPORTED.
       2400-RELEASE-WORK-ITEM.
           MOVE DE-EDC-FIRM-NO TO DE-HAPI-FIRM-NO
           MOVE DE-EDC-ACCT-NO TO DE-HAPI-ACCT-NO
           READ HAPI-MASTER-FILE
               INVALID KEY
                   MOVE SPACES      TO SRT-REP
               NOT INVALID KEY
                   MOVE DE-HAPI-REP TO SRT-REP
           END-READ
           MOVE DE-EDC-FIRM-NO            TO SRT-FIRM-NO
           MOVE DE-EDC-ACCT-NO            TO SRT-ACCT-NO
           MOVE DE-EDC-STATUS             TO SRT-STATUS
           MOVE DE-EDC-BOUNCE-COUNT       TO SRT-BOUNCE-COUNT
           MOVE DE-EDC-LAST-BOUNCE-DATE   TO SRT-BOUNCE-DATE
           MOVE DE-EDC-LAST-BOUNCE-REASON TO SRT-REASON
           RELEASE SORT-WORK-REC.

       4000-PRINT-WORK-LIST.
           PERFORM 4100-WRITE-HEADING
           PERFORM 4200-RETURN-AND-PRINT
               UNTIL WS-SORT-EOF.

       4100-WRITE-HEADING.
           MOVE SPACES TO WORK-LIST-LINE
           MOVE 'DEEDCBNC E-MAIL BOUNCE WORK LIST BY REP'
               TO WORK-LIST-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE SPACES TO WORK-LIST-LINE
           MOVE WS-COLUMN-HEADING TO WORK-LIST-LINE
           PERFORM 4900-WRITE-REPORT-LINE.

       4200-RETURN-AND-PRINT.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN
           IF NOT WS-SORT-EOF
               PERFORM 4300-PRINT-DETAIL
           END-IF.

       4300-PRINT-DETAIL.
           MOVE SRT-REP          TO WS-DL-REP
           MOVE SRT-FIRM-NO      TO WS-DL-FIRM-NO
           MOVE SRT-ACCT-NO      TO WS-DL-ACCT-NO
           IF SRT-STATUS = 'P'
               MOVE 'PAPER FALLBACK' TO WS-DL-STATUS
           ELSE
               MOVE 'BOUNCED       ' TO WS-DL-STATUS
           END-IF
           MOVE SRT-BOUNCE-COUNT TO WS-DL-BOUNCE-COUNT
           MOVE SRT-BOUNCE-DATE  TO WS-DL-BOUNCE-DATE
           MOVE SRT-REASON       TO WS-DL-REASON
           MOVE SPACES           TO WORK-LIST-LINE
           MOVE WS-DETAIL-LINE   TO WORK-LIST-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           ADD 1 TO WS-WORK-LIST-LINES.

       4900-WRITE-REPORT-LINE.
           WRITE WORK-LIST-LINE
           IF NOT WS-RPT-FILE-OK
               DISPLAY 'DEEDCBNC - REPORT WRITE FAILED, STATUS='
                   WS-RPT-FILE-STATUS
           END-IF.

       9000-TERMINATE.
           IF WS-FILES-OPENED
               CLOSE BNC-FEED-FILE EDC-MASTER-FILE HAPI-MASTER-FILE
                     WORK-LIST-REPORT
           END-IF
           MOVE SPACES     TO RUNLOG-PARM-AREA
           SET DE-RUNLOG-END TO TRUE
           MOVE WS-RUNLOG-RUN-DATE TO DE-RUNLOG-RUN-DATE
           MOVE 'DEEDCBNC' TO DE-RUNLOG-JOB-NAME
           MOVE WS-FEED-RECORDS-READ TO DE-RUNLOG-RECORDS-READ
           MOVE WS-BOUNCES-APPLIED   TO DE-RUNLOG-RECORDS-UPDATED
           MOVE WS-WORK-LIST-LINES   TO DE-RUNLOG-RECORDS-WRITTEN
           MOVE ZEROS                TO DE-RUNLOG-CONDITION-CODE
           CALL 'DERUNLOG' USING RUNLOG-PARM-AREA
           IF DE-RUNLOG-RETURN-CODE NOT = ZEROS
               DISPLAY 'DEEDCBNC - RUN-CONTROL END FAILED, RC='
                   DE-RUNLOG-RETURN-CODE
           END-IF
           DISPLAY 'DEEDCBNC - FEED RECORDS READ  : '
                   WS-FEED-RECORDS-READ
           DISPLAY 'DEEDCBNC - BOUNCES APPLIED    : '
                   WS-BOUNCES-APPLIED
           DISPLAY 'DEEDCBNC - PAPER FALLBACKS    : '
                   WS-PAPER-FALLBACKS
           DISPLAY 'DEEDCBNC - STALE BOUNCES      : '
                   WS-STALE-BOUNCES
           DISPLAY 'DEEDCBNC - FEED REJECTS       : '
                   WS-FEED-REJECTS
           DISPLAY 'DEEDCBNC - WORK LIST LINES    : '
                   WS-WORK-LIST-LINES.

      ******************************************************************
      ******   LOST-SECURITYHOLDER / ESCHEAT TRACKING JOB (DEESCTRK) ***
      ******************************************************************
      ******************************************************************
      **                      PROGRAM CHANGE HISTORY                    **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW NIGHTLY BATCH PROGRAM - PICKS UP WHERE DERTMAIL *
      *          LEAVES OFF. FIRST APPLIES THE LOCATOR VENDOR'S        *
      *          RESULTS FILE (LOCRSLT) TO THE ESCMSTR TRACKING        *
      *          MASTER, THEN SWEEPS HAPMSTR AND AGES EVERY            *
      *          DE-HAPI-MAIL-STATUS-IND 'R' FLAG FROM ITS DE-HAPI-    *
      *          MAIL-RETURN-DATE. AN ACCOUNT WHOSE FLAG HAS AGED      *
      *          PAST THE LOST-DAYS PARAMETER IS OPENED ON ESCMSTR AS  *
      *          LOST: THE STATE IS TAKEN FROM THE LAST LINE OF THE    *
      *          PERMANENT ADDRESS, THE ESCHEAT DEADLINE IS THE RETURN *
      *          DATE PLUS THAT STATE'S DORMANCY YEARS, A SEARCH GOES  *
      *          OUT ON THE LOCSRCH VENDOR FILE AND THE FIRST DUE-     *
      *          DILIGENCE LETTER GOES OUT ON DDLETTR. A SECOND SEARCH *
      *          FOLLOWS AFTER THE RE-SEARCH INTERVAL IF THE VENDOR    *
      *          HAS NOT FOUND THE HOLDER, AND THE SECOND LETTER GOES  *
      *          OUT THE LETTER-LEAD DAYS AHEAD OF THE ESCHEAT DATE.   *
      *          AN ACCOUNT WHOSE FLAG HAS COME OFF IS MARKED          *
      *          RESOLVED. THRESHOLDS AND STATE DORMANCY PERIODS COME  *
      *          FROM THE ESCPARM CARDS ('PARM' AND 'STAT'); NO CARDS  *
      *          MEANS THE DEFAULTS BELOW. RECORDED ON RUNCTL THROUGH  *
      *          DERUNLOG (WRITTEN = SEARCHES PLUS LETTERS).           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEESCTRK.
       AUTHOR.        R SUBRAMANIAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESC-PARM-FILE ASSIGN TO ESCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT LOC-RESULT-FILE ASSIGN TO LOCRSLT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSLT-FILE-STATUS.

           SELECT HAPI-MASTER-FILE ASSIGN TO HAPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-HAPI-KEY-AREA
               FILE STATUS IS WS-HAP-FILE-STATUS.

           SELECT ESC-MASTER-FILE ASSIGN TO ESCMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-ESC-KEY-AREA
               FILE STATUS IS WS-ESC-FILE-STATUS.

           SELECT LOC-SEARCH-FILE ASSIGN TO LOCSRCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCH-FILE-STATUS.

           SELECT DD-LETTER-FILE ASSIGN TO DDLETTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESC-PARM-FILE
           RECORDING MODE IS F.
       01  ESC-PARM-RECORD.
           05  ESC-PARM-TYPE                 PIC X(4).
               88  ESC-PARM-CONTROL         VALUE 'PARM'.
               88  ESC-PARM-STATE           VALUE 'STAT'.
           05  ESC-PARM-BODY                 PIC X(76).
           05  FILLER REDEFINES ESC-PARM-BODY.
               10  ESC-PARM-LOST-DAYS        PIC 9(3).
               10  FILLER                    PIC X(1).
               10  ESC-PARM-RESEARCH-DAYS    PIC 9(3).
               10  FILLER                    PIC X(1).
               10  ESC-PARM-LETTER-LEAD-DAYS PIC 9(3).
               10  FILLER                    PIC X(1).
               10  ESC-PARM-DEFAULT-YEARS    PIC 9(2).
               10  FILLER                    PIC X(1).
               10  ESC-PARM-WINDOW-DAYS      PIC 9(3).
               10  FILLER                    PIC X(58).
           05  FILLER REDEFINES ESC-PARM-BODY.
               10  ESC-PARM-STATE-CODE       PIC X(2).
               10  FILLER                    PIC X(1).
               10  ESC-PARM-STATE-YEARS      PIC 9(2).
               10  FILLER                    PIC X(71).

       FD  LOC-RESULT-FILE
           RECORDING MODE IS F.
       01  LOC-RESULT-RECORD.
           05  LOC-RSLT-FIRM-NO              PIC 9(3).
           05  LOC-RSLT-ACCT-NO              PIC 9(8).
           05  LOC-RSLT-RESULT-CODE          PIC X(1).
               88  LOC-RSLT-FOUND           VALUE 'F'.
               88  LOC-RSLT-NOT-FOUND       VALUE 'N'.
               88  LOC-RSLT-DECEASED        VALUE 'D'.
           05  LOC-RSLT-RESULT-DATE          PIC 9(8).
           05  LOC-RSLT-ADDRESS.
               10  LOC-RSLT-ADDR-LINE OCCURS 3 TIMES
                                             PIC X(30).
           05  FILLER                        PIC X(50).

       FD  HAPI-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEHAPFIL.

       FD  ESC-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEESCFIL.

       FD  LOC-SEARCH-FILE
           RECORDING MODE IS F.
       01  LOC-SEARCH-RECORD.
           05  LOC-SRCH-FIRM-NO              PIC 9(3).
           05  LOC-SRCH-ACCT-NO              PIC 9(8).
           05  LOC-SRCH-SEARCH-NO            PIC 9(1).
           05  LOC-SRCH-REQUEST-DATE         PIC 9(8).
           05  LOC-SRCH-MAIL-RETURN-DATE     PIC 9(8).
           05  LOC-SRCH-STATE                PIC X(2).
           05  LOC-SRCH-NA-LINES             PIC X(180).
           05  FILLER                        PIC X(40).

       FD  DD-LETTER-FILE
           RECORDING MODE IS F.
       01  DD-LETTER-RECORD.
           05  DD-LTR-FIRM-NO                PIC 9(3).
           05  DD-LTR-ACCT-NO                PIC 9(8).
           05  DD-LTR-LETTER-NO              PIC 9(1).
           05  DD-LTR-LETTER-DATE            PIC 9(8).
           05  DD-LTR-ESCHEAT-DATE           PIC 9(8).
           05  DD-LTR-STATE                  PIC X(2).
           05  DD-LTR-NA-LINES               PIC X(180).
           05  FILLER                        PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS          PIC XX.
           88  WS-PARM-FILE-OK         VALUE '00'.
           88  WS-PARM-FILE-EOF        VALUE '10'.

       01  WS-RSLT-FILE-STATUS          PIC XX.
           88  WS-RSLT-FILE-OK         VALUE '00'.
           88  WS-RSLT-FILE-EOF        VALUE '10'.

       01  WS-HAP-FILE-STATUS           PIC XX.
           88  WS-HAP-FILE-OK          VALUE '00'.
           88  WS-HAP-FILE-EOF         VALUE '10'.

       01  WS-ESC-FILE-STATUS           PIC XX.
           88  WS-ESC-FILE-OK          VALUE '00'.
           88  WS-ESC-FILE-NOTFND      VALUE '23'.

       01  WS-SRCH-FILE-STATUS          PIC XX.
           88  WS-SRCH-FILE-OK         VALUE '00'.

       01  WS-LTR-FILE-STATUS           PIC XX.
           88  WS-LTR-FILE-OK          VALUE '00'.

       01  WS-FILES-OPEN-SW             PIC X(1)    VALUE 'N'.
           88  WS-FILES-OPENED         VALUE 'Y'.

       01  WS-SWEEP-EOF-SW              PIC X(1)    VALUE 'N'.
           88  WS-SWEEP-EOF            VALUE 'Y'.

       01  WS-TRACK-ON-FILE-SW          PIC X(1)    VALUE 'N'.
           88  WS-TRACK-ON-FILE        VALUE 'Y'.
       01  WS-TRACK-CHANGED-SW          PIC X(1)    VALUE 'N'.
           88  WS-TRACK-CHANGED        VALUE 'Y'.
       01  WS-SEND-SEARCH-SW            PIC X(1)    VALUE 'N'.
           88  WS-SEND-SEARCH          VALUE 'Y'.
       01  WS-SEND-LETTER-1-SW          PIC X(1)    VALUE 'N'.
           88  WS-SEND-LETTER-1        VALUE 'Y'.
       01  WS-SEND-LETTER-2-SW          PIC X(1)    VALUE 'N'.
           88  WS-SEND-LETTER-2        VALUE 'Y'.

      *    THRESHOLDS. THE VALUES HERE ARE THE DEFAULTS USED WHEN NO
      *    'PARM' CARD IS SUPPLIED (OR A FIELD ON IT IS ZERO).
       01  WS-ESC-PARMS.
           05  WS-LOST-DAYS             PIC 9(3)    VALUE 090.
           05  WS-RESEARCH-DAYS         PIC 9(3)    VALUE 180.
           05  WS-LETTER-LEAD-DAYS      PIC 9(3)    VALUE 120.
           05  WS-DEFAULT-YEARS         PIC 9(2)    VALUE 03.

      *    STATE DORMANCY PERIODS FROM THE 'STAT' CARDS. A STATE WITH
      *    NO CARD (OR AN ADDRESS WHOSE STATE CANNOT BE READ) TAKES
      *    THE DEFAULT DORMANCY YEARS.
       01  WS-STATE-TABLE.
           05  WS-STATE-ENTRY OCCURS 60 TIMES.
               10  WS-ST-CODE           PIC X(2).
               10  WS-ST-YEARS          PIC 9(2).
       01  WS-STATE-COUNT               PIC 9(3)    COMP VALUE ZEROS.
       01  WS-SX                        PIC 9(3)    COMP.

       01  WS-RUN-DATE-CYMD             PIC 9(8)    VALUE ZEROS.

       01  WS-DATE-WORK.
           05  WS-RUN-INTEGER           PIC S9(9)   COMP.
           05  WS-RETURN-INTEGER        PIC S9(9)   COMP.
           05  WS-SEARCH-INTEGER        PIC S9(9)   COMP.
           05  WS-LETTER-DUE-INTEGER    PIC S9(9)   COMP.
           05  WS-DAYS-RETURNED         PIC S9(9)   COMP.
           05  WS-DAYS-SINCE-SEARCH     PIC S9(9)   COMP.
           05  WS-LEAP-QUOTIENT         PIC 9(4).
           05  WS-LEAP-REMAINDER        PIC 9(1).

       01  WS-ESCHEAT-WORK.
           05  WS-EW-CYMD.
               10  WS-EW-YEAR           PIC 9(4).
               10  WS-EW-MONTH          PIC 9(2).
               10  WS-EW-DAY            PIC 9(2).
           05  WS-EW-CYMD-NUM REDEFINES WS-EW-CYMD
                                        PIC 9(8).

      *    THE LAST-KNOWN ADDRESS BLOCK. WHILE A SEASONAL ADDRESS IS
      *    ACTIVE THE PERMANENT ADDRESS IS IN THE PERM-NA-LINES SAVE
      *    AREA, AND IT IS THE PERMANENT ADDRESS THAT GOVERNS.
       01  WS-ADDR-BLOCK.
           05  WS-ADDR-LINE OCCURS 6 TIMES PIC X(30).
       01  WS-LX                        PIC 9(3)    COMP.
       01  WS-LAST-LINE                 PIC 9(3)    COMP.

       01  WS-ADDR-TOKENS.
           05  WS-ADDR-TOKEN OCCURS 8 TIMES PIC X(30).
       01  WS-TX                        PIC 9(3)    COMP.
       01  WS-LAST-TOKEN                PIC 9(3)    COMP.
       01  WS-STATE-TOKEN               PIC X(30).
       01  WS-ZIP-TOKEN                 PIC X(30).
       01  WS-DERIVED-STATE             PIC X(2).
       01  WS-DERIVED-YEARS             PIC 9(2).
       01  WS-LETTER-NO                 PIC 9(1).

       01  WS-COUNTERS.
           05  WS-PARM-CARDS-READ       PIC 9(7) VALUE ZEROS.
           05  WS-PARM-CARDS-REJECTED   PIC 9(7) VALUE ZEROS.
           05  WS-RESULTS-READ          PIC 9(7) VALUE ZEROS.
           05  WS-RESULTS-APPLIED       PIC 9(7) VALUE ZEROS.
           05  WS-RESULTS-REJECTED      PIC 9(7) VALUE ZEROS.
           05  WS-HAPI-RECORDS-READ     PIC 9(7) VALUE ZEROS.
           05  WS-FLAGS-AGED            PIC 9(7) VALUE ZEROS.
           05  WS-AGE-UNDER-90          PIC 9(7) VALUE ZEROS.
           05  WS-AGE-90-TO-179         PIC 9(7) VALUE ZEROS.
           05  WS-AGE-180-TO-364        PIC 9(7) VALUE ZEROS.
           05  WS-AGE-365-PLUS          PIC 9(7) VALUE ZEROS.
           05  WS-BAD-RETURN-DATES      PIC 9(7) VALUE ZEROS.
           05  WS-NEWLY-LOST            PIC 9(7) VALUE ZEROS.
           05  WS-TRACKING-UPDATES      PIC 9(7) VALUE ZEROS.
           05  WS-ACCOUNTS-RESOLVED     PIC 9(7) VALUE ZEROS.
           05  WS-SEARCHES-WRITTEN      PIC 9(7) VALUE ZEROS.
           05  WS-LETTERS-WRITTEN       PIC 9(7) VALUE ZEROS.
           05  WS-WRITE-FAILURES        PIC 9(7) VALUE ZEROS.

       01  WS-RUNLOG-RUN-DATE           PIC 9(8)    VALUE ZEROS.

           COPY DERNLINK.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-FILES-OPENED
               PERFORM 2000-APPLY-VENDOR-RESULTS
                   UNTIL WS-RSLT-FILE-EOF
               PERFORM 3000-POSITION-FOR-SWEEP
               PERFORM 3100-SWEEP-HAPI-MASTER
                   UNTIL WS-SWEEP-EOF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-CYMD
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-CYMD)
           MOVE SPACES     TO RUNLOG-PARM-AREA
           SET DE-RUNLOG-START TO TRUE
           MOVE 'DEESCTRK' TO DE-RUNLOG-JOB-NAME
           CALL 'DERUNLOG' USING RUNLOG-PARM-AREA
           MOVE DE-RUNLOG-RUN-DATE TO WS-RUNLOG-RUN-DATE
           IF DE-RUNLOG-RETURN-CODE NOT = ZEROS
               DISPLAY 'DEESCTRK - RUN-CONTROL START FAILED, RC='
                   DE-RUNLOG-RETURN-CODE
           END-IF
           PERFORM 1100-LOAD-PARM-CARDS
           OPEN INPUT  LOC-RESULT-FILE
                       HAPI-MASTER-FILE
                I-O    ESC-MASTER-FILE
                OUTPUT LOC-SEARCH-FILE
                       DD-LETTER-FILE
           IF WS-RSLT-FILE-OK AND WS-HAP-FILE-OK AND WS-ESC-FILE-OK
               AND WS-SRCH-FILE-OK AND WS-LTR-FILE-OK
               SET WS-FILES-OPENED TO TRUE
           ELSE
               DISPLAY 'DEESCTRK - OPEN FAILED, RSLT='
                   WS-RSLT-FILE-STATUS ' HAPI=' WS-HAP-FILE-STATUS
                   ' ESC=' WS-ESC-FILE-STATUS
                   ' SRCH=' WS-SRCH-FILE-STATUS
                   ' LTR=' WS-LTR-FILE-STATUS
           END-IF.

      *    THE PARAMETER CARDS ARE OPTIONAL - A MISSING OR EMPTY
      *    ESCPARM LEAVES THE DEFAULTS AND AN EMPTY STATE TABLE.
       1100-LOAD-PARM-CARDS.
           OPEN INPUT ESC-PARM-FILE
           IF WS-PARM-FILE-OK
               PERFORM 1110-READ-PARM-CARD
                   UNTIL WS-PARM-FILE-EOF
               CLOSE ESC-PARM-FILE
           END-IF
           DISPLAY 'DEESCTRK - LOST DAYS ' WS-LOST-DAYS
               ' RE-SEARCH DAYS ' WS-RESEARCH-DAYS
               ' LETTER LEAD ' WS-LETTER-LEAD-DAYS
               ' DEFAULT YEARS ' WS-DEFAULT-YEARS
           DISPLAY 'DEESCTRK - STATE DORMANCY CARDS LOADED: '
               WS-STATE-COUNT.

       1110-READ-PARM-CARD.
           READ ESC-PARM-FILE
               AT END
                   SET WS-PARM-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PARM-CARDS-READ
                   PERFORM 1120-EDIT-PARM-CARD
           END-READ.

       1120-EDIT-PARM-CARD.
           EVALUATE TRUE
               WHEN ESC-PARM-CONTROL
                   PERFORM 1130-APPLY-CONTROL-CARD
               WHEN ESC-PARM-STATE
                   AND ESC-PARM-STATE-CODE ALPHABETIC
                   AND ESC-PARM-STATE-CODE NOT = SPACES
                   AND ESC-PARM-STATE-YEARS NUMERIC
                   AND ESC-PARM-STATE-YEARS > ZEROS
                   PERFORM 1140-ADD-STATE-ENTRY
               WHEN OTHER
                   ADD 1 TO WS-PARM-CARDS-REJECTED
                   DISPLAY 'DEESCTRK - INVALID PARM CARD: '
                       ESC-PARM-RECORD (1:20)
           END-EVALUATE.

      *    ZERO OR NON-NUMERIC FIELDS ON THE 'PARM' CARD LEAVE THE
      *    DEFAULT IN PLACE. THE WINDOW-DAYS FIELD BELONGS TO DEESCRPT.
       1130-APPLY-CONTROL-CARD.
           IF ESC-PARM-LOST-DAYS NUMERIC
               AND ESC-PARM-LOST-DAYS > ZEROS
               MOVE ESC-PARM-LOST-DAYS TO WS-LOST-DAYS
           END-IF
           IF ESC-PARM-RESEARCH-DAYS NUMERIC
               AND ESC-PARM-RESEARCH-DAYS > ZEROS
               MOVE ESC-PARM-RESEARCH-DAYS TO WS-RESEARCH-DAYS
           END-IF
           IF ESC-PARM-LETTER-LEAD-DAYS NUMERIC
               AND ESC-PARM-LETTER-LEAD-DAYS > ZEROS
               MOVE ESC-PARM-LETTER-LEAD-DAYS TO WS-LETTER-LEAD-DAYS
           END-IF
           IF ESC-PARM-DEFAULT-YEARS NUMERIC
               AND ESC-PARM-DEFAULT-YEARS > ZEROS
               MOVE ESC-PARM-DEFAULT-YEARS TO WS-DEFAULT-YEARS
           END-IF.

       1140-ADD-STATE-ENTRY.
           IF WS-STATE-COUNT < 60
               ADD 1 TO WS-STATE-COUNT
               MOVE ESC-PARM-STATE-CODE  TO WS-ST-CODE (WS-STATE-COUNT)
               MOVE ESC-PARM-STATE-YEARS TO WS-ST-YEARS (WS-STATE-COUNT)
           ELSE
               ADD 1 TO WS-PARM-CARDS-REJECTED
               DISPLAY 'DEESCTRK - STATE TABLE FULL, CARD DROPPED FOR '
                   ESC-PARM-STATE-CODE
           END-IF.

      *    THE VENDOR RETURNS ONE RECORD PER SEARCH. 'F' MEANS THE
      *    HOLDER WAS FOUND AND THE NEW ADDRESS IS KEPT ON THE
      *    TRACKING RECORD FOR THE BRANCH TO CONFIRM - THE NAME/
      *    ADDRESS MASTER ITSELF IS ONLY EVER CHANGED THROUGH THE
      *    NORMAL ADDRESS-CHANGE ROUTE.
       2000-APPLY-VENDOR-RESULTS.
           READ LOC-RESULT-FILE
               AT END
                   SET WS-RSLT-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RESULTS-READ
                   PERFORM 2100-EDIT-VENDOR-RESULT
           END-READ.

       2100-EDIT-VENDOR-RESULT.
           EVALUATE TRUE
               WHEN LOC-RSLT-FIRM-NO NOT NUMERIC
                   OR LOC-RSLT-ACCT-NO NOT NUMERIC
                   ADD 1 TO WS-RESULTS-REJECTED
                   DISPLAY 'DEESCTRK - NON-NUMERIC RESULT KEY: '
                       LOC-RESULT-RECORD (1:11)
               WHEN NOT LOC-RSLT-FOUND AND NOT LOC-RSLT-NOT-FOUND
                   AND NOT LOC-RSLT-DECEASED
                   ADD 1 TO WS-RESULTS-REJECTED
                   DISPLAY 'DEESCTRK - INVALID RESULT CODE '
                       LOC-RSLT-RESULT-CODE ' FOR '
                       LOC-RSLT-FIRM-NO '-' LOC-RSLT-ACCT-NO
               WHEN OTHER
                   MOVE LOC-RSLT-FIRM-NO TO DE-ESC-FIRM-NO
                   MOVE LOC-RSLT-ACCT-NO TO DE-ESC-ACCT-NO
                   READ ESC-MASTER-FILE
                       INVALID KEY
                           ADD 1 TO WS-RESULTS-REJECTED
                           DISPLAY 'DEESCTRK - RESULT FOR ACCOUNT '
                               'NOT BEING TRACKED '
                               LOC-RSLT-FIRM-NO '-' LOC-RSLT-ACCT-NO
                       NOT INVALID KEY
                           PERFORM 2200-APPLY-VENDOR-RESULT
                   END-READ
           END-EVALUATE.

       2200-APPLY-VENDOR-RESULT.
           IF DE-ESC-RESOLVED
               ADD 1 TO WS-RESULTS-REJECTED
               DISPLAY 'DEESCTRK - RESULT FOR RESOLVED ACCOUNT '
                   LOC-RSLT-FIRM-NO '-' LOC-RSLT-ACCT-NO
           ELSE
               MOVE LOC-RSLT-RESULT-CODE TO DE-ESC-RESULT-CODE
               IF LOC-RSLT-RESULT-DATE NUMERIC
                   AND LOC-RSLT-RESULT-DATE > ZEROS
                   MOVE LOC-RSLT-RESULT-DATE TO DE-ESC-RESULT-DATE
               ELSE
                   MOVE WS-RUN-DATE-CYMD     TO DE-ESC-RESULT-DATE
               END-IF
               IF LOC-RSLT-FOUND
                   SET DE-ESC-LOCATED TO TRUE
                   MOVE LOC-RSLT-ADDRESS TO DE-ESC-LOCATED-ADDRESS
               END-IF
               MOVE 'SYS'      TO DE-ESC-CHANGE-WHO-CODE
               MOVE 'DEESCTRK' TO DE-ESC-CHANGE-USER-ID
               CALL 'DETSTAMP' USING DE-ESC-CHANGE-TIMESTAMP
               REWRITE ESC-MASTER-RECORD
               IF WS-ESC-FILE-OK
                   ADD 1 TO WS-RESULTS-APPLIED
                   ADD 1 TO WS-TRACKING-UPDATES
               ELSE
                   ADD 1 TO WS-WRITE-FAILURES
                   DISPLAY 'DEESCTRK - ESC REWRITE FAILED FOR '
                       DE-ESC-FIRM-NO '-' DE-ESC-ACCT-NO
                       ' STATUS=' WS-ESC-FILE-STATUS
               END-IF
           END-IF.

       3000-POSITION-FOR-SWEEP.
           MOVE LOW-VALUES TO DE-HAPI-KEY-AREA
           START HAPI-MASTER-FILE
               KEY IS NOT LESS THAN DE-HAPI-KEY-AREA
               INVALID KEY
                   SET WS-SWEEP-EOF TO TRUE
           END-START.

       3100-SWEEP-HAPI-MASTER.
           READ HAPI-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SWEEP-EOF TO TRUE
           END-READ
           IF NOT WS-SWEEP-EOF
               ADD 1 TO WS-HAPI-RECORDS-READ
               MOVE 'N' TO WS-TRACK-CHANGED-SW
               MOVE 'N' TO WS-SEND-SEARCH-SW
               MOVE 'N' TO WS-SEND-LETTER-1-SW
               MOVE 'N' TO WS-SEND-LETTER-2-SW
               IF DE-HAPI-MAIL-RETURNED
                   PERFORM 3200-AGE-RETURNED-ACCOUNT
               ELSE
                   PERFORM 3150-CHECK-RESOLUTION
               END-IF
               IF WS-TRACK-CHANGED
                   PERFORM 3500-SAVE-TRACKING-RECORD
               END-IF
           END-IF.

      *    A FLAG THAT HAS COME OFF (ADDRESS CHANGE OR CLEARED BY
      *    DERTMAIL) CLOSES ANY OPEN TRACKING RECORD.
       3150-CHECK-RESOLUTION.
           MOVE DE-HAPI-FIRM-NO TO DE-ESC-FIRM-NO
           MOVE DE-HAPI-ACCT-NO TO DE-ESC-ACCT-NO
           READ ESC-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-TRACK-ON-FILE-SW
               NOT INVALID KEY
                   SET WS-TRACK-ON-FILE TO TRUE
                   IF NOT DE-ESC-RESOLVED
                       SET DE-ESC-RESOLVED TO TRUE
                       MOVE WS-RUN-DATE-CYMD TO DE-ESC-RESOLVED-DATE
                       SET WS-TRACK-CHANGED TO TRUE
                       ADD 1 TO WS-ACCOUNTS-RESOLVED
                   END-IF
           END-READ.

       3200-AGE-RETURNED-ACCOUNT.
           IF DE-HAPI-MAIL-RETURN-DATE NOT NUMERIC
               OR DE-HAPI-MAIL-RETURN-DATE = ZEROS
               ADD 1 TO WS-BAD-RETURN-DATES
               DISPLAY 'DEESCTRK - NO USABLE RETURN DATE FOR '
                   DE-HAPI-FIRM-NO '-' DE-HAPI-ACCT-NO
           ELSE
               ADD 1 TO WS-FLAGS-AGED
               COMPUTE WS-RETURN-INTEGER =
                   FUNCTION INTEGER-OF-DATE(DE-HAPI-MAIL-RETURN-DATE)
               COMPUTE WS-DAYS-RETURNED =
                   WS-RUN-INTEGER - WS-RETURN-INTEGER
               EVALUATE TRUE
                   WHEN WS-DAYS-RETURNED < 90
                       ADD 1 TO WS-AGE-UNDER-90
                   WHEN WS-DAYS-RETURNED < 180
                       ADD 1 TO WS-AGE-90-TO-179
                   WHEN WS-DAYS-RETURNED < 365
                       ADD 1 TO WS-AGE-180-TO-364
                   WHEN OTHER
                       ADD 1 TO WS-AGE-365-PLUS
               END-EVALUATE
               PERFORM 3250-LOAD-ADDRESS-BLOCK
               MOVE DE-HAPI-FIRM-NO TO DE-ESC-FIRM-NO
               MOVE DE-HAPI-ACCT-NO TO DE-ESC-ACCT-NO
               READ ESC-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-TRACK-ON-FILE-SW
                   NOT INVALID KEY
                       SET WS-TRACK-ON-FILE TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN NOT WS-TRACK-ON-FILE
                       IF WS-DAYS-RETURNED NOT < WS-LOST-DAYS
                           PERFORM 3300-OPEN-TRACKING-RECORD
                       END-IF
                   WHEN DE-ESC-RESOLVED
                       IF DE-HAPI-MAIL-RETURN-DATE
                               > DE-ESC-RESOLVED-DATE
                           AND WS-DAYS-RETURNED NOT < WS-LOST-DAYS
                           PERFORM 3300-OPEN-TRACKING-RECORD
                       END-IF
                   WHEN OTHER
                       PERFORM 3400-FOLLOW-UP-TRACKING
               END-EVALUATE
           END-IF.

       3250-LOAD-ADDRESS-BLOCK.
           IF DE-HAPI-NO-SEASONAL-ADR
               MOVE DE-HAPI-NA-LINES      TO WS-ADDR-BLOCK
           ELSE
               MOVE DE-HAPI-PERM-NA-LINES TO WS-ADDR-BLOCK
           END-IF.

      *    A NEWLY LOST ACCOUNT (OR ONE LOST AGAIN AFTER AN EARLIER
      *    RESOLUTION) STARTS A FRESH TRACKING CYCLE: FIRST SEARCH
      *    AND FIRST DUE-DILIGENCE LETTER NOW, AND THE SECOND LETTER
      *    AT ONCE TOO IF THE FLAG IS SO OLD THE ESCHEAT DATE IS
      *    ALREADY INSIDE THE LETTER LEAD.
       3300-OPEN-TRACKING-RECORD.
           PERFORM 3310-DERIVE-STATE
           MOVE SPACES                   TO DE-ESC-LAYOUT
           SET DE-ESC-LOST               TO TRUE
           MOVE WS-DERIVED-STATE         TO DE-ESC-STATE
           MOVE DE-HAPI-MAIL-RETURN-DATE TO DE-ESC-MAIL-RETURN-DATE
           MOVE WS-RUN-DATE-CYMD         TO DE-ESC-LOST-DATE
           MOVE WS-DERIVED-YEARS         TO DE-ESC-DORMANCY-YEARS
           PERFORM 3330-SET-ESCHEAT-DATE
           MOVE 1                        TO DE-ESC-SEARCH-COUNT
           MOVE WS-RUN-DATE-CYMD         TO DE-ESC-LAST-SEARCH-DATE
           MOVE ZEROS                    TO DE-ESC-RESULT-DATE
           MOVE WS-RUN-DATE-CYMD         TO DE-ESC-LETTER-1-DATE
           MOVE ZEROS                    TO DE-ESC-LETTER-2-DATE
           MOVE ZEROS                    TO DE-ESC-RESOLVED-DATE
           SET WS-SEND-SEARCH            TO TRUE
           SET WS-SEND-LETTER-1          TO TRUE
           SET WS-TRACK-CHANGED          TO TRUE
           ADD 1 TO WS-NEWLY-LOST
           PERFORM 3420-CHECK-SECOND-LETTER.

      *    THE STATE IS READ FROM THE LAST NON-BLANK ADDRESS LINE,
      *    WHICH CARRIES "CITY ST ZIP": THE TOKEN BEFORE A NUMERIC
      *    ZIP, IF IT IS TWO LETTERS, IS THE STATE. A FOREIGN OR
      *    FREE-FORM ADDRESS LEAVES THE STATE BLANK AND THE DEFAULT
      *    DORMANCY APPLIES.
       3310-DERIVE-STATE.
           MOVE SPACES           TO WS-DERIVED-STATE
           MOVE WS-DEFAULT-YEARS TO WS-DERIVED-YEARS
           MOVE ZEROS            TO WS-LAST-LINE
           PERFORM 3311-NOTE-LAST-LINE
               VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX > 6
           IF WS-LAST-LINE > ZEROS
               MOVE SPACES TO WS-ADDR-TOKENS
               UNSTRING WS-ADDR-LINE (WS-LAST-LINE)
                   DELIMITED BY ALL SPACE
                   INTO WS-ADDR-TOKEN (1) WS-ADDR-TOKEN (2)
                        WS-ADDR-TOKEN (3) WS-ADDR-TOKEN (4)
                        WS-ADDR-TOKEN (5) WS-ADDR-TOKEN (6)
                        WS-ADDR-TOKEN (7) WS-ADDR-TOKEN (8)
               END-UNSTRING
               MOVE ZEROS TO WS-LAST-TOKEN
               PERFORM 3312-NOTE-LAST-TOKEN
                   VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > 8
               IF WS-LAST-TOKEN > 1
                   MOVE WS-ADDR-TOKEN (WS-LAST-TOKEN) TO WS-ZIP-TOKEN
                   SUBTRACT 1 FROM WS-LAST-TOKEN
                   MOVE WS-ADDR-TOKEN (WS-LAST-TOKEN)
                       TO WS-STATE-TOKEN
                   IF WS-ZIP-TOKEN (1:5) NUMERIC
                       AND WS-STATE-TOKEN (3:28) = SPACES
                       AND WS-STATE-TOKEN (1:2) ALPHABETIC
                       AND WS-STATE-TOKEN (2:1) NOT = SPACE
                       MOVE WS-STATE-TOKEN (1:2) TO WS-DERIVED-STATE
                   END-IF
               END-IF
           END-IF
           IF WS-DERIVED-STATE NOT = SPACES
               PERFORM 3320-MATCH-STATE-ENTRY
                   VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-STATE-COUNT
           END-IF.

       3311-NOTE-LAST-LINE.
           IF WS-ADDR-LINE (WS-LX) NOT = SPACES
               MOVE WS-LX TO WS-LAST-LINE
           END-IF.

       3312-NOTE-LAST-TOKEN.
           IF WS-ADDR-TOKEN (WS-TX) NOT = SPACES
               MOVE WS-TX TO WS-LAST-TOKEN
           END-IF.

       3320-MATCH-STATE-ENTRY.
           IF WS-ST-CODE (WS-SX) = WS-DERIVED-STATE
               MOVE WS-ST-YEARS (WS-SX) TO WS-DERIVED-YEARS
           END-IF.

      *    DORMANCY RUNS FROM THE DATE THE MAIL CAME BACK. A 29
      *    FEBRUARY RETURN DATE THAT LANDS IN A NON-LEAP YEAR MOVES
      *    TO THE 28TH.
       3330-SET-ESCHEAT-DATE.
           MOVE DE-ESC-MAIL-RETURN-DATE TO WS-EW-CYMD-NUM
           ADD DE-ESC-DORMANCY-YEARS TO WS-EW-YEAR
           IF WS-EW-MONTH = 02 AND WS-EW-DAY = 29
               DIVIDE WS-EW-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT = ZEROS
                   MOVE 28 TO WS-EW-DAY
               END-IF
           END-IF
           MOVE WS-EW-CYMD-NUM TO DE-ESC-ESCHEAT-DATE.

       3400-FOLLOW-UP-TRACKING.
           PERFORM 3410-CHECK-SECOND-SEARCH
           PERFORM 3420-CHECK-SECOND-LETTER.

      *    ONE RE-SEARCH ONLY, AND ONLY WHILE THE HOLDER IS STILL
      *    LOST AND NOT REPORTED DECEASED.
       3410-CHECK-SECOND-SEARCH.
           IF DE-ESC-LOST
               AND DE-ESC-SEARCH-COUNT < 2
               AND NOT DE-ESC-RESULT-DECEASED
               COMPUTE WS-SEARCH-INTEGER =
                   FUNCTION INTEGER-OF-DATE(DE-ESC-LAST-SEARCH-DATE)
               COMPUTE WS-DAYS-SINCE-SEARCH =
                   WS-RUN-INTEGER - WS-SEARCH-INTEGER
               IF WS-DAYS-SINCE-SEARCH NOT < WS-RESEARCH-DAYS
                   ADD 1 TO DE-ESC-SEARCH-COUNT
                   MOVE WS-RUN-DATE-CYMD TO DE-ESC-LAST-SEARCH-DATE
                   SET WS-SEND-SEARCH   TO TRUE
                   SET WS-TRACK-CHANGED TO TRUE
               END-IF
           END-IF.

       3420-CHECK-SECOND-LETTER.
           IF DE-ESC-LETTER-2-DATE = ZEROS
               AND DE-ESC-ESCHEAT-DATE > ZEROS
               COMPUTE WS-LETTER-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(DE-ESC-ESCHEAT-DATE)
                   - WS-LETTER-LEAD-DAYS
               IF WS-RUN-INTEGER NOT < WS-LETTER-DUE-INTEGER
                   MOVE WS-RUN-DATE-CYMD TO DE-ESC-LETTER-2-DATE
                   SET WS-SEND-LETTER-2 TO TRUE
                   SET WS-TRACK-CHANGED TO TRUE
               END-IF
           END-IF.

      *    THE VENDOR SEARCH AND LETTERS ONLY GO OUT ONCE THE
      *    TRACKING RECORD THAT REMEMBERS THEM IS SAFELY ON FILE.
       3500-SAVE-TRACKING-RECORD.
           MOVE 'SYS'      TO DE-ESC-CHANGE-WHO-CODE
           MOVE 'DEESCTRK' TO DE-ESC-CHANGE-USER-ID
           CALL 'DETSTAMP' USING DE-ESC-CHANGE-TIMESTAMP
           IF WS-TRACK-ON-FILE
               REWRITE ESC-MASTER-RECORD
           ELSE
               WRITE ESC-MASTER-RECORD
           END-IF
           IF WS-ESC-FILE-OK
               ADD 1 TO WS-TRACKING-UPDATES
               IF WS-SEND-SEARCH
                   PERFORM 3600-WRITE-SEARCH-REQUEST
               END-IF
               IF WS-SEND-LETTER-1
                   MOVE 1 TO WS-LETTER-NO
                   PERFORM 3700-WRITE-DD-LETTER
               END-IF
               IF WS-SEND-LETTER-2
                   MOVE 2 TO WS-LETTER-NO
                   PERFORM 3700-WRITE-DD-LETTER
               END-IF
           ELSE
               ADD 1 TO WS-WRITE-FAILURES
               DISPLAY 'DEESCTRK - ESC WRITE FAILED FOR '
                   DE-ESC-FIRM-NO '-' DE-ESC-ACCT-NO
                   ' STATUS=' WS-ESC-FILE-STATUS
           END-IF.

       3600-WRITE-SEARCH-REQUEST.
           MOVE SPACES                  TO LOC-SEARCH-RECORD
           MOVE DE-ESC-FIRM-NO          TO LOC-SRCH-FIRM-NO
           MOVE DE-ESC-ACCT-NO          TO LOC-SRCH-ACCT-NO
           MOVE DE-ESC-SEARCH-COUNT     TO LOC-SRCH-SEARCH-NO
           MOVE WS-RUN-DATE-CYMD        TO LOC-SRCH-REQUEST-DATE
           MOVE DE-ESC-MAIL-RETURN-DATE TO LOC-SRCH-MAIL-RETURN-DATE
           MOVE DE-ESC-STATE            TO LOC-SRCH-STATE
           MOVE WS-ADDR-BLOCK           TO LOC-SRCH-NA-LINES
           WRITE LOC-SEARCH-RECORD
           IF WS-SRCH-FILE-OK
               ADD 1 TO WS-SEARCHES-WRITTEN
           ELSE
               ADD 1 TO WS-WRITE-FAILURES
               DISPLAY 'DEESCTRK - LOCSRCH WRITE FAILED, STATUS='
                   WS-SRCH-FILE-STATUS
           END-IF.

      *    A LETTER GOES TO THE ADDRESS THE VENDOR FOUND WHEN THERE
      *    IS ONE, OTHERWISE TO THE LAST-KNOWN ADDRESS AS THE
      *    DUE-DILIGENCE RULES REQUIRE.
       3700-WRITE-DD-LETTER.
           MOVE SPACES               TO DD-LETTER-RECORD
           MOVE DE-ESC-FIRM-NO       TO DD-LTR-FIRM-NO
           MOVE DE-ESC-ACCT-NO       TO DD-LTR-ACCT-NO
           MOVE WS-LETTER-NO         TO DD-LTR-LETTER-NO
           MOVE WS-RUN-DATE-CYMD     TO DD-LTR-LETTER-DATE
           MOVE DE-ESC-ESCHEAT-DATE  TO DD-LTR-ESCHEAT-DATE
           MOVE DE-ESC-STATE         TO DD-LTR-STATE
           IF DE-ESC-LOCATED
               MOVE DE-ESC-LOCATED-ADDRESS TO DD-LTR-NA-LINES
           ELSE
               MOVE WS-ADDR-BLOCK          TO DD-LTR-NA-LINES
           END-IF
           WRITE DD-LETTER-RECORD
           IF WS-LTR-FILE-OK
               ADD 1 TO WS-LETTERS-WRITTEN
           ELSE
               ADD 1 TO WS-WRITE-FAILURES
               DISPLAY 'DEESCTRK - DDLETTR WRITE FAILED, STATUS='
                   WS-LTR-FILE-STATUS
           END-IF.

       9000-TERMINATE.
           IF WS-FILES-OPENED
               CLOSE LOC-RESULT-FILE HAPI-MASTER-FILE
                     ESC-MASTER-FILE LOC-SEARCH-FILE
                     DD-LETTER-FILE
           END-IF
           MOVE SPACES     TO RUNLOG-PARM-AREA
           SET DE-RUNLOG-END TO TRUE
           MOVE WS-RUNLOG-RUN-DATE TO DE-RUNLOG-RUN-DATE
           MOVE 'DEESCTRK' TO DE-RUNLOG-JOB-NAME
           MOVE WS-HAPI-RECORDS-READ TO DE-RUNLOG-RECORDS-READ
           MOVE WS-TRACKING-UPDATES  TO DE-RUNLOG-RECORDS-UPDATED
           COMPUTE DE-RUNLOG-RECORDS-WRITTEN =
               WS-SEARCHES-WRITTEN + WS-LETTERS-WRITTEN
           IF WS-WRITE-FAILURES > ZEROS OR NOT WS-FILES-OPENED
               MOVE 08 TO DE-RUNLOG-CONDITION-CODE
           ELSE
               MOVE ZEROS TO DE-RUNLOG-CONDITION-CODE
           END-IF
           CALL 'DERUNLOG' USING RUNLOG-PARM-AREA
           IF DE-RUNLOG-RETURN-CODE NOT = ZEROS
               DISPLAY 'DEESCTRK - RUN-CONTROL END FAILED, RC='
                   DE-RUNLOG-RETURN-CODE
           END-IF
           DISPLAY 'DEESCTRK - PARM CARDS READ    : '
                   WS-PARM-CARDS-READ
           DISPLAY 'DEESCTRK - PARM CARDS REJECTED: '
                   WS-PARM-CARDS-REJECTED
           DISPLAY 'DEESCTRK - VENDOR RESULTS READ: '
                   WS-RESULTS-READ
           DISPLAY 'DEESCTRK - RESULTS APPLIED    : '
                   WS-RESULTS-APPLIED
           DISPLAY 'DEESCTRK - RESULTS REJECTED   : '
                   WS-RESULTS-REJECTED
           DISPLAY 'DEESCTRK - MASTER RECORDS READ: '
                   WS-HAPI-RECORDS-READ
           DISPLAY 'DEESCTRK - RETURNED FLAGS AGED: '
                   WS-FLAGS-AGED
           DISPLAY 'DEESCTRK -   UNDER 90 DAYS    : '
                   WS-AGE-UNDER-90
           DISPLAY 'DEESCTRK -   90 TO 179 DAYS   : '
                   WS-AGE-90-TO-179
           DISPLAY 'DEESCTRK -   180 TO 364 DAYS  : '
                   WS-AGE-180-TO-364
           DISPLAY 'DEESCTRK -   365 DAYS OR MORE : '
                   WS-AGE-365-PLUS
           DISPLAY 'DEESCTRK - BAD RETURN DATES   : '
                   WS-BAD-RETURN-DATES
           DISPLAY 'DEESCTRK - NEWLY LOST         : '
                   WS-NEWLY-LOST
           DISPLAY 'DEESCTRK - ACCOUNTS RESOLVED  : '
                   WS-ACCOUNTS-RESOLVED
           DISPLAY 'DEESCTRK - SEARCHES WRITTEN   : '
                   WS-SEARCHES-WRITTEN
           DISPLAY 'DEESCTRK - LETTERS WRITTEN    : '
                   WS-LETTERS-WRITTEN
           DISPLAY 'DEESCTRK - WRITE FAILURES     : '
                   WS-WRITE-FAILURES
           IF WS-WRITE-FAILURES > ZEROS OR NOT WS-FILES-OPENED
               MOVE 8 TO RETURN-CODE
           END-IF.

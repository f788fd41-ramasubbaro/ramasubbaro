      ******************************************************************
      ******   REPRINT REQUEST MAINTENANCE JOB (DERPRMNT)          ******
      ******************************************************************
      ******************************************************************
      **                      PROGRAM CHANGE HISTORY                    **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW BATCH MAINTENANCE PROGRAM - APPLIES RPRCARDS TO *
      *          THE RPRMSTR REPRINT REQUEST MASTER. 'A' FILES A       *
      *          PENDING REQUEST FOR A DUPLICATE OF ONE PAST STATEMENT *
      *          TO ONE RECIPIENT, WITH THE USER WHO ASKED FOR IT      *
      *          (BILLED THE REPRINT FEE) AND THE REQUEST DATE (ZEROS  *
      *          = TODAY); AN 'A' FOR A REQUEST ALREADY ON FILE FILES  *
      *          IT AGAIN AS A NEW REQUEST. 'N' CARDS GIVE A           *
      *          THIRD-PARTY RECIPIENT'S NAME AND ADDRESS, ONE 30-BYTE *
      *          LINE PER CARD, LINES 1 TO 6. 'C' CANCELS A REQUEST    *
      *          STILL PENDING. THE STATEMENT AND HOLD EDITS ARE LEFT  *
      *          TO DESTMRPR, WHICH WORKS THE PENDING REQUESTS         *
      *          NIGHTLY. REJECTS ARE LISTED WITH A REASON, THE WAY    *
      *          DECYCMNT DOES.                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DERPRMNT.
       AUTHOR.        R SUBRAMANIAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPR-CARD-FILE ASSIGN TO RPRCARDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT RPR-MASTER-FILE ASSIGN TO RPRMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-RPR-KEY-AREA
               FILE STATUS IS WS-RPR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RPR-CARD-FILE
           RECORDING MODE IS F.
       01  RPR-CARD-RECORD.
           05  RPR-CARD-ACTION               PIC X(1).
               88  RPR-CARD-ADD             VALUE 'A'.
               88  RPR-CARD-NAME-ADDRESS    VALUE 'N'.
               88  RPR-CARD-CANCEL          VALUE 'C'.
               88  RPR-CARD-ACTION-VALID    VALUE 'A' 'N' 'C'.
           05  RPR-CARD-FIRM-NO              PIC 9(3).
           05  RPR-CARD-ACCT-NO              PIC 9(8).
           05  RPR-CARD-STMT-DATE            PIC 9(8).
           05  RPR-CARD-RECIPIENT            PIC X(4).
           05  RPR-CARD-BODY                 PIC X(56).
           05  FILLER REDEFINES RPR-CARD-BODY.
               10  RPR-CARD-REQUESTED-BY     PIC X(10).
               10  RPR-CARD-REQUEST-DATE     PIC 9(8).
               10  FILLER                    PIC X(38).
           05  FILLER REDEFINES RPR-CARD-BODY.
               10  RPR-CARD-LINE-NO          PIC 9(1).
               10  RPR-CARD-NA-LINE          PIC X(30).
               10  FILLER                    PIC X(25).

       FD  RPR-MASTER-FILE
           RECORDING MODE IS F.
           COPY DERPRFIL.

       WORKING-STORAGE SECTION.
       01  WS-CARD-FILE-STATUS          PIC XX.
           88  WS-CARD-FILE-OK         VALUE '00'.
           88  WS-CARD-FILE-EOF        VALUE '10'.

       01  WS-RPR-FILE-STATUS           PIC XX.
           88  WS-RPR-FILE-OK          VALUE '00'.
           88  WS-RPR-FILE-DUP-KEY     VALUE '22'.
           88  WS-RPR-FILE-NOTFND      VALUE '23'.

       01  WS-FILES-OPEN-SW             PIC X       VALUE 'N'.
           88  WS-FILES-OPENED         VALUE 'Y'.

       01  WS-CARD-VALID-SW             PIC X       VALUE 'N'.
           88  WS-CARD-VALID           VALUE 'Y'.

       01  WS-RUN-DATE-CYMD             PIC 9(8)    VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-CARDS-READ            PIC 9(7) VALUE ZEROS.
           05  WS-REQUESTS-ADDED        PIC 9(7) VALUE ZEROS.
           05  WS-REQUESTS-REFILED      PIC 9(7) VALUE ZEROS.
           05  WS-ADDRESS-LINES-SET     PIC 9(7) VALUE ZEROS.
           05  WS-REQUESTS-CANCELLED    PIC 9(7) VALUE ZEROS.
           05  WS-CARDS-REJECTED        PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CARDS
               UNTIL WS-CARD-FILE-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-CYMD
           OPEN INPUT RPR-CARD-FILE
                I-O   RPR-MASTER-FILE
           IF WS-CARD-FILE-OK AND WS-RPR-FILE-OK
               SET WS-FILES-OPENED TO TRUE
           ELSE
               DISPLAY 'DERPRMNT - OPEN FAILED, CARDS='
                   WS-CARD-FILE-STATUS ' RPR=' WS-RPR-FILE-STATUS
               SET WS-CARD-FILE-EOF TO TRUE
           END-IF.

       2000-PROCESS-CARDS.
           READ RPR-CARD-FILE
               AT END
                   SET WS-CARD-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   PERFORM 2200-EDIT-CARD
                   IF WS-CARD-VALID
                       EVALUATE TRUE
                           WHEN RPR-CARD-ADD
                               PERFORM 2300-FILE-REQUEST
                           WHEN RPR-CARD-NAME-ADDRESS
                               PERFORM 2400-SET-ADDRESS-LINE
                           WHEN OTHER
                               PERFORM 2500-CANCEL-REQUEST
                       END-EVALUATE
                   END-IF
           END-READ.

       2200-EDIT-CARD.
           MOVE 'Y' TO WS-CARD-VALID-SW
           EVALUATE TRUE
               WHEN NOT RPR-CARD-ACTION-VALID
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DERPRMNT - INVALID ACTION: '
                       RPR-CARD-ACTION
               WHEN RPR-CARD-FIRM-NO NOT NUMERIC
                   OR RPR-CARD-FIRM-NO = ZEROS
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DERPRMNT - INVALID FIRM: '
                       RPR-CARD-FIRM-NO
               WHEN RPR-CARD-ACCT-NO NOT NUMERIC
                   OR RPR-CARD-ACCT-NO = ZEROS
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DERPRMNT - INVALID ACCOUNT: '
                       RPR-CARD-ACCT-NO
               WHEN RPR-CARD-STMT-DATE NOT NUMERIC
                   OR RPR-CARD-STMT-DATE = ZEROS
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DERPRMNT - INVALID STATEMENT DATE: '
                       RPR-CARD-STMT-DATE
               WHEN RPR-CARD-RECIPIENT = SPACES
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DERPRMNT - RECIPIENT MISSING: '
                       RPR-CARD-FIRM-NO '-' RPR-CARD-ACCT-NO
               WHEN RPR-CARD-ADD
                   AND RPR-CARD-REQUESTED-BY = SPACES
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DERPRMNT - REQUESTING USER MISSING: '
                       RPR-CARD-FIRM-NO '-' RPR-CARD-ACCT-NO
               WHEN RPR-CARD-ADD
                   AND RPR-CARD-REQUEST-DATE NOT NUMERIC
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DERPRMNT - INVALID REQUEST DATE: '
                       RPR-CARD-REQUEST-DATE
               WHEN RPR-CARD-NAME-ADDRESS
                   AND (RPR-CARD-LINE-NO NOT NUMERIC
                       OR RPR-CARD-LINE-NO < 1
                       OR RPR-CARD-LINE-NO > 6)
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DERPRMNT - INVALID ADDRESS LINE NO: '
                       RPR-CARD-LINE-NO
           END-EVALUATE.

       2210-REJECT-CARD.
           MOVE 'N' TO WS-CARD-VALID-SW
           ADD 1 TO WS-CARDS-REJECTED.

       2220-READ-REQUEST.
           MOVE RPR-CARD-FIRM-NO   TO DE-RPR-FIRM-NO
           MOVE RPR-CARD-ACCT-NO   TO DE-RPR-ACCT-NO
           MOVE RPR-CARD-STMT-DATE TO DE-RPR-STMT-DATE
           MOVE RPR-CARD-RECIPIENT TO DE-RPR-RECIPIENT
           READ RPR-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

      *    A REQUEST ALREADY ON FILE - PENDING OR LONG SINCE WORKED -
      *    IS FILED AGAIN AS A NEW PENDING REQUEST. A THIRD-PARTY
      *    ADDRESS IS NOT CARRIED OVER; ITS 'N' CARDS MUST FOLLOW.
       2300-FILE-REQUEST.
           PERFORM 2220-READ-REQUEST
           MOVE SPACES                TO RPR-MASTER-RECORD
           MOVE RPR-CARD-FIRM-NO      TO DE-RPR-FIRM-NO
           MOVE RPR-CARD-ACCT-NO      TO DE-RPR-ACCT-NO
           MOVE RPR-CARD-STMT-DATE    TO DE-RPR-STMT-DATE
           MOVE RPR-CARD-RECIPIENT    TO DE-RPR-RECIPIENT
           SET DE-RPR-PENDING         TO TRUE
           IF RPR-CARD-REQUEST-DATE = ZEROS
               MOVE WS-RUN-DATE-CYMD      TO DE-RPR-REQUEST-DATE
           ELSE
               MOVE RPR-CARD-REQUEST-DATE TO DE-RPR-REQUEST-DATE
           END-IF
           MOVE RPR-CARD-REQUESTED-BY TO DE-RPR-REQUESTED-BY
           MOVE ZEROS                 TO DE-RPR-PROCESS-DATE
           MOVE ZEROS                 TO DE-RPR-FEE-AMOUNT
           PERFORM 2600-STAMP-RECORD
           IF WS-RPR-FILE-OK
               REWRITE RPR-MASTER-RECORD
               IF WS-RPR-FILE-OK
                   ADD 1 TO WS-REQUESTS-REFILED
               ELSE
                   PERFORM 2700-REPORT-IO-ERROR
               END-IF
           ELSE
               WRITE RPR-MASTER-RECORD
               IF WS-RPR-FILE-OK
                   ADD 1 TO WS-REQUESTS-ADDED
               ELSE
                   PERFORM 2700-REPORT-IO-ERROR
               END-IF
           END-IF.

       2400-SET-ADDRESS-LINE.
           PERFORM 2220-READ-REQUEST
           EVALUATE TRUE
               WHEN NOT WS-RPR-FILE-OK
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DERPRMNT - REQUEST NOT ON FILE: '
                       RPR-CARD-FIRM-NO '-' RPR-CARD-ACCT-NO
                       ' ' RPR-CARD-STMT-DATE ' ' RPR-CARD-RECIPIENT
               WHEN NOT DE-RPR-PENDING
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DERPRMNT - REQUEST NOT PENDING: '
                       RPR-CARD-FIRM-NO '-' RPR-CARD-ACCT-NO
                       ' STATUS=' DE-RPR-STATUS
               WHEN DE-RPR-TO-ACCOUNT OR DE-RPR-TO-REP
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DERPRMNT - NOT A THIRD-PARTY REQUEST: '
                       RPR-CARD-FIRM-NO '-' RPR-CARD-ACCT-NO
                       ' ' RPR-CARD-RECIPIENT
               WHEN OTHER
                   MOVE RPR-CARD-NA-LINE
                       TO DE-RPR-TP-NA-LINE (RPR-CARD-LINE-NO)
                   PERFORM 2600-STAMP-RECORD
                   REWRITE RPR-MASTER-RECORD
                   IF WS-RPR-FILE-OK
                       ADD 1 TO WS-ADDRESS-LINES-SET
                   ELSE
                       PERFORM 2700-REPORT-IO-ERROR
                   END-IF
           END-EVALUATE.

       2500-CANCEL-REQUEST.
           PERFORM 2220-READ-REQUEST
           EVALUATE TRUE
               WHEN NOT WS-RPR-FILE-OK
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DERPRMNT - REQUEST NOT ON FILE: '
                       RPR-CARD-FIRM-NO '-' RPR-CARD-ACCT-NO
                       ' ' RPR-CARD-STMT-DATE ' ' RPR-CARD-RECIPIENT
               WHEN NOT DE-RPR-PENDING
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DERPRMNT - REQUEST NOT PENDING: '
                       RPR-CARD-FIRM-NO '-' RPR-CARD-ACCT-NO
                       ' STATUS=' DE-RPR-STATUS
               WHEN OTHER
                   SET DE-RPR-CANCELLED TO TRUE
                   PERFORM 2600-STAMP-RECORD
                   REWRITE RPR-MASTER-RECORD
                   IF WS-RPR-FILE-OK
                       ADD 1 TO WS-REQUESTS-CANCELLED
                   ELSE
                       PERFORM 2700-REPORT-IO-ERROR
                   END-IF
           END-EVALUATE.

       2600-STAMP-RECORD.
           MOVE 'SYS'      TO DE-RPR-CHANGE-WHO-CODE
           MOVE 'DERPRMNT' TO DE-RPR-CHANGE-USER-ID
           CALL 'DETSTAMP' USING DE-RPR-CHANGE-TIMESTAMP.

       2700-REPORT-IO-ERROR.
           ADD 1 TO WS-CARDS-REJECTED
           DISPLAY 'DERPRMNT - I/O ERROR FOR '
               RPR-CARD-FIRM-NO '-' RPR-CARD-ACCT-NO
               ' STATUS=' WS-RPR-FILE-STATUS.

       9000-TERMINATE.
           IF WS-FILES-OPENED
               CLOSE RPR-CARD-FILE RPR-MASTER-FILE
           END-IF
           DISPLAY 'DERPRMNT - CARDS READ         : ' WS-CARDS-READ
           DISPLAY 'DERPRMNT - REQUESTS ADDED     : '
                   WS-REQUESTS-ADDED
           DISPLAY 'DERPRMNT - REQUESTS REFILED   : '
                   WS-REQUESTS-REFILED
           DISPLAY 'DERPRMNT - ADDRESS LINES SET  : '
                   WS-ADDRESS-LINES-SET
           DISPLAY 'DERPRMNT - REQUESTS CANCELLED : '
                   WS-REQUESTS-CANCELLED
           DISPLAY 'DERPRMNT - CARDS REJECTED     : '
                   WS-CARDS-REJECTED.

      ******************************************************************
      ******   REP REFERENCE MASTER MAINTENANCE JOB (DEREPMNT)     ******
      ******************************************************************
      ******************************************************************
      **                      PROGRAM CHANGE HISTORY                    **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW BATCH MAINTENANCE PROGRAM - APPLIES REPCARDS TO *
      *          THE REPMSTR REP REFERENCE MASTER. 'A' ADDS A REP AS   *
      *          ACTIVE, OR CHANGES THE NAME, BRANCH, BRANCH MANAGER   *
      *          AND EFFECTIVE DATE OF ONE ALREADY ON FILE WITHOUT     *
      *          TOUCHING ITS STATUS. 'T' TERMINATES A REP AS OF THE   *
      *          CARD DATE AND NAMES THE SUCCESSOR, WHO MUST BE ON     *
      *          FILE AND ACTIVE. 'L' PUTS A REP ON LEAVE, WITH AN     *
      *          OPTIONAL COVERING REP HELD AS THE SUCCESSOR. 'R'      *
      *          RETURNS A REP ON LEAVE OR TERMINATED TO ACTIVE.       *
      *          RECORDS ARE NEVER DELETED, SO THE HISTORY OF A CODE   *
      *          STAYS ON FILE. EVERY CARD IS EDITED AND REJECTS ARE   *
      *          LISTED WITH A REASON, THE WAY DECYCMNT DOES.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEREPMNT.
       AUTHOR.        R SUBRAMANIAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REP-CARD-FILE ASSIGN TO REPCARDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT REP-MASTER-FILE ASSIGN TO REPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-REP-KEY-AREA
               FILE STATUS IS WS-REP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REP-CARD-FILE
           RECORDING MODE IS F.
       01  REP-CARD-RECORD.
           05  REP-CARD-ACTION               PIC X(1).
               88  REP-CARD-ADD             VALUE 'A'.
               88  REP-CARD-TERMINATE       VALUE 'T'.
               88  REP-CARD-LEAVE           VALUE 'L'.
               88  REP-CARD-REINSTATE       VALUE 'R'.
               88  REP-CARD-ACTION-VALID    VALUE 'A' 'T' 'L' 'R'.
           05  REP-CARD-FIRM-NO              PIC 9(3).
           05  REP-CARD-REP                  PIC X(4).
           05  REP-CARD-BRANCH               PIC X(4).
           05  REP-CARD-BRANCH-MGR           PIC X(4).
           05  REP-CARD-DATE                 PIC 9(8).
           05  REP-CARD-SUCCESSOR            PIC X(4).
           05  REP-CARD-NAME                 PIC X(30).
           05  FILLER                        PIC X(22).

       FD  REP-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEREPFIL.

       WORKING-STORAGE SECTION.
       01  WS-CARD-FILE-STATUS          PIC XX.
           88  WS-CARD-FILE-OK         VALUE '00'.
           88  WS-CARD-FILE-EOF        VALUE '10'.

       01  WS-REP-FILE-STATUS           PIC XX.
           88  WS-REP-FILE-OK          VALUE '00'.
           88  WS-REP-FILE-DUP-KEY     VALUE '22'.
           88  WS-REP-FILE-NOTFND      VALUE '23'.

       01  WS-FILES-OPEN-SW             PIC X       VALUE 'N'.
           88  WS-FILES-OPENED         VALUE 'Y'.

       01  WS-CARD-VALID-SW             PIC X       VALUE 'N'.
           88  WS-CARD-VALID           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CARDS-READ            PIC 9(7) VALUE ZEROS.
           05  WS-REPS-ADDED            PIC 9(7) VALUE ZEROS.
           05  WS-REPS-CHANGED          PIC 9(7) VALUE ZEROS.
           05  WS-REPS-TERMINATED       PIC 9(7) VALUE ZEROS.
           05  WS-REPS-ON-LEAVE         PIC 9(7) VALUE ZEROS.
           05  WS-REPS-REINSTATED       PIC 9(7) VALUE ZEROS.
           05  WS-CARDS-REJECTED        PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CARDS
               UNTIL WS-CARD-FILE-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT REP-CARD-FILE
                I-O   REP-MASTER-FILE
           IF WS-CARD-FILE-OK AND WS-REP-FILE-OK
               SET WS-FILES-OPENED TO TRUE
           ELSE
               DISPLAY 'DEREPMNT - OPEN FAILED, CARDS='
                   WS-CARD-FILE-STATUS ' REP=' WS-REP-FILE-STATUS
               SET WS-CARD-FILE-EOF TO TRUE
           END-IF.

       2000-PROCESS-CARDS.
           READ REP-CARD-FILE
               AT END
                   SET WS-CARD-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   PERFORM 2200-EDIT-CARD
                   IF WS-CARD-VALID
                       EVALUATE TRUE
                           WHEN REP-CARD-ADD
                               PERFORM 2300-ADD-REP
                           WHEN OTHER
                               PERFORM 2400-CHANGE-STATUS
                       END-EVALUATE
                   END-IF
           END-READ.

       2200-EDIT-CARD.
           MOVE 'Y' TO WS-CARD-VALID-SW
           EVALUATE TRUE
               WHEN NOT REP-CARD-ACTION-VALID
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEREPMNT - INVALID ACTION: '
                       REP-CARD-ACTION
               WHEN REP-CARD-FIRM-NO NOT NUMERIC
                   OR REP-CARD-FIRM-NO = ZEROS
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEREPMNT - INVALID FIRM: '
                       REP-CARD-FIRM-NO
               WHEN REP-CARD-REP = SPACES
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEREPMNT - REP CODE MISSING: '
                       REP-CARD-RECORD(1:8)
               WHEN REP-CARD-DATE NOT NUMERIC
                   OR REP-CARD-DATE = ZEROS
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEREPMNT - INVALID DATE: '
                       REP-CARD-DATE
               WHEN REP-CARD-ADD
                   AND (REP-CARD-NAME = SPACES
                       OR REP-CARD-BRANCH = SPACES
                       OR REP-CARD-BRANCH-MGR = SPACES)
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEREPMNT - NAME/BRANCH/MANAGER MISSING: '
                       REP-CARD-FIRM-NO '-' REP-CARD-REP
               WHEN REP-CARD-TERMINATE
                   AND REP-CARD-SUCCESSOR = SPACES
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEREPMNT - SUCCESSOR MISSING: '
                       REP-CARD-FIRM-NO '-' REP-CARD-REP
               WHEN REP-CARD-SUCCESSOR = REP-CARD-REP
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEREPMNT - REP IS ITS OWN SUCCESSOR: '
                       REP-CARD-FIRM-NO '-' REP-CARD-REP
               WHEN (REP-CARD-TERMINATE OR REP-CARD-LEAVE)
                   AND REP-CARD-SUCCESSOR NOT = SPACES
                   PERFORM 2220-CHECK-SUCCESSOR
           END-EVALUATE.

       2210-REJECT-CARD.
           MOVE 'N' TO WS-CARD-VALID-SW
           ADD 1 TO WS-CARDS-REJECTED.

      *    THE BOOK GOES TO THE SUCCESSOR, SO IT MUST BE A REP WHO
      *    CAN TAKE IT TODAY.
       2220-CHECK-SUCCESSOR.
           MOVE REP-CARD-FIRM-NO   TO DE-REP-FIRM-NO
           MOVE REP-CARD-SUCCESSOR TO DE-REP-CODE
           READ REP-MASTER-FILE
               INVALID KEY
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEREPMNT - SUCCESSOR NOT ON FILE: '
                       REP-CARD-FIRM-NO '-' REP-CARD-SUCCESSOR
               NOT INVALID KEY
                   IF NOT DE-REP-ACTIVE
                       PERFORM 2210-REJECT-CARD
                       DISPLAY 'DEREPMNT - SUCCESSOR NOT ACTIVE: '
                           REP-CARD-FIRM-NO '-' REP-CARD-SUCCESSOR
                           ' STATUS=' DE-REP-STATUS
                   END-IF
           END-READ.

      *    A CHANGE TO A REP ALREADY ON FILE KEEPS ITS STATUS, DATES
      *    AND SUCCESSOR - ONLY THE 'T', 'L' AND 'R' CARDS MOVE THOSE.
       2300-ADD-REP.
           MOVE REP-CARD-FIRM-NO TO DE-REP-FIRM-NO
           MOVE REP-CARD-REP     TO DE-REP-CODE
           READ REP-MASTER-FILE
               INVALID KEY
                   PERFORM 2310-WRITE-NEW-REP
               NOT INVALID KEY
                   PERFORM 2320-REWRITE-REP-DETAILS
           END-READ.

       2310-WRITE-NEW-REP.
           MOVE SPACES              TO REP-MASTER-RECORD
           MOVE REP-CARD-FIRM-NO    TO DE-REP-FIRM-NO
           MOVE REP-CARD-REP        TO DE-REP-CODE
           MOVE REP-CARD-NAME       TO DE-REP-NAME
           MOVE REP-CARD-BRANCH     TO DE-REP-BRANCH
           MOVE REP-CARD-BRANCH-MGR TO DE-REP-BRANCH-MGR
           SET DE-REP-ACTIVE        TO TRUE
           MOVE REP-CARD-DATE       TO DE-REP-EFFECTIVE-DATE
           MOVE ZEROS               TO DE-REP-LEAVE-DATE
           MOVE ZEROS               TO DE-REP-TERM-DATE
           PERFORM 2500-STAMP-RECORD
           WRITE REP-MASTER-RECORD
           IF WS-REP-FILE-OK
               ADD 1 TO WS-REPS-ADDED
           ELSE
               PERFORM 2600-REPORT-IO-ERROR
           END-IF.

       2320-REWRITE-REP-DETAILS.
           MOVE REP-CARD-NAME       TO DE-REP-NAME
           MOVE REP-CARD-BRANCH     TO DE-REP-BRANCH
           MOVE REP-CARD-BRANCH-MGR TO DE-REP-BRANCH-MGR
           MOVE REP-CARD-DATE       TO DE-REP-EFFECTIVE-DATE
           PERFORM 2500-STAMP-RECORD
           REWRITE REP-MASTER-RECORD
           IF WS-REP-FILE-OK
               ADD 1 TO WS-REPS-CHANGED
           ELSE
               PERFORM 2600-REPORT-IO-ERROR
           END-IF.

       2400-CHANGE-STATUS.
           MOVE REP-CARD-FIRM-NO TO DE-REP-FIRM-NO
           MOVE REP-CARD-REP     TO DE-REP-CODE
           READ REP-MASTER-FILE
               INVALID KEY
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEREPMNT - REP NOT ON FILE: '
                       REP-CARD-FIRM-NO '-' REP-CARD-REP
               NOT INVALID KEY
                   PERFORM 2410-APPLY-STATUS
           END-READ.

       2410-APPLY-STATUS.
           EVALUATE TRUE
               WHEN REP-CARD-TERMINATE
                   SET DE-REP-TERMINATED   TO TRUE
                   MOVE REP-CARD-DATE      TO DE-REP-TERM-DATE
                   MOVE REP-CARD-SUCCESSOR TO DE-REP-SUCCESSOR
               WHEN REP-CARD-LEAVE
                   SET DE-REP-ON-LEAVE     TO TRUE
                   MOVE REP-CARD-DATE      TO DE-REP-LEAVE-DATE
                   MOVE REP-CARD-SUCCESSOR TO DE-REP-SUCCESSOR
               WHEN REP-CARD-REINSTATE
                   SET DE-REP-ACTIVE       TO TRUE
                   MOVE REP-CARD-DATE      TO DE-REP-EFFECTIVE-DATE
                   MOVE ZEROS              TO DE-REP-LEAVE-DATE
                   MOVE ZEROS              TO DE-REP-TERM-DATE
                   MOVE SPACES             TO DE-REP-SUCCESSOR
           END-EVALUATE
           PERFORM 2500-STAMP-RECORD
           REWRITE REP-MASTER-RECORD
           IF WS-REP-FILE-OK
               EVALUATE TRUE
                   WHEN REP-CARD-TERMINATE
                       ADD 1 TO WS-REPS-TERMINATED
                   WHEN REP-CARD-LEAVE
                       ADD 1 TO WS-REPS-ON-LEAVE
                   WHEN OTHER
                       ADD 1 TO WS-REPS-REINSTATED
               END-EVALUATE
           ELSE
               PERFORM 2600-REPORT-IO-ERROR
           END-IF.

       2500-STAMP-RECORD.
           MOVE 'SYS'      TO DE-REP-CHANGE-WHO-CODE
           MOVE 'DEREPMNT' TO DE-REP-CHANGE-USER-ID
           CALL 'DETSTAMP' USING DE-REP-CHANGE-TIMESTAMP.

       2600-REPORT-IO-ERROR.
           ADD 1 TO WS-CARDS-REJECTED
           DISPLAY 'DEREPMNT - I/O ERROR FOR '
               REP-CARD-FIRM-NO '-' REP-CARD-REP
               ' STATUS=' WS-REP-FILE-STATUS.

       9000-TERMINATE.
           IF WS-FILES-OPENED
               CLOSE REP-CARD-FILE REP-MASTER-FILE
           END-IF
           DISPLAY 'DEREPMNT - CARDS READ      : ' WS-CARDS-READ
           DISPLAY 'DEREPMNT - REPS ADDED      : ' WS-REPS-ADDED
           DISPLAY 'DEREPMNT - REPS CHANGED    : ' WS-REPS-CHANGED
           DISPLAY 'DEREPMNT - REPS TERMINATED : ' WS-REPS-TERMINATED
           DISPLAY 'DEREPMNT - REPS ON LEAVE   : ' WS-REPS-ON-LEAVE
           DISPLAY 'DEREPMNT - REPS REINSTATED : ' WS-REPS-REINSTATED
           DISPLAY 'DEREPMNT - CARDS REJECTED  : ' WS-CARDS-REJECTED.

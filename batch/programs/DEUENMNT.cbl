      ******************************************************************
      ******   USER ENTITLEMENT MASTER MAINTENANCE JOB (DEUENMNT)  ******
      ******************************************************************
      ******************************************************************
      **                      PROGRAM CHANGE HISTORY                    **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW BATCH MAINTENANCE PROGRAM - APPLIES UENCARDS TO *
      *          THE ENTLMSTR USER ENTITLEMENT MASTER (DEUENFIL). 'A'  *
      *          ADDS A USER OR DEPARTMENT ENTRY AS ACTIVE, OR CHANGES *
      *          THE DESCRIPTION OF ONE ON FILE. 'G' GRANTS AND 'D'    *
      *          DROPS AN APPLICATION/FUNCTION PAIR; 'F' ADDS AND 'X'  *
      *          REMOVES A FIRM RESTRICTION. 'S' SUSPENDS AN ENTRY AND *
      *          'R' REINSTATES IT. EVERY CARD NAMES THE USER (AND     *
      *          DEPARTMENT) KEYING IT, AND EVERY CHANGE IS WRITTEN    *
      *          THROUGH DEAUDLOG AS APPLICATION 'ENTL' WITH THE ENTRY *
      *          BEFORE AND AFTER, SO ENTITLEMENT CHANGES ARE ON THE   *
      *          SAME AUDIT TRAIL AS EVERYTHING ELSE AND ARE           *
      *          THEMSELVES CHECKED BY DEUENCHK. RECORDS ARE NEVER     *
      *          DELETED. REJECTS ARE LISTED WITH A REASON, THE WAY    *
      *          DEREPMNT DOES.                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEUENMNT.
       AUTHOR.        R SUBRAMANIAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UEN-CARD-FILE ASSIGN TO UENCARDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT UEN-MASTER-FILE ASSIGN TO ENTLMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-UEN-KEY-AREA
               FILE STATUS IS WS-UEN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UEN-CARD-FILE
           RECORDING MODE IS F.
       01  UEN-CARD-RECORD.
           05  UEN-CARD-ACTION               PIC X(1).
               88  UEN-CARD-ADD             VALUE 'A'.
               88  UEN-CARD-SUSPEND         VALUE 'S'.
               88  UEN-CARD-REINSTATE       VALUE 'R'.
               88  UEN-CARD-GRANT           VALUE 'G'.
               88  UEN-CARD-DROP            VALUE 'D'.
               88  UEN-CARD-ADD-FIRM        VALUE 'F'.
               88  UEN-CARD-REMOVE-FIRM     VALUE 'X'.
               88  UEN-CARD-PAIR-ACTION     VALUE 'G' 'D'.
               88  UEN-CARD-FIRM-ACTION     VALUE 'F' 'X'.
               88  UEN-CARD-ACTION-VALID
                                   VALUE 'A' 'S' 'R' 'G' 'D' 'F' 'X'.
           05  UEN-CARD-KEY-AREA.
               10  UEN-CARD-KEY-TYPE         PIC X(1).
                   88  UEN-CARD-KEY-TYPE-VALID VALUE 'U' 'D'.
               10  UEN-CARD-KEY-ID           PIC X(10).
           05  UEN-CARD-APPLICATION          PIC X(4).
           05  UEN-CARD-FUNCTION             PIC X(4).
           05  UEN-CARD-FIRM-NO              PIC 9(3).
           05  UEN-CARD-KEYED-BY             PIC X(10).
           05  UEN-CARD-KEYED-DEPT           PIC X(4).
           05  UEN-CARD-DESCRIPTION          PIC X(30).
           05  FILLER                        PIC X(13).

       FD  UEN-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEUENFIL.

       WORKING-STORAGE SECTION.
       01  WS-CARD-FILE-STATUS          PIC XX.
           88  WS-CARD-FILE-OK         VALUE '00'.
           88  WS-CARD-FILE-EOF        VALUE '10'.

       01  WS-UEN-FILE-STATUS           PIC XX.
           88  WS-UEN-FILE-OK          VALUE '00'.
           88  WS-UEN-FILE-DUP-KEY     VALUE '22'.
           88  WS-UEN-FILE-NOTFND      VALUE '23'.

       01  WS-FILES-OPEN-SW             PIC X       VALUE 'N'.
           88  WS-FILES-OPENED         VALUE 'Y'.

       01  WS-CARD-VALID-SW             PIC X       VALUE 'N'.
           88  WS-CARD-VALID           VALUE 'Y'.

       01  WS-ENTRY-FOUND-SW            PIC X       VALUE 'N'.
           88  WS-ENTRY-FOUND          VALUE 'Y'.

       01  WS-PAIR-MAX                  PIC 9(3)    COMP VALUE 30.
       01  WS-FIRM-MAX                  PIC 9(3)    COMP VALUE 10.
       01  WS-PX                        PIC 9(3)    COMP.
       01  WS-FOUND-X                   PIC 9(3)    COMP.

       01  WS-AUDIT-FUNCTION            PIC X(4).
       01  WS-AUDIT-BEFORE-IMAGE        PIC X(450).
       01  WS-AUDIT-AFTER-IMAGE         PIC X(450).
       01  WS-AUDIT-RETURN-CODE         PIC 9(2).
       01  WS-AUDIT-STAMP               PIC X(26).
       01  WS-AUDIT-SEQ-NO              PIC 9(3)    VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-CARDS-READ            PIC 9(7) VALUE ZEROS.
           05  WS-ENTRIES-ADDED         PIC 9(7) VALUE ZEROS.
           05  WS-ENTRIES-CHANGED       PIC 9(7) VALUE ZEROS.
           05  WS-PAIRS-GRANTED         PIC 9(7) VALUE ZEROS.
           05  WS-PAIRS-DROPPED         PIC 9(7) VALUE ZEROS.
           05  WS-FIRMS-ADDED           PIC 9(7) VALUE ZEROS.
           05  WS-FIRMS-REMOVED         PIC 9(7) VALUE ZEROS.
           05  WS-ENTRIES-SUSPENDED     PIC 9(7) VALUE ZEROS.
           05  WS-ENTRIES-REINSTATED    PIC 9(7) VALUE ZEROS.
           05  WS-CARDS-REJECTED        PIC 9(7) VALUE ZEROS.
           05  WS-AUDIT-FAILURES        PIC 9(7) VALUE ZEROS.

           COPY DECMLINK.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CARDS
               UNTIL WS-CARD-FILE-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT UEN-CARD-FILE
                I-O   UEN-MASTER-FILE
           IF WS-CARD-FILE-OK AND WS-UEN-FILE-OK
               SET WS-FILES-OPENED TO TRUE
           ELSE
               DISPLAY 'DEUENMNT - OPEN FAILED, CARDS='
                   WS-CARD-FILE-STATUS ' ENTL=' WS-UEN-FILE-STATUS
               SET WS-CARD-FILE-EOF TO TRUE
           END-IF.

       2000-PROCESS-CARDS.
           READ UEN-CARD-FILE
               AT END
                   SET WS-CARD-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   PERFORM 2200-EDIT-CARD
                   IF WS-CARD-VALID
                       EVALUATE TRUE
                           WHEN UEN-CARD-ADD
                               PERFORM 2300-ADD-ENTRY
                           WHEN OTHER
                               PERFORM 2400-CHANGE-ENTRY
                       END-EVALUATE
                   END-IF
           END-READ.

      *    THE KEYING USER IS REQUIRED ON EVERY CARD - IT IS WHO THE
      *    AUDIT ROW SAYS MADE THE CHANGE.
       2200-EDIT-CARD.
           MOVE 'Y' TO WS-CARD-VALID-SW
           EVALUATE TRUE
               WHEN NOT UEN-CARD-ACTION-VALID
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEUENMNT - INVALID ACTION: '
                       UEN-CARD-ACTION
               WHEN NOT UEN-CARD-KEY-TYPE-VALID
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEUENMNT - INVALID KEY TYPE: '
                       UEN-CARD-KEY-TYPE
               WHEN UEN-CARD-KEY-ID = SPACES
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEUENMNT - USER/DEPT ID MISSING: '
                       UEN-CARD-RECORD(1:12)
               WHEN UEN-CARD-KEYED-BY = SPACES
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEUENMNT - KEYED-BY USER MISSING: '
                       UEN-CARD-KEY-AREA
               WHEN UEN-CARD-ADD
                   AND UEN-CARD-DESCRIPTION = SPACES
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEUENMNT - DESCRIPTION MISSING: '
                       UEN-CARD-KEY-AREA
               WHEN UEN-CARD-PAIR-ACTION
                   AND (UEN-CARD-APPLICATION = SPACES
                       OR UEN-CARD-FUNCTION = SPACES)
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEUENMNT - APPLICATION/FUNCTION MISSING: '
                       UEN-CARD-KEY-AREA
               WHEN UEN-CARD-FIRM-ACTION
                   AND (UEN-CARD-FIRM-NO NOT NUMERIC
                       OR UEN-CARD-FIRM-NO = ZEROS)
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEUENMNT - INVALID FIRM: '
                       UEN-CARD-KEY-AREA ' ' UEN-CARD-FIRM-NO
           END-EVALUATE.

       2210-REJECT-CARD.
           MOVE 'N' TO WS-CARD-VALID-SW
           ADD 1 TO WS-CARDS-REJECTED.

      *    A CHANGE TO AN ENTRY ALREADY ON FILE TOUCHES ONLY THE
      *    DESCRIPTION - PAIRS, FIRMS AND STATUS HAVE THEIR OWN CARDS.
       2300-ADD-ENTRY.
           MOVE UEN-CARD-KEY-AREA TO DE-UEN-KEY-AREA
           READ UEN-MASTER-FILE
               INVALID KEY
                   PERFORM 2310-WRITE-NEW-ENTRY
               NOT INVALID KEY
                   PERFORM 2320-REWRITE-DESCRIPTION
           END-READ.

       2310-WRITE-NEW-ENTRY.
           MOVE SPACES               TO WS-AUDIT-BEFORE-IMAGE
           MOVE SPACES               TO UEN-MASTER-RECORD
           MOVE UEN-CARD-KEY-AREA    TO DE-UEN-KEY-AREA
           SET DE-UEN-ACTIVE         TO TRUE
           MOVE UEN-CARD-DESCRIPTION TO DE-UEN-DESCRIPTION
           MOVE ZEROS                TO DE-UEN-FIRM-COUNT
           MOVE ZEROS                TO DE-UEN-PAIR-COUNT
           PERFORM 2311-CLEAR-FIRM
               VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > WS-FIRM-MAX
           PERFORM 2500-STAMP-RECORD
           WRITE UEN-MASTER-RECORD
           IF WS-UEN-FILE-OK
               ADD 1 TO WS-ENTRIES-ADDED
               MOVE 'ADD ' TO WS-AUDIT-FUNCTION
               PERFORM 2700-WRITE-AUDIT-ROW
           ELSE
               PERFORM 2600-REPORT-IO-ERROR
           END-IF.

       2311-CLEAR-FIRM.
           MOVE ZEROS TO DE-UEN-FIRM-NO (WS-PX).

       2320-REWRITE-DESCRIPTION.
           MOVE UEN-MASTER-RECORD    TO WS-AUDIT-BEFORE-IMAGE
           MOVE UEN-CARD-DESCRIPTION TO DE-UEN-DESCRIPTION
           PERFORM 2500-STAMP-RECORD
           REWRITE UEN-MASTER-RECORD
           IF WS-UEN-FILE-OK
               ADD 1 TO WS-ENTRIES-CHANGED
               MOVE 'EDIT' TO WS-AUDIT-FUNCTION
               PERFORM 2700-WRITE-AUDIT-ROW
           ELSE
               PERFORM 2600-REPORT-IO-ERROR
           END-IF.

       2400-CHANGE-ENTRY.
           MOVE UEN-CARD-KEY-AREA TO DE-UEN-KEY-AREA
           READ UEN-MASTER-FILE
               INVALID KEY
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEUENMNT - ENTRY NOT ON FILE: '
                       UEN-CARD-KEY-AREA
               NOT INVALID KEY
                   MOVE UEN-MASTER-RECORD TO WS-AUDIT-BEFORE-IMAGE
                   PERFORM 2410-APPLY-CHANGE
           END-READ
           IF WS-CARD-VALID
               PERFORM 2500-STAMP-RECORD
               REWRITE UEN-MASTER-RECORD
               IF WS-UEN-FILE-OK
                   PERFORM 2480-COUNT-CHANGE
                   MOVE 'EDIT' TO WS-AUDIT-FUNCTION
                   PERFORM 2700-WRITE-AUDIT-ROW
               ELSE
                   PERFORM 2600-REPORT-IO-ERROR
               END-IF
           END-IF.

       2410-APPLY-CHANGE.
           EVALUATE TRUE
               WHEN UEN-CARD-SUSPEND
                   IF DE-UEN-SUSPENDED
                       PERFORM 2210-REJECT-CARD
                       DISPLAY 'DEUENMNT - ALREADY SUSPENDED: '
                           UEN-CARD-KEY-AREA
                   ELSE
                       SET DE-UEN-SUSPENDED TO TRUE
                   END-IF
               WHEN UEN-CARD-REINSTATE
                   IF DE-UEN-ACTIVE
                       PERFORM 2210-REJECT-CARD
                       DISPLAY 'DEUENMNT - NOT SUSPENDED: '
                           UEN-CARD-KEY-AREA
                   ELSE
                       SET DE-UEN-ACTIVE TO TRUE
                   END-IF
               WHEN UEN-CARD-GRANT
                   PERFORM 2420-GRANT-PAIR
               WHEN UEN-CARD-DROP
                   PERFORM 2430-DROP-PAIR
               WHEN UEN-CARD-ADD-FIRM
                   PERFORM 2440-ADD-FIRM
               WHEN UEN-CARD-REMOVE-FIRM
                   PERFORM 2450-REMOVE-FIRM
           END-EVALUATE.

       2420-GRANT-PAIR.
           PERFORM 2425-FIND-PAIR
           EVALUATE TRUE
               WHEN WS-ENTRY-FOUND
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEUENMNT - PAIR ALREADY GRANTED: '
                       UEN-CARD-KEY-AREA ' ' UEN-CARD-APPLICATION
                       '/' UEN-CARD-FUNCTION
               WHEN DE-UEN-PAIR-COUNT NOT < WS-PAIR-MAX
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEUENMNT - PAIR TABLE FULL: '
                       UEN-CARD-KEY-AREA
               WHEN OTHER
                   ADD 1 TO DE-UEN-PAIR-COUNT
                   MOVE UEN-CARD-APPLICATION
                       TO DE-UEN-APPLICATION (DE-UEN-PAIR-COUNT)
                   MOVE UEN-CARD-FUNCTION
                       TO DE-UEN-FUNCTION (DE-UEN-PAIR-COUNT)
           END-EVALUATE.

       2425-FIND-PAIR.
           MOVE 'N'   TO WS-ENTRY-FOUND-SW
           MOVE ZEROS TO WS-FOUND-X
           PERFORM 2426-MATCH-PAIR
               VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > DE-UEN-PAIR-COUNT
               OR WS-ENTRY-FOUND.

       2426-MATCH-PAIR.
           IF DE-UEN-APPLICATION (WS-PX) = UEN-CARD-APPLICATION
               AND DE-UEN-FUNCTION (WS-PX) = UEN-CARD-FUNCTION
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-PX TO WS-FOUND-X
           END-IF.

      *    THE PAIRS BEHIND THE ONE DROPPED MOVE UP A SLOT, SO THE
      *    TABLE STAYS PACKED FROM ENTRY 1 TO THE PAIR COUNT.
       2430-DROP-PAIR.
           PERFORM 2425-FIND-PAIR
           IF WS-ENTRY-FOUND
               PERFORM 2431-CLOSE-PAIR-GAP
                   VARYING WS-PX FROM WS-FOUND-X BY 1
                   UNTIL WS-PX NOT < DE-UEN-PAIR-COUNT
               MOVE SPACES TO DE-UEN-PAIR (DE-UEN-PAIR-COUNT)
               SUBTRACT 1 FROM DE-UEN-PAIR-COUNT
           ELSE
               PERFORM 2210-REJECT-CARD
               DISPLAY 'DEUENMNT - PAIR NOT GRANTED: '
                   UEN-CARD-KEY-AREA ' ' UEN-CARD-APPLICATION
                   '/' UEN-CARD-FUNCTION
           END-IF.

       2431-CLOSE-PAIR-GAP.
           MOVE DE-UEN-PAIR (WS-PX + 1) TO DE-UEN-PAIR (WS-PX).

       2440-ADD-FIRM.
           PERFORM 2445-FIND-FIRM
           EVALUATE TRUE
               WHEN WS-ENTRY-FOUND
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEUENMNT - FIRM ALREADY LISTED: '
                       UEN-CARD-KEY-AREA ' ' UEN-CARD-FIRM-NO
               WHEN DE-UEN-FIRM-COUNT NOT < WS-FIRM-MAX
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEUENMNT - FIRM TABLE FULL: '
                       UEN-CARD-KEY-AREA
               WHEN OTHER
                   ADD 1 TO DE-UEN-FIRM-COUNT
                   MOVE UEN-CARD-FIRM-NO
                       TO DE-UEN-FIRM-NO (DE-UEN-FIRM-COUNT)
           END-EVALUATE.

       2445-FIND-FIRM.
           MOVE 'N'   TO WS-ENTRY-FOUND-SW
           MOVE ZEROS TO WS-FOUND-X
           PERFORM 2446-MATCH-FIRM
               VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > DE-UEN-FIRM-COUNT
               OR WS-ENTRY-FOUND.

       2446-MATCH-FIRM.
           IF DE-UEN-FIRM-NO (WS-PX) = UEN-CARD-FIRM-NO
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-PX TO WS-FOUND-X
           END-IF.

      *    REMOVING THE LAST FIRM LEAVES THE ENTRY GOOD FOR ALL FIRMS.
       2450-REMOVE-FIRM.
           PERFORM 2445-FIND-FIRM
           IF WS-ENTRY-FOUND
               PERFORM 2451-CLOSE-FIRM-GAP
                   VARYING WS-PX FROM WS-FOUND-X BY 1
                   UNTIL WS-PX NOT < DE-UEN-FIRM-COUNT
               MOVE ZEROS TO DE-UEN-FIRM-NO (DE-UEN-FIRM-COUNT)
               SUBTRACT 1 FROM DE-UEN-FIRM-COUNT
               IF DE-UEN-ALL-FIRMS
                   DISPLAY 'DEUENMNT - LAST FIRM REMOVED, NOW ALL '
                       'FIRMS: ' UEN-CARD-KEY-AREA
               END-IF
           ELSE
               PERFORM 2210-REJECT-CARD
               DISPLAY 'DEUENMNT - FIRM NOT LISTED: '
                   UEN-CARD-KEY-AREA ' ' UEN-CARD-FIRM-NO
           END-IF.

       2451-CLOSE-FIRM-GAP.
           MOVE DE-UEN-FIRM-NO (WS-PX + 1) TO DE-UEN-FIRM-NO (WS-PX).

       2480-COUNT-CHANGE.
           EVALUATE TRUE
               WHEN UEN-CARD-SUSPEND
                   ADD 1 TO WS-ENTRIES-SUSPENDED
               WHEN UEN-CARD-REINSTATE
                   ADD 1 TO WS-ENTRIES-REINSTATED
               WHEN UEN-CARD-GRANT
                   ADD 1 TO WS-PAIRS-GRANTED
               WHEN UEN-CARD-DROP
                   ADD 1 TO WS-PAIRS-DROPPED
               WHEN UEN-CARD-ADD-FIRM
                   ADD 1 TO WS-FIRMS-ADDED
               WHEN UEN-CARD-REMOVE-FIRM
                   ADD 1 TO WS-FIRMS-REMOVED
           END-EVALUATE.

       2500-STAMP-RECORD.
           MOVE 'SYS'             TO DE-UEN-CHANGE-WHO-CODE
           MOVE UEN-CARD-KEYED-BY TO DE-UEN-CHANGE-USER-ID
           CALL 'DETSTAMP' USING DE-UEN-CHANGE-TIMESTAMP.

       2600-REPORT-IO-ERROR.
           ADD 1 TO WS-CARDS-REJECTED
           DISPLAY 'DEUENMNT - I/O ERROR FOR '
               UEN-CARD-KEY-AREA
               ' STATUS=' WS-UEN-FILE-STATUS.

      *    THE CHANGE GOES ON THE AUDIT TRAIL UNDER THE USER WHO KEYED
      *    THE CARD, WITH ORIGIN 'CARDS' RATHER THAN 'BATCH' SO THE
      *    ENTITLEMENT CHECK TREATS IT AS A PERSON'S CHANGE. THE KEY
      *    IS 'UEN' + KEY TYPE + USER/DEPT ID. THE RID IS BUILT FROM
      *    THE CHANGE TIMESTAMP PLUS A WRAP-AROUND SEQUENCE, THE WAY
      *    DERECON BUILDS ITS REPAIR RIDS.
       2700-WRITE-AUDIT-ROW.
           MOVE UEN-MASTER-RECORD    TO WS-AUDIT-AFTER-IMAGE
           MOVE SPACES               TO LK-DE-COMM-AREA
           MOVE ZEROS                TO LK-DE-FIRM
           MOVE ZEROS                TO LK-DE-SUB
           MOVE 'ENTL'               TO LK-DE-APPLICATION
           MOVE WS-AUDIT-FUNCTION    TO LK-DE-FUNCTION
           MOVE UEN-CARD-KEYED-BY    TO LK-DE-USERID
           MOVE UEN-CARD-KEYED-DEPT  TO LK-DE-DEPT
           MOVE 'DEUENMNT'           TO LK-DE-ORIGINATOR
           MOVE 'CARDS'              TO LK-DE-TRANS-ORIGIN
           CALL 'DETSTAMP' USING WS-AUDIT-STAMP
           ADD 1 TO WS-AUDIT-SEQ-NO
           STRING 'E'
                  WS-AUDIT-STAMP (9:2)
                  WS-AUDIT-STAMP (12:2)
                  WS-AUDIT-STAMP (15:2)
                  WS-AUDIT-STAMP (18:2)
                  WS-AUDIT-SEQ-NO
               DELIMITED BY SIZE INTO LK-DE-TRANS-RID
           END-STRING
           MOVE 'UEN'                TO LK-DE-KEY (1:3)
           MOVE DE-UEN-KEY-AREA      TO LK-DE-KEY (4:11)
           CALL 'DEAUDLOG' USING LK-DE-COMM-AREA
                                 WS-AUDIT-BEFORE-IMAGE
                                 WS-AUDIT-AFTER-IMAGE
                                 WS-AUDIT-RETURN-CODE
           IF WS-AUDIT-RETURN-CODE NOT = ZEROS
               ADD 1 TO WS-AUDIT-FAILURES
               DISPLAY 'DEUENMNT - AUDIT WRITE FAILED FOR '
                   DE-UEN-KEY-AREA
           END-IF.

       9000-TERMINATE.
           IF WS-FILES-OPENED
               CLOSE UEN-CARD-FILE UEN-MASTER-FILE
           END-IF
           DISPLAY 'DEUENMNT - CARDS READ         : ' WS-CARDS-READ
           DISPLAY 'DEUENMNT - ENTRIES ADDED      : ' WS-ENTRIES-ADDED
           DISPLAY 'DEUENMNT - ENTRIES CHANGED    : '
                   WS-ENTRIES-CHANGED
           DISPLAY 'DEUENMNT - PAIRS GRANTED      : ' WS-PAIRS-GRANTED
           DISPLAY 'DEUENMNT - PAIRS DROPPED      : ' WS-PAIRS-DROPPED
           DISPLAY 'DEUENMNT - FIRMS ADDED        : ' WS-FIRMS-ADDED
           DISPLAY 'DEUENMNT - FIRMS REMOVED      : ' WS-FIRMS-REMOVED
           DISPLAY 'DEUENMNT - ENTRIES SUSPENDED  : '
                   WS-ENTRIES-SUSPENDED
           DISPLAY 'DEUENMNT - ENTRIES REINSTATED : '
                   WS-ENTRIES-REINSTATED
           DISPLAY 'DEUENMNT - CARDS REJECTED     : '
                   WS-CARDS-REJECTED
           DISPLAY 'DEUENMNT - AUDIT FAILURES     : '
                   WS-AUDIT-FAILURES.

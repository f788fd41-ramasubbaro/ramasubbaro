      **                      PROGRAM CHANGE HISTORY                    **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW 'ACCT' CARD - FIRM, ACCOUNT AND AN OPTIONAL     *
      *          TIMESTAMP RANGE. THE ACCOUNT'S AUDIT ROWS ARE FOUND   *
      *          ON THE AUDXREF FIRM/ACCOUNT/TIMESTAMP CROSS-REFERENCE *
      *          AND READ FROM THE LOG BY TRANS-RID, THEN BACKED OUT   *
      *          NEWEST-FIRST UNDER THE SAME 500-ROW LIMIT, TRIAL      *
      *          SIMULATION AND REPAIR CAP AS AN 'ORG ' CARD. NO PASS  *
      *          OF THE WHOLE LOG IS NEEDED TO UNWIND ONE ACCOUNT.     *
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 09/02/2026 TRIAL MODE NOW SIMULATES THE CHAIN UNWIND. EACH     *
      *          SIMULATED RESTORE IS REMEMBERED PER TARGET KEY AND    *
      *          THE NEXT-OLDER ROW OF A CHAIN VERIFIES AGAINST THAT   *
                   WITH DUPLICATES
               FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT AUDIT-XREF-FILE ASSIGN TO AUDXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-AXR-KEY-AREA
               FILE STATUS IS WS-AXR-FILE-STATUS.

           SELECT HLD-MASTER-FILE ASSIGN TO HLDMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               88  BKO-CARD-MODE            VALUE 'MODE'.
               88  BKO-CARD-RID             VALUE 'RID '.
               88  BKO-CARD-ORG             VALUE 'ORG '.
               88  BKO-CARD-ACCT            VALUE 'ACCT'.
           05  BKO-CARD-BODY                 PIC X(76).
           05  FILLER REDEFINES BKO-CARD-BODY.
               10  BKO-CARD-RUN-MODE         PIC X(5).
               10  FILLER                    PIC X(1).
               10  BKO-CARD-TO-TS            PIC X(26).
               10  FILLER                    PIC X(14).
           05  FILLER REDEFINES BKO-CARD-BODY.
               10  BKO-CARD-FIRM-NO          PIC 9(3).
               10  FILLER                    PIC X(1).
               10  BKO-CARD-ACCT-NO          PIC 9(8).
               10  FILLER                    PIC X(1).
               10  BKO-CARD-ACCT-FROM-TS     PIC X(26).
               10  FILLER                    PIC X(1).
               10  BKO-CARD-ACCT-TO-TS       PIC X(26).
               10  FILLER                    PIC X(10).

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
           COPY DEAUDFIL.

       FD  AUDIT-XREF-FILE
           RECORDING MODE IS F.
           COPY DEAXRFIL.

       FD  HLD-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEHLDFIL.
       01  WS-AUD-FILE-STATUS           PIC XX.
           88  WS-AUD-FILE-OK          VALUE '00'.
           88  WS-AUD-FILE-NOTFND      VALUE '23'.
       01  WS-AXR-FILE-STATUS           PIC XX.
           88  WS-AXR-FILE-OK          VALUE '00'.
       01  WS-HLD-FILE-STATUS           PIC XX.
           88  WS-HLD-FILE-OK          VALUE '00'.
           88  WS-HLD-FILE-NOTFND      VALUE '23'.
       01  WS-ORG-SCAN-DONE-SW          PIC X(1)    VALUE 'N'.
           88  WS-ORG-SCAN-DONE        VALUE 'Y'.
       01  WS-ORG-TO-TS                 PIC X(26).
       01  WS-ACCT-SCAN-DONE-SW         PIC X(1)    VALUE 'N'.
           88  WS-ACCT-SCAN-DONE       VALUE 'Y'.

      *    THE RIDS MATCHING AN ORIGINATOR CARD, COLLECTED IN WRITE
      *    ORDER OFF THE ALTERNATE KEY AND APPLIED IN REVERSE SO A
       1000-INITIALIZE.
           OPEN INPUT  BKO-CARD-FILE
                INPUT  AUDIT-LOG-FILE
                INPUT  AUDIT-XREF-FILE
                I-O    HLD-MASTER-FILE
                I-O    STM-MASTER-FILE
                I-O    STM-COD-MASTER-FILE
                I-O    WSH-MASTER-FILE
                OUTPUT BKO-REPORT
           IF WS-CARD-FILE-OK AND WS-AUD-FILE-OK
               AND WS-AXR-FILE-OK AND WS-HLD-FILE-OK AND WS-STM-FILE-OK
               AND WS-COD-FILE-OK AND WS-HAP-FILE-OK
               AND WS-MAD-FILE-OK AND WS-WSH-FILE-OK
               AND WS-RPT-FILE-OK
           ELSE
               DISPLAY 'DEAUDBKO - OPEN FAILED, CARDS='
                   WS-CARD-FILE-STATUS ' AUD=' WS-AUD-FILE-STATUS
                   ' AXR=' WS-AXR-FILE-STATUS
                   ' HLD=' WS-HLD-FILE-STATUS
                   ' STM=' WS-STM-FILE-STATUS
                   ' COD=' WS-COD-FILE-STATUS
                           PERFORM 2200-SELECT-BY-RID
                       WHEN BKO-CARD-ORG
                           PERFORM 2300-SELECT-BY-ORIGINATOR
                       WHEN BKO-CARD-ACCT
                           PERFORM 2400-SELECT-BY-ACCOUNT
                       WHEN OTHER
                           ADD 1 TO WS-CARDS-REJECTED
                           DISPLAY 'DEAUDBKO - INVALID CARD TYPE: '
                   PERFORM 3000-BACK-OUT-AUDIT-ROW
           END-READ.

      *    AN ACCOUNT'S ROWS COME OFF THE CROSS-REFERENCE OLDEST
      *    FIRST, SO THEY ARE COLLECTED INTO THE SAME RID TABLE AS AN
      *    ORIGINATOR CARD'S AND APPLIED IN REVERSE THE SAME WAY.
       2400-SELECT-BY-ACCOUNT.
           IF BKO-CARD-FIRM-NO NOT NUMERIC
               OR BKO-CARD-ACCT-NO NOT NUMERIC
               ADD 1 TO WS-CARDS-REJECTED
               DISPLAY 'DEAUDBKO - INVALID ACCT CARD: ' BKO-CARD-BODY
           ELSE
               PERFORM 2410-COLLECT-ACCOUNT-RIDS
               IF WS-ORG-OVERFLOW
                   ADD 1 TO WS-CARDS-REJECTED
                   DISPLAY 'DEAUDBKO - MORE THAN 500 ROWS MATCH '
                       BKO-CARD-FIRM-NO '-' BKO-CARD-ACCT-NO
                       ', CARD REFUSED - NARROW THE TIMESTAMP RANGE'
               ELSE
                   PERFORM 2320-APPLY-NEWEST-FIRST
                       VARYING WS-OX FROM WS-ORG-RID-COUNT BY -1
                       UNTIL WS-OX < 1 OR WS-BKO-ABORTED
               END-IF
           END-IF.

       2410-COLLECT-ACCOUNT-RIDS.
           IF BKO-CARD-ACCT-TO-TS = SPACES
               MOVE HIGH-VALUES TO WS-ORG-TO-TS
           ELSE
               MOVE BKO-CARD-ACCT-TO-TS TO WS-ORG-TO-TS
           END-IF
           MOVE 'N'   TO WS-ACCT-SCAN-DONE-SW
           MOVE 'N'   TO WS-ORG-OVERFLOW-SW
           MOVE ZEROS TO WS-ORG-RID-COUNT
           MOVE LOW-VALUES            TO DE-AXR-KEY-AREA
           MOVE BKO-CARD-FIRM-NO      TO DE-AXR-FIRM-NO
           MOVE BKO-CARD-ACCT-NO      TO DE-AXR-ACCT-NO
           IF BKO-CARD-ACCT-FROM-TS NOT = SPACES
               MOVE BKO-CARD-ACCT-FROM-TS TO DE-AXR-TIMESTAMP
           END-IF
           START AUDIT-XREF-FILE
               KEY IS NOT LESS THAN DE-AXR-KEY-AREA
               INVALID KEY
                   SET WS-ACCT-SCAN-DONE TO TRUE
           END-START
           PERFORM 2420-COLLECT-ACCOUNT-ROW
               UNTIL WS-ACCT-SCAN-DONE.

       2420-COLLECT-ACCOUNT-ROW.
           READ AUDIT-XREF-FILE NEXT RECORD
               AT END
                   SET WS-ACCT-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-ACCT-SCAN-DONE
               IF DE-AXR-FIRM-NO NOT = BKO-CARD-FIRM-NO
                   OR DE-AXR-ACCT-NO NOT = BKO-CARD-ACCT-NO
                   OR DE-AXR-TIMESTAMP > WS-ORG-TO-TS
                   SET WS-ACCT-SCAN-DONE TO TRUE
               ELSE
                   IF WS-ORG-RID-COUNT < 500
                       ADD 1 TO WS-ORG-RID-COUNT
                       MOVE DE-AXR-TRANS-RID
                           TO WS-ORG-RID (WS-ORG-RID-COUNT)
                   ELSE
                       SET WS-ORG-OVERFLOW TO TRUE
                       SET WS-ACCT-SCAN-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

       3000-BACK-OUT-AUDIT-ROW.
           ADD 1 TO WS-AUDIT-ROWS-MATCHED
           MOVE DE-AUDIT-KEY-AREA (5:3)  TO WS-PK-FIRM-NO

       9000-TERMINATE.
           IF WS-FILES-OPENED
               CLOSE BKO-CARD-FILE AUDIT-LOG-FILE AUDIT-XREF-FILE
                     HLD-MASTER-FILE STM-MASTER-FILE
                     STM-COD-MASTER-FILE HAPI-MASTER-FILE
                     MAD-MASTER-FILE WSH-MASTER-FILE BKO-REPORT

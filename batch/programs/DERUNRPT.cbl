      **                      PROGRAM CHANGE HISTORY                    **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 DEAPRBLK (BULK ACCOUNT-PARAMETERS RESPONSE FILE)    *
      *          ADDED TO THE EXPECTED JOBS AS ENTRY 16. IT ONLY READS *
      *          THE MASTERS, SO IT RUNS LAST AND NO EXISTING ENTRY    *
      *          MOVES. A NEW BALANCE PROVES ITS REQUEST CARDS READ    *
      *          AGAINST THE RESPONSES WRITTEN - ONE PER CARD, GOOD OR *
      *          BAD. ITS CONDITION CODE IS 4 WHEN A RESPONSE CARRIES  *
      *          AN EDIT ERROR, WHICH DOES NOT FLAG THE NIGHT.         *
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 DEUENCHK (ENTITLEMENT AND MAKER/CHECKER CHECK)      *
      *          ADDED TO THE EXPECTED JOBS AS ENTRY 15, LAST IN THE   *
      *          WINDOW SO EVERY JOB THAT WRITES AUDIT ROWS HAS RUN    *
      *          BEFORE IT. NO EXISTING ENTRY MOVES. IT HAS NO BALANCE *
      *          OF ITS OWN - A NIGHT WITH ANY EXCEPTION OR BREACH     *
      *          ENDS IT WITH CONDITION CODE 8, WHICH FLAGS THE NIGHT  *
      *          HERE.                                                 *
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 DESTMRPR (ON-REQUEST DUPLICATE STATEMENTS) ADDED TO *
      *          THE EXPECTED JOBS AS ENTRY 6, RIGHT AFTER DESTMPRD,   *
      *          SINCE ITS DUPLICATES MUST BE ON STMEXTR BEFORE        *
      *          DESTMCNF RECONCILES IT. THE JOBS BEHIND IT MOVE DOWN  *
      *          ONE, SO DECDCFED IS NOW ENTRY 13 AND DEREPORP ENTRY   *
      *          14. A NEW BALANCE PROVES THE PENDING REQUESTS IT      *
      *          PICKED UP AGAINST THE DUPLICATES EXTRACTED PLUS       *
      *          REQUESTS REJECTED.                                    *
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 DEREPORP (ORPHANED-BOOK REPORT) ADDED TO THE        *
      *          EXPECTED JOBS AS ENTRY 13. IT READS THE MASTERS ONLY  *
      *          AND WRITES NO AUDIT ROWS, SO IT RUNS AFTER DECDCFED   *
      *          AND NO EXISTING ENTRY MOVES. IT IS LISTED WITH ITS    *
      *          COUNTS BUT HAS NO BALANCE OF ITS OWN.                 *
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 DEEDCBNC (E-MAIL BOUNCE FEED) ADDED TO THE EXPECTED *
      *          JOBS RIGHT AFTER DERTMAIL, ITS PAPER-MAIL             *
      *          COUNTERPART; THE JOBS BEHIND IT MOVE DOWN ONE, SO     *
      *          DECDCFED IS NOW ENTRY 12. DESTMPRD'S WRITTEN COUNT    *
      *          NOW COVERS PRINT ORIGINALS AND E-NOTIFICATIONS, AND A *
      *          NEW DELIVERY BALANCE PROVES THE DESTMSCH DUE LIST     *
      *          AGAINST THE PRINT + ELECTRONIC + DROPPED SPLIT ON THE *
      *          ENOTIFY TRAILER, JUDGED ONLY WHEN THE ENOTIFY HEADER  *
      *          CARRIES THE REPORT DATE.                              *
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 DECDCFED (NIGHTLY CHANGE-DATA FEED) ADDED TO THE    *
      *          EXPECTED JOBS, LAST IN THE WINDOW AFTER EVERY JOB     *
      *          THAT WRITES AUDIT ROWS. TWO NEW BALANCES: THE AUDIT   *
      *          ROWS IT PICKED UP AGAINST THE CHANGES FED PLUS ROWS   *
      *          EXCLUDED, AND THE AUDITLOG ROWS STAMPED INSIDE THE    *
      *          WINDOW ON ITS CKPTFILE CONTROL RECORD (COUNTED HERE   *
      *          FROM THE LOG ITSELF) AGAINST THE ROWS IT PICKED UP,   *
      *          SO A ROW THE FEED MISSED FLAGS THE NIGHT.             *
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 DEESCTRK (LOST-SECURITYHOLDER AND ESCHEAT TRACKING) *
      *          ADDED TO THE EXPECTED JOBS, RIGHT AFTER THE DERTMAIL  *
      *          RETURNED-MAIL RUN WHOSE FLAGS IT AGES.                *
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 09/02/2026 NEW END-OF-WINDOW BATCH PROGRAM - READS THE RUNCTL  *
      *          MASTER WRITTEN THROUGH DERUNLOG AND PRINTS THE        *
      *          NIGHT'S JOBS IN THEIR EXPECTED SEQUENCE WITH START/   *
               RECORD KEY IS DE-RUN-KEY-AREA
               FILE STATUS IS WS-RUN-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-AUDIT-TRANS-RID
               ALTERNATE RECORD KEY IS DE-AUDIT-ORIGINATOR
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT CKP-CONTROL-FILE ASSIGN TO CKPTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-CKP-KEY-AREA
               FILE STATUS IS WS-CKP-FILE-STATUS.

           SELECT ENOTIFY-FILE ASSIGN TO ENOTIFY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT-FILE-STATUS.

           SELECT RUN-REPORT ASSIGN TO RUNRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           RECORDING MODE IS F.
           COPY DERUNFIL.

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
           COPY DEAUDFIL.

       FD  CKP-CONTROL-FILE
           RECORDING MODE IS F.
           COPY DECKPFIL.

       FD  ENOTIFY-FILE
           RECORDING MODE IS F.
           COPY DEENTFIL.

       FD  RUN-REPORT
           RECORDING MODE IS F.
       01  RUN-REPORT-LINE                   PIC X(132).
           88  WS-RUN-FILE-NOTFND      VALUE '23'.
       01  WS-RPT-FILE-STATUS           PIC XX.
           88  WS-RPT-FILE-OK          VALUE '00'.
       01  WS-AUDIT-FILE-STATUS         PIC XX.
           88  WS-AUDIT-FILE-OK        VALUE '00'.
           88  WS-AUDIT-FILE-EOF       VALUE '10'.
       01  WS-CKP-FILE-STATUS           PIC XX.
           88  WS-CKP-FILE-OK          VALUE '00'.
       01  WS-ENT-FILE-STATUS           PIC XX.
           88  WS-ENT-FILE-OK          VALUE '00'.
           88  WS-ENT-FILE-EOF         VALUE '10'.

       01  WS-FILES-OPEN-SW             PIC X(1)    VALUE 'N'.
           88  WS-FILES-OPENED         VALUE 'Y'.
           05  FILLER                   PIC X(8)  VALUE 'DEMADACT'.
           05  FILLER                   PIC X(8)  VALUE 'DESTMSCH'.
           05  FILLER                   PIC X(8)  VALUE 'DESTMPRD'.
           05  FILLER                   PIC X(8)  VALUE 'DESTMRPR'.
           05  FILLER                   PIC X(8)  VALUE 'DESTMCNF'.
           05  FILLER                   PIC X(8)  VALUE 'DERTMAIL'.
           05  FILLER                   PIC X(8)  VALUE 'DEEDCBNC'.
           05  FILLER                   PIC X(8)  VALUE 'DEESCTRK'.
           05  FILLER                   PIC X(8)  VALUE 'DEWSHDET'.
           05  FILLER                   PIC X(8)  VALUE 'DEAUDRTN'.
           05  FILLER                   PIC X(8)  VALUE 'DECDCFED'.
           05  FILLER                   PIC X(8)  VALUE 'DEREPORP'.
           05  FILLER                   PIC X(8)  VALUE 'DEUENCHK'.
           05  FILLER                   PIC X(8)  VALUE 'DEAPRBLK'.
       01  FILLER REDEFINES WS-EXPECTED-JOBS.
           05  WS-EXPECTED-JOB OCCURS 16 TIMES PIC X(8).
       01  WS-EXPECTED-MAX              PIC 9(3)    COMP VALUE 16.
       01  WS-JX                        PIC 9(3)    COMP.

      *    COUNTS SAVED PER EXPECTED JOB FOR THE BALANCE SECTION.
      *    FOUND-SW: ' ' = NO RECORD, 'A' = STILL ACTIVE, 'C' =
      *    COMPLETE.
       01  WS-JOB-RESULTS.
           05  WS-JOB-ENTRY OCCURS 16 TIMES.
               10  WS-JR-FOUND-SW       PIC X(1).
               10  WS-JR-READ           PIC 9(9).
               10  WS-JR-UPDATED        PIC 9(9).
               10  WS-JR-WRITTEN        PIC 9(9).
               10  WS-JR-COND-CODE      PIC 9(2).

      *    DECDCFED'S WINDOW RECOUNTED FROM THE AUDIT LOG. JUDGED
      *    ONLY WHEN THE CONTROL RECORD SHOWS A COMPLETE FEED FOR THE
      *    REPORT DATE.
       01  WS-CDC-WINDOW-ROWS           PIC 9(9)    VALUE ZEROS.
       01  WS-CDC-COUNTED-SW            PIC X(1)    VALUE 'N'.
           88  WS-CDC-COUNTED          VALUE 'Y'.
       01  WS-CDC-SCAN-EOF-SW           PIC X(1)    VALUE 'N'.
           88  WS-CDC-SCAN-EOF         VALUE 'Y'.

      *    THE DUE-LIST SPLIT DESTMPRD LEFT ON ITS ENOTIFY TRAILER.
      *    JUDGED ONLY WHEN THE FILE'S HEADER IS FOR THE REPORT DATE.
       01  WS-ENT-SPLIT-TOTAL           PIC 9(9)    VALUE ZEROS.
       01  WS-ENT-TRAILER-SW            PIC X(1)    VALUE 'N'.
           88  WS-ENT-TRAILER-FOUND    VALUE 'Y'.
       01  WS-ENT-DATE-OK-SW            PIC X(1)    VALUE 'N'.
           88  WS-ENT-DATE-OK          VALUE 'Y'.

       01  WS-JOB-LINE.
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  WS-JL-JOB-NAME           PIC X(8).

      *    THE BALANCES CROSS JOBS USING THE COUNTS EACH JOB LEFT ON
      *    ITS RUN RECORD: DESTMSCH WRITES THE DUE LIST DESTMPRD
      *    READS, DESTMPRD SPLITS ITS DUE RECORDS INTO PRINTED AND
      *    E-NOTIFIED STATEMENTS PLUS SUPPRESSED/UNMATCHED ACCOUNTS
      *    (THE SPLIT IS ALSO ON ITS ENOTIFY TRAILER), AND DEHLDEXP
      *    WRITES ONE AUDIT ROW PER HOLD IT RELEASES. DESTMRPR
      *    EITHER EXTRACTS OR REJECTS EVERY PENDING REPRINT REQUEST
      *    IT PICKS UP, AND DEAPRBLK (ENTRY 16) WRITES ONE RESPONSE
      *    PER REQUEST CARD. DECDCFED
      *    (ENTRY 13) SPLITS THE AUDIT ROWS IT PICKED UP INTO CHANGES
      *    FED PLUS ROWS EXCLUDED, AND ITS PICK-UP IS CHECKED AGAINST
      *    THE LOG ITSELF. A BALANCE IS ONLY JUDGED WHEN BOTH JOBS
      *    COMPLETED.
       3000-PRINT-BALANCE-SECTION.
           PERFORM 8100-WRITE-BLANK-LINE
           MOVE SPACES TO RUN-REPORT-LINE
               SET WS-NIGHT-FLAGGED TO TRUE
           END-IF
           PERFORM 8200-WRITE-BALANCE-LINE
           MOVE 'DESTMPRD: READ VS PRINTED + E-NOTIFIED + DROPPED'
               TO WS-BL-DESC
           MOVE WS-JR-READ (5) TO WS-BL-LEFT
           COMPUTE WS-BL-RIGHT =
               END-IF
           END-IF
           PERFORM 8200-WRITE-BALANCE-LINE
           IF WS-JR-FOUND-SW (5) = 'C'
               PERFORM 3300-READ-ENOTIFY-TRAILER
           END-IF
           MOVE 'DELIVERY: DESTMSCH DUE VS PRINT + E-NOTIFY + DROP'
               TO WS-BL-DESC
           MOVE WS-JR-WRITTEN (4)  TO WS-BL-LEFT
           MOVE WS-ENT-SPLIT-TOTAL TO WS-BL-RIGHT
           IF WS-JR-FOUND-SW (4) NOT = 'C'
               OR NOT WS-ENT-TRAILER-FOUND
               OR NOT WS-ENT-DATE-OK
               MOVE 'NOT JUDGED'     TO WS-BL-VERDICT
           ELSE
               IF WS-JR-WRITTEN (4) = WS-ENT-SPLIT-TOTAL
                   MOVE 'IN BALANCE'  TO WS-BL-VERDICT
               ELSE
                   MOVE '** OUT **'   TO WS-BL-VERDICT
                   SET WS-NIGHT-FLAGGED TO TRUE
               END-IF
           END-IF
           PERFORM 8200-WRITE-BALANCE-LINE
           MOVE 'DESTMRPR: REQUESTS VS EXTRACTED + REJECTED'
               TO WS-BL-DESC
           MOVE WS-JR-READ (6) TO WS-BL-LEFT
           COMPUTE WS-BL-RIGHT =
               WS-JR-WRITTEN (6) + WS-JR-UPDATED (6)
           IF WS-JR-FOUND-SW (6) NOT = 'C'
               MOVE 'NOT JUDGED'     TO WS-BL-VERDICT
           ELSE
               IF WS-JR-READ (6) =
                   WS-JR-WRITTEN (6) + WS-JR-UPDATED (6)
                   MOVE 'IN BALANCE'  TO WS-BL-VERDICT
               ELSE
                   MOVE '** OUT **'   TO WS-BL-VERDICT
                   SET WS-NIGHT-FLAGGED TO TRUE
               END-IF
           END-IF
           PERFORM 8200-WRITE-BALANCE-LINE
           MOVE 'DEAPRBLK: REQUESTS READ VS RESPONSES WRITTEN'
               TO WS-BL-DESC
           MOVE WS-JR-READ (16)    TO WS-BL-LEFT
           MOVE WS-JR-WRITTEN (16) TO WS-BL-RIGHT
           IF WS-JR-FOUND-SW (16) NOT = 'C'
               MOVE 'NOT JUDGED'     TO WS-BL-VERDICT
           ELSE
               IF WS-JR-READ (16) = WS-JR-WRITTEN (16)
                   MOVE 'IN BALANCE'  TO WS-BL-VERDICT
               ELSE
                   MOVE '** OUT **'   TO WS-BL-VERDICT
                   SET WS-NIGHT-FLAGGED TO TRUE
               END-IF
           END-IF
           PERFORM 8200-WRITE-BALANCE-LINE
           MOVE 'HOLDS: DEHLDEXP RELEASED VS AUDIT ROWS WRITTEN'
               TO WS-BL-DESC
           MOVE WS-JR-UPDATED (2) TO WS-BL-LEFT
                   SET WS-NIGHT-FLAGGED TO TRUE
               END-IF
           END-IF
           PERFORM 8200-WRITE-BALANCE-LINE
           MOVE 'CDCFEED: DECDCFED PICKED UP VS FED + EXCLUDED'
               TO WS-BL-DESC
           MOVE WS-JR-READ (13) TO WS-BL-LEFT
           COMPUTE WS-BL-RIGHT =
               WS-JR-WRITTEN (13) + WS-JR-UPDATED (13)
           IF WS-JR-FOUND-SW (13) NOT = 'C'
               MOVE 'NOT JUDGED'     TO WS-BL-VERDICT
           ELSE
               IF WS-JR-READ (13) =
                   WS-JR-WRITTEN (13) + WS-JR-UPDATED (13)
                   MOVE 'IN BALANCE'  TO WS-BL-VERDICT
               ELSE
                   MOVE '** OUT **'   TO WS-BL-VERDICT
                   SET WS-NIGHT-FLAGGED TO TRUE
               END-IF
           END-IF
           PERFORM 8200-WRITE-BALANCE-LINE
           IF WS-JR-FOUND-SW (13) = 'C'
               AND WS-JR-COND-CODE (13) NOT > 04
               PERFORM 3200-COUNT-CDC-WINDOW
           END-IF
           MOVE 'CDCFEED: AUDIT ROWS IN FEED WINDOW VS PICKED UP'
               TO WS-BL-DESC
           MOVE WS-CDC-WINDOW-ROWS TO WS-BL-LEFT
           MOVE WS-JR-READ (13)    TO WS-BL-RIGHT
           IF NOT WS-CDC-COUNTED
               MOVE 'NOT JUDGED'     TO WS-BL-VERDICT
           ELSE
               IF WS-CDC-WINDOW-ROWS = WS-JR-READ (13)
                   MOVE 'IN BALANCE'  TO WS-BL-VERDICT
               ELSE
                   MOVE '** OUT **'   TO WS-BL-VERDICT
                   SET WS-NIGHT-FLAGGED TO TRUE
               END-IF
           END-IF
           PERFORM 8200-WRITE-BALANCE-LINE.

       3100-JUDGE-BALANCE-4-5.
               END-IF
           END-IF.

      *    THE WINDOW DECDCFED LAST FED IS PRIOR MARK (EXCLUSIVE) TO
      *    MARK (INCLUSIVE) ON ITS CKPTFILE RECORD. EVERY AUDIT ROW
      *    STAMPED IN THAT WINDOW SHOULD HAVE BEEN PICKED UP - ONE
      *    MISSING MEANS A ROW LANDED BEHIND THE FEED'S SWEEP.
       3200-COUNT-CDC-WINDOW.
           OPEN INPUT AUDIT-LOG-FILE CKP-CONTROL-FILE
           IF WS-AUDIT-FILE-OK AND WS-CKP-FILE-OK
               MOVE 'DECDCFED' TO DE-CKP-JOB-NAME
               READ CKP-CONTROL-FILE
                   INVALID KEY
                       DISPLAY 'DERUNRPT - NO DECDCFED CONTROL RECORD'
                   NOT INVALID KEY
                       IF DE-CKP-RUN-COMPLETE
                           AND DE-CKP-CDC-FEED-DATE = WS-REPORT-DATE
                           SET WS-CDC-COUNTED TO TRUE
                           PERFORM 3210-COUNT-CDC-ROW
                               UNTIL WS-CDC-SCAN-EOF
                       END-IF
               END-READ
               CLOSE AUDIT-LOG-FILE CKP-CONTROL-FILE
           ELSE
               DISPLAY 'DERUNRPT - CDC WINDOW NOT COUNTED, AUDIT='
                   WS-AUDIT-FILE-STATUS ' CKPT=' WS-CKP-FILE-STATUS
               IF WS-AUDIT-FILE-OK
                   CLOSE AUDIT-LOG-FILE
               END-IF
               IF WS-CKP-FILE-OK
                   CLOSE CKP-CONTROL-FILE
               END-IF
           END-IF.

       3210-COUNT-CDC-ROW.
           READ AUDIT-LOG-FILE NEXT RECORD
               AT END
                   SET WS-CDC-SCAN-EOF TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-CDC-SCAN-EOF
                   CONTINUE
               WHEN NOT WS-AUDIT-FILE-OK
                   DISPLAY 'DERUNRPT - AUDITLOG READ FAILED, STATUS='
                       WS-AUDIT-FILE-STATUS
                   MOVE 'N' TO WS-CDC-COUNTED-SW
                   SET WS-CDC-SCAN-EOF TO TRUE
               WHEN DE-AUDIT-TIMESTAMP > DE-CKP-CDC-PRIOR-HWM-TIMESTAMP
                   AND DE-AUDIT-TIMESTAMP
                       NOT > DE-CKP-CDC-HWM-TIMESTAMP
                   ADD 1 TO WS-CDC-WINDOW-ROWS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    THE ENOTIFY TRAILER IS TONIGHT'S ONLY IF THE HEADER IN
      *    FRONT OF IT CARRIES THE REPORT DATE - A FILE LEFT OVER FROM
      *    AN EARLIER NIGHT IS NOT JUDGED.
       3300-READ-ENOTIFY-TRAILER.
           OPEN INPUT ENOTIFY-FILE
           IF WS-ENT-FILE-OK
               PERFORM 3310-READ-ENOTIFY-RECORD
                   UNTIL WS-ENT-FILE-EOF
               CLOSE ENOTIFY-FILE
           ELSE
               DISPLAY 'DERUNRPT - DELIVERY NOT BALANCED, ENOTIFY='
                   WS-ENT-FILE-STATUS
           END-IF.

       3310-READ-ENOTIFY-RECORD.
           READ ENOTIFY-FILE
               AT END
                   SET WS-ENT-FILE-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN DE-ENT-HEADER-REC
                           IF DE-ENT-HDR-RUN-DATE = WS-REPORT-DATE
                               SET WS-ENT-DATE-OK TO TRUE
                           END-IF
                       WHEN DE-ENT-TRAILER-REC
                           SET WS-ENT-TRAILER-FOUND TO TRUE
                           COMPUTE WS-ENT-SPLIT-TOTAL =
                               DE-ENT-TRL-PRINT-COUNT
                               + DE-ENT-TRL-ELECTRONIC-COUNT
                               + DE-ENT-TRL-DROPPED-COUNT
                   END-EVALUATE
           END-READ.

       8000-WRITE-REPORT-LINE.
           WRITE RUN-REPORT-LINE
           IF NOT WS-RPT-FILE-OK

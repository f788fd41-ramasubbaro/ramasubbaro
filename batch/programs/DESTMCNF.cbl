      **                      PROGRAM CHANGE HISTORY                    **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 ON-REQUEST DUPLICATES. DESTMRPR NOW APPENDS         *
      *          REPRINTS TO STMEXTR UNDER A SECOND HEADER/TRAILER     *
      *          PAIR PER FIRM, AS 'D' DETAILS WITH COPY TYPE 'D'.     *
      *          THEY MATCH THE VENDOR'S 'D' CONFIRMATIONS LIKE ANY    *
      *          OTHER PIECE BUT ARE CONFIRMED SEPARATELY: THEIR OWN   *
      *          NOT-CONFIRMED AND NOT-EXTRACTED MESSAGES, THEIR OWN   *
      *          FIRM COUNT BALANCED AGAINST THE TRAILER DUPLICATE     *
      *          COUNT, AND NO PART IN THE PRINT-ORIGINAL COUNT        *
      *          BALANCED AGAINST THE DUE LIST. TRAILER COUNTS OF A    *
      *          FIRM'S TWO PAIRS ARE ADDED. 'A' ADDRESS LINES ARE     *
      *          SKIPPED.                                              *
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 ELECTRONIC DELIVERY BALANCE. DESTMPRD NOW SENDS     *
      *          CONSENTED ACCOUNTS TO THE ENOTIFY FILE INSTEAD OF     *
      *          PRINTING THEM, SO AFTER THE VENDOR MATCH THE JOB      *
      *          BALANCES BOTH CHANNELS AGAINST THE STMDUE DUE LIST:   *
      *          DUE RECORDS COUNTED, PRINT ORIGINALS ('D' AND 'M')    *
      *          COUNTED ON STMEXTR AND NOTIFICATIONS COUNTED ON       *
      *          ENOTIFY EACH MUST EQUAL THE ENOTIFY TRAILER, AND THE  *
      *          DUE LIST MUST EQUAL PRINT PLUS ELECTRONIC PLUS        *
      *          DROPPED. ANY DIFFERENCE, OR A MISSING ENOTIFY FILE OR *
      *          TRAILER, IS A SEVERITY-E LINE ON CNFRPT.              *
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 HOUSEHOLD PACKAGES. DESTMPRD NOW WRITES STATEMENTS  *
      *          IN HOUSEHOLD ORDER, SO THE EXTRACT PIECES ARE SORTED  *
      *          INTO FIRM/ACCOUNT ORDER HERE BEFORE THE MERGE. 'M'    *
      *          PACKAGE MEMBERS ARE ORIGINALS AND MATCH ON COPY TYPE  *
      *          'O' AS BEFORE. EACH 'P' PACKAGE HEADER BECOMES A      *
      *          PIECE OF ITS OWN UNDER THE HEAD ACCOUNT WITH COPY     *
      *          TYPE 'P', MATCHED AGAINST THE VENDOR'S 'P' ENVELOPE   *
      *          CONFIRMATION, WHOSE INSERT COUNT MUST EQUAL THE       *
      *          PACKAGE MEMBER COUNT. THE FIRM SUMMARY ALSO BALANCES  *
      *          PACKAGES CONFIRMED AGAINST THE TRAILER PACKAGE COUNT. *
      *          THE VENDOR FILE STAYS IN FIRM/ACCOUNT/DATE/COPY-TYPE  *
      *          ORDER WITH ITS 'P' RECORDS FILED UNDER THE HEAD.      *
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 09/02/2026 RUN-CONTROL RECORDING. THE JOB NOW STAMPS ITS       *
      *          START AND END ON THE RUNCTL MASTER THROUGH DERUNLOG   *
      *          FOR THE DERUNRPT END-OF-WINDOW REPORT.                *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT STM-DUE-LIST ASSIGN TO STMDUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUE-FILE-STATUS.

           SELECT ENOTIFY-FILE ASSIGN TO ENOTIFY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  STM-EXTRACT-FILE
           05  VND-CONF-COPY-TYPE            PIC X(1).
               88  VND-CONF-ORIGINAL        VALUE 'O'.
               88  VND-CONF-COPY-FOR-REP    VALUE 'R'.
               88  VND-CONF-PACKAGE         VALUE 'P'.
               88  VND-CONF-DUPLICATE       VALUE 'D'.
           05  VND-CONF-MAILED-DATE          PIC 9(8).
           05  VND-CONF-PIECE-COUNT          PIC 9(3).
           05  FILLER                        PIC X(49).

       FD  CONF-REPORT-FILE
           RECORDING MODE IS F.
           COPY DECNFRPT.

       FD  STM-DUE-LIST
           RECORDING MODE IS F.
           COPY DESTMDUE.

       FD  ENOTIFY-FILE
           RECORDING MODE IS F.
           COPY DEENTFIL.

      *    ONE EXTRACT PIECE - A STATEMENT ('O'), A REP COPY ('R'),
      *    AN ON-REQUEST DUPLICATE ('D') OR A HOUSEHOLD PACKAGE
      *    ENVELOPE ('P') - IN MERGE-KEY ORDER.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SRT-FIRM-NO                   PIC 9(3).
           05  SRT-ACCT-NO                   PIC 9(8).
           05  SRT-STMT-DATE                 PIC 9(8).
           05  SRT-COPY-TYPE                 PIC X(1).
           05  SRT-MEMBER-COUNT              PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-EXT-FILE-STATUS           PIC XX.
           88  WS-EXT-FILE-OK          VALUE '00'.
           88  WS-CNF-FILE-EOF         VALUE '10'.
       01  WS-RPT-FILE-STATUS           PIC XX.
           88  WS-RPT-FILE-OK          VALUE '00'.
       01  WS-DUE-FILE-STATUS           PIC XX.
           88  WS-DUE-FILE-OK          VALUE '00'.
           88  WS-DUE-FILE-EOF         VALUE '10'.
       01  WS-ENT-FILE-STATUS           PIC XX.
           88  WS-ENT-FILE-OK          VALUE '00'.
           88  WS-ENT-FILE-EOF         VALUE '10'.

       01  WS-FILES-OPEN-SW             PIC X(1)    VALUE 'N'.
           88  WS-FILES-OPENED         VALUE 'Y'.

       01  WS-EXT-READ-DONE-SW          PIC X(1)    VALUE 'N'.
           88  WS-EXT-READ-DONE        VALUE 'Y'.
       01  WS-EXT-AT-END-SW             PIC X(1)    VALUE 'N'.
           88  WS-EXT-AT-END           VALUE 'Y'.
       01  WS-CNF-AT-END-SW             PIC X(1)    VALUE 'N'.
       01  WS-SEVERE-SEEN-SW            PIC X(1)    VALUE 'N'.
           88  WS-SEVERE-SEEN          VALUE 'Y'.

       01  WS-ENT-TRAILER-SW            PIC X(1)    VALUE 'N'.
           88  WS-ENT-TRAILER-FOUND    VALUE 'Y'.

      *    THE DUE-LIST SPLIT FROM THE ENOTIFY TRAILER, AND WHAT THIS
      *    JOB COUNTED FOR ITSELF ON THE THREE FILES.
       01  WS-DELIVERY-TOTALS.
           05  WS-ENT-TRL-DUE           PIC 9(9)    VALUE ZEROS.
           05  WS-ENT-TRL-PRINT         PIC 9(9)    VALUE ZEROS.
           05  WS-ENT-TRL-ELECTRONIC    PIC 9(9)    VALUE ZEROS.
           05  WS-ENT-TRL-DROPPED       PIC 9(9)    VALUE ZEROS.
           05  WS-DUE-COUNTED           PIC 9(9)    VALUE ZEROS.
           05  WS-PRINT-COUNTED         PIC 9(9)    VALUE ZEROS.
           05  WS-NOTIFY-COUNTED        PIC 9(9)    VALUE ZEROS.
           05  WS-DELIVERY-SPLIT        PIC 9(9)    VALUE ZEROS.

       01  WS-DELIVERY-MSG.
           05  WS-DM-LABEL              PIC X(14).
           05  FILLER                   PIC X(5)    VALUE ' EXP='.
           05  WS-DM-EXPECTED           PIC Z(8)9.
           05  FILLER                   PIC X(5)    VALUE ' ACT='.
           05  WS-DM-ACTUAL             PIC Z(8)9.

       01  WS-EXT-COMPARE-KEY.
           05  WS-EXT-KEY-FIRM-NO       PIC 9(3).
           05  WS-EXT-KEY-ACCT-NO       PIC 9(8).
           05  WS-EXT-KEY-STMT-DATE     PIC 9(8).
           05  WS-EXT-KEY-COPY-TYPE     PIC X(1).
       01  WS-EXT-MEMBER-COUNT          PIC 9(3).
       01  WS-CNF-COMPARE-KEY.
           05  WS-CNF-KEY-FIRM-NO       PIC 9(3).
           05  WS-CNF-KEY-ACCT-NO       PIC 9(8).
               10  WS-TRL-SEEN-SW       PIC X(1).
               10  WS-TRL-DETAIL-COUNT  PIC 9(7).
               10  WS-TRL-COPY-COUNT    PIC 9(7).
               10  WS-TRL-PACKAGE-COUNT PIC 9(7).
               10  WS-TRL-DUP-COUNT     PIC 9(7).
       01  WS-FX                        PIC 9(4)    COMP.

       01  WS-FIRM-TOTALS.
           05  WS-FIRM-CONF-ORIG        PIC 9(7)    VALUE ZEROS.
           05  WS-FIRM-CONF-COPY        PIC 9(7)    VALUE ZEROS.
           05  WS-FIRM-CONF-PACKAGE     PIC 9(7)    VALUE ZEROS.
           05  WS-FIRM-CONF-DUP         PIC 9(7)    VALUE ZEROS.

       01  WS-COUNT-MSG.
           05  FILLER                   PIC X(9)    VALUE 'TRAILER ='.
           05  WS-CM-CONFIRMED          PIC Z(6)9.
           05  WS-CM-LABEL              PIC X(10).

       01  WS-PACKAGE-MSG.
           05  FILLER                   PIC X(30)   VALUE
               'PACKAGE INSERTS DIFFER EXTRACT'.
           05  FILLER                   PIC X(1)    VALUE '='.
           05  WS-PM-EXTRACT            PIC ZZ9.
           05  FILLER                   PIC X(8)    VALUE ' VENDOR='.
           05  WS-PM-VENDOR             PIC ZZ9.

       01  WS-COUNTERS.
           05  WS-EXT-PIECES-READ       PIC 9(7)    VALUE ZEROS.
           05  WS-CNF-PIECES-READ       PIC 9(7)    VALUE ZEROS.
           05  WS-NOT-CONFIRMED         PIC 9(7)    VALUE ZEROS.
           05  WS-NOT-EXTRACTED         PIC 9(7)    VALUE ZEROS.
           05  WS-FIRMS-OUT-OF-BALANCE  PIC 9(7)    VALUE ZEROS.
           05  WS-PACKAGES-MATCHED      PIC 9(7)    VALUE ZEROS.
           05  WS-PACKAGE-DIFFERENCES   PIC 9(7)    VALUE ZEROS.
           05  WS-DUPLICATES-MATCHED    PIC 9(7)    VALUE ZEROS.

       01  WS-RUNLOG-RUN-DATE           PIC 9(8)    VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-FILES-OPENED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-FIRM-NO
                                    SRT-ACCT-NO
                                    SRT-STMT-DATE
                                    SRT-COPY-TYPE
                   INPUT PROCEDURE IS 1200-LOAD-EXTRACT-PIECES
                   OUTPUT PROCEDURE IS 2000-RECONCILE-PIECES
           END-IF
           PERFORM 9000-TERMINATE
           IF WS-SEVERE-SEEN
               MOVE 8 TO RETURN-CODE
                OUTPUT CONF-REPORT-FILE
           IF WS-EXT-FILE-OK AND WS-CNF-FILE-OK AND WS-RPT-FILE-OK
               SET WS-FILES-OPENED TO TRUE
           ELSE
               DISPLAY 'DESTMCNF - OPEN FAILED, EXT='
                   WS-EXT-FILE-STATUS ' CNF=' WS-CNF-FILE-STATUS
       1100-CLEAR-TRAILER-TABLE.
           MOVE 'N'   TO WS-TRL-SEEN-SW (WS-FX)
           MOVE ZEROS TO WS-TRL-DETAIL-COUNT (WS-FX)
           MOVE ZEROS TO WS-TRL-COPY-COUNT (WS-FX)
           MOVE ZEROS TO WS-TRL-PACKAGE-COUNT (WS-FX)
           MOVE ZEROS TO WS-TRL-DUP-COUNT (WS-FX).

      *    HEADERS AND 'A' RECIPIENT ADDRESS LINES ARE SKIPPED AND
      *    TRAILER COUNTS ARE BANKED BY FIRM ON THE WAY PAST, SO THE
      *    SORT ONLY EVER SEES THE 'D', 'M' AND 'C' STATEMENT PIECES
      *    AND THE 'P' PACKAGE ENVELOPES. A FIRM CAN HAVE TWO
      *    HEADER/TRAILER PAIRS - THE CYCLE'S FROM DESTMPRD AND THE
      *    DUPLICATES' FROM DESTMRPR - SO TRAILER COUNTS ARE ADDED.
      *    DUPLICATES ARE NOT PART OF THE DUE LIST AND ARE KEPT OUT
      *    OF THE PRINT-ORIGINAL COUNT THAT BALANCES AGAINST IT.
       1200-LOAD-EXTRACT-PIECES.
           PERFORM 1210-READ-ONE-EXTRACT
               UNTIL WS-EXT-READ-DONE.

       1210-READ-ONE-EXTRACT.
           READ STM-EXTRACT-FILE
               AT END
                   SET WS-EXT-READ-DONE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN STM-EXT-DETAIL OR STM-EXT-REP-COPY
                           OR STM-EXT-PACKAGE-MEMBER
                           IF NOT STM-EXT-REP-COPY
                               AND NOT STM-EXT-DUPLICATE
                               ADD 1 TO WS-PRINT-COUNTED
                           END-IF
                           MOVE STM-EXT-FIRM-NO    TO SRT-FIRM-NO
                           MOVE STM-EXT-ACCT-NO    TO SRT-ACCT-NO
                           MOVE STM-EXT-STMT-DATE  TO SRT-STMT-DATE
                           MOVE STM-EXT-COPY-TYPE  TO SRT-COPY-TYPE
                           MOVE ZEROS              TO SRT-MEMBER-COUNT
                           RELEASE SORT-WORK-REC
                       WHEN STM-EXT-PACKAGE-HEADER
                           MOVE STM-EXT-FIRM-NO    TO SRT-FIRM-NO
                           MOVE STM-EXT-PKG-HEAD-ACCT-NO
                                                   TO SRT-ACCT-NO
                           MOVE STM-EXT-PKG-STMT-DATE
                                                   TO SRT-STMT-DATE
                           MOVE 'P'                TO SRT-COPY-TYPE
                           MOVE STM-EXT-PKG-MEMBER-COUNT
                                                   TO SRT-MEMBER-COUNT
                           RELEASE SORT-WORK-REC
                       WHEN STM-EXT-FIRM-TRAILER
                           COMPUTE WS-FX = STM-EXT-FIRM-NO + 1
                           MOVE 'Y' TO WS-TRL-SEEN-SW (WS-FX)
                           ADD STM-EXT-DETAIL-COUNT
                               TO WS-TRL-DETAIL-COUNT (WS-FX)
                           ADD STM-EXT-COPY-COUNT
                               TO WS-TRL-COPY-COUNT (WS-FX)
                           ADD STM-EXT-PACKAGE-COUNT
                               TO WS-TRL-PACKAGE-COUNT (WS-FX)
                           ADD STM-EXT-DUPLICATE-COUNT
                               TO WS-TRL-DUP-COUNT (WS-FX)
                   END-EVALUATE
           END-READ.

       1250-RETURN-NEXT-PIECE.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-EXT-AT-END TO TRUE
                   MOVE HIGH-VALUES TO WS-EXT-COMPARE-KEY
               NOT AT END
                   ADD 1 TO WS-EXT-PIECES-READ
                   MOVE SRT-FIRM-NO      TO WS-EXT-KEY-FIRM-NO
                   MOVE SRT-ACCT-NO      TO WS-EXT-KEY-ACCT-NO
                   MOVE SRT-STMT-DATE    TO WS-EXT-KEY-STMT-DATE
                   MOVE SRT-COPY-TYPE    TO WS-EXT-KEY-COPY-TYPE
                   MOVE SRT-MEMBER-COUNT TO WS-EXT-MEMBER-COUNT
           END-RETURN.

       1300-READ-NEXT-CONFIRM.
           READ VND-CONF-FILE
               AT END
                   MOVE VND-CONF-COPY-TYPE TO WS-CNF-KEY-COPY-TYPE
           END-READ.

       2000-RECONCILE-PIECES.
           PERFORM 1250-RETURN-NEXT-PIECE
           PERFORM 1300-READ-NEXT-CONFIRM
           PERFORM 2050-MERGE-COMPARE
               UNTIL WS-EXT-AT-END AND WS-CNF-AT-END.

       2050-MERGE-COMPARE.
           IF WS-EXT-COMPARE-KEY < WS-CNF-COMPARE-KEY
               MOVE WS-EXT-KEY-FIRM-NO TO WS-KEY-FIRM-NO
           ELSE
               MOVE WS-KEY-FIRM-NO TO WS-CUR-FIRM-NO
               MOVE ZEROS TO WS-FIRM-CONF-ORIG
               MOVE ZEROS TO WS-FIRM-CONF-COPY
               MOVE ZEROS TO WS-FIRM-CONF-PACKAGE
               MOVE ZEROS TO WS-FIRM-CONF-DUP
           END-IF
           EVALUATE TRUE
               WHEN WS-EXT-COMPARE-KEY < WS-CNF-COMPARE-KEY
                   PERFORM 2100-REPORT-NOT-CONFIRMED
                   PERFORM 1250-RETURN-NEXT-PIECE
               WHEN WS-EXT-COMPARE-KEY > WS-CNF-COMPARE-KEY
                   PERFORM 2200-REPORT-NOT-EXTRACTED
                   PERFORM 2300-COUNT-CONFIRMATION
               WHEN OTHER
                   ADD 1 TO WS-PIECES-MATCHED
                   PERFORM 2300-COUNT-CONFIRMATION
                   IF VND-CONF-PACKAGE
                       PERFORM 2400-CHECK-PACKAGE-INSERTS
                   END-IF
                   IF VND-CONF-DUPLICATE
                       ADD 1 TO WS-DUPLICATES-MATCHED
                   END-IF
                   PERFORM 1250-RETURN-NEXT-PIECE
                   PERFORM 1300-READ-NEXT-CONFIRM
           END-EVALUATE.

           MOVE WS-EXT-KEY-ACCT-NO   TO CONF-RPT-ACCT-NO
           MOVE WS-EXT-KEY-STMT-DATE TO CONF-RPT-STMT-DATE
           MOVE WS-EXT-KEY-COPY-TYPE TO CONF-RPT-COPY-TYPE
           EVALUATE WS-EXT-KEY-COPY-TYPE
               WHEN 'P'
                   MOVE 'PACKAGE EXTRACTED, NOT CONFIRMED BY VENDOR'
                                     TO CONF-RPT-MESSAGE
               WHEN 'D'
                   MOVE 'DUPLICATE EXTRACTED, NOT CONFIRMED BY VENDOR'
                                     TO CONF-RPT-MESSAGE
               WHEN OTHER
                   MOVE 'EXTRACTED, NOT CONFIRMED BY VENDOR'
                                     TO CONF-RPT-MESSAGE
           END-EVALUATE
           PERFORM 3900-WRITE-REPORT-LINE
           ADD 1 TO WS-NOT-CONFIRMED
           SET WS-SEVERE-SEEN TO TRUE.
           MOVE WS-CNF-KEY-ACCT-NO   TO CONF-RPT-ACCT-NO
           MOVE WS-CNF-KEY-STMT-DATE TO CONF-RPT-STMT-DATE
           MOVE WS-CNF-KEY-COPY-TYPE TO CONF-RPT-COPY-TYPE
           EVALUATE TRUE
               WHEN VND-CONF-PACKAGE
                   MOVE 'PACKAGE CONFIRMED BY VENDOR, NEVER EXTRACTED'
                                     TO CONF-RPT-MESSAGE
               WHEN VND-CONF-DUPLICATE
                   MOVE 'DUPLICATE CONFIRMED BY VENDOR, NOT EXTRACTED'
                                     TO CONF-RPT-MESSAGE
               WHEN OTHER
                   MOVE 'CONFIRMED BY VENDOR, NEVER EXTRACTED'
                                     TO CONF-RPT-MESSAGE
           END-EVALUATE
           PERFORM 3900-WRITE-REPORT-LINE
           ADD 1 TO WS-NOT-EXTRACTED
           SET WS-SEVERE-SEEN TO TRUE.

       2300-COUNT-CONFIRMATION.
           EVALUATE TRUE
               WHEN VND-CONF-COPY-FOR-REP
                   ADD 1 TO WS-FIRM-CONF-COPY
               WHEN VND-CONF-PACKAGE
                   ADD 1 TO WS-FIRM-CONF-PACKAGE
               WHEN VND-CONF-DUPLICATE
                   ADD 1 TO WS-FIRM-CONF-DUP
               WHEN OTHER
                   ADD 1 TO WS-FIRM-CONF-ORIG
           END-EVALUATE.

      *    THE ENVELOPE MUST HOLD EVERY MEMBER DESTMPRD PUT IN THE
      *    PACKAGE. THE MEMBERS THEMSELVES ARE MATCHED ONE BY ONE AS
      *    ORIGINALS, SO A SHORT ENVELOPE SHOWS HERE AND AS THE
      *    MISSING MEMBER'S OWN NOT-CONFIRMED LINE.
       2400-CHECK-PACKAGE-INSERTS.
           IF VND-CONF-PIECE-COUNT = WS-EXT-MEMBER-COUNT
               ADD 1 TO WS-PACKAGES-MATCHED
           ELSE
               MOVE WS-EXT-MEMBER-COUNT  TO WS-PM-EXTRACT
               IF VND-CONF-PIECE-COUNT NUMERIC
                   MOVE VND-CONF-PIECE-COUNT TO WS-PM-VENDOR
               ELSE
                   MOVE ZEROS            TO WS-PM-VENDOR
               END-IF
               MOVE SPACES               TO CONF-REPORT-LINE
               MOVE 'E'                  TO CONF-RPT-SEVERITY
               MOVE WS-EXT-KEY-FIRM-NO   TO CONF-RPT-FIRM-NO
               MOVE WS-EXT-KEY-ACCT-NO   TO CONF-RPT-ACCT-NO
               MOVE WS-EXT-KEY-STMT-DATE TO CONF-RPT-STMT-DATE
               MOVE WS-EXT-KEY-COPY-TYPE TO CONF-RPT-COPY-TYPE
               MOVE WS-PACKAGE-MSG       TO CONF-RPT-MESSAGE
               PERFORM 3900-WRITE-REPORT-LINE
               ADD 1 TO WS-PACKAGE-DIFFERENCES
               SET WS-SEVERE-SEEN TO TRUE
           END-IF.

      *    THE FIRM SUMMARY BALANCES WHAT THE VENDOR CONFIRMED
                   MOVE 'REP COPIES' TO WS-CM-LABEL
                   PERFORM 3100-WRITE-COUNT-DIFFERENCE
               END-IF
               IF WS-TRL-PACKAGE-COUNT (WS-FX)
                   NOT = WS-FIRM-CONF-PACKAGE
                   MOVE WS-TRL-PACKAGE-COUNT (WS-FX)
                                      TO WS-CM-TRAILER
                   MOVE WS-FIRM-CONF-PACKAGE TO WS-CM-CONFIRMED
                   MOVE '  PACKAGES' TO WS-CM-LABEL
                   PERFORM 3100-WRITE-COUNT-DIFFERENCE
               END-IF
               IF WS-TRL-DUP-COUNT (WS-FX)
                   NOT = WS-FIRM-CONF-DUP
                   MOVE WS-TRL-DUP-COUNT (WS-FX)
                                      TO WS-CM-TRAILER
                   MOVE WS-FIRM-CONF-DUP TO WS-CM-CONFIRMED
                   MOVE 'DUPLICATES' TO WS-CM-LABEL
                   PERFORM 3100-WRITE-COUNT-DIFFERENCE
               END-IF
           END-IF.

       3100-WRITE-COUNT-DIFFERENCE.
                   WS-RPT-FILE-STATUS
           END-IF.

      *    THE DUE LIST IS SPLIT BETWEEN THE TWO CHANNELS BY DESTMPRD
      *    AND THE SPLIT IS CARRIED ON THE ENOTIFY TRAILER. EACH PART
      *    IS PROVED AGAINST A COUNT TAKEN HERE, THEN THE PARTS MUST
      *    ADD BACK UP TO THE DUE LIST.
       4000-BALANCE-DELIVERY.
           PERFORM 4100-COUNT-DUE-LIST
           PERFORM 4200-COUNT-NOTIFICATIONS
           IF NOT WS-ENT-TRAILER-FOUND
               MOVE SPACES            TO CONF-REPORT-LINE
               MOVE 'E'               TO CONF-RPT-SEVERITY
               MOVE 'NO ENOTIFY TRAILER - DELIVERY NOT BALANCED'
                                      TO CONF-RPT-MESSAGE
               PERFORM 3900-WRITE-REPORT-LINE
               SET WS-SEVERE-SEEN TO TRUE
           ELSE
               IF WS-DUE-COUNTED NOT = WS-ENT-TRL-DUE
                   MOVE 'DUE LIST'        TO WS-DM-LABEL
                   MOVE WS-ENT-TRL-DUE    TO WS-DM-EXPECTED
                   MOVE WS-DUE-COUNTED    TO WS-DM-ACTUAL
                   PERFORM 4300-WRITE-DELIVERY-DIFFERENCE
               END-IF
               IF WS-PRINT-COUNTED NOT = WS-ENT-TRL-PRINT
                   MOVE 'PRINT ORIGINAL' TO WS-DM-LABEL
                   MOVE WS-ENT-TRL-PRINT  TO WS-DM-EXPECTED
                   MOVE WS-PRINT-COUNTED  TO WS-DM-ACTUAL
                   PERFORM 4300-WRITE-DELIVERY-DIFFERENCE
               END-IF
               IF WS-NOTIFY-COUNTED NOT = WS-ENT-TRL-ELECTRONIC
                   MOVE 'E-NOTIFICATION' TO WS-DM-LABEL
                   MOVE WS-ENT-TRL-ELECTRONIC
                                          TO WS-DM-EXPECTED
                   MOVE WS-NOTIFY-COUNTED TO WS-DM-ACTUAL
                   PERFORM 4300-WRITE-DELIVERY-DIFFERENCE
               END-IF
               COMPUTE WS-DELIVERY-SPLIT =
                   WS-ENT-TRL-PRINT + WS-ENT-TRL-ELECTRONIC
                   + WS-ENT-TRL-DROPPED
               IF WS-DUE-COUNTED NOT = WS-DELIVERY-SPLIT
                   MOVE 'DUE VS SPLIT'    TO WS-DM-LABEL
                   MOVE WS-DUE-COUNTED    TO WS-DM-EXPECTED
                   MOVE WS-DELIVERY-SPLIT TO WS-DM-ACTUAL
                   PERFORM 4300-WRITE-DELIVERY-DIFFERENCE
               END-IF
           END-IF.

       4100-COUNT-DUE-LIST.
           OPEN INPUT STM-DUE-LIST
           IF WS-DUE-FILE-OK
               PERFORM 4110-READ-DUE-RECORD
                   UNTIL WS-DUE-FILE-EOF
               CLOSE STM-DUE-LIST
           ELSE
               DISPLAY 'DESTMCNF - STMDUE OPEN FAILED, STATUS='
                   WS-DUE-FILE-STATUS
           END-IF.

       4110-READ-DUE-RECORD.
           READ STM-DUE-LIST
               AT END
                   SET WS-DUE-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DUE-COUNTED
           END-READ.

      *    A MISSING ENOTIFY FILE LEAVES THE TRAILER SWITCH OFF, WHICH
      *    4000 REPORTS AS A SEVERE EXCEPTION.
       4200-COUNT-NOTIFICATIONS.
           OPEN INPUT ENOTIFY-FILE
           IF WS-ENT-FILE-OK
               PERFORM 4210-READ-NOTIFICATION
                   UNTIL WS-ENT-FILE-EOF
               CLOSE ENOTIFY-FILE
           ELSE
               DISPLAY 'DESTMCNF - ENOTIFY OPEN FAILED, STATUS='
                   WS-ENT-FILE-STATUS
           END-IF.

       4210-READ-NOTIFICATION.
           READ ENOTIFY-FILE
               AT END
                   SET WS-ENT-FILE-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN DE-ENT-DETAIL-REC
                           ADD 1 TO WS-NOTIFY-COUNTED
                       WHEN DE-ENT-TRAILER-REC
                           SET WS-ENT-TRAILER-FOUND TO TRUE
                           MOVE DE-ENT-TRL-DUE-COUNT
                                          TO WS-ENT-TRL-DUE
                           MOVE DE-ENT-TRL-PRINT-COUNT
                                          TO WS-ENT-TRL-PRINT
                           MOVE DE-ENT-TRL-ELECTRONIC-COUNT
                                          TO WS-ENT-TRL-ELECTRONIC
                           MOVE DE-ENT-TRL-DROPPED-COUNT
                                          TO WS-ENT-TRL-DROPPED
                   END-EVALUATE
           END-READ.

       4300-WRITE-DELIVERY-DIFFERENCE.
           MOVE SPACES            TO CONF-REPORT-LINE
           MOVE 'E'               TO CONF-RPT-SEVERITY
           MOVE WS-DELIVERY-MSG   TO CONF-RPT-MESSAGE
           PERFORM 3900-WRITE-REPORT-LINE
           SET WS-SEVERE-SEEN TO TRUE.

       9000-TERMINATE.
           IF WS-FILES-OPENED
               IF WS-CUR-FIRM-NO NOT = 9999
                   PERFORM 3000-WRITE-FIRM-SUMMARY
               END-IF
               PERFORM 4000-BALANCE-DELIVERY
               CLOSE STM-EXTRACT-FILE VND-CONF-FILE
                     CONF-REPORT-FILE
           END-IF
                   WS-NOT-CONFIRMED
           DISPLAY 'DESTMCNF - NOT EXTRACTED       : '
                   WS-NOT-EXTRACTED
           DISPLAY 'DESTMCNF - PACKAGES MATCHED    : '
                   WS-PACKAGES-MATCHED
           DISPLAY 'DESTMCNF - PACKAGE DIFFERENCES : '
                   WS-PACKAGE-DIFFERENCES
           DISPLAY 'DESTMCNF - DUPLICATES MATCHED  : '
                   WS-DUPLICATES-MATCHED
           DISPLAY 'DESTMCNF - FIRMS OUT OF BALANCE: '
                   WS-FIRMS-OUT-OF-BALANCE
           DISPLAY 'DESTMCNF - DUE RECORDS COUNTED : '
                   WS-DUE-COUNTED
           DISPLAY 'DESTMCNF - PRINT ORIGINALS     : '
                   WS-PRINT-COUNTED
           DISPLAY 'DESTMCNF - E-NOTIFICATIONS     : '
                   WS-NOTIFY-COUNTED.

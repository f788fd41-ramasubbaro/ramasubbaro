      ******************************************************************
      ******   ON-REQUEST DUPLICATE STATEMENT EXTRACT (DESTMRPR)   ******
      ******************************************************************
      ******************************************************************
      **                      PROGRAM CHANGE HISTORY                    **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW NIGHTLY PROGRAM - RUNS AFTER DESTMPRD AND       *
      *          BEFORE DESTMCNF. WORKS EVERY PENDING REQUEST ON THE   *
      *          RPRMSTR REPRINT MASTER. THE ACCOUNT MUST BE ON        *
      *          STMMSTR AND THE STATEMENT DATE ASKED FOR MUST NOT BE  *
      *          LATER THAN THE LAST ONE PRODUCED. A LIVE HOLD IS      *
      *          DISPOSED OF BY ITS HLDDISP CARD EXACTLY AS DESTMPRD   *
      *          DOES - SUPPRESSED OR UNCARDED REASONS REJECT,         *
      *          OFF-PREMISE REASONS FORCE BRANCH DELIVERY. A REQUEST  *
      *          TO THE ACCOUNT'S OWN ADDRESS IS REJECTED WHILE THAT   *
      *          ADDRESS IS FLAGGED RETURNED MAIL; ONE TO THE REP      *
      *          NEEDS A REP OF RECORD; A THIRD-PARTY ONE NEEDS A      *
      *          NAME/ADDRESS. GOOD REQUESTS ARE APPENDED TO STMEXTR   *
      *          UNDER THEIR OWN HEADER/TRAILER PAIR PER FIRM AS 'D'   *
      *          DETAILS WITH COPY TYPE 'D' (PRINTED MARKED            *
      *          DUPLICATE), A THIRD PARTY'S FOLLOWED BY ITS 'A'       *
      *          ADDRESS LINES. EVERY REQUEST WORKED IS MARKED         *
      *          EXTRACTED OR REJECTED WITH THE REASON, LOGGED ON      *
      *          RPRLOG WITH THE REQUESTING USER, REP, BRANCH AND FEE  *
      *          FOR DERPRFEE BILLING, AND LISTED ON RPRRPT. THE FEE   *
      *          IS THE RPRPARM 'FEE ' CARD FOR THE FIRM, ELSE THE     *
      *          FIRM 000 CARD, ELSE 15.00; NO FEE ON A REJECT.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DESTMRPR.
       AUTHOR.        R SUBRAMANIAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPR-MASTER-FILE ASSIGN TO RPRMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-RPR-KEY-AREA
               FILE STATUS IS WS-RPR-FILE-STATUS.

           SELECT RPR-PARM-FILE ASSIGN TO RPRPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT STM-MASTER-FILE ASSIGN TO STMMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-ACT-STM-KEY-AREA
               FILE STATUS IS WS-STM-FILE-STATUS.

           SELECT STM-COD-MASTER-FILE ASSIGN TO STMCOD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-STM-COD-KEY-AREA
               FILE STATUS IS WS-COD-FILE-STATUS.

           SELECT HLD-DISP-CARD-FILE ASSIGN TO HLDDISP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSP-FILE-STATUS.

           SELECT HLD-MASTER-FILE ASSIGN TO HLDMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-ACT-HLD-KEY-AREA
               FILE STATUS IS WS-HLD-FILE-STATUS.

           SELECT HAPI-MASTER-FILE ASSIGN TO HAPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-HAPI-KEY-AREA
               FILE STATUS IS WS-HAP-FILE-STATUS.

           SELECT REP-MASTER-FILE ASSIGN TO REPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-REP-KEY-AREA
               FILE STATUS IS WS-REP-FILE-STATUS.

           SELECT RPR-LOG-FILE ASSIGN TO RPRLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-RPL-KEY-AREA
               FILE STATUS IS WS-RPL-FILE-STATUS.

           SELECT STM-EXTRACT-FILE ASSIGN TO STMEXTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.

           SELECT REPRINT-REPORT ASSIGN TO RPRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RPR-MASTER-FILE
           RECORDING MODE IS F.
           COPY DERPRFIL.

       FD  RPR-PARM-FILE
           RECORDING MODE IS F.
       01  RPR-PARM-RECORD.
           05  RPR-PARM-TYPE                 PIC X(4).
               88  RPR-PARM-FEE             VALUE 'FEE '.
           05  RPR-PARM-FIRM-NO              PIC 9(3).
           05  RPR-PARM-FEE-AMOUNT           PIC 9(5)V99.
           05  FILLER                        PIC X(66).

       FD  STM-MASTER-FILE
           RECORDING MODE IS F.
           COPY DESTMFIL.

       FD  STM-COD-MASTER-FILE
           RECORDING MODE IS F.
           COPY DESCDFIL.

       FD  HLD-DISP-CARD-FILE
           RECORDING MODE IS F.
       01  HLD-DISP-CARD-RECORD.
           05  HLD-DISP-REASON-CODE          PIC X(4).
           05  HLD-DISP-ACTION               PIC X(1).
               88  HLD-DISP-SUPPRESS        VALUE 'S'.
               88  HLD-DISP-OFF-PREMISE     VALUE 'O'.
               88  HLD-DISP-MAIL-NORMAL     VALUE 'M'.
               88  HLD-DISP-ACTION-VALID    VALUE 'S' 'O' 'M'.
           05  FILLER                        PIC X(75).

       FD  HLD-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEHLDFIL.

       FD  HAPI-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEHAPFIL.

       FD  REP-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEREPFIL.

       FD  RPR-LOG-FILE
           RECORDING MODE IS F.
           COPY DERPLFIL.

       FD  STM-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY DESTMEXT.

       FD  REPRINT-REPORT
           RECORDING MODE IS F.
       01  REPRINT-REPORT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RPR-FILE-STATUS           PIC XX.
           88  WS-RPR-FILE-OK          VALUE '00'.
           88  WS-RPR-FILE-EOF         VALUE '10'.

       01  WS-PARM-FILE-STATUS          PIC XX.
           88  WS-PARM-FILE-OK         VALUE '00'.
           88  WS-PARM-FILE-EOF        VALUE '10'.

       01  WS-STM-FILE-STATUS           PIC XX.
           88  WS-STM-FILE-OK          VALUE '00'.
           88  WS-STM-FILE-NOTFND      VALUE '23'.

       01  WS-COD-FILE-STATUS           PIC XX.
           88  WS-COD-FILE-OK          VALUE '00'.
           88  WS-COD-FILE-NOTFND      VALUE '23'.

       01  WS-DSP-FILE-STATUS           PIC XX.
           88  WS-DSP-FILE-OK          VALUE '00'.
           88  WS-DSP-FILE-EOF         VALUE '10'.

       01  WS-HLD-FILE-STATUS           PIC XX.
           88  WS-HLD-FILE-OK          VALUE '00'.
           88  WS-HLD-FILE-NOTFND      VALUE '23'.

       01  WS-HAP-FILE-STATUS           PIC XX.
           88  WS-HAP-FILE-OK          VALUE '00'.
           88  WS-HAP-FILE-NOTFND      VALUE '23'.

       01  WS-REP-FILE-STATUS           PIC XX.
           88  WS-REP-FILE-OK          VALUE '00'.
           88  WS-REP-FILE-NOTFND      VALUE '23'.

       01  WS-RPL-FILE-STATUS           PIC XX.
           88  WS-RPL-FILE-OK          VALUE '00'.
           88  WS-RPL-FILE-DUP-KEY     VALUE '22'.

       01  WS-EXT-FILE-STATUS           PIC XX.
           88  WS-EXT-FILE-OK          VALUE '00'.

       01  WS-RPT-FILE-STATUS           PIC XX.
           88  WS-RPT-FILE-OK          VALUE '00'.

       01  WS-FILES-OPEN-SW             PIC X(1)    VALUE 'N'.
           88  WS-FILES-OPENED         VALUE 'Y'.

       01  WS-SWEEP-EOF-SW              PIC X(1)    VALUE 'N'.
           88  WS-SWEEP-EOF            VALUE 'Y'.

       01  WS-HAPI-FOUND-SW             PIC X(1)    VALUE 'N'.
           88  WS-HAPI-FOUND           VALUE 'Y'.

       01  WS-COD-FOUND-SW              PIC X(1)    VALUE 'N'.
           88  WS-COD-FOUND            VALUE 'Y'.

       01  WS-FORCE-OFF-PREM-SW         PIC X(1)    VALUE 'N'.
           88  WS-FORCE-OFF-PREM       VALUE 'Y'.

       01  WS-FIRM-OPEN-SW              PIC X(1)    VALUE 'N'.
           88  WS-FIRM-OPEN            VALUE 'Y'.

       01  WS-EXTRACT-FAILED-SW         PIC X(1)    VALUE 'N'.
           88  WS-EXTRACT-FAILED       VALUE 'Y'.

      *    REASON-CODE DISPOSITIONS COME FROM THE SAME HLDDISP CARDS
      *    DESTMPRD READS, SO A DUPLICATE IS HELD WHEREVER THE CYCLE
      *    STATEMENT WOULD BE. A LIVE HOLD REASON WITH NO CARD IS HELD.
       01  WS-DISP-TABLE.
           05  WS-DISP-ENTRY OCCURS 50 TIMES.
               10  WS-DISP-REASON       PIC X(4).
               10  WS-DISP-ACTION       PIC X(1).
       01  WS-DISP-COUNT                PIC 9(3)    VALUE ZEROS COMP.
       01  WS-DX                        PIC 9(3)    COMP.
       01  WS-DISP-FOUND-ACTION         PIC X(1).

      *    REPRINT FEES BY FIRM FROM THE RPRPARM 'FEE ' CARDS. FIRM
      *    000 REPLACES THE HOUSE DEFAULT FOR EVERY FIRM WITHOUT A
      *    CARD OF ITS OWN. A ZERO FEE WAIVES THE CHARGE.
       01  WS-DEFAULT-FEE               PIC 9(5)V99 VALUE 15.00.
       01  WS-FEE-TABLE.
           05  WS-FEE-ENTRY OCCURS 50 TIMES.
               10  WS-FEE-FIRM-NO       PIC 9(3).
               10  WS-FEE-FIRM-AMOUNT   PIC 9(5)V99.
       01  WS-FEE-COUNT                 PIC 9(3)    VALUE ZEROS COMP.
       01  WS-FX                        PIC 9(3)    COMP.
       01  WS-FEE-AMOUNT                PIC 9(5)V99 VALUE ZEROS.

       01  WS-PROCESS-DATE              PIC 9(8)    VALUE ZEROS.
       01  WS-PREV-FIRM-NO              PIC 9(3)    VALUE ZEROS.
       01  WS-COD-HELD-FIRM-NO          PIC 9(3)    VALUE ZEROS.
       01  WS-FIRM-DUP-COUNT            PIC 9(7)    VALUE ZEROS.
       01  WS-REJECT-REASON             PIC X(30)   VALUE SPACES.
       01  WS-ACCT-REP                  PIC X(4)    VALUE SPACES.
       01  WS-ACCT-BRANCH               PIC X(4)    VALUE SPACES.
       01  WS-LX                        PIC 9(1)    VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-REQUESTS-READ         PIC 9(7) VALUE ZEROS.
           05  WS-DUPLICATES-WRITTEN    PIC 9(7) VALUE ZEROS.
           05  WS-ADDRESS-LINES-WRITTEN PIC 9(7) VALUE ZEROS.
           05  WS-REQUESTS-REJECTED     PIC 9(7) VALUE ZEROS.
           05  WS-OFF-PREM-FORCED       PIC 9(7) VALUE ZEROS.
           05  WS-LOG-ROWS-WRITTEN      PIC 9(7) VALUE ZEROS.
           05  WS-DISP-CARDS-REJECTED   PIC 9(7) VALUE ZEROS.
           05  WS-PARM-CARDS-REJECTED   PIC 9(7) VALUE ZEROS.
           05  WS-FEES-CHARGED          PIC 9(7)V99 VALUE ZEROS.

       01  WS-HEAD-LINE-1.
           05  FILLER                   PIC X(46)   VALUE
               'DESTMRPR ON-REQUEST DUPLICATE STATEMENTS  RUN '.
           05  WS-H1-PROCESS-DATE       PIC 9(8).

       01  WS-HEAD-LINE-2.
           05  FILLER                   PIC X(50)   VALUE
               ' ACCOUNT      STMT DATE  RCPT  REQUESTED   RESULT'.
           05  FILLER                   PIC X(18)   VALUE
               '         FEE  NOTE'.

       01  WS-DETAIL-LINE.
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  WS-DL-FIRM-NO            PIC 9(3).
           05  FILLER                   PIC X(1)    VALUE '-'.
           05  WS-DL-ACCT-NO            PIC 9(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  WS-DL-STMT-DATE          PIC 9(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  WS-DL-RECIPIENT          PIC X(4).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  WS-DL-REQUESTED-BY       PIC X(10).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  WS-DL-RESULT             PIC X(9).
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  WS-DL-FEE                PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  WS-DL-NOTE               PIC X(30).

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  WS-TL-DESC               PIC X(30).
           05  WS-TL-COUNT              PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  WS-TL-AMOUNT             PIC Z,ZZZ,ZZ9.99.

       01  WS-RUNLOG-RUN-DATE           PIC 9(8)    VALUE ZEROS.
       01  WS-CONDITION-CODE            PIC 9(2)    VALUE ZEROS.

           COPY DERNLINK.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-FILES-OPENED
               PERFORM 2000-PROCESS-REQUESTS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE SPACES     TO RUNLOG-PARM-AREA
           SET DE-RUNLOG-START TO TRUE
           MOVE 'DESTMRPR' TO DE-RUNLOG-JOB-NAME
           CALL 'DERUNLOG' USING RUNLOG-PARM-AREA
           MOVE DE-RUNLOG-RUN-DATE TO WS-RUNLOG-RUN-DATE
           IF DE-RUNLOG-RETURN-CODE NOT = ZEROS
               DISPLAY 'DESTMRPR - RUN-CONTROL START FAILED, RC='
                   DE-RUNLOG-RETURN-CODE
           END-IF
           IF WS-RUNLOG-RUN-DATE = ZEROS
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PROCESS-DATE
           ELSE
               MOVE WS-RUNLOG-RUN-DATE TO WS-PROCESS-DATE
           END-IF
           PERFORM 1100-LOAD-DISPOSITIONS
           PERFORM 1200-LOAD-FEE-CARDS
           OPEN I-O    RPR-MASTER-FILE
                INPUT  STM-MASTER-FILE
                INPUT  STM-COD-MASTER-FILE
                INPUT  HLD-MASTER-FILE
                INPUT  HAPI-MASTER-FILE
                INPUT  REP-MASTER-FILE
                I-O    RPR-LOG-FILE
                EXTEND STM-EXTRACT-FILE
                OUTPUT REPRINT-REPORT
           IF WS-RPR-FILE-OK AND WS-STM-FILE-OK
               AND WS-COD-FILE-OK AND WS-HLD-FILE-OK
               AND WS-HAP-FILE-OK AND WS-REP-FILE-OK
               AND WS-RPL-FILE-OK AND WS-EXT-FILE-OK
               AND WS-RPT-FILE-OK
               SET WS-FILES-OPENED TO TRUE
               PERFORM 4100-WRITE-HEADING
           ELSE
               DISPLAY 'DESTMRPR - OPEN FAILED, RPR='
                   WS-RPR-FILE-STATUS ' STM=' WS-STM-FILE-STATUS
                   ' COD=' WS-COD-FILE-STATUS
                   ' HLD=' WS-HLD-FILE-STATUS
                   ' HAPI=' WS-HAP-FILE-STATUS
                   ' REP=' WS-REP-FILE-STATUS
                   ' RPL=' WS-RPL-FILE-STATUS
                   ' EXT=' WS-EXT-FILE-STATUS
                   ' RPT=' WS-RPT-FILE-STATUS
           END-IF.

       1100-LOAD-DISPOSITIONS.
           OPEN INPUT HLD-DISP-CARD-FILE
           IF WS-DSP-FILE-OK
               PERFORM 1110-READ-DISPOSITION-CARD
                   UNTIL WS-DSP-FILE-EOF
               CLOSE HLD-DISP-CARD-FILE
           END-IF
           DISPLAY 'DESTMRPR - HOLD DISPOSITIONS LOADED: '
               WS-DISP-COUNT.

       1110-READ-DISPOSITION-CARD.
           READ HLD-DISP-CARD-FILE
               AT END
                   SET WS-DSP-FILE-EOF TO TRUE
               NOT AT END
                   IF HLD-DISP-REASON-CODE NOT = SPACES
                       AND HLD-DISP-ACTION-VALID
                       AND WS-DISP-COUNT < 50
                       ADD 1 TO WS-DISP-COUNT
                       MOVE HLD-DISP-REASON-CODE
                           TO WS-DISP-REASON (WS-DISP-COUNT)
                       MOVE HLD-DISP-ACTION
                           TO WS-DISP-ACTION (WS-DISP-COUNT)
                   ELSE
                       ADD 1 TO WS-DISP-CARDS-REJECTED
                       DISPLAY 'DESTMRPR - BAD DISPOSITION CARD: '
                           HLD-DISP-CARD-RECORD(1:5)
                   END-IF
           END-READ.

      *    THE FEE CARDS ARE OPTIONAL - A MISSING OR EMPTY RPRPARM
      *    CHARGES THE HOUSE DEFAULT EVERYWHERE.
       1200-LOAD-FEE-CARDS.
           OPEN INPUT RPR-PARM-FILE
           IF WS-PARM-FILE-OK
               PERFORM 1210-READ-FEE-CARD
                   UNTIL WS-PARM-FILE-EOF
               CLOSE RPR-PARM-FILE
           END-IF
           DISPLAY 'DESTMRPR - DEFAULT REPRINT FEE ' WS-DEFAULT-FEE
               ', FIRM FEES LOADED: ' WS-FEE-COUNT.

       1210-READ-FEE-CARD.
           READ RPR-PARM-FILE
               AT END
                   SET WS-PARM-FILE-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN NOT RPR-PARM-FEE
                           OR RPR-PARM-FIRM-NO NOT NUMERIC
                           OR RPR-PARM-FEE-AMOUNT NOT NUMERIC
                           ADD 1 TO WS-PARM-CARDS-REJECTED
                           DISPLAY 'DESTMRPR - INVALID PARM CARD: '
                               RPR-PARM-RECORD (1:14)
                       WHEN RPR-PARM-FIRM-NO = ZEROS
                           MOVE RPR-PARM-FEE-AMOUNT TO WS-DEFAULT-FEE
                       WHEN WS-FEE-COUNT < 50
                           ADD 1 TO WS-FEE-COUNT
                           MOVE RPR-PARM-FIRM-NO
                               TO WS-FEE-FIRM-NO (WS-FEE-COUNT)
                           MOVE RPR-PARM-FEE-AMOUNT
                               TO WS-FEE-FIRM-AMOUNT (WS-FEE-COUNT)
                       WHEN OTHER
                           ADD 1 TO WS-PARM-CARDS-REJECTED
                           DISPLAY 'DESTMRPR - FEE TABLE FULL, CARD '
                               'IGNORED: ' RPR-PARM-RECORD (1:14)
                   END-EVALUATE
           END-READ.

      *    THE MASTER IS SWEPT IN KEY ORDER, SO THE REQUESTS OF ONE
      *    FIRM COME TOGETHER AND EACH FIRM GETS ONE HEADER/TRAILER
      *    PAIR ON STMEXTR - OPENED ONLY WHEN THE FIRM HAS A DUPLICATE
      *    TO PRINT. ONLY PENDING REQUESTS ARE WORKED.
       2000-PROCESS-REQUESTS.
           MOVE LOW-VALUES TO DE-RPR-KEY-AREA
           START RPR-MASTER-FILE
               KEY IS NOT LESS THAN DE-RPR-KEY-AREA
               INVALID KEY
                   SET WS-SWEEP-EOF TO TRUE
           END-START
           PERFORM 2100-READ-NEXT-REQUEST
               UNTIL WS-SWEEP-EOF
           IF WS-FIRM-OPEN AND NOT WS-EXTRACT-FAILED
               PERFORM 2210-WRITE-FIRM-TRAILER
           END-IF.

       2100-READ-NEXT-REQUEST.
           READ RPR-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SWEEP-EOF TO TRUE
           END-READ
           IF NOT WS-SWEEP-EOF
               IF DE-RPR-PENDING
                   PERFORM 2150-WORK-REQUEST
               END-IF
           END-IF.

       2150-WORK-REQUEST.
           ADD 1 TO WS-REQUESTS-READ
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 2200-CHECK-FIRM-BREAK
           IF NOT WS-EXTRACT-FAILED
               PERFORM 2300-EDIT-REQUEST
               IF WS-REJECT-REASON = SPACES
                   PERFORM 2500-WRITE-DUPLICATE
               END-IF
           END-IF
           PERFORM 2160-FINISH-REQUEST.

      *    A REQUEST WHOSE DUPLICATE DID NOT GET ONTO STMEXTR STAYS
      *    PENDING - NOT MARKED, BILLED, LOGGED OR COUNTED - SO THE
      *    NEXT RUN PICKS IT UP AGAIN. IT IS NOT COUNTED AS WORKED.
       2160-FINISH-REQUEST.
           IF WS-EXTRACT-FAILED
               SUBTRACT 1 FROM WS-REQUESTS-READ
               DISPLAY 'DESTMRPR - REQUEST LEFT PENDING: '
                   DE-RPR-FIRM-NO '-' DE-RPR-ACCT-NO
           ELSE
               PERFORM 2700-UPDATE-REQUEST
               PERFORM 2800-WRITE-LOG-ROW
               PERFORM 4200-PRINT-REQUEST
           END-IF.

       2200-CHECK-FIRM-BREAK.
           IF DE-RPR-FIRM-NO NOT = WS-PREV-FIRM-NO
               IF WS-FIRM-OPEN
                   PERFORM 2210-WRITE-FIRM-TRAILER
               END-IF
               MOVE DE-RPR-FIRM-NO TO WS-PREV-FIRM-NO
               MOVE ZEROS          TO WS-FIRM-DUP-COUNT
           END-IF.

      *    THE DUPLICATES' OWN TRAILER. DETAIL, COPY AND PACKAGE
      *    COUNTS ARE ZERO - THOSE BELONG TO THE CYCLE'S TRAILER FOR
      *    THE FIRM, AND DESTMCNF ADDS THE TWO TOGETHER.
       2210-WRITE-FIRM-TRAILER.
           MOVE 'N'                   TO WS-FIRM-OPEN-SW
           MOVE SPACES                TO STM-EXTRACT-RECORD
           SET STM-EXT-FIRM-TRAILER   TO TRUE
           MOVE WS-PREV-FIRM-NO       TO STM-EXT-FIRM-NO
           MOVE ZEROS                 TO STM-EXT-DETAIL-COUNT
           MOVE ZEROS                 TO STM-EXT-COPY-COUNT
           MOVE ZEROS                 TO STM-EXT-PACKAGE-COUNT
           MOVE WS-FIRM-DUP-COUNT     TO STM-EXT-DUPLICATE-COUNT
           PERFORM 2900-WRITE-EXTRACT.

       2220-WRITE-FIRM-HEADER.
           SET WS-FIRM-OPEN           TO TRUE
           MOVE SPACES                TO STM-EXTRACT-RECORD
           SET STM-EXT-FIRM-HEADER    TO TRUE
           MOVE DE-RPR-FIRM-NO        TO STM-EXT-FIRM-NO
           MOVE WS-PROCESS-DATE       TO STM-EXT-STMT-DATE
           PERFORM 2900-WRITE-EXTRACT.

      *    THE FIRST FAILED EDIT IS THE REASON GIVEN. THE REP AND
      *    BRANCH ARE LOOKED UP FIRST BECAUSE THE LOG CARRIES THEM
      *    FOR A REJECT AS WELL.
       2300-EDIT-REQUEST.
           PERFORM 2310-GET-ACCOUNT-REP
           PERFORM 2320-GET-STM-MASTER
           IF WS-REJECT-REASON = SPACES
               PERFORM 2340-CHECK-HOLD-STATUS
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2360-CHECK-RECIPIENT
           END-IF.

      *    THE REP OF RECORD IS THE ONE ON HAPMSTR, ELSE THE ONE ON THE
      *    FIRM TEMPLATE. THE BRANCH IS THAT REP'S BRANCH ON REPMSTR.
       2310-GET-ACCOUNT-REP.
           MOVE 'N'              TO WS-HAPI-FOUND-SW
           MOVE SPACES           TO WS-ACCT-REP
           MOVE SPACES           TO WS-ACCT-BRANCH
           MOVE DE-RPR-FIRM-NO   TO DE-HAPI-FIRM-NO
           MOVE DE-RPR-ACCT-NO   TO DE-HAPI-ACCT-NO
           READ HAPI-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HAPI-FOUND TO TRUE
                   MOVE DE-HAPI-REP TO WS-ACCT-REP
           END-READ
           PERFORM 2330-GET-FIRM-TEMPLATE
           IF WS-ACCT-REP = SPACES AND WS-COD-FOUND
               MOVE DE-STM-COD-REP TO WS-ACCT-REP
           END-IF
           IF WS-ACCT-REP NOT = SPACES
               MOVE DE-RPR-FIRM-NO TO DE-REP-FIRM-NO
               MOVE WS-ACCT-REP    TO DE-REP-CODE
               READ REP-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DE-REP-BRANCH TO WS-ACCT-BRANCH
               END-READ
           END-IF.

      *    A ZERO LAST-PRODUCED DATE MEANS THE ACCOUNT HAS NEVER HAD A
      *    STATEMENT, SO THERE IS NOTHING TO DUPLICATE.
       2320-GET-STM-MASTER.
           MOVE DE-RPR-FIRM-NO   TO DE-ACT-STM-FIRM-NO
           MOVE DE-RPR-ACCT-NO   TO DE-ACT-STM-ACCT-NO
           READ STM-MASTER-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON STMMSTR'
                                 TO WS-REJECT-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN DE-ACT-STM-LAST-GEN-DATE NOT NUMERIC
                           OR DE-ACT-STM-LAST-GEN-DATE = ZEROS
                           MOVE 'NO STATEMENT EVER PRODUCED'
                                 TO WS-REJECT-REASON
                       WHEN DE-RPR-STMT-DATE
                           > DE-ACT-STM-LAST-GEN-DATE
                           MOVE 'STATEMENT DATE NOT YET PRODUCED'
                                 TO WS-REJECT-REASON
                   END-EVALUATE
           END-READ.

      *    THE FIRM DEFAULT TEMPLATE IS CARRIED UNDER SUB 0. HOLD THE
      *    LAST FIRM READ, AS DESTMPRD DOES.
       2330-GET-FIRM-TEMPLATE.
           IF DE-RPR-FIRM-NO NOT = WS-COD-HELD-FIRM-NO
               MOVE 'N'              TO WS-COD-FOUND-SW
               MOVE DE-RPR-FIRM-NO   TO DE-STM-COD-FIRM-NO
               MOVE ZEROS            TO DE-STM-COD-SUB-NO
               READ STM-COD-MASTER-FILE
                   INVALID KEY
                       INITIALIZE DE-STM-COD-LAYOUT
                   NOT INVALID KEY
                       SET WS-COD-FOUND TO TRUE
               END-READ
               MOVE DE-RPR-FIRM-NO TO WS-COD-HELD-FIRM-NO
           END-IF.

      *    A LIVE HOLD STOPS A DUPLICATE TO ANY RECIPIENT UNLESS ITS
      *    HLDDISP CARD SAYS MAIL ('M') OR HAND OVER AT THE BRANCH
      *    ('O'), THE SAME DISPOSITIONS DESTMPRD APPLIES TO THE CYCLE.
       2340-CHECK-HOLD-STATUS.
           MOVE 'N'              TO WS-FORCE-OFF-PREM-SW
           MOVE DE-RPR-FIRM-NO   TO DE-ACT-HLD-FIRM-NO
           MOVE DE-RPR-ACCT-NO   TO DE-ACT-HLD-ACCT-NO
           READ HLD-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DE-ACT-HLD-REASON-CODE NOT = SPACES
                       PERFORM 2350-APPLY-HOLD-DISPOSITION
                   END-IF
           END-READ.

       2350-APPLY-HOLD-DISPOSITION.
           MOVE SPACES TO WS-DISP-FOUND-ACTION
           PERFORM 2355-LOOK-UP-DISPOSITION
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX > WS-DISP-COUNT
           EVALUATE WS-DISP-FOUND-ACTION
               WHEN 'M'
                   CONTINUE
               WHEN 'O'
                   SET WS-FORCE-OFF-PREM TO TRUE
               WHEN 'S'
                   STRING 'HELD - REASON ' DE-ACT-HLD-REASON-CODE
                       ' SUPPRESSED' DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
               WHEN OTHER
                   STRING 'HELD - REASON ' DE-ACT-HLD-REASON-CODE
                       ' NO CARD' DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
           END-EVALUATE.

       2355-LOOK-UP-DISPOSITION.
           IF WS-DISP-REASON (WS-DX) = DE-ACT-HLD-REASON-CODE
               MOVE WS-DISP-ACTION (WS-DX) TO WS-DISP-FOUND-ACTION
           END-IF.

      *    ONLY THE ACCOUNT'S OWN ADDRESS IS SUBJECT TO THE RETURNED-
      *    MAIL FLAG; A DUPLICATE HANDED OVER AT THE BRANCH GOES NO
      *    WHERE NEAR IT.
       2360-CHECK-RECIPIENT.
           EVALUATE TRUE
               WHEN DE-RPR-TO-ACCOUNT
                   IF WS-HAPI-FOUND AND DE-HAPI-MAIL-RETURNED
                       AND NOT WS-FORCE-OFF-PREM
                       MOVE 'ADDRESS FLAGGED RETURNED MAIL'
                                 TO WS-REJECT-REASON
                   END-IF
               WHEN DE-RPR-TO-REP
                   IF WS-ACCT-REP = SPACES
                       MOVE 'NO REP OF RECORD'
                                 TO WS-REJECT-REASON
                   END-IF
               WHEN OTHER
                   IF DE-RPR-TP-NA-LINE (1) = SPACES
                       MOVE 'NO THIRD-PARTY NAME/ADDRESS'
                                 TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

      *    OPTIONS ARE THE ACCOUNT'S CURRENT ONES AND THE FIRM
      *    TEMPLATE'S, AS DESTMPRD BUILDS THE CYCLE DETAIL, BUT THE
      *    STATEMENT DATE IS THE ONE REQUESTED.
       2500-WRITE-DUPLICATE.
           IF NOT WS-FIRM-OPEN
               PERFORM 2220-WRITE-FIRM-HEADER
           END-IF
           MOVE SPACES                TO STM-EXTRACT-RECORD
           SET STM-EXT-DETAIL         TO TRUE
           MOVE DE-RPR-FIRM-NO        TO STM-EXT-FIRM-NO
           MOVE DE-RPR-ACCT-NO        TO STM-EXT-ACCT-NO
           MOVE DE-ACT-STM-STMT-CODE  TO STM-EXT-STMT-CODE
           MOVE DE-RPR-STMT-DATE      TO STM-EXT-STMT-DATE
           IF WS-COD-FOUND
               MOVE DE-STM-COD-REP           TO STM-EXT-REP
               MOVE DE-STM-COD-FILE-TYPE-IND TO STM-EXT-FILE-TYPE-IND
               MOVE DE-STM-COD-COST-BASIS-SW TO STM-EXT-COST-BASIS-SW
           END-IF
           MOVE DE-ACT-STM-MMF-SUPPRESS-IND
                                      TO STM-EXT-MMF-SUPPRESS-IND
           MOVE DE-ACT-STM-MSG-SUPPRESS-IND
                                      TO STM-EXT-MSG-SUPPRESS-IND
           IF WS-FORCE-OFF-PREM
               MOVE 'Y'               TO STM-EXT-OFF-PREMISE-IND
           ELSE
               MOVE DE-ACT-STM-OFF-PREMISE-IND
                                      TO STM-EXT-OFF-PREMISE-IND
           END-IF
           MOVE DE-ACT-STM-TAX-LOTS-IND
                                      TO STM-EXT-TAX-LOTS-IND
           MOVE DE-ACT-STM-REALIZED-IND
                                      TO STM-EXT-REALIZED-IND
           MOVE DE-ACT-STM-GORL-OVERRIDE-IND
                                      TO STM-EXT-GORL-OVERRIDE-IND
           SET STM-EXT-DUPLICATE      TO TRUE
           MOVE DE-RPR-RECIPIENT      TO STM-EXT-DUP-RECIPIENT
           PERFORM 2900-WRITE-EXTRACT
           IF NOT DE-RPR-TO-ACCOUNT AND NOT DE-RPR-TO-REP
               PERFORM 2550-WRITE-ADDRESS-LINE
                   VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 6
           END-IF
           IF NOT WS-EXTRACT-FAILED
               ADD 1 TO WS-DUPLICATES-WRITTEN
               ADD 1 TO WS-FIRM-DUP-COUNT
               IF WS-FORCE-OFF-PREM
                   ADD 1 TO WS-OFF-PREM-FORCED
               END-IF
               PERFORM 2600-LOOK-UP-FEE
           END-IF.

       2550-WRITE-ADDRESS-LINE.
           IF DE-RPR-TP-NA-LINE (WS-LX) NOT = SPACES
               AND NOT WS-EXTRACT-FAILED
               MOVE SPACES                TO STM-EXTRACT-RECORD
               SET STM-EXT-RECIPIENT-ADDRESS TO TRUE
               MOVE DE-RPR-FIRM-NO        TO STM-EXT-FIRM-NO
               MOVE DE-RPR-TP-NA-LINE (WS-LX)
                                          TO STM-EXT-ADDR-LINE
               MOVE DE-RPR-RECIPIENT      TO STM-EXT-DUP-RECIPIENT
               PERFORM 2900-WRITE-EXTRACT
               ADD 1 TO WS-ADDRESS-LINES-WRITTEN
           END-IF.

       2600-LOOK-UP-FEE.
           MOVE WS-DEFAULT-FEE TO WS-FEE-AMOUNT
           PERFORM 2610-MATCH-FIRM-FEE
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-FEE-COUNT.

       2610-MATCH-FIRM-FEE.
           IF WS-FEE-FIRM-NO (WS-FX) = DE-RPR-FIRM-NO
               MOVE WS-FEE-FIRM-AMOUNT (WS-FX) TO WS-FEE-AMOUNT
           END-IF.

       2700-UPDATE-REQUEST.
           IF WS-REJECT-REASON = SPACES
               SET DE-RPR-EXTRACTED    TO TRUE
               MOVE WS-FEE-AMOUNT      TO DE-RPR-FEE-AMOUNT
               ADD WS-FEE-AMOUNT       TO WS-FEES-CHARGED
           ELSE
               SET DE-RPR-REJECTED     TO TRUE
               MOVE ZEROS              TO DE-RPR-FEE-AMOUNT
               ADD 1 TO WS-REQUESTS-REJECTED
           END-IF
           MOVE WS-PROCESS-DATE        TO DE-RPR-PROCESS-DATE
           MOVE WS-REJECT-REASON       TO DE-RPR-REJECT-REASON
           MOVE 'SYS'                  TO DE-RPR-CHANGE-WHO-CODE
           MOVE 'DESTMRPR'             TO DE-RPR-CHANGE-USER-ID
           CALL 'DETSTAMP' USING DE-RPR-CHANGE-TIMESTAMP
           REWRITE RPR-MASTER-RECORD
           IF NOT WS-RPR-FILE-OK
               DISPLAY 'DESTMRPR - RPRMSTR REWRITE FAILED FOR '
                   DE-RPR-FIRM-NO '-' DE-RPR-ACCT-NO
                   ' STATUS=' WS-RPR-FILE-STATUS
           END-IF.

      *    A REQUEST RE-FILED AND WORKED AGAIN THE SAME NIGHT REPLACES
      *    ITS EARLIER LOG ROW RATHER THAN BILLING TWICE.
       2800-WRITE-LOG-ROW.
           MOVE SPACES                 TO RPL-LOG-RECORD
           MOVE DE-RPR-FIRM-NO         TO DE-RPL-FIRM-NO
           MOVE DE-RPR-PROCESS-DATE    TO DE-RPL-PROCESS-DATE
           MOVE DE-RPR-ACCT-NO         TO DE-RPL-ACCT-NO
           MOVE DE-RPR-STMT-DATE       TO DE-RPL-STMT-DATE
           MOVE DE-RPR-RECIPIENT       TO DE-RPL-RECIPIENT
           MOVE DE-RPR-STATUS          TO DE-RPL-DISPOSITION
           MOVE DE-RPR-REQUEST-DATE    TO DE-RPL-REQUEST-DATE
           MOVE DE-RPR-REQUESTED-BY    TO DE-RPL-REQUESTED-BY
           MOVE WS-ACCT-REP            TO DE-RPL-REP
           MOVE WS-ACCT-BRANCH         TO DE-RPL-BRANCH
           MOVE DE-RPR-FEE-AMOUNT      TO DE-RPL-FEE-AMOUNT
           MOVE DE-RPR-REJECT-REASON   TO DE-RPL-REJECT-REASON
           MOVE DE-RPR-CHANGE-TIMESTAMP
                                       TO DE-RPL-CHANGE-TIMESTAMP
           WRITE RPL-LOG-RECORD
           IF WS-RPL-FILE-DUP-KEY
               REWRITE RPL-LOG-RECORD
           END-IF
           IF WS-RPL-FILE-OK
               ADD 1 TO WS-LOG-ROWS-WRITTEN
           ELSE
               DISPLAY 'DESTMRPR - RPRLOG WRITE FAILED FOR '
                   DE-RPR-FIRM-NO '-' DE-RPR-ACCT-NO
                   ' STATUS=' WS-RPL-FILE-STATUS
           END-IF.

       2900-WRITE-EXTRACT.
           WRITE STM-EXTRACT-RECORD
           IF NOT WS-EXT-FILE-OK
               DISPLAY 'DESTMRPR - EXTRACT WRITE FAILED, STATUS='
                   WS-EXT-FILE-STATUS
               SET WS-EXTRACT-FAILED TO TRUE
               SET WS-SWEEP-EOF TO TRUE
           END-IF.

       4100-WRITE-HEADING.
           MOVE WS-PROCESS-DATE TO WS-H1-PROCESS-DATE
           MOVE SPACES          TO REPRINT-REPORT-LINE
           MOVE WS-HEAD-LINE-1  TO REPRINT-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE SPACES          TO REPRINT-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE WS-HEAD-LINE-2  TO REPRINT-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE.

       4200-PRINT-REQUEST.
           MOVE DE-RPR-FIRM-NO      TO WS-DL-FIRM-NO
           MOVE DE-RPR-ACCT-NO      TO WS-DL-ACCT-NO
           MOVE DE-RPR-STMT-DATE    TO WS-DL-STMT-DATE
           MOVE DE-RPR-RECIPIENT    TO WS-DL-RECIPIENT
           MOVE DE-RPR-REQUESTED-BY TO WS-DL-REQUESTED-BY
           MOVE DE-RPR-FEE-AMOUNT   TO WS-DL-FEE
           IF DE-RPR-EXTRACTED
               MOVE 'EXTRACTED'     TO WS-DL-RESULT
               IF WS-FORCE-OFF-PREM
                   MOVE 'OFF-PREMISE DELIVERY FORCED'
                                    TO WS-DL-NOTE
               ELSE
                   MOVE SPACES      TO WS-DL-NOTE
               END-IF
           ELSE
               MOVE 'REJECTED'      TO WS-DL-RESULT
               MOVE DE-RPR-REJECT-REASON
                                    TO WS-DL-NOTE
           END-IF
           MOVE SPACES              TO REPRINT-REPORT-LINE
           MOVE WS-DETAIL-LINE      TO REPRINT-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE.

       4300-PRINT-TOTALS.
           MOVE SPACES TO REPRINT-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE 'REQUESTS WORKED'      TO WS-TL-DESC
           MOVE WS-REQUESTS-READ       TO WS-TL-COUNT
           MOVE SPACES                 TO REPRINT-REPORT-LINE
           MOVE WS-TOTAL-LINE (1:40)   TO REPRINT-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE 'DUPLICATES EXTRACTED / FEES'
                                       TO WS-TL-DESC
           MOVE WS-DUPLICATES-WRITTEN  TO WS-TL-COUNT
           MOVE WS-FEES-CHARGED        TO WS-TL-AMOUNT
           MOVE SPACES                 TO REPRINT-REPORT-LINE
           MOVE WS-TOTAL-LINE          TO REPRINT-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE 'REQUESTS REJECTED'    TO WS-TL-DESC
           MOVE WS-REQUESTS-REJECTED   TO WS-TL-COUNT
           MOVE SPACES                 TO REPRINT-REPORT-LINE
           MOVE WS-TOTAL-LINE (1:40)   TO REPRINT-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE.

       4900-WRITE-REPORT-LINE.
           WRITE REPRINT-REPORT-LINE
           IF NOT WS-RPT-FILE-OK
               DISPLAY 'DESTMRPR - REPORT WRITE FAILED, STATUS='
                   WS-RPT-FILE-STATUS
           END-IF.

       9000-TERMINATE.
           IF WS-FILES-OPENED
               IF WS-REQUESTS-READ = ZEROS
                   MOVE SPACES TO REPRINT-REPORT-LINE
                   MOVE ' NO PENDING REPRINT REQUESTS'
                       TO REPRINT-REPORT-LINE
                   PERFORM 4900-WRITE-REPORT-LINE
               END-IF
               PERFORM 4300-PRINT-TOTALS
               CLOSE RPR-MASTER-FILE
                     STM-MASTER-FILE
                     STM-COD-MASTER-FILE
                     HLD-MASTER-FILE
                     HAPI-MASTER-FILE
                     REP-MASTER-FILE
                     RPR-LOG-FILE
                     STM-EXTRACT-FILE
                     REPRINT-REPORT
           END-IF
           MOVE SPACES     TO RUNLOG-PARM-AREA
           SET DE-RUNLOG-END TO TRUE
           MOVE WS-RUNLOG-RUN-DATE TO DE-RUNLOG-RUN-DATE
           MOVE 'DESTMRPR' TO DE-RUNLOG-JOB-NAME
           MOVE WS-REQUESTS-READ      TO DE-RUNLOG-RECORDS-READ
           MOVE WS-REQUESTS-REJECTED  TO DE-RUNLOG-RECORDS-UPDATED
           MOVE WS-DUPLICATES-WRITTEN TO DE-RUNLOG-RECORDS-WRITTEN
           IF WS-EXTRACT-FAILED OR NOT WS-FILES-OPENED
               MOVE 12 TO WS-CONDITION-CODE
           END-IF
           MOVE WS-CONDITION-CODE     TO DE-RUNLOG-CONDITION-CODE
           CALL 'DERUNLOG' USING RUNLOG-PARM-AREA
           IF DE-RUNLOG-RETURN-CODE NOT = ZEROS
               DISPLAY 'DESTMRPR - RUN-CONTROL END FAILED, RC='
                   DE-RUNLOG-RETURN-CODE
           END-IF
           DISPLAY 'DESTMRPR - REQUESTS WORKED    : ' WS-REQUESTS-READ
           DISPLAY 'DESTMRPR - DUPLICATES WRITTEN : '
                   WS-DUPLICATES-WRITTEN
           DISPLAY 'DESTMRPR - ADDRESS LINES      : '
                   WS-ADDRESS-LINES-WRITTEN
           DISPLAY 'DESTMRPR - OFF-PREM FORCED    : '
                   WS-OFF-PREM-FORCED
           DISPLAY 'DESTMRPR - REQUESTS REJECTED  : '
                   WS-REQUESTS-REJECTED
           DISPLAY 'DESTMRPR - LOG ROWS WRITTEN   : '
                   WS-LOG-ROWS-WRITTEN
           DISPLAY 'DESTMRPR - FEES CHARGED       : ' WS-FEES-CHARGED
           DISPLAY 'DESTMRPR - DISP CARDS BAD     : '
                   WS-DISP-CARDS-REJECTED
           DISPLAY 'DESTMRPR - PARM CARDS BAD     : '
                   WS-PARM-CARDS-REJECTED
           MOVE WS-CONDITION-CODE     TO RETURN-CODE.

      ******************************************************************
      ******   ORPHANED-BOOK REPORT BY BRANCH MANAGER (DEREPORP)   ******
      ******************************************************************
      ******************************************************************
      **                      PROGRAM CHANGE HISTORY                    **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW NIGHTLY PROGRAM - SWEEPS THE HAPMSTR MASTER AND *
      *          THE DE-STM-COD TEMPLATES AND LOOKS EVERY REP OF       *
      *          RECORD UP ON THE REPMSTR REP REFERENCE MASTER. EACH   *
      *          ACCOUNT AND TEMPLATE STILL ASSIGNED TO A TERMINATED   *
      *          REP IS LISTED ON ORPHRPT, GROUPED BY FIRM AND BRANCH  *
      *          MANAGER, UNDER A HEADING FOR THE REP THAT SHOWS THE   *
      *          TERMINATION DATE AND SUCCESSOR. FOR EVERY TERMINATED  *
      *          REP WHO STILL HOLDS ACCOUNTS AND WHOSE SUCCESSOR IS   *
      *          ON FILE AND ACTIVE, A READY-MADE DEREPXFR CARD (WHOLE *
      *          FIRM RANGE, CAP = ACCOUNTS LISTED) IS WRITTEN TO      *
      *          ORPHXFR; OTHERWISE THE REASON NO CARD WAS CUT IS      *
      *          PRINTED. REPS MISSING FROM REPMSTR ARE COUNTED BUT    *
      *          NOT LISTED. START AND END ARE STAMPED ON RUNCTL       *
      *          THROUGH DERUNLOG.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEREPORP.
       AUTHOR.        R SUBRAMANIAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HAPI-MASTER-FILE ASSIGN TO HAPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-HAPI-KEY-AREA
               FILE STATUS IS WS-HAP-FILE-STATUS.

           SELECT STM-COD-MASTER-FILE ASSIGN TO STMCOD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-STM-COD-KEY-AREA
               FILE STATUS IS WS-COD-FILE-STATUS.

           SELECT REP-MASTER-FILE ASSIGN TO REPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-REP-KEY-AREA
               FILE STATUS IS WS-REP-FILE-STATUS.

           SELECT ORPHAN-REPORT ASSIGN TO ORPHRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT XFR-CARD-FILE ASSIGN TO ORPHXFR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFR-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  HAPI-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEHAPFIL.

       FD  STM-COD-MASTER-FILE
           RECORDING MODE IS F.
           COPY DESCDFIL.

       FD  REP-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEREPFIL.

       FD  ORPHAN-REPORT
           RECORDING MODE IS F.
       01  ORPHAN-REPORT-LINE                PIC X(100).

      *    SAME LAYOUT AS THE DEREPXFR XFRCARDS INPUT.
       FD  XFR-CARD-FILE
           RECORDING MODE IS F.
       01  XFR-CARD-RECORD.
           05  XFR-CARD-FIRM-NO              PIC 9(3).
           05  XFR-CARD-OLD-REP              PIC X(4).
           05  XFR-CARD-NEW-REP              PIC X(4).
           05  XFR-CARD-ACCT-FROM            PIC 9(8).
           05  XFR-CARD-ACCT-TO              PIC 9(8).
           05  XFR-CARD-CAP                  PIC 9(5).
           05  FILLER                        PIC X(48).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SRT-FIRM-NO                   PIC 9(3).
           05  SRT-BRANCH-MGR                PIC X(4).
           05  SRT-BRANCH                    PIC X(4).
           05  SRT-OLD-REP                   PIC X(4).
           05  SRT-ITEM-TYPE                 PIC X(1).
               88  SRT-ACCOUNT-ITEM         VALUE 'A'.
               88  SRT-TEMPLATE-ITEM        VALUE 'T'.
           05  SRT-ITEM-NO                   PIC 9(8).
           05  SRT-REP-NAME                  PIC X(30).
           05  SRT-TERM-DATE                 PIC 9(8).
           05  SRT-SUCCESSOR                 PIC X(4).
           05  SRT-SUCCESSOR-STATUS          PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-HAP-FILE-STATUS           PIC XX.
           88  WS-HAP-FILE-OK          VALUE '00'.
           88  WS-HAP-FILE-EOF         VALUE '10'.

       01  WS-COD-FILE-STATUS           PIC XX.
           88  WS-COD-FILE-OK          VALUE '00'.
           88  WS-COD-FILE-EOF         VALUE '10'.

       01  WS-REP-FILE-STATUS           PIC XX.
           88  WS-REP-FILE-OK          VALUE '00'.
           88  WS-REP-FILE-NOTFND      VALUE '23'.

       01  WS-RPT-FILE-STATUS           PIC XX.
           88  WS-RPT-FILE-OK          VALUE '00'.

       01  WS-XFR-FILE-STATUS           PIC XX.
           88  WS-XFR-FILE-OK          VALUE '00'.

       01  WS-FILES-OPEN-SW             PIC X(1)    VALUE 'N'.
           88  WS-FILES-OPENED         VALUE 'Y'.

       01  WS-SWEEP-EOF-SW              PIC X(1)    VALUE 'N'.
           88  WS-SWEEP-EOF            VALUE 'Y'.

       01  WS-SORT-EOF-SW               PIC X(1)    VALUE 'N'.
           88  WS-SORT-EOF             VALUE 'Y'.

      *    THE LAST REP LOOKED UP ON REPMSTR. A BOOK IS USUALLY
      *    CLUSTERED, SO THE SAME REP IS NOT RE-READ ROW AFTER ROW.
       01  WS-LOOKUP-KEY.
           05  WS-LOOKUP-FIRM-NO        PIC 9(3).
           05  WS-LOOKUP-REP            PIC X(4).

       01  WS-CACHED-REP.
           05  WS-CACHED-KEY.
               10  WS-CACHED-FIRM-NO    PIC 9(3)    VALUE ZEROS.
               10  WS-CACHED-REP-CODE   PIC X(4)    VALUE SPACES.
           05  WS-CACHED-STATUS         PIC X(1)    VALUE SPACES.
               88  WS-CACHED-ON-FILE   VALUE 'A' 'L' 'T'.
               88  WS-CACHED-TERMINATED
                                       VALUE 'T'.
               88  WS-CACHED-NOT-ON-FILE
                                       VALUE 'N'.
           05  WS-CACHED-NAME           PIC X(30).
           05  WS-CACHED-BRANCH         PIC X(4).
           05  WS-CACHED-BRANCH-MGR     PIC X(4).
           05  WS-CACHED-TERM-DATE      PIC 9(8).
           05  WS-CACHED-SUCCESSOR      PIC X(4).
           05  WS-CACHED-SUCC-STATUS    PIC X(1).

      *    ONE TERMINATED REP'S GROUP ON THE OUTPUT SIDE OF THE SORT.
       01  WS-PREV-MGR-KEY.
           05  WS-PREV-MGR-FIRM-NO      PIC 9(3).
           05  WS-PREV-MGR-CODE         PIC X(4).

       01  WS-PREV-REP-KEY.
           05  WS-PREV-REP-FIRM-NO      PIC 9(3).
           05  WS-PREV-REP-CODE         PIC X(4).

       01  WS-GROUP-OPEN-SW             PIC X(1)    VALUE 'N'.
           88  WS-GROUP-OPEN           VALUE 'Y'.

       01  WS-GROUP-SUCCESSOR           PIC X(4).
       01  WS-GROUP-SUCC-STATUS         PIC X(1).
       01  WS-GROUP-ACCOUNTS            PIC 9(7).
       01  WS-GROUP-TEMPLATES           PIC 9(7).

       01  WS-COUNTERS.
           05  WS-HAPI-RECORDS-READ     PIC 9(9) VALUE ZEROS.
           05  WS-COD-RECORDS-READ      PIC 9(9) VALUE ZEROS.
           05  WS-RECORDS-READ          PIC 9(9) VALUE ZEROS.
           05  WS-ORPHAN-ACCOUNTS       PIC 9(9) VALUE ZEROS.
           05  WS-ORPHAN-TEMPLATES      PIC 9(9) VALUE ZEROS.
           05  WS-ORPHANS-FOUND         PIC 9(9) VALUE ZEROS.
           05  WS-UNKNOWN-REP-ROWS      PIC 9(9) VALUE ZEROS.
           05  WS-TERMINATED-REPS       PIC 9(7) VALUE ZEROS.
           05  WS-CARDS-WRITTEN         PIC 9(7) VALUE ZEROS.
           05  WS-REPS-WITHOUT-CARD     PIC 9(7) VALUE ZEROS.

       01  WS-MGR-HEAD-LINE.
           05  FILLER                   PIC X(6)    VALUE ' FIRM '.
           05  WS-MH-FIRM-NO            PIC 9(3).
           05  FILLER                   PIC X(17)   VALUE
               '  BRANCH MANAGER '.
           05  WS-MH-MGR-CODE           PIC X(4).
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  WS-MH-MGR-NAME           PIC X(30).

       01  WS-REP-HEAD-LINE.
           05  FILLER                   PIC X(7)    VALUE '   REP '.
           05  WS-RH-REP                PIC X(4).
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  WS-RH-REP-NAME           PIC X(30).
           05  FILLER                   PIC X(8)    VALUE ' BRANCH '.
           05  WS-RH-BRANCH             PIC X(4).
           05  FILLER                   PIC X(12)   VALUE
               ' TERMINATED '.
           05  WS-RH-TERM-DATE          PIC 9(8).
           05  FILLER                   PIC X(11)   VALUE
               ' SUCCESSOR '.
           05  WS-RH-SUCCESSOR          PIC X(4).

       01  WS-ACCOUNT-LINE.
           05  FILLER                   PIC X(14)   VALUE
               '      ACCOUNT '.
           05  WS-AL-FIRM-NO            PIC 9(3).
           05  FILLER                   PIC X(1)    VALUE '-'.
           05  WS-AL-ACCT-NO            PIC 9(8).

       01  WS-TEMPLATE-LINE.
           05  FILLER                   PIC X(27)   VALUE
               '      STM-COD TEMPLATE SUB '.
           05  WS-TL-SUB-NO             PIC 9(3).

       01  WS-GROUP-TOTAL-LINE.
           05  FILLER                   PIC X(15)   VALUE
               '      ACCOUNTS '.
           05  WS-GT-ACCOUNTS           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(12)   VALUE
               '  TEMPLATES '.
           05  WS-GT-TEMPLATES          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  WS-GT-ACTION             PIC X(40).

       01  WS-RUNLOG-RUN-DATE           PIC 9(8)    VALUE ZEROS.

           COPY DERNLINK.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-FILES-OPENED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-FIRM-NO
                                    SRT-BRANCH-MGR
                                    SRT-BRANCH
                                    SRT-OLD-REP
                                    SRT-ITEM-TYPE
                                    SRT-ITEM-NO
                   INPUT PROCEDURE IS 2000-FIND-ORPHANS
                   OUTPUT PROCEDURE IS 4000-PRINT-ORPHANS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE SPACES     TO RUNLOG-PARM-AREA
           SET DE-RUNLOG-START TO TRUE
           MOVE 'DEREPORP' TO DE-RUNLOG-JOB-NAME
           CALL 'DERUNLOG' USING RUNLOG-PARM-AREA
           MOVE DE-RUNLOG-RUN-DATE TO WS-RUNLOG-RUN-DATE
           IF DE-RUNLOG-RETURN-CODE NOT = ZEROS
               DISPLAY 'DEREPORP - RUN-CONTROL START FAILED, RC='
                   DE-RUNLOG-RETURN-CODE
           END-IF
           OPEN INPUT  HAPI-MASTER-FILE
                INPUT  STM-COD-MASTER-FILE
                INPUT  REP-MASTER-FILE
                OUTPUT ORPHAN-REPORT
                OUTPUT XFR-CARD-FILE
           IF WS-HAP-FILE-OK AND WS-COD-FILE-OK AND WS-REP-FILE-OK
               AND WS-RPT-FILE-OK AND WS-XFR-FILE-OK
               SET WS-FILES-OPENED TO TRUE
           ELSE
               DISPLAY 'DEREPORP - OPEN FAILED, HAPI='
                   WS-HAP-FILE-STATUS ' COD=' WS-COD-FILE-STATUS
                   ' REP=' WS-REP-FILE-STATUS
                   ' RPT=' WS-RPT-FILE-STATUS
                   ' XFR=' WS-XFR-FILE-STATUS
           END-IF.

       2000-FIND-ORPHANS.
           MOVE 'N' TO WS-SWEEP-EOF-SW
           MOVE LOW-VALUES TO DE-HAPI-KEY-AREA
           START HAPI-MASTER-FILE
               KEY IS NOT LESS THAN DE-HAPI-KEY-AREA
               INVALID KEY
                   SET WS-SWEEP-EOF TO TRUE
           END-START
           PERFORM 2100-SWEEP-HAPI-MASTER
               UNTIL WS-SWEEP-EOF
           MOVE 'N' TO WS-SWEEP-EOF-SW
           MOVE LOW-VALUES TO DE-STM-COD-KEY-AREA
           START STM-COD-MASTER-FILE
               KEY IS NOT LESS THAN DE-STM-COD-KEY-AREA
               INVALID KEY
                   SET WS-SWEEP-EOF TO TRUE
           END-START
           PERFORM 2200-SWEEP-COD-TEMPLATES
               UNTIL WS-SWEEP-EOF.

       2100-SWEEP-HAPI-MASTER.
           READ HAPI-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SWEEP-EOF TO TRUE
           END-READ
           IF NOT WS-SWEEP-EOF
               ADD 1 TO WS-HAPI-RECORDS-READ
               IF DE-HAPI-REP NOT = SPACES
                   MOVE DE-HAPI-FIRM-NO TO WS-LOOKUP-FIRM-NO
                   MOVE DE-HAPI-REP     TO WS-LOOKUP-REP
                   PERFORM 2300-LOOKUP-REP
                   IF WS-CACHED-TERMINATED
                       SET SRT-ACCOUNT-ITEM TO TRUE
                       MOVE DE-HAPI-ACCT-NO TO SRT-ITEM-NO
                       PERFORM 2400-RELEASE-ORPHAN
                       ADD 1 TO WS-ORPHAN-ACCOUNTS
                   END-IF
               END-IF
           END-IF.

       2200-SWEEP-COD-TEMPLATES.
           READ STM-COD-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SWEEP-EOF TO TRUE
           END-READ
           IF NOT WS-SWEEP-EOF
               ADD 1 TO WS-COD-RECORDS-READ
               IF DE-STM-COD-REP NOT = SPACES
                   MOVE DE-STM-COD-FIRM-NO TO WS-LOOKUP-FIRM-NO
                   MOVE DE-STM-COD-REP     TO WS-LOOKUP-REP
                   PERFORM 2300-LOOKUP-REP
                   IF WS-CACHED-TERMINATED
                       SET SRT-TEMPLATE-ITEM TO TRUE
                       MOVE DE-STM-COD-SUB-NO TO SRT-ITEM-NO
                       PERFORM 2400-RELEASE-ORPHAN
                       ADD 1 TO WS-ORPHAN-TEMPLATES
                   END-IF
               END-IF
           END-IF.

      *    A TERMINATED REP'S SUCCESSOR IS LOOKED UP AT THE SAME TIME,
      *    SO THE REPORT CAN SAY WHETHER THE BOOK CAN GO STRAIGHT TO
      *    IT. 'N' MARKS A REP (OR SUCCESSOR) NOT ON REPMSTR.
       2300-LOOKUP-REP.
           IF WS-LOOKUP-KEY NOT = WS-CACHED-KEY
               MOVE WS-LOOKUP-KEY TO WS-CACHED-KEY
               MOVE WS-LOOKUP-KEY TO DE-REP-KEY-AREA
               READ REP-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-CACHED-STATUS
                   NOT INVALID KEY
                       MOVE DE-REP-STATUS     TO WS-CACHED-STATUS
                       MOVE DE-REP-NAME       TO WS-CACHED-NAME
                       MOVE DE-REP-BRANCH     TO WS-CACHED-BRANCH
                       MOVE DE-REP-BRANCH-MGR TO WS-CACHED-BRANCH-MGR
                       MOVE DE-REP-TERM-DATE  TO WS-CACHED-TERM-DATE
                       MOVE DE-REP-SUCCESSOR  TO WS-CACHED-SUCCESSOR
               END-READ
               IF WS-CACHED-TERMINATED
                   PERFORM 2310-LOOKUP-SUCCESSOR
               END-IF
           END-IF
           IF WS-CACHED-NOT-ON-FILE
               ADD 1 TO WS-UNKNOWN-REP-ROWS
           END-IF.

       2310-LOOKUP-SUCCESSOR.
           IF WS-CACHED-SUCCESSOR = SPACES
               MOVE SPACES TO WS-CACHED-SUCC-STATUS
           ELSE
               MOVE WS-CACHED-FIRM-NO   TO DE-REP-FIRM-NO
               MOVE WS-CACHED-SUCCESSOR TO DE-REP-CODE
               READ REP-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-CACHED-SUCC-STATUS
                   NOT INVALID KEY
                       MOVE DE-REP-STATUS TO WS-CACHED-SUCC-STATUS
               END-READ
           END-IF.

       2400-RELEASE-ORPHAN.
           MOVE WS-CACHED-FIRM-NO     TO SRT-FIRM-NO
           MOVE WS-CACHED-BRANCH-MGR  TO SRT-BRANCH-MGR
           MOVE WS-CACHED-BRANCH      TO SRT-BRANCH
           MOVE WS-CACHED-REP-CODE    TO SRT-OLD-REP
           MOVE WS-CACHED-NAME        TO SRT-REP-NAME
           MOVE WS-CACHED-TERM-DATE   TO SRT-TERM-DATE
           MOVE WS-CACHED-SUCCESSOR   TO SRT-SUCCESSOR
           MOVE WS-CACHED-SUCC-STATUS TO SRT-SUCCESSOR-STATUS
           RELEASE SORT-WORK-REC
           ADD 1 TO WS-ORPHANS-FOUND.

       4000-PRINT-ORPHANS.
           PERFORM 4100-WRITE-HEADING
           MOVE ZEROS  TO WS-PREV-MGR-FIRM-NO
           MOVE SPACES TO WS-PREV-MGR-CODE
           MOVE ZEROS  TO WS-PREV-REP-FIRM-NO
           MOVE SPACES TO WS-PREV-REP-CODE
           PERFORM 4200-RETURN-AND-PRINT
               UNTIL WS-SORT-EOF
           IF WS-GROUP-OPEN
               PERFORM 4500-CLOSE-REP-GROUP
           END-IF
           IF WS-ORPHANS-FOUND = ZEROS
               MOVE SPACES TO ORPHAN-REPORT-LINE
               MOVE ' NO ACCOUNTS OR TEMPLATES ON A TERMINATED REP'
                   TO ORPHAN-REPORT-LINE
               PERFORM 4900-WRITE-REPORT-LINE
           END-IF.

       4100-WRITE-HEADING.
           MOVE SPACES TO ORPHAN-REPORT-LINE
           MOVE 'DEREPORP BOOKS STILL ON TERMINATED REPS BY MANAGER'
               TO ORPHAN-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE.

       4200-RETURN-AND-PRINT.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN
           IF NOT WS-SORT-EOF
               IF SRT-FIRM-NO NOT = WS-PREV-REP-FIRM-NO
                   OR SRT-OLD-REP NOT = WS-PREV-REP-CODE
                   IF WS-GROUP-OPEN
                       PERFORM 4500-CLOSE-REP-GROUP
                   END-IF
                   IF SRT-FIRM-NO NOT = WS-PREV-MGR-FIRM-NO
                       OR SRT-BRANCH-MGR NOT = WS-PREV-MGR-CODE
                       PERFORM 4300-WRITE-MANAGER-HEADING
                   END-IF
                   PERFORM 4400-OPEN-REP-GROUP
               END-IF
               PERFORM 4600-PRINT-ITEM
           END-IF.

      *    THE MANAGER IS A REP CODE OF THE SAME FIRM, SO ITS NAME
      *    COMES FROM REPMSTR AS WELL.
       4300-WRITE-MANAGER-HEADING.
           MOVE SRT-FIRM-NO    TO WS-PREV-MGR-FIRM-NO
           MOVE SRT-BRANCH-MGR TO WS-PREV-MGR-CODE
           MOVE SRT-FIRM-NO    TO WS-MH-FIRM-NO
           MOVE SRT-BRANCH-MGR TO WS-MH-MGR-CODE
           MOVE SRT-FIRM-NO    TO DE-REP-FIRM-NO
           MOVE SRT-BRANCH-MGR TO DE-REP-CODE
           READ REP-MASTER-FILE
               INVALID KEY
                   MOVE '** MANAGER NOT ON REPMSTR **'
                       TO WS-MH-MGR-NAME
               NOT INVALID KEY
                   MOVE DE-REP-NAME TO WS-MH-MGR-NAME
           END-READ
           MOVE SPACES           TO ORPHAN-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE WS-MGR-HEAD-LINE TO ORPHAN-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE.

       4400-OPEN-REP-GROUP.
           SET WS-GROUP-OPEN TO TRUE
           ADD 1 TO WS-TERMINATED-REPS
           MOVE SRT-FIRM-NO          TO WS-PREV-REP-FIRM-NO
           MOVE SRT-OLD-REP          TO WS-PREV-REP-CODE
           MOVE SRT-SUCCESSOR        TO WS-GROUP-SUCCESSOR
           MOVE SRT-SUCCESSOR-STATUS TO WS-GROUP-SUCC-STATUS
           MOVE ZEROS                TO WS-GROUP-ACCOUNTS
           MOVE ZEROS                TO WS-GROUP-TEMPLATES
           MOVE SRT-OLD-REP          TO WS-RH-REP
           MOVE SRT-REP-NAME         TO WS-RH-REP-NAME
           MOVE SRT-BRANCH           TO WS-RH-BRANCH
           MOVE SRT-TERM-DATE        TO WS-RH-TERM-DATE
           MOVE SRT-SUCCESSOR        TO WS-RH-SUCCESSOR
           MOVE SPACES               TO ORPHAN-REPORT-LINE
           MOVE WS-REP-HEAD-LINE     TO ORPHAN-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE.

      *    THE CARD MOVES THE WHOLE FIRM RANGE WITH THE CAP SET TO THE
      *    ACCOUNTS LISTED, SO DEREPXFR WILL NOT MOVE MORE THAN WERE
      *    REPORTED HERE. TEMPLATES ARE NOT MOVED BY DEREPXFR AND ARE
      *    LEFT TO THE BRANCH.
       4500-CLOSE-REP-GROUP.
           MOVE 'N' TO WS-GROUP-OPEN-SW
           EVALUATE TRUE
               WHEN WS-GROUP-ACCOUNTS = ZEROS
                   MOVE 'NO CARD - TEMPLATES ONLY' TO WS-GT-ACTION
               WHEN WS-GROUP-SUCCESSOR = SPACES
                   MOVE 'NO CARD - NO SUCCESSOR NAMED'
                       TO WS-GT-ACTION
               WHEN WS-GROUP-SUCC-STATUS = 'N'
                   MOVE 'NO CARD - SUCCESSOR NOT ON REPMSTR'
                       TO WS-GT-ACTION
               WHEN WS-GROUP-SUCC-STATUS NOT = 'A'
                   MOVE 'NO CARD - SUCCESSOR NOT ACTIVE'
                       TO WS-GT-ACTION
               WHEN WS-GROUP-ACCOUNTS > 99999
                   MOVE 'NO CARD - OVER CARD CAP, SPLIT BY RANGE'
                       TO WS-GT-ACTION
               WHEN OTHER
                   PERFORM 4510-WRITE-XFR-CARD
           END-EVALUATE
           IF WS-GT-ACTION (1:7) = 'NO CARD'
               AND WS-GROUP-ACCOUNTS > ZEROS
               ADD 1 TO WS-REPS-WITHOUT-CARD
           END-IF
           MOVE WS-GROUP-ACCOUNTS   TO WS-GT-ACCOUNTS
           MOVE WS-GROUP-TEMPLATES  TO WS-GT-TEMPLATES
           MOVE SPACES              TO ORPHAN-REPORT-LINE
           MOVE WS-GROUP-TOTAL-LINE TO ORPHAN-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE.

       4510-WRITE-XFR-CARD.
           MOVE SPACES              TO XFR-CARD-RECORD
           MOVE WS-PREV-REP-FIRM-NO TO XFR-CARD-FIRM-NO
           MOVE WS-PREV-REP-CODE    TO XFR-CARD-OLD-REP
           MOVE WS-GROUP-SUCCESSOR  TO XFR-CARD-NEW-REP
           MOVE ZEROS               TO XFR-CARD-ACCT-FROM
           MOVE ZEROS               TO XFR-CARD-ACCT-TO
           MOVE WS-GROUP-ACCOUNTS   TO XFR-CARD-CAP
           WRITE XFR-CARD-RECORD
           IF WS-XFR-FILE-OK
               ADD 1 TO WS-CARDS-WRITTEN
               MOVE 'TRANSFER CARD WRITTEN' TO WS-GT-ACTION
           ELSE
               MOVE 'NO CARD - ORPHXFR WRITE FAILED' TO WS-GT-ACTION
               DISPLAY 'DEREPORP - CARD WRITE FAILED, STATUS='
                   WS-XFR-FILE-STATUS
           END-IF.

       4600-PRINT-ITEM.
           MOVE SPACES TO ORPHAN-REPORT-LINE
           IF SRT-ACCOUNT-ITEM
               ADD 1 TO WS-GROUP-ACCOUNTS
               MOVE SRT-FIRM-NO      TO WS-AL-FIRM-NO
               MOVE SRT-ITEM-NO      TO WS-AL-ACCT-NO
               MOVE WS-ACCOUNT-LINE  TO ORPHAN-REPORT-LINE
           ELSE
               ADD 1 TO WS-GROUP-TEMPLATES
               MOVE SRT-ITEM-NO      TO WS-TL-SUB-NO
               MOVE WS-TEMPLATE-LINE TO ORPHAN-REPORT-LINE
           END-IF
           PERFORM 4900-WRITE-REPORT-LINE.

       4900-WRITE-REPORT-LINE.
           WRITE ORPHAN-REPORT-LINE
           IF NOT WS-RPT-FILE-OK
               DISPLAY 'DEREPORP - REPORT WRITE FAILED, STATUS='
                   WS-RPT-FILE-STATUS
           END-IF.

       9000-TERMINATE.
           IF WS-FILES-OPENED
               CLOSE HAPI-MASTER-FILE STM-COD-MASTER-FILE
                     REP-MASTER-FILE ORPHAN-REPORT XFR-CARD-FILE
           END-IF
           ADD WS-HAPI-RECORDS-READ WS-COD-RECORDS-READ
               GIVING WS-RECORDS-READ
           MOVE SPACES     TO RUNLOG-PARM-AREA
           SET DE-RUNLOG-END TO TRUE
           MOVE WS-RUNLOG-RUN-DATE TO DE-RUNLOG-RUN-DATE
           MOVE 'DEREPORP' TO DE-RUNLOG-JOB-NAME
           MOVE WS-RECORDS-READ  TO DE-RUNLOG-RECORDS-READ
           MOVE WS-ORPHANS-FOUND TO DE-RUNLOG-RECORDS-UPDATED
           MOVE WS-CARDS-WRITTEN TO DE-RUNLOG-RECORDS-WRITTEN
           MOVE ZEROS            TO DE-RUNLOG-CONDITION-CODE
           CALL 'DERUNLOG' USING RUNLOG-PARM-AREA
           IF DE-RUNLOG-RETURN-CODE NOT = ZEROS
               DISPLAY 'DEREPORP - RUN-CONTROL END FAILED, RC='
                   DE-RUNLOG-RETURN-CODE
           END-IF
           DISPLAY 'DEREPORP - HAPI RECORDS READ   : '
                   WS-HAPI-RECORDS-READ
           DISPLAY 'DEREPORP - TEMPLATES READ      : '
                   WS-COD-RECORDS-READ
           DISPLAY 'DEREPORP - ORPHANED ACCOUNTS   : '
                   WS-ORPHAN-ACCOUNTS
           DISPLAY 'DEREPORP - ORPHANED TEMPLATES  : '
                   WS-ORPHAN-TEMPLATES
           DISPLAY 'DEREPORP - TERMINATED REPS     : '
                   WS-TERMINATED-REPS
           DISPLAY 'DEREPORP - TRANSFER CARDS      : '
                   WS-CARDS-WRITTEN
           DISPLAY 'DEREPORP - REPS WITHOUT A CARD : '
                   WS-REPS-WITHOUT-CARD
           DISPLAY 'DEREPORP - ROWS ON UNKNOWN REP : '
                   WS-UNKNOWN-REP-ROWS.

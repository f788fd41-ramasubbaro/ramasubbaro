      ******************************************************************
      ******   SEGREGATION-OF-DUTIES ENTITLEMENT CHECK (DEUENCHK)  ******
      ******************************************************************
      ******************************************************************
      **                      PROGRAM CHANGE HISTORY                    **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW NIGHTLY PROGRAM - THE SEGREGATION-OF-DUTIES     *
      *          CHECK. EVERY AUDITLOG ROW STAMPED ON THE CHECK DATE   *
      *          (THE RUN DATE, OR THE DATE ON A UENPARM 'PARM' CARD   *
      *          FOR A RERUN) IS CHECKED AGAINST THE ENTLMSTR USER     *
      *          ENTITLEMENT MASTER: THE USER'S OWN ENTRY IF THERE IS  *
      *          ONE, OTHERWISE THE ENTRY FOR THE DEPARTMENT ON THE    *
      *          ROW. A ROW WITH NO ENTRY, A SUSPENDED ENTRY, AN       *
      *          APPLICATION/FUNCTION PAIR NOT GRANTED OR A FIRM       *
      *          OUTSIDE THE ENTRY'S FIRM LIST IS AN ENTITLEMENT       *
      *          EXCEPTION. THE ROWS OF THE LOOKBACK WINDOW (DEFAULT   *
      *          30 DAYS, OR ON THE CARD) ARE THEN SORTED BY RECORD    *
      *          KEY AND TIME, AND ANY VOID, CORR, WASH OR WREM ON THE *
      *          CHECK DATE WHOSE PREVIOUS CHANGE TO THE SAME RECORD   *
      *          WAS KEYED BY THE SAME USER IS A MAKER/CHECKER BREACH, *
      *          AS IS A USER CHANGING THEIR OWN ENTITLEMENT OR THEIR  *
      *          OWN DEPARTMENT'S. ROWS WRITTEN BY BATCH PROGRAMS      *
      *          (ORIGIN 'BATCH') ARE COUNTED BUT NOT CHECKED. BOTH    *
      *          LISTS GO TO UENRPT. ANY EXCEPTION OR BREACH ENDS THE  *
      *          RUN WITH CONDITION CODE 8 SO DERUNRPT FLAGS THE       *
      *          NIGHT; RUNCTL GETS ROWS CHECKED (READ), EXCEPTIONS    *
      *          (UPDATED) AND BREACHES (WRITTEN).                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEUENCHK.
       AUTHOR.        R SUBRAMANIAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UEN-PARM-FILE ASSIGN TO UENPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-AUDIT-TRANS-RID
               ALTERNATE RECORD KEY IS DE-AUDIT-ORIGINATOR
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT UEN-MASTER-FILE ASSIGN TO ENTLMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-UEN-KEY-AREA
               FILE STATUS IS WS-UEN-FILE-STATUS.

           SELECT UEN-REPORT ASSIGN TO UENRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  UEN-PARM-FILE
           RECORDING MODE IS F.
       01  UEN-PARM-RECORD.
           05  UEN-PARM-TYPE                 PIC X(4).
               88  UEN-PARM-CONTROL         VALUE 'PARM'.
           05  UEN-PARM-BODY                 PIC X(76).
           05  FILLER REDEFINES UEN-PARM-BODY.
               10  UEN-PARM-CHECK-DATE       PIC 9(8).
               10  UEN-PARM-LOOKBACK-DAYS    PIC 9(3).
               10  FILLER                    PIC X(65).

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
           COPY DEAUDFIL.

       FD  UEN-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEUENFIL.

       FD  UEN-REPORT
           RECORDING MODE IS F.
       01  UEN-REPORT-LINE                   PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SRT-KEY-AREA                  PIC X(40).
           05  SRT-TIMESTAMP                 PIC X(26).
           05  SRT-TRANS-RID                 PIC X(12).
           05  SRT-USERID                    PIC X(10).
           05  SRT-DEPT                      PIC X(4).
           05  SRT-APPLICATION               PIC X(4).
           05  SRT-FUNCTION                  PIC X(4).
           05  SRT-TRANS-ORIGIN              PIC X(5).
               88  SRT-BATCH-ORIGIN         VALUE 'BATCH'.
           05  SRT-CHECK-DAY-SW              PIC X(1).
               88  SRT-ON-CHECK-DAY         VALUE 'Y'.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS          PIC XX.
           88  WS-PARM-FILE-OK         VALUE '00'.
           88  WS-PARM-FILE-EOF        VALUE '10'.

       01  WS-AUDIT-FILE-STATUS         PIC XX.
           88  WS-AUDIT-FILE-OK        VALUE '00'.
           88  WS-AUDIT-FILE-EOF       VALUE '10'.

       01  WS-UEN-FILE-STATUS           PIC XX.
           88  WS-UEN-FILE-OK          VALUE '00'.
           88  WS-UEN-FILE-NOTFND      VALUE '23'.

       01  WS-RPT-FILE-STATUS           PIC XX.
           88  WS-RPT-FILE-OK          VALUE '00'.

       01  WS-FILES-OPEN-SW             PIC X(1)    VALUE 'N'.
           88  WS-FILES-OPENED         VALUE 'Y'.

       01  WS-CHECK-FAILED-SW           PIC X(1)    VALUE 'N'.
           88  WS-CHECK-FAILED         VALUE 'Y'.

       01  WS-SCAN-EOF-SW               PIC X(1)    VALUE 'N'.
           88  WS-SCAN-EOF             VALUE 'Y'.

       01  WS-SORT-EOF-SW               PIC X(1)    VALUE 'N'.
           88  WS-SORT-EOF             VALUE 'Y'.

       01  WS-MATCH-SW                  PIC X(1)    VALUE 'N'.
           88  WS-MATCH-FOUND          VALUE 'Y'.

       01  WS-RUNLOG-RUN-DATE           PIC 9(8)    VALUE ZEROS.
       01  WS-CONDITION-CODE            PIC 9(2)    VALUE ZEROS.
       01  WS-LOOKBACK-DAYS             PIC 9(3)    VALUE 30.
       01  WS-CHECK-DATE                PIC 9(8)    VALUE ZEROS.
       01  WS-FROM-DATE                 PIC 9(8)    VALUE ZEROS.

       01  WS-DATE-WORK.
           05  WS-DW-CYMD.
               10  WS-DW-YEAR           PIC 9(4).
               10  WS-DW-MONTH          PIC 9(2).
               10  WS-DW-DAY            PIC 9(2).
           05  WS-DW-CYMD-NUM REDEFINES WS-DW-CYMD
                                        PIC 9(8).

      *    DE-AUDIT-TIMESTAMP CARRIES THE DB2 EXTERNAL FORMAT
      *    YYYY-MM-DD-HH.MM.SS.NNNNNN, SO THE CHECK DATE AND THE
      *    START OF THE LOOKBACK ARE COMPARED AS THE FIRST TEN BYTES
      *    IN THE SAME SHAPE, THE WAY DEAUDRTN COMPARES ITS CUTOFF.
       01  WS-TS-DATE-WORK.
           05  WS-TSD-YEAR              PIC 9(4).
           05  FILLER                   PIC X(1)    VALUE '-'.
           05  WS-TSD-MONTH             PIC 9(2).
           05  FILLER                   PIC X(1)    VALUE '-'.
           05  WS-TSD-DAY               PIC 9(2).
       01  WS-CHECK-TS-DATE             PIC X(10).
       01  WS-FROM-TS-DATE              PIC X(10).

      *    THE ENTITLEMENT LAST RESOLVED. ROWS COME OFF THE LOG IN
      *    RID ORDER, WHICH KEEPS ONE CHANNEL'S ROWS TOGETHER, SO THE
      *    SAME USER IS NOT RE-READ ROW AFTER ROW. WHEN THE SOURCE IS
      *    'U' OR 'D' THE ENTRY ITSELF IS STILL IN THE ENTLMSTR
      *    RECORD AREA - NOTHING ELSE READS THAT FILE.
       01  WS-CACHED-ENTITLEMENT.
           05  WS-CACHED-USERID         PIC X(10)   VALUE LOW-VALUES.
           05  WS-CACHED-DEPT           PIC X(4)    VALUE LOW-VALUES.
           05  WS-CACHED-SOURCE         PIC X(1)    VALUE SPACES.
               88  WS-CACHED-USER-ENTRY    VALUE 'U'.
               88  WS-CACHED-DEPT-ENTRY    VALUE 'D'.
               88  WS-CACHED-NO-ENTRY      VALUE 'N'.

       01  WS-PX                        PIC 9(3)    COMP.
       01  WS-ROW-FIRM-X                PIC X(3).
       01  WS-ROW-FIRM-NO REDEFINES WS-ROW-FIRM-X
                                        PIC 9(3).
       01  WS-EXCEPTION-REASON          PIC X(34).
       01  WS-BREACH-REASON             PIC X(28).

      *    THE PREVIOUS ROW ON THE OUTPUT SIDE OF THE SORT - THE LAST
      *    CHANGE TO THE SAME RECORD WHEN THE KEYS MATCH.
       01  WS-PREV-ROW.
           05  WS-PREV-KEY-AREA         PIC X(40)   VALUE LOW-VALUES.
           05  WS-PREV-TRANS-RID        PIC X(12).
           05  WS-PREV-USERID           PIC X(10).
           05  WS-PREV-FUNCTION         PIC X(4).
           05  WS-PREV-TRANS-ORIGIN     PIC X(5).
               88  WS-PREV-BATCH-ORIGIN    VALUE 'BATCH'.

       01  WS-COUNTERS.
           05  WS-AUDIT-ROWS-SCANNED    PIC 9(9) VALUE ZEROS.
           05  WS-ROWS-IN-WINDOW        PIC 9(9) VALUE ZEROS.
           05  WS-ROWS-CHECKED          PIC 9(9) VALUE ZEROS.
           05  WS-SYSTEM-ROWS           PIC 9(9) VALUE ZEROS.
           05  WS-ENTITLEMENT-EXCEPTIONS
                                        PIC 9(9) VALUE ZEROS.
           05  WS-MAKER-CHECKER-BREACHES
                                        PIC 9(9) VALUE ZEROS.

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(37)   VALUE
               'DEUENCHK ENTITLEMENT CHECK FOR DATE '.
           05  WS-HL-CHECK-DATE         PIC 9(8).
           05  FILLER                   PIC X(32)   VALUE
               '   MAKER/CHECKER LOOKBACK FROM '.
           05  WS-HL-FROM-DATE          PIC 9(8).

       01  WS-EXCEPTION-COLUMNS.
           05  FILLER                   PIC X(45)   VALUE
               ' CHANGE TIME         USER       DEPT APPL FUN'.
           05  FILLER                   PIC X(45)   VALUE
               'C RID          KEY                           '.
           05  FILLER                   PIC X(7)    VALUE
               ' REASON'.

       01  WS-EXCEPTION-LINE.
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  WS-EL-TIMESTAMP          PIC X(19).
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  WS-EL-USERID             PIC X(10).
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  WS-EL-DEPT               PIC X(4).
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  WS-EL-APPLICATION        PIC X(4).
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  WS-EL-FUNCTION           PIC X(4).
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  WS-EL-TRANS-RID          PIC X(12).
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  WS-EL-KEY                PIC X(30).
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  WS-EL-REASON             PIC X(34).

       01  WS-BREACH-COLUMNS.
           05  FILLER                   PIC X(45)   VALUE
               ' CHANGE TIME         USER       APPL FUNC RID'.
           05  FILLER                   PIC X(45)   VALUE
               '          KEY                            PRIO'.
           05  FILLER                   PIC X(24)   VALUE
               'R CHANGE      REASON'.

       01  WS-BREACH-LINE.
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  WS-BL-TIMESTAMP          PIC X(19).
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  WS-BL-USERID             PIC X(10).
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  WS-BL-APPLICATION        PIC X(4).
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  WS-BL-FUNCTION           PIC X(4).
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  WS-BL-TRANS-RID          PIC X(12).
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  WS-BL-KEY                PIC X(30).
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  WS-BL-PREV-FUNCTION      PIC X(4).
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  WS-BL-PREV-TRANS-RID     PIC X(12).
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  WS-BL-REASON             PIC X(28).

           COPY DERNLINK.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-FILES-OPENED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-KEY-AREA
                                    SRT-TIMESTAMP
                                    SRT-TRANS-RID
                   INPUT PROCEDURE IS 2000-CHECK-AUDIT-ROWS
                   OUTPUT PROCEDURE IS 3000-CHECK-MAKER-CHECKER
           ELSE
               SET WS-CHECK-FAILED TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN WS-CHECK-FAILED
                   MOVE 12 TO WS-CONDITION-CODE
               WHEN WS-ENTITLEMENT-EXCEPTIONS > ZEROS
                   OR WS-MAKER-CHECKER-BREACHES > ZEROS
                   MOVE 8 TO WS-CONDITION-CODE
               WHEN OTHER
                   MOVE ZEROS TO WS-CONDITION-CODE
           END-EVALUATE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE SPACES     TO RUNLOG-PARM-AREA
           SET DE-RUNLOG-START TO TRUE
           MOVE 'DEUENCHK' TO DE-RUNLOG-JOB-NAME
           CALL 'DERUNLOG' USING RUNLOG-PARM-AREA
           MOVE DE-RUNLOG-RUN-DATE TO WS-RUNLOG-RUN-DATE
           IF DE-RUNLOG-RETURN-CODE NOT = ZEROS
               DISPLAY 'DEUENCHK - RUN-CONTROL START FAILED, RC='
                   DE-RUNLOG-RETURN-CODE
           END-IF
           IF WS-RUNLOG-RUN-DATE NUMERIC
               AND WS-RUNLOG-RUN-DATE > ZEROS
               MOVE WS-RUNLOG-RUN-DATE TO WS-CHECK-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CHECK-DATE
           END-IF
           PERFORM 1100-READ-PARM-CARD
           PERFORM 1200-SET-CHECK-WINDOW
           OPEN INPUT  AUDIT-LOG-FILE
                INPUT  UEN-MASTER-FILE
                OUTPUT UEN-REPORT
           IF WS-AUDIT-FILE-OK AND WS-UEN-FILE-OK AND WS-RPT-FILE-OK
               SET WS-FILES-OPENED TO TRUE
           ELSE
               DISPLAY 'DEUENCHK - OPEN FAILED, AUDIT='
                   WS-AUDIT-FILE-STATUS ' ENTL=' WS-UEN-FILE-STATUS
                   ' RPT=' WS-RPT-FILE-STATUS
           END-IF.

      *    NO CARD (OR NO UENPARM FILE) IS THE NORMAL NIGHTLY RUN.
      *    A ZERO DATE OR LOOKBACK ON THE CARD KEEPS THE DEFAULT.
       1100-READ-PARM-CARD.
           OPEN INPUT UEN-PARM-FILE
           IF WS-PARM-FILE-OK
               READ UEN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1110-EDIT-PARM-CARD
               END-READ
               CLOSE UEN-PARM-FILE
           END-IF.

       1110-EDIT-PARM-CARD.
           MOVE UEN-PARM-CHECK-DATE TO WS-DW-CYMD-NUM
           EVALUATE TRUE
               WHEN NOT UEN-PARM-CONTROL
                   OR UEN-PARM-CHECK-DATE NOT NUMERIC
                   OR UEN-PARM-LOOKBACK-DAYS NOT NUMERIC
                   DISPLAY 'DEUENCHK - INVALID PARM CARD: '
                       UEN-PARM-RECORD (1:15)
               WHEN UEN-PARM-CHECK-DATE > ZEROS
                   AND (WS-DW-MONTH < 01 OR WS-DW-MONTH > 12
                       OR WS-DW-DAY < 01 OR WS-DW-DAY > 31)
                   DISPLAY 'DEUENCHK - INVALID PARM DATE: '
                       UEN-PARM-CHECK-DATE
               WHEN OTHER
                   IF UEN-PARM-CHECK-DATE > ZEROS
                       MOVE UEN-PARM-CHECK-DATE TO WS-CHECK-DATE
                   END-IF
                   IF UEN-PARM-LOOKBACK-DAYS > ZEROS
                       MOVE UEN-PARM-LOOKBACK-DAYS
                           TO WS-LOOKBACK-DAYS
                   END-IF
           END-EVALUATE.

       1200-SET-CHECK-WINDOW.
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE)
                   - WS-LOOKBACK-DAYS)
           MOVE WS-CHECK-DATE   TO WS-DW-CYMD-NUM
           MOVE WS-DW-YEAR      TO WS-TSD-YEAR
           MOVE WS-DW-MONTH     TO WS-TSD-MONTH
           MOVE WS-DW-DAY       TO WS-TSD-DAY
           MOVE WS-TS-DATE-WORK TO WS-CHECK-TS-DATE
           MOVE WS-FROM-DATE    TO WS-DW-CYMD-NUM
           MOVE WS-DW-YEAR      TO WS-TSD-YEAR
           MOVE WS-DW-MONTH     TO WS-TSD-MONTH
           MOVE WS-DW-DAY       TO WS-TSD-DAY
           MOVE WS-TS-DATE-WORK TO WS-FROM-TS-DATE
           DISPLAY 'DEUENCHK - CHECK DATE ' WS-CHECK-DATE
               ', LOOKBACK FROM ' WS-FROM-DATE.

      *    THE LOG IS KEYED BY TRANS-RID, NOT BY TIME, SO THE WHOLE
      *    LOG IS READ. ROWS ON THE CHECK DATE ARE CHECKED AGAINST
      *    ENTLMSTR AS THEY ARE READ; EVERY ROW IN THE LOOKBACK
      *    WINDOW GOES TO THE SORT FOR THE MAKER/CHECKER PASS.
       2000-CHECK-AUDIT-ROWS.
           PERFORM 4100-WRITE-EXCEPTION-HEADING
           PERFORM 2100-SCAN-AUDIT-ROW
               UNTIL WS-SCAN-EOF
           IF WS-ENTITLEMENT-EXCEPTIONS = ZEROS
               MOVE SPACES TO UEN-REPORT-LINE
               MOVE ' NO ENTITLEMENT EXCEPTIONS' TO UEN-REPORT-LINE
               PERFORM 4900-WRITE-REPORT-LINE
           END-IF.

       2100-SCAN-AUDIT-ROW.
           READ AUDIT-LOG-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-SCAN-EOF
                   CONTINUE
               WHEN NOT WS-AUDIT-FILE-OK
                   DISPLAY 'DEUENCHK - AUDITLOG READ FAILED, STATUS='
                       WS-AUDIT-FILE-STATUS
                   SET WS-CHECK-FAILED TO TRUE
                   SET WS-SCAN-EOF TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-AUDIT-ROWS-SCANNED
                   IF DE-AUDIT-TIMESTAMP (1:10) NOT < WS-FROM-TS-DATE
                       AND DE-AUDIT-TIMESTAMP (1:10)
                           NOT > WS-CHECK-TS-DATE
                       PERFORM 2200-RELEASE-AUDIT-ROW
                   END-IF
           END-EVALUATE.

       2200-RELEASE-AUDIT-ROW.
           ADD 1 TO WS-ROWS-IN-WINDOW
           MOVE DE-AUDIT-KEY-AREA (2:40) TO SRT-KEY-AREA
           MOVE DE-AUDIT-TIMESTAMP      TO SRT-TIMESTAMP
           MOVE DE-AUDIT-TRANS-RID      TO SRT-TRANS-RID
           MOVE DE-AUDIT-USERID         TO SRT-USERID
           MOVE DE-AUDIT-DEPT           TO SRT-DEPT
           MOVE DE-AUDIT-APPLICATION    TO SRT-APPLICATION
           MOVE DE-AUDIT-FUNCTION       TO SRT-FUNCTION
           MOVE DE-AUDIT-TRANS-ORIGIN   TO SRT-TRANS-ORIGIN
           MOVE 'N'                     TO SRT-CHECK-DAY-SW
           IF DE-AUDIT-TIMESTAMP (1:10) = WS-CHECK-TS-DATE
               SET SRT-ON-CHECK-DAY TO TRUE
               ADD 1 TO WS-ROWS-CHECKED
               IF SRT-BATCH-ORIGIN
                   ADD 1 TO WS-SYSTEM-ROWS
               ELSE
                   PERFORM 2300-CHECK-ENTITLEMENT
               END-IF
           END-IF
           RELEASE SORT-WORK-REC.

       2300-CHECK-ENTITLEMENT.
           PERFORM 2310-RESOLVE-ENTITLEMENT
           MOVE SPACES TO WS-EXCEPTION-REASON
           EVALUATE TRUE
               WHEN WS-CACHED-NO-ENTRY
                   MOVE 'NO ENTITLEMENT FOR USER OR DEPT'
                       TO WS-EXCEPTION-REASON
               WHEN DE-UEN-SUSPENDED AND WS-CACHED-USER-ENTRY
                   MOVE 'USER ENTITLEMENT SUSPENDED'
                       TO WS-EXCEPTION-REASON
               WHEN DE-UEN-SUSPENDED
                   MOVE 'DEPT ENTITLEMENT SUSPENDED'
                       TO WS-EXCEPTION-REASON
               WHEN OTHER
                   PERFORM 2320-CHECK-PAIR
                   IF WS-MATCH-FOUND
                       PERFORM 2330-CHECK-FIRM
                       IF NOT WS-MATCH-FOUND
                           MOVE 'FIRM NOT ENTITLED'
                               TO WS-EXCEPTION-REASON
                       END-IF
                   ELSE
                       MOVE 'APPLICATION/FUNCTION NOT ENTITLED'
                           TO WS-EXCEPTION-REASON
                   END-IF
           END-EVALUATE
           IF WS-EXCEPTION-REASON NOT = SPACES
               PERFORM 4200-PRINT-EXCEPTION
           END-IF.

      *    A USER ENTRY, WHEN THERE IS ONE, IS THE USER'S WHOLE
      *    ENTITLEMENT; ONLY A USER WITHOUT ONE FALLS BACK TO THE
      *    DEPARTMENT THE ROW WAS KEYED UNDER.
       2310-RESOLVE-ENTITLEMENT.
           IF DE-AUDIT-USERID NOT = WS-CACHED-USERID
               OR DE-AUDIT-DEPT NOT = WS-CACHED-DEPT
               MOVE DE-AUDIT-USERID TO WS-CACHED-USERID
               MOVE DE-AUDIT-DEPT   TO WS-CACHED-DEPT
               SET DE-UEN-USER-KEY  TO TRUE
               MOVE DE-AUDIT-USERID TO DE-UEN-KEY-ID
               READ UEN-MASTER-FILE
                   INVALID KEY
                       PERFORM 2311-RESOLVE-DEPT
                   NOT INVALID KEY
                       SET WS-CACHED-USER-ENTRY TO TRUE
               END-READ
           END-IF.

       2311-RESOLVE-DEPT.
           SET WS-CACHED-NO-ENTRY TO TRUE
           IF DE-AUDIT-DEPT NOT = SPACES
               SET DE-UEN-DEPT-KEY  TO TRUE
               MOVE DE-AUDIT-DEPT   TO DE-UEN-KEY-ID
               READ UEN-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CACHED-DEPT-ENTRY TO TRUE
               END-READ
           END-IF.

      *    A GRANTED FUNCTION OF '****' COVERS THE WHOLE APPLICATION.
       2320-CHECK-PAIR.
           MOVE 'N' TO WS-MATCH-SW
           PERFORM 2321-MATCH-PAIR
               VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > DE-UEN-PAIR-COUNT
               OR WS-MATCH-FOUND.

       2321-MATCH-PAIR.
           IF DE-UEN-APPLICATION (WS-PX) = DE-AUDIT-APPLICATION
               AND (DE-UEN-FUNCTION (WS-PX) = DE-AUDIT-FUNCTION
                   OR DE-UEN-ANY-FUNCTION (WS-PX))
               SET WS-MATCH-FOUND TO TRUE
           END-IF.

      *    THE FIRM IS TAKEN FROM THE ROW'S KEY THE WAY DEAUDLOG
      *    INDEXES IT. A ROW WITH NO FIRM IN ITS KEY (AN ENTITLEMENT
      *    CHANGE) OR AN ENTRY GOOD FOR ALL FIRMS PASSES.
       2330-CHECK-FIRM.
           MOVE DE-AUDIT-KEY-AREA (5:3) TO WS-ROW-FIRM-X
           IF DE-UEN-ALL-FIRMS
               OR WS-ROW-FIRM-X NOT NUMERIC
               SET WS-MATCH-FOUND TO TRUE
           ELSE
               MOVE 'N' TO WS-MATCH-SW
               PERFORM 2331-MATCH-FIRM
                   VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > DE-UEN-FIRM-COUNT
                   OR WS-MATCH-FOUND
           END-IF.

       2331-MATCH-FIRM.
           IF DE-UEN-FIRM-NO (WS-PX) = WS-ROW-FIRM-NO
               SET WS-MATCH-FOUND TO TRUE
           END-IF.

       3000-CHECK-MAKER-CHECKER.
           PERFORM 4300-WRITE-BREACH-HEADING
           PERFORM 3100-RETURN-AND-CHECK
               UNTIL WS-SORT-EOF
           IF WS-MAKER-CHECKER-BREACHES = ZEROS
               MOVE SPACES TO UEN-REPORT-LINE
               MOVE ' NO MAKER/CHECKER BREACHES' TO UEN-REPORT-LINE
               PERFORM 4900-WRITE-REPORT-LINE
           END-IF.

      *    EVERY ROW, BATCH OR NOT, BECOMES THE PREVIOUS CHANGE FOR
      *    THE NEXT ROW OF THE SAME KEY - A USER APPROVING A PENDING
      *    ROW DEWSHDET WROTE IS NOT APPROVING THEIR OWN WORK.
       3100-RETURN-AND-CHECK.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN
           IF NOT WS-SORT-EOF
               IF SRT-ON-CHECK-DAY AND NOT SRT-BATCH-ORIGIN
                   PERFORM 3200-CHECK-ROW
               END-IF
               MOVE SRT-KEY-AREA     TO WS-PREV-KEY-AREA
               MOVE SRT-TRANS-RID    TO WS-PREV-TRANS-RID
               MOVE SRT-USERID       TO WS-PREV-USERID
               MOVE SRT-FUNCTION     TO WS-PREV-FUNCTION
               MOVE SRT-TRANS-ORIGIN TO WS-PREV-TRANS-ORIGIN
           END-IF.

      *    VOID AND WREM REVERSE THE PREVIOUS CHANGE, CORR REPLACES
      *    IT AND WASH CONFIRMS A PENDING ROW, SO EACH MUST BE KEYED
      *    BY SOMEONE OTHER THAN THE MAKER. AN ENTITLEMENT CHANGE IS
      *    KEYED 'UEN' + KEY TYPE + USER/DEPT ID (SEE DEUENMNT).
       3200-CHECK-ROW.
           MOVE SPACES TO WS-BREACH-REASON
           MOVE SPACES TO WS-BL-PREV-FUNCTION
           MOVE SPACES TO WS-BL-PREV-TRANS-RID
           EVALUATE TRUE
               WHEN SRT-APPLICATION = 'ENTL'
                   AND SRT-KEY-AREA (4:1) = 'U'
                   AND SRT-KEY-AREA (5:10) = SRT-USERID
                   MOVE 'CHANGED OWN ENTITLEMENT'
                       TO WS-BREACH-REASON
               WHEN SRT-APPLICATION = 'ENTL'
                   AND SRT-KEY-AREA (4:1) = 'D'
                   AND SRT-DEPT NOT = SPACES
                   AND SRT-KEY-AREA (5:10) = SRT-DEPT
                   MOVE 'CHANGED OWN DEPT ENTITLEMENT'
                       TO WS-BREACH-REASON
               WHEN SRT-KEY-AREA NOT = WS-PREV-KEY-AREA
                   OR SRT-USERID NOT = WS-PREV-USERID
                   OR WS-PREV-BATCH-ORIGIN
                   CONTINUE
               WHEN SRT-FUNCTION = 'VOID'
                   MOVE 'VOIDED OWN CHANGE'     TO WS-BREACH-REASON
               WHEN SRT-FUNCTION = 'CORR'
                   MOVE 'CORRECTED OWN CHANGE'  TO WS-BREACH-REASON
               WHEN SRT-FUNCTION = 'WASH'
                   MOVE 'APPROVED OWN ENTRY'    TO WS-BREACH-REASON
               WHEN SRT-FUNCTION = 'WREM'
                   MOVE 'REMOVED OWN ENTRY'     TO WS-BREACH-REASON
           END-EVALUATE
           IF WS-BREACH-REASON NOT = SPACES
               IF SRT-KEY-AREA = WS-PREV-KEY-AREA
                   AND SRT-USERID = WS-PREV-USERID
                   MOVE WS-PREV-FUNCTION  TO WS-BL-PREV-FUNCTION
                   MOVE WS-PREV-TRANS-RID TO WS-BL-PREV-TRANS-RID
               END-IF
               PERFORM 4400-PRINT-BREACH
           END-IF.

       4100-WRITE-EXCEPTION-HEADING.
           MOVE WS-CHECK-DATE TO WS-HL-CHECK-DATE
           MOVE WS-FROM-DATE  TO WS-HL-FROM-DATE
           MOVE SPACES          TO UEN-REPORT-LINE
           MOVE WS-HEADING-LINE TO UEN-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE SPACES TO UEN-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE ' CHANGES OUTSIDE THE USER''S ENTITLEMENT'
               TO UEN-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE SPACES               TO UEN-REPORT-LINE
           MOVE WS-EXCEPTION-COLUMNS TO UEN-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE.

       4200-PRINT-EXCEPTION.
           ADD 1 TO WS-ENTITLEMENT-EXCEPTIONS
           MOVE DE-AUDIT-TIMESTAMP (1:19) TO WS-EL-TIMESTAMP
           MOVE DE-AUDIT-USERID           TO WS-EL-USERID
           MOVE DE-AUDIT-DEPT             TO WS-EL-DEPT
           MOVE DE-AUDIT-APPLICATION      TO WS-EL-APPLICATION
           MOVE DE-AUDIT-FUNCTION         TO WS-EL-FUNCTION
           MOVE DE-AUDIT-TRANS-RID        TO WS-EL-TRANS-RID
           MOVE DE-AUDIT-KEY-AREA (2:30)  TO WS-EL-KEY
           MOVE WS-EXCEPTION-REASON       TO WS-EL-REASON
           MOVE SPACES            TO UEN-REPORT-LINE
           MOVE WS-EXCEPTION-LINE TO UEN-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE.

       4300-WRITE-BREACH-HEADING.
           MOVE SPACES TO UEN-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE ' MAKER/CHECKER BREACHES - SAME USER ON BOTH SIDES'
               TO UEN-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE SPACES            TO UEN-REPORT-LINE
           MOVE WS-BREACH-COLUMNS TO UEN-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE.

       4400-PRINT-BREACH.
           ADD 1 TO WS-MAKER-CHECKER-BREACHES
           MOVE SRT-TIMESTAMP (1:19) TO WS-BL-TIMESTAMP
           MOVE SRT-USERID           TO WS-BL-USERID
           MOVE SRT-APPLICATION      TO WS-BL-APPLICATION
           MOVE SRT-FUNCTION         TO WS-BL-FUNCTION
           MOVE SRT-TRANS-RID        TO WS-BL-TRANS-RID
           MOVE SRT-KEY-AREA (1:30)  TO WS-BL-KEY
           MOVE WS-BREACH-REASON     TO WS-BL-REASON
           MOVE SPACES         TO UEN-REPORT-LINE
           MOVE WS-BREACH-LINE TO UEN-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE.

       4900-WRITE-REPORT-LINE.
           WRITE UEN-REPORT-LINE
           IF NOT WS-RPT-FILE-OK
               DISPLAY 'DEUENCHK - REPORT WRITE FAILED, STATUS='
                   WS-RPT-FILE-STATUS
           END-IF.

       9000-TERMINATE.
           IF WS-FILES-OPENED
               CLOSE AUDIT-LOG-FILE UEN-MASTER-FILE UEN-REPORT
           END-IF
           DISPLAY 'DEUENCHK - AUDIT ROWS SCANNED    : '
                   WS-AUDIT-ROWS-SCANNED
           DISPLAY 'DEUENCHK - ROWS IN LOOKBACK      : '
                   WS-ROWS-IN-WINDOW
           DISPLAY 'DEUENCHK - ROWS ON CHECK DATE    : '
                   WS-ROWS-CHECKED
           DISPLAY 'DEUENCHK - BATCH ROWS NOT CHECKED: '
                   WS-SYSTEM-ROWS
           DISPLAY 'DEUENCHK - ENTITLEMENT EXCEPTIONS: '
                   WS-ENTITLEMENT-EXCEPTIONS
           DISPLAY 'DEUENCHK - MAKER/CHECKER BREACHES: '
                   WS-MAKER-CHECKER-BREACHES
           MOVE SPACES              TO RUNLOG-PARM-AREA
           SET DE-RUNLOG-END        TO TRUE
           MOVE 'DEUENCHK'          TO DE-RUNLOG-JOB-NAME
           MOVE WS-RUNLOG-RUN-DATE  TO DE-RUNLOG-RUN-DATE
           MOVE WS-ROWS-CHECKED     TO DE-RUNLOG-RECORDS-READ
           MOVE WS-ENTITLEMENT-EXCEPTIONS
                                    TO DE-RUNLOG-RECORDS-UPDATED
           MOVE WS-MAKER-CHECKER-BREACHES
                                    TO DE-RUNLOG-RECORDS-WRITTEN
           MOVE WS-CONDITION-CODE   TO DE-RUNLOG-CONDITION-CODE
           CALL 'DERUNLOG' USING RUNLOG-PARM-AREA
           IF DE-RUNLOG-RETURN-CODE NOT = ZEROS
               DISPLAY 'DEUENCHK - RUN-CONTROL END FAILED, RC='
                   DE-RUNLOG-RETURN-CODE
           END-IF
           MOVE WS-CONDITION-CODE   TO RETURN-CODE.

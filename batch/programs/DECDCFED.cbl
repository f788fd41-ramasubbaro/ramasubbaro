      ******************************************************************
      ******   NIGHTLY CHANGE-DATA FEED FROM THE AUDIT LOG (DECDCFED) **
      ******************************************************************
      ******************************************************************
      **                      PROGRAM CHANGE HISTORY                    **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW BATCH PROGRAM - WRITES THE CDCFEED DELTA FILE   *
      *          FOR THE DATA WAREHOUSE AND THE BRANCH CRM FROM THE    *
      *          AUDITLOG ROWS WRITTEN SINCE THE LAST FEED, SO THEY    *
      *          NO LONGER WAIT FOR THE WEEKLY MASTER UNLOADS. EACH    *
      *          ROW IS DECODED BY RECORD TYPE (HLD, STM, COD, HAP,    *
      *          MAD, WSH) FROM ITS BEFORE/AFTER IMAGES INTO ONE       *
      *          CHANGE RECORD PLUS ONE RECORD PER FIELD THAT CHANGED, *
      *          OLDEST CHANGE FIRST, BETWEEN A HEADER AND A TRAILER   *
      *          CARRYING THE COUNTS (LAYOUT DECDCFIL). THE WINDOW IS  *
      *          EVERY ROW STAMPED AFTER THE HIGH-WATER MARK KEPT ON   *
      *          THE CKPTFILE CONTROL RECORD AND NO LATER THAN THIS    *
      *          RUN'S START. THE MARK MOVES ONLY WHEN THE WHOLE FEED  *
      *          IS WRITTEN, SO A FAILED RUN, A RERUN OR A SKIPPED     *
      *          NIGHT PICKS UP EXACTLY WHERE THE LAST GOOD FEED       *
      *          ENDED. A 'REFEED' CARD ON CDCCARD REWRITES THE LAST   *
      *          GOOD FEED (SAME WINDOW AND SEQUENCE NUMBER) FOR A     *
      *          LOST FILE WITHOUT MOVING THE MARK. ROWS OF AN UNKNOWN *
      *          RECORD TYPE, OR WHOSE IMAGES DIFFER ONLY IN THE       *
      *          CHANGE TIMESTAMP, ARE COUNTED AS EXCLUDED. RUNCTL     *
      *          GETS ROWS PICKED UP (READ), EXCLUDED (UPDATED) AND    *
      *          CHANGES FED (WRITTEN) FOR THE DERUNRPT BALANCE. ANY   *
      *          FAILURE ENDS THE RUN WITH CONDITION CODE 8 AND THE    *
      *          MARK UNMOVED - THAT CDCFEED MUST NOT BE SENT.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DECDCFED.
       AUTHOR.        R SUBRAMANIAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CDC-CARD-FILE ASSIGN TO CDCCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

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

           SELECT CDC-FEED-FILE ASSIGN TO CDCFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  CDC-CARD-FILE
           RECORDING MODE IS F.
       01  CDC-CARD-RECORD.
           05  CDC-CARD-MODE                 PIC X(6).
               88  CDC-CARD-REFEED          VALUE 'REFEED'.
           05  FILLER                        PIC X(74).

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
           COPY DEAUDFIL.

       FD  CKP-CONTROL-FILE
           RECORDING MODE IS F.
           COPY DECKPFIL.

       FD  CDC-FEED-FILE
           RECORDING MODE IS F.
           COPY DECDCFIL.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SRT-TIMESTAMP                 PIC X(26).
           05  SRT-TRANS-RID                 PIC X(12).
           05  SRT-AUDIT-ROW                 PIC X(1061).

       WORKING-STORAGE SECTION.
       01  WS-CARD-FILE-STATUS          PIC XX.
           88  WS-CARD-FILE-OK         VALUE '00'.

       01  WS-AUDIT-FILE-STATUS         PIC XX.
           88  WS-AUDIT-FILE-OK        VALUE '00'.
           88  WS-AUDIT-FILE-EOF       VALUE '10'.

       01  WS-CKP-FILE-STATUS           PIC XX.
           88  WS-CKP-FILE-OK          VALUE '00'.
           88  WS-CKP-FILE-NOTFND      VALUE '23'.

       01  WS-FEED-FILE-STATUS          PIC XX.
           88  WS-FEED-FILE-OK         VALUE '00'.

       01  WS-FILES-OPEN-SW             PIC X(1)    VALUE 'N'.
           88  WS-FILES-OPENED         VALUE 'Y'.

       01  WS-REFEED-SW                 PIC X(1)    VALUE 'N'.
           88  WS-REFEED-RUN           VALUE 'Y'.

       01  WS-CONTROL-FOUND-SW          PIC X(1)    VALUE 'N'.
           88  WS-CONTROL-FOUND        VALUE 'Y'.

       01  WS-FEED-FAILED-SW            PIC X(1)    VALUE 'N'.
           88  WS-FEED-FAILED          VALUE 'Y'.

       01  WS-SCAN-EOF-SW               PIC X(1)    VALUE 'N'.
           88  WS-SCAN-EOF             VALUE 'Y'.

       01  WS-SORT-EOF-SW               PIC X(1)    VALUE 'N'.
           88  WS-SORT-EOF             VALUE 'Y'.

       01  WS-RUN-DATE-CYMD             PIC 9(8).
       01  WS-RUN-TIMESTAMP             PIC X(26).

      *    THE FEED WINDOW: ROWS STAMPED AFTER WS-WINDOW-FROM AND NOT
      *    AFTER WS-WINDOW-TO. A NORMAL RUN GOES FROM THE MARK TO ITS
      *    OWN START; A REFEED REPEATS THE LAST GOOD WINDOW.
       01  WS-WINDOW-FROM               PIC X(26)   VALUE SPACES.
       01  WS-WINDOW-TO                 PIC X(26)   VALUE SPACES.
       01  WS-FEED-SEQ-NO               PIC 9(7)    VALUE ZEROS.

      *    ONE ENTRY PER DECODED MASTER FIELD: RECORD TYPE, OFFSET
      *    AND LENGTH WITHIN THE MASTER RECORD IMAGE, VALUE TYPE
      *    (X = AS STORED, N = UNSIGNED NUMERIC, S = S9(9)V99
      *    AMOUNT), AND THE COPYBOOK NAME SENT AS THE FIELD NAME.
      *    KEY FIELDS TRAVEL ON THE CHANGE RECORD AND THE CHANGE
      *    TIMESTAMP ON EVERY MASTER MOVES WITH ANY EDIT, SO NEITHER
      *    IS LISTED. A NEW MASTER FIELD MEANS A NEW ENTRY HERE.
       01  WS-FIELD-TABLE.
           05  FILLER  PIC X(10) VALUE 'HLD038001X'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-HLD-ACCT-METHOD-CODE'.
           05  FILLER  PIC X(10) VALUE 'HLD039001X'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-HLD-PROCESSING-5B-IND'.
           05  FILLER  PIC X(10) VALUE 'HLD040001X'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-HLD-APLY-PYDWN-OPN-IND'.
           05  FILLER  PIC X(10) VALUE 'HLD041001X'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-HLD-APLY-PYDWN-CLS-IND'.
           05  FILLER  PIC X(10) VALUE 'HLD042003X'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-HLD-CHANGE-WHO-CODE'.
           05  FILLER  PIC X(10) VALUE 'HLD045010X'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-HLD-CHANGE-USER-ID'.
           05  FILLER  PIC X(10) VALUE 'HLD055004X'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-HLD-REASON-CODE'.
           05  FILLER  PIC X(10) VALUE 'HLD059008N'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-HLD-EXPIRATION-DATE'.
           05  FILLER  PIC X(10) VALUE 'STM038001X'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-STM-STMT-CODE'.
           05  FILLER  PIC X(10) VALUE 'STM039001N'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-STM-STAT'.
           05  FILLER  PIC X(10) VALUE 'STM040001X'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-STM-MMF-SUPPRESS-IND'.
           05  FILLER  PIC X(10) VALUE 'STM041001X'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-STM-TAX-LOTS-IND'.
           05  FILLER  PIC X(10) VALUE 'STM042001X'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-STM-OFF-PREMISE-IND'.
           05  FILLER  PIC X(10) VALUE 'STM043001X'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-STM-REALIZED-IND'.
           05  FILLER  PIC X(10) VALUE 'STM044001X'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-STM-APLY-PYDWN-OPN-IND'.
           05  FILLER  PIC X(10) VALUE 'STM045001X'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-STM-APLY-PYDWN-CLS-IND'.
           05  FILLER  PIC X(10) VALUE 'STM046001X'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-STM-GORL-OVERRIDE-IND'.
           05  FILLER  PIC X(10) VALUE 'STM047001X'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-STM-REP-COPY-IND'.
           05  FILLER  PIC X(10) VALUE 'STM048001X'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-STM-DIST-METHOD-IND'.
           05  FILLER  PIC X(10) VALUE 'STM049003X'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-STM-CHANGE-WHO-CODE'.
           05  FILLER  PIC X(10) VALUE 'STM052010X'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-STM-CHANGE-USER-ID'.
           05  FILLER  PIC X(10) VALUE 'STM062001X'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-STM-MSG-SUPPRESS-IND'.
           05  FILLER  PIC X(10) VALUE 'STM063001X'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-STM-DVP-IND'.
           05  FILLER  PIC X(10) VALUE 'STM090001X'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-STM-TAX-LOTS-DEFA'.
           05  FILLER  PIC X(10) VALUE 'STM091001X'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-STM-OFF-PREMISE-DEFA'.
           05  FILLER  PIC X(10) VALUE 'STM092001X'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-STM-REALIZED-DEFA'.
           05  FILLER  PIC X(10) VALUE 'STM093001X'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-STM-APLY-PYDWN-OPN-DEFA'.
           05  FILLER  PIC X(10) VALUE 'STM094001X'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-STM-APLY-PYDWN-CLS-DEFA'.
           05  FILLER  PIC X(10) VALUE 'STM095001X'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-STM-GORL-OVERRIDE-DEFA'.
           05  FILLER  PIC X(10) VALUE 'STM096001X'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-STM-REP-COPY-DEFA'.
           05  FILLER  PIC X(10) VALUE 'STM100008N'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-STM-LAST-GEN-DATE'.
           05  FILLER  PIC X(10) VALUE 'STM108008N'.
           05  FILLER  PIC X(30) VALUE 'DE-ACT-STM-NEXT-SCHED-DATE'.
           05  FILLER  PIC X(10) VALUE 'COD007004X'.
           05  FILLER  PIC X(30) VALUE 'DE-STM-COD-REP'.
           05  FILLER  PIC X(10) VALUE 'COD011001X'.
           05  FILLER  PIC X(30) VALUE 'DE-STM-COD-STMT-CODE-IND'.
           05  FILLER  PIC X(10) VALUE 'COD012001X'.
           05  FILLER  PIC X(30) VALUE 'DE-STM-COD-FILE-TYPE-IND'.
           05  FILLER  PIC X(10) VALUE 'COD013001X'.
           05  FILLER  PIC X(30) VALUE 'DE-STM-COD-COST-BASIS-SW'.
           05  FILLER  PIC X(10) VALUE 'COD014001X'.
           05  FILLER  PIC X(30) VALUE 'DE-STM-COD-TAX-LOTS-SW'.
           05  FILLER  PIC X(10) VALUE 'COD015001X'.
           05  FILLER  PIC X(30) VALUE 'DE-STM-COD-REALIZED-IND'.
           05  FILLER  PIC X(10) VALUE 'COD016001X'.
           05  FILLER  PIC X(30) VALUE 'DE-STM-COD-OFF-PREMISE-SW'.
           05  FILLER  PIC X(10) VALUE 'COD017001X'.
           05  FILLER  PIC X(30) VALUE 'DE-STM-COD-PAYDOWN-OPEN-SW'.
           05  FILLER  PIC X(10) VALUE 'COD018001X'.
           05  FILLER  PIC X(30) VALUE 'DE-STM-COD-PAYDOWN-CLOS-SW'.
           05  FILLER  PIC X(10) VALUE 'COD019030X'.
           05  FILLER  PIC X(30) VALUE 'DE-STM-COD-DESCRIPTION'.
           05  FILLER  PIC X(10) VALUE 'COD049001X'.
           05  FILLER  PIC X(30) VALUE 'DE-STM-COD-GORL-OVERRIDE-SW'.
           05  FILLER  PIC X(10) VALUE 'COD060003X'.
           05  FILLER  PIC X(30) VALUE 'DE-STM-COD-CHANGE-WHO-CODE'.
           05  FILLER  PIC X(10) VALUE 'COD063001X'.
           05  FILLER  PIC X(30) VALUE 'DE-STM-COD-TAX-LOTS-IND'.
           05  FILLER  PIC X(10) VALUE 'HAP038030X'.
           05  FILLER  PIC X(30) VALUE 'DE-HAPI-NA-LINE (1)'.
           05  FILLER  PIC X(10) VALUE 'HAP068030X'.
           05  FILLER  PIC X(30) VALUE 'DE-HAPI-NA-LINE (2)'.
           05  FILLER  PIC X(10) VALUE 'HAP098030X'.
           05  FILLER  PIC X(30) VALUE 'DE-HAPI-NA-LINE (3)'.
           05  FILLER  PIC X(10) VALUE 'HAP128030X'.
           05  FILLER  PIC X(30) VALUE 'DE-HAPI-NA-LINE (4)'.
           05  FILLER  PIC X(10) VALUE 'HAP158030X'.
           05  FILLER  PIC X(30) VALUE 'DE-HAPI-NA-LINE (5)'.
           05  FILLER  PIC X(10) VALUE 'HAP188030X'.
           05  FILLER  PIC X(30) VALUE 'DE-HAPI-NA-LINE (6)'.
           05  FILLER  PIC X(10) VALUE 'HAP218030X'.
           05  FILLER  PIC X(30) VALUE 'DE-HAPI-PERM-NA-LINES LINE 1'.
           05  FILLER  PIC X(10) VALUE 'HAP248030X'.
           05  FILLER  PIC X(30) VALUE 'DE-HAPI-PERM-NA-LINES LINE 2'.
           05  FILLER  PIC X(10) VALUE 'HAP278030X'.
           05  FILLER  PIC X(30) VALUE 'DE-HAPI-PERM-NA-LINES LINE 3'.
           05  FILLER  PIC X(10) VALUE 'HAP308030X'.
           05  FILLER  PIC X(30) VALUE 'DE-HAPI-PERM-NA-LINES LINE 4'.
           05  FILLER  PIC X(10) VALUE 'HAP338030X'.
           05  FILLER  PIC X(30) VALUE 'DE-HAPI-PERM-NA-LINES LINE 5'.
           05  FILLER  PIC X(10) VALUE 'HAP368030X'.
           05  FILLER  PIC X(30) VALUE 'DE-HAPI-PERM-NA-LINES LINE 6'.
           05  FILLER  PIC X(10) VALUE 'HAP398008N'.
           05  FILLER  PIC X(30) VALUE 'DE-HAPI-MAD-ADR-BEG-CYMD'.
           05  FILLER  PIC X(10) VALUE 'HAP406008N'.
           05  FILLER  PIC X(30) VALUE 'DE-HAPI-MAD-ADR-END-CYMD'.
           05  FILLER  PIC X(10) VALUE 'HAP414003X'.
           05  FILLER  PIC X(30) VALUE 'DE-HAPI-CHANGE-WHO-CODE'.
           05  FILLER  PIC X(10) VALUE 'HAP417010X'.
           05  FILLER  PIC X(30) VALUE 'DE-HAPI-CHANGE-USER-ID'.
           05  FILLER  PIC X(10) VALUE 'HAP427004X'.
           05  FILLER  PIC X(30) VALUE 'DE-HAPI-REP'.
           05  FILLER  PIC X(10) VALUE 'HAP431004X'.
           05  FILLER  PIC X(30) VALUE 'DE-HAPI-REP-B4-ACATS'.
           05  FILLER  PIC X(10) VALUE 'HAP435001X'.
           05  FILLER  PIC X(30) VALUE 'DE-HAPI-MAIL-STATUS-IND'.
           05  FILLER  PIC X(10) VALUE 'HAP436008N'.
           05  FILLER  PIC X(30) VALUE 'DE-HAPI-MAIL-RETURN-DATE'.
           05  FILLER  PIC X(10) VALUE 'MAD038008N'.
           05  FILLER  PIC X(30) VALUE 'DE-MADD-EFFECTIVE-DATE'.
           05  FILLER  PIC X(10) VALUE 'MAD046030X'.
           05  FILLER  PIC X(30) VALUE 'DE-MADD-LINE1'.
           05  FILLER  PIC X(10) VALUE 'MAD076030X'.
           05  FILLER  PIC X(30) VALUE 'DE-MADD-LINE2'.
           05  FILLER  PIC X(10) VALUE 'MAD106030X'.
           05  FILLER  PIC X(30) VALUE 'DE-MADD-LINE3'.
           05  FILLER  PIC X(10) VALUE 'MAD136030X'.
           05  FILLER  PIC X(30) VALUE 'DE-MADD-LINE4'.
           05  FILLER  PIC X(10) VALUE 'MAD166030X'.
           05  FILLER  PIC X(30) VALUE 'DE-MADD-LINE5'.
           05  FILLER  PIC X(10) VALUE 'MAD196030X'.
           05  FILLER  PIC X(30) VALUE 'DE-MADD-LINE6'.
           05  FILLER  PIC X(10) VALUE 'MAD226025X'.
           05  FILLER  PIC X(30) VALUE 'DE-MADD-CITY'.
           05  FILLER  PIC X(10) VALUE 'MAD251002X'.
           05  FILLER  PIC X(30) VALUE 'DE-MADD-STATE'.
           05  FILLER  PIC X(10) VALUE 'MAD253010X'.
           05  FILLER  PIC X(30) VALUE 'DE-MADD-ZIP'.
           05  FILLER  PIC X(10) VALUE 'MAD263003X'.
           05  FILLER  PIC X(30) VALUE 'DE-MADD-COUNTRY'.
           05  FILLER  PIC X(10) VALUE 'MAD266003X'.
           05  FILLER  PIC X(30) VALUE 'DE-MADD-CHANGE-WHO-CODE'.
           05  FILLER  PIC X(10) VALUE 'MAD269010X'.
           05  FILLER  PIC X(30) VALUE 'DE-MADD-CHANGE-USER-ID'.
           05  FILLER  PIC X(10) VALUE 'MAD279008N'.
           05  FILLER  PIC X(30) VALUE 'DE-MADD-EXPIRATION-DATE'.
           05  FILLER  PIC X(10) VALUE 'WSH055011S'.
           05  FILLER  PIC X(30) VALUE 'DE-WASH-SALE-DISALLOW-LOSS-AMT'.
           05  FILLER  PIC X(10) VALUE 'WSH066009X'.
           05  FILLER  PIC X(30) VALUE 'DE-WASH-SALE-REPLACEMENT-CUSIP'.
           05  FILLER  PIC X(10) VALUE 'WSH075008N'.
           05  FILLER  PIC X(30) VALUE 'DE-WASH-SALE-REPLACEMENT-DATE'.
           05  FILLER  PIC X(10) VALUE 'WSH083001X'.
           05  FILLER  PIC X(30) VALUE 'DE-WASH-SALE-IND'.
           05  FILLER  PIC X(10) VALUE 'WSH084011S'.
           05  FILLER  PIC X(30) VALUE 'DE-WASH-SALE-ADJ-BASIS-AMT'.
           05  FILLER  PIC X(10) VALUE 'WSH095003X'.
           05  FILLER  PIC X(30) VALUE 'DE-WASH-SALE-CHANGE-WHO-CODE'.
           05  FILLER  PIC X(10) VALUE 'WSH098010X'.
           05  FILLER  PIC X(30) VALUE 'DE-WASH-SALE-CHANGE-USER-ID'.
       01  FILLER REDEFINES WS-FIELD-TABLE.
           05  WS-FIELD-ENTRY OCCURS 86 TIMES.
               10  WS-FT-REC-TYPE       PIC X(3).
               10  WS-FT-OFFSET         PIC 9(3).
               10  WS-FT-LENGTH         PIC 9(3).
               10  WS-FT-VALUE-TYPE     PIC X(1).
                   88  WS-FT-SIGNED-AMOUNT VALUE 'S'.
               10  WS-FT-NAME           PIC X(30).
       01  WS-FIELD-MAX                 PIC 9(3)    COMP VALUE 86.
       01  WS-FX                        PIC 9(3)    COMP.

      *    THE FIELDS THAT DIFFER ON THE CURRENT ROW, AS SUBSCRIPTS
      *    INTO WS-FIELD-TABLE, SO THE CHANGE RECORD CAN CARRY ITS
      *    FIELD COUNT AHEAD OF THE FIELD RECORDS.
       01  WS-CHANGED-FIELDS.
           05  WS-CHANGED-FX OCCURS 30 TIMES PIC 9(3) COMP.
       01  WS-CHANGED-COUNT             PIC 9(3)    COMP.
       01  WS-CX                        PIC 9(3)    COMP.
       01  WS-TYPE-KNOWN-SW             PIC X(1)    VALUE 'N'.
           88  WS-TYPE-KNOWN           VALUE 'Y'.

       01  WS-ROW-REC-TYPE              PIC X(3).
       01  WS-FIELD-OFFSET              PIC 9(3)    COMP.
       01  WS-FIELD-LENGTH              PIC 9(3)    COMP.
       01  WS-FIELD-VALUE               PIC X(30).

       01  WS-AMOUNT-X                  PIC X(11).
       01  WS-AMOUNT REDEFINES WS-AMOUNT-X
                                        PIC S9(9)V99.
       01  WS-AMOUNT-EDIT               PIC -(9)9.99.

       01  WS-COUNTERS.
           05  WS-AUDIT-ROWS-SCANNED    PIC 9(9) VALUE ZEROS.
           05  WS-ROWS-PICKED           PIC 9(9) VALUE ZEROS.
           05  WS-ROWS-AFTER-WINDOW     PIC 9(9) VALUE ZEROS.
           05  WS-ROWS-EXCLUDED         PIC 9(9) VALUE ZEROS.
           05  WS-UNKNOWN-TYPE-ROWS     PIC 9(9) VALUE ZEROS.
           05  WS-CHANGES-FED           PIC 9(9) VALUE ZEROS.
           05  WS-FIELDS-FED            PIC 9(9) VALUE ZEROS.
           05  WS-FEED-RECORDS          PIC 9(9) VALUE ZEROS.

       01  WS-RUNLOG-RUN-DATE           PIC 9(8)    VALUE ZEROS.
       01  WS-CONDITION-CODE            PIC 9(2)    VALUE ZEROS.

           COPY DERNLINK.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-FILES-OPENED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-TIMESTAMP
                                    SRT-TRANS-RID
                   INPUT PROCEDURE IS 2000-SELECT-AUDIT-ROWS
                   OUTPUT PROCEDURE IS 3000-WRITE-FEED
               PERFORM 4000-ADVANCE-HIGH-WATER-MARK
           ELSE
               SET WS-FEED-FAILED TO TRUE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE SPACES     TO RUNLOG-PARM-AREA
           SET DE-RUNLOG-START TO TRUE
           MOVE 'DECDCFED' TO DE-RUNLOG-JOB-NAME
           CALL 'DERUNLOG' USING RUNLOG-PARM-AREA
           MOVE DE-RUNLOG-RUN-DATE TO WS-RUNLOG-RUN-DATE
           IF DE-RUNLOG-RETURN-CODE NOT = ZEROS
               DISPLAY 'DECDCFED - RUN-CONTROL START FAILED, RC='
                   DE-RUNLOG-RETURN-CODE
           END-IF
           IF WS-RUNLOG-RUN-DATE NUMERIC
               AND WS-RUNLOG-RUN-DATE > ZEROS
               MOVE WS-RUNLOG-RUN-DATE TO WS-RUN-DATE-CYMD
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-CYMD
           END-IF
           CALL 'DETSTAMP' USING WS-RUN-TIMESTAMP
           PERFORM 1100-READ-MODE-CARD
           OPEN INPUT  AUDIT-LOG-FILE
                I-O    CKP-CONTROL-FILE
                OUTPUT CDC-FEED-FILE
           IF WS-AUDIT-FILE-OK AND WS-CKP-FILE-OK AND WS-FEED-FILE-OK
               SET WS-FILES-OPENED TO TRUE
               PERFORM 1200-SET-FEED-WINDOW
           ELSE
               DISPLAY 'DECDCFED - OPEN FAILED, AUDIT='
                   WS-AUDIT-FILE-STATUS ' CKPT=' WS-CKP-FILE-STATUS
                   ' FEED=' WS-FEED-FILE-STATUS
           END-IF.

      *    NO CARD (OR NO CDCCARD FILE) IS THE NORMAL NIGHTLY RUN.
       1100-READ-MODE-CARD.
           OPEN INPUT CDC-CARD-FILE
           IF WS-CARD-FILE-OK
               READ CDC-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CDC-CARD-REFEED
                           SET WS-REFEED-RUN TO TRUE
                       END-IF
               END-READ
               CLOSE CDC-CARD-FILE
           END-IF.

      *    NO CONTROL RECORD MEANS THE FEED HAS NEVER RUN: THE WHOLE
      *    LOG GOES IN THE FIRST FEED. A RECORD STILL ACTIVE MEANS
      *    THE LAST RUN DIED BEFORE MOVING THE MARK, SO ITS WINDOW
      *    SIMPLY REOPENS FROM THE SAME PLACE.
       1200-SET-FEED-WINDOW.
           MOVE 'DECDCFED' TO DE-CKP-JOB-NAME
           READ CKP-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CONTROL-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-REFEED-RUN AND WS-CONTROL-FOUND
                   MOVE DE-CKP-CDC-PRIOR-HWM-TIMESTAMP
                                               TO WS-WINDOW-FROM
                   MOVE DE-CKP-CDC-HWM-TIMESTAMP TO WS-WINDOW-TO
                   MOVE DE-CKP-CDC-FEED-SEQ-NO   TO WS-FEED-SEQ-NO
                   DISPLAY 'DECDCFED - REFEED OF FEED '
                       WS-FEED-SEQ-NO ' - MARK WILL NOT MOVE'
               WHEN WS-REFEED-RUN
                   DISPLAY 'DECDCFED - REFEED REQUESTED BUT NO FEED '
                       'HAS EVER BEEN WRITTEN'
                   SET WS-FEED-FAILED TO TRUE
                   MOVE 'N' TO WS-FILES-OPEN-SW
                   CLOSE AUDIT-LOG-FILE CKP-CONTROL-FILE CDC-FEED-FILE
               WHEN WS-CONTROL-FOUND
                   IF DE-CKP-RUN-ACTIVE
                       DISPLAY 'DECDCFED - LAST RUN DID NOT COMPLETE, '
                           'FEEDING AGAIN FROM THE SAME MARK'
                   END-IF
                   MOVE DE-CKP-CDC-HWM-TIMESTAMP TO WS-WINDOW-FROM
                   MOVE WS-RUN-TIMESTAMP         TO WS-WINDOW-TO
                   COMPUTE WS-FEED-SEQ-NO = DE-CKP-CDC-FEED-SEQ-NO + 1
                   SET DE-CKP-RUN-ACTIVE TO TRUE
                   REWRITE CKP-CONTROL-RECORD
                   PERFORM 1210-CHECK-CONTROL-WRITE
               WHEN OTHER
                   DISPLAY 'DECDCFED - NO CONTROL RECORD, FIRST FEED '
                       'TAKES THE WHOLE AUDIT LOG'
                   MOVE SPACES           TO WS-WINDOW-FROM
                   MOVE WS-RUN-TIMESTAMP TO WS-WINDOW-TO
                   MOVE 1                TO WS-FEED-SEQ-NO
                   MOVE SPACES           TO CKP-CONTROL-RECORD
                   MOVE 'DECDCFED'       TO DE-CKP-JOB-NAME
                   SET DE-CKP-RUN-ACTIVE TO TRUE
                   MOVE SPACES TO DE-CKP-CDC-HWM-TIMESTAMP
                   MOVE SPACES TO DE-CKP-CDC-PRIOR-HWM-TIMESTAMP
                   MOVE ZEROS  TO DE-CKP-CDC-FEED-SEQ-NO
                   MOVE ZEROS  TO DE-CKP-CDC-FEED-DATE
                   MOVE ZEROS  TO DE-CKP-CDC-CHANGES-FED
                   WRITE CKP-CONTROL-RECORD
                   PERFORM 1210-CHECK-CONTROL-WRITE
           END-EVALUATE.

       1210-CHECK-CONTROL-WRITE.
           IF NOT WS-CKP-FILE-OK
               DISPLAY 'DECDCFED - CKPT CONTROL WRITE FAILED, STATUS='
                   WS-CKP-FILE-STATUS
               SET WS-FEED-FAILED TO TRUE
               MOVE 'N' TO WS-FILES-OPEN-SW
               CLOSE AUDIT-LOG-FILE CKP-CONTROL-FILE CDC-FEED-FILE
           END-IF.

      *    THE LOG IS KEYED BY TRANS-RID, NOT BY TIME, SO THE WHOLE
      *    LOG IS READ AND THE ROWS IN THE WINDOW ARE SORTED INTO
      *    TIMESTAMP ORDER - THE RECEIVERS APPLY THEM IN SEQUENCE.
       2000-SELECT-AUDIT-ROWS.
           PERFORM 2100-SCAN-AUDIT-ROW
               UNTIL WS-SCAN-EOF.

       2100-SCAN-AUDIT-ROW.
           READ AUDIT-LOG-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-SCAN-EOF
                   CONTINUE
               WHEN NOT WS-AUDIT-FILE-OK
                   DISPLAY 'DECDCFED - AUDITLOG READ FAILED, STATUS='
                       WS-AUDIT-FILE-STATUS
                   SET WS-FEED-FAILED TO TRUE
                   SET WS-SCAN-EOF TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-AUDIT-ROWS-SCANNED
                   IF DE-AUDIT-TIMESTAMP > WS-WINDOW-FROM
                       IF DE-AUDIT-TIMESTAMP > WS-WINDOW-TO
                           ADD 1 TO WS-ROWS-AFTER-WINDOW
                       ELSE
                           PERFORM 2200-RELEASE-AUDIT-ROW
                       END-IF
                   END-IF
           END-EVALUATE.

       2200-RELEASE-AUDIT-ROW.
           ADD 1 TO WS-ROWS-PICKED
           MOVE DE-AUDIT-TIMESTAMP TO SRT-TIMESTAMP
           MOVE DE-AUDIT-TRANS-RID TO SRT-TRANS-RID
           MOVE AUDIT-LOG-RECORD   TO SRT-AUDIT-ROW
           RELEASE SORT-WORK-REC.

       3000-WRITE-FEED.
           PERFORM 3100-WRITE-HEADER
           PERFORM 3200-RETURN-AND-DECODE
               UNTIL WS-SORT-EOF
           PERFORM 3900-WRITE-TRAILER.

       3100-WRITE-HEADER.
           MOVE SPACES             TO CDC-FEED-RECORD
           SET DE-CDC-HEADER-REC   TO TRUE
           MOVE WS-FEED-SEQ-NO     TO DE-CDC-FEED-SEQ-NO
           MOVE 'DE20050 '         TO DE-CDC-HDR-FEED-NAME
           MOVE WS-RUN-DATE-CYMD   TO DE-CDC-HDR-RUN-DATE
           MOVE WS-RUN-TIMESTAMP   TO DE-CDC-HDR-CREATE-TIMESTAMP
           MOVE WS-WINDOW-FROM     TO DE-CDC-HDR-FROM-TIMESTAMP
           MOVE WS-WINDOW-TO       TO DE-CDC-HDR-TO-TIMESTAMP
           IF WS-REFEED-RUN
               SET DE-CDC-HDR-REFEED TO TRUE
           ELSE
               MOVE 'N'            TO DE-CDC-HDR-REFEED-IND
           END-IF
           PERFORM 8000-WRITE-FEED-RECORD.

       3200-RETURN-AND-DECODE.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN
           IF NOT WS-SORT-EOF
               MOVE SRT-AUDIT-ROW TO AUDIT-LOG-RECORD
               PERFORM 3300-DECODE-AUDIT-ROW
           END-IF.

      *    THE RECORD TYPE IN BYTES 2-4 OF THE AUDIT KEY PICKS THE
      *    FIELD LIST. EVERY LISTED FIELD WHOSE BYTES DIFFER BETWEEN
      *    THE IMAGES IS A CHANGED FIELD; FOR AN ADD OR A DELETE THAT
      *    IS EVERY FIELD THAT IS NOT BLANK ON THE ONE IMAGE THERE IS.
       3300-DECODE-AUDIT-ROW.
           MOVE DE-AUDIT-KEY-AREA (2:3) TO WS-ROW-REC-TYPE
           MOVE 'N'   TO WS-TYPE-KNOWN-SW
           MOVE ZEROS TO WS-CHANGED-COUNT
           PERFORM 3310-COMPARE-ONE-FIELD
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-FIELD-MAX
           EVALUATE TRUE
               WHEN NOT WS-TYPE-KNOWN
                   ADD 1 TO WS-ROWS-EXCLUDED
                   ADD 1 TO WS-UNKNOWN-TYPE-ROWS
                   DISPLAY 'DECDCFED - UNKNOWN RECORD TYPE '
                       WS-ROW-REC-TYPE ' ON ' DE-AUDIT-TRANS-RID
                       ' - NOT FED'
               WHEN WS-CHANGED-COUNT = ZEROS
                   ADD 1 TO WS-ROWS-EXCLUDED
               WHEN OTHER
                   PERFORM 3400-WRITE-CHANGE
           END-EVALUATE.

       3310-COMPARE-ONE-FIELD.
           IF WS-FT-REC-TYPE (WS-FX) = WS-ROW-REC-TYPE
               SET WS-TYPE-KNOWN TO TRUE
               MOVE WS-FT-OFFSET (WS-FX) TO WS-FIELD-OFFSET
               MOVE WS-FT-LENGTH (WS-FX) TO WS-FIELD-LENGTH
               IF DE-AUDIT-BEFORE-IMAGE
                       (WS-FIELD-OFFSET:WS-FIELD-LENGTH)
                   NOT = DE-AUDIT-AFTER-IMAGE
                       (WS-FIELD-OFFSET:WS-FIELD-LENGTH)
                   AND WS-CHANGED-COUNT < 30
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE WS-FX TO WS-CHANGED-FX (WS-CHANGED-COUNT)
               END-IF
           END-IF.

       3400-WRITE-CHANGE.
           MOVE SPACES                   TO CDC-FEED-RECORD
           SET DE-CDC-CHANGE-REC         TO TRUE
           MOVE WS-FEED-SEQ-NO           TO DE-CDC-FEED-SEQ-NO
           MOVE DE-AUDIT-TRANS-RID       TO DE-CDC-CHG-TRANS-RID
           MOVE DE-AUDIT-TIMESTAMP       TO DE-CDC-CHG-TIMESTAMP
           MOVE WS-ROW-REC-TYPE          TO DE-CDC-CHG-REC-TYPE
           MOVE DE-AUDIT-KEY-AREA (5:3)  TO DE-CDC-CHG-FIRM-NO
           MOVE DE-AUDIT-KEY-AREA (8:8)  TO DE-CDC-CHG-ACCT-NO
           MOVE DE-AUDIT-KEY-AREA (16:9) TO DE-CDC-CHG-CUSIP
           MOVE DE-AUDIT-KEY-AREA (25:8) TO DE-CDC-CHG-TRADE-DATE
           MOVE DE-AUDIT-APPLICATION     TO DE-CDC-CHG-APPLICATION
           MOVE DE-AUDIT-FUNCTION        TO DE-CDC-CHG-FUNCTION
           EVALUATE TRUE
               WHEN DE-AUDIT-BEFORE-IMAGE = SPACES
                   SET DE-CDC-CHG-ADD    TO TRUE
               WHEN DE-AUDIT-AFTER-IMAGE = SPACES
                   SET DE-CDC-CHG-DELETE TO TRUE
               WHEN OTHER
                   SET DE-CDC-CHG-CHANGE TO TRUE
           END-EVALUATE
           MOVE DE-AUDIT-USERID          TO DE-CDC-CHG-USERID
           MOVE DE-AUDIT-ORIGINATOR      TO DE-CDC-CHG-ORIGINATOR
           MOVE DE-AUDIT-TRANS-ORIGIN    TO DE-CDC-CHG-TRANS-ORIGIN
           MOVE WS-CHANGED-COUNT         TO DE-CDC-CHG-FIELD-COUNT
           PERFORM 8000-WRITE-FEED-RECORD
           ADD 1 TO WS-CHANGES-FED
           PERFORM 3500-WRITE-FIELD
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-CHANGED-COUNT.

       3500-WRITE-FIELD.
           MOVE WS-CHANGED-FX (WS-CX)    TO WS-FX
           MOVE SPACES                   TO CDC-FEED-RECORD
           SET DE-CDC-FIELD-REC          TO TRUE
           MOVE WS-FEED-SEQ-NO           TO DE-CDC-FEED-SEQ-NO
           MOVE DE-AUDIT-TRANS-RID       TO DE-CDC-FLD-TRANS-RID
           MOVE WS-ROW-REC-TYPE          TO DE-CDC-FLD-REC-TYPE
           MOVE DE-AUDIT-KEY-AREA (5:3)  TO DE-CDC-FLD-FIRM-NO
           MOVE DE-AUDIT-KEY-AREA (8:8)  TO DE-CDC-FLD-ACCT-NO
           MOVE WS-CX                    TO DE-CDC-FLD-SEQ-NO
           MOVE WS-FT-NAME (WS-FX)       TO DE-CDC-FLD-NAME
           MOVE WS-FT-OFFSET (WS-FX)     TO WS-FIELD-OFFSET
           MOVE WS-FT-LENGTH (WS-FX)     TO WS-FIELD-LENGTH
           MOVE DE-AUDIT-BEFORE-IMAGE
                   (WS-FIELD-OFFSET:WS-FIELD-LENGTH)
               TO WS-FIELD-VALUE
           PERFORM 3510-EDIT-FIELD-VALUE
           MOVE WS-FIELD-VALUE           TO DE-CDC-FLD-BEFORE-VALUE
           MOVE DE-AUDIT-AFTER-IMAGE
                   (WS-FIELD-OFFSET:WS-FIELD-LENGTH)
               TO WS-FIELD-VALUE
           PERFORM 3510-EDIT-FIELD-VALUE
           MOVE WS-FIELD-VALUE           TO DE-CDC-FLD-AFTER-VALUE
           PERFORM 8000-WRITE-FEED-RECORD
           ADD 1 TO WS-FIELDS-FED.

      *    A ZONED SIGNED AMOUNT CARRIES ITS SIGN IN THE LAST BYTE,
      *    WHICH MEANS NOTHING TO THE RECEIVERS - IT GOES OUT EDITED.
      *    A BLANK AMOUNT (THE MISSING SIDE OF AN ADD OR DELETE)
      *    STAYS BLANK.
       3510-EDIT-FIELD-VALUE.
           IF WS-FT-SIGNED-AMOUNT (WS-FX)
               MOVE WS-FIELD-VALUE (1:11) TO WS-AMOUNT-X
               IF WS-AMOUNT NUMERIC
                   MOVE WS-AMOUNT      TO WS-AMOUNT-EDIT
                   MOVE SPACES         TO WS-FIELD-VALUE
                   MOVE WS-AMOUNT-EDIT TO WS-FIELD-VALUE
               END-IF
           END-IF.

       3900-WRITE-TRAILER.
           MOVE SPACES             TO CDC-FEED-RECORD
           SET DE-CDC-TRAILER-REC  TO TRUE
           MOVE WS-FEED-SEQ-NO     TO DE-CDC-FEED-SEQ-NO
           MOVE WS-CHANGES-FED     TO DE-CDC-TRL-CHANGE-COUNT
           MOVE WS-FIELDS-FED      TO DE-CDC-TRL-FIELD-COUNT
           COMPUTE DE-CDC-TRL-RECORD-COUNT = WS-FEED-RECORDS + 1
           MOVE WS-WINDOW-TO       TO DE-CDC-TRL-TO-TIMESTAMP
           PERFORM 8000-WRITE-FEED-RECORD.

      *    THE MARK MOVES TO THE END OF THIS WINDOW ONLY WHEN EVERY
      *    ROW IN IT IS ON THE FEED. A REFEED NEVER MOVES IT.
       4000-ADVANCE-HIGH-WATER-MARK.
           EVALUATE TRUE
               WHEN WS-FEED-FAILED
                   DISPLAY 'DECDCFED - FEED INCOMPLETE, MARK NOT MOVED'
                       ' - DO NOT SEND CDCFEED'
               WHEN WS-REFEED-RUN
                   CONTINUE
               WHEN OTHER
                   MOVE DE-CKP-CDC-HWM-TIMESTAMP
                       TO DE-CKP-CDC-PRIOR-HWM-TIMESTAMP
                   MOVE WS-WINDOW-TO     TO DE-CKP-CDC-HWM-TIMESTAMP
                   MOVE WS-FEED-SEQ-NO   TO DE-CKP-CDC-FEED-SEQ-NO
                   MOVE WS-RUN-DATE-CYMD TO DE-CKP-CDC-FEED-DATE
                   MOVE WS-CHANGES-FED   TO DE-CKP-CDC-CHANGES-FED
                   SET DE-CKP-RUN-COMPLETE TO TRUE
                   REWRITE CKP-CONTROL-RECORD
                   IF NOT WS-CKP-FILE-OK
                       DISPLAY 'DECDCFED - MARK REWRITE FAILED, STATUS='
                           WS-CKP-FILE-STATUS ' - DO NOT SEND CDCFEED'
                       SET WS-FEED-FAILED TO TRUE
                   END-IF
           END-EVALUATE.

       8000-WRITE-FEED-RECORD.
           WRITE CDC-FEED-RECORD
           IF WS-FEED-FILE-OK
               ADD 1 TO WS-FEED-RECORDS
           ELSE
               DISPLAY 'DECDCFED - CDCFEED WRITE FAILED, STATUS='
                   WS-FEED-FILE-STATUS
               SET WS-FEED-FAILED TO TRUE
           END-IF.

       9000-TERMINATE.
           IF WS-FILES-OPENED
               CLOSE AUDIT-LOG-FILE CKP-CONTROL-FILE CDC-FEED-FILE
           END-IF
           DISPLAY 'DECDCFED - FEED SEQUENCE NUMBER : ' WS-FEED-SEQ-NO
           DISPLAY 'DECDCFED - WINDOW FROM          : ' WS-WINDOW-FROM
           DISPLAY 'DECDCFED - WINDOW TO            : ' WS-WINDOW-TO
           DISPLAY 'DECDCFED - AUDIT ROWS SCANNED   : '
                   WS-AUDIT-ROWS-SCANNED
           DISPLAY 'DECDCFED - ROWS PICKED UP       : ' WS-ROWS-PICKED
           DISPLAY 'DECDCFED - ROWS LEFT FOR NEXT   : '
                   WS-ROWS-AFTER-WINDOW
           DISPLAY 'DECDCFED - ROWS EXCLUDED        : '
                   WS-ROWS-EXCLUDED
           DISPLAY 'DECDCFED - UNKNOWN RECORD TYPES : '
                   WS-UNKNOWN-TYPE-ROWS
           DISPLAY 'DECDCFED - CHANGES FED          : ' WS-CHANGES-FED
           DISPLAY 'DECDCFED - FIELDS FED           : ' WS-FIELDS-FED
           DISPLAY 'DECDCFED - FEED RECORDS WRITTEN : '
                   WS-FEED-RECORDS
           MOVE SPACES              TO RUNLOG-PARM-AREA
           SET DE-RUNLOG-END        TO TRUE
           MOVE 'DECDCFED'          TO DE-RUNLOG-JOB-NAME
           MOVE WS-RUNLOG-RUN-DATE  TO DE-RUNLOG-RUN-DATE
           MOVE WS-ROWS-PICKED      TO DE-RUNLOG-RECORDS-READ
           MOVE WS-ROWS-EXCLUDED    TO DE-RUNLOG-RECORDS-UPDATED
           MOVE WS-CHANGES-FED      TO DE-RUNLOG-RECORDS-WRITTEN
           IF WS-FEED-FAILED
               MOVE 8 TO WS-CONDITION-CODE
           END-IF
           MOVE WS-CONDITION-CODE   TO DE-RUNLOG-CONDITION-CODE
           CALL 'DERUNLOG' USING RUNLOG-PARM-AREA
           IF DE-RUNLOG-RETURN-CODE NOT = ZEROS
               DISPLAY 'DECDCFED - RUN-CONTROL END FAILED, RC='
                   DE-RUNLOG-RETURN-CODE
           END-IF
           MOVE WS-CONDITION-CODE   TO RETURN-CODE.

      ******************************************************************
      ******   BULK ACCOUNT-PARAMETERS RESPONSE FILE (DEAPRBLK)    ******
      ******************************************************************
      ******************************************************************
      **                      PROGRAM CHANGE HISTORY                    **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW BATCH PROGRAM - BUILDS THE DE20050              *
      *          ACCOUNT-PARAMETERS WEB-SERVICE RESPONSE FOR A WHOLE   *
      *          FILE OF ACCOUNTS AT ONCE, SO PARTNERS AND THE         *
      *          REPORTING GROUP NO LONGER LOOP ON THE WEB SERVICE     *
      *          OVERNIGHT. EACH FIRM/ACCOUNT CARD ON APRREQS GETS ONE *
      *          4096-BYTE WEB-DE20050-PARAMETERS RECORD ON APRRESP,   *
      *          IN REQUEST ORDER, WITH THE COMMON AREA SET UP AS A    *
      *          HAPI INQUIRY, THE HAPI COMMON AREA FROM HAPMSTR       *
      *          (BRANCH FROM THE REP'S REPMSTR ROW), AND THE HOLD,    *
      *          STATEMENT, FIRM STM-COD TEMPLATE, MADD AND WASH-SALE  *
      *          AREAS FROM THEIR MASTERS. A MASTER WITH NO ROW LEAVES *
      *          ITS AREA EMPTY. NOT-FOUND AND EDIT CONDITIONS GO INTO *
      *          DE-RETURN-CODE-TABLE UNDER APPLICATION HAPI WITH      *
      *          THEIR TEXT FROM DEERRLKP; THE MOST SEVERE ENTRY IS    *
      *          ALSO POINTED TO BY DE-ERROR-CODE AND                  *
      *          DE-ERROR-RETURN-SUB, WITH THE FIRST 25 BYTES OF ITS   *
      *          TEXT IN DE-MESSAGE. THE WEB LAYOUT HOLDS ONE WASH     *
      *          SALE, SO ONLY THE FIRST ROW IS RETURNED AND A WARNING *
      *          SAYS THERE ARE MORE. 'HDR' AND 'TRL' RECORDS          *
      *          (DEAPRCTL) BRACKET THE FILE WITH THE COUNTS TO        *
      *          BALANCE IT. RUNS EVERY NIGHT - AN EMPTY REQUEST FILE  *
      *          GIVES A HEADER AND A ZERO TRAILER.                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEAPRBLK.
       AUTHOR.        R SUBRAMANIAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APR-REQUEST-FILE ASSIGN TO APRREQS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.

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

           SELECT HLD-MASTER-FILE ASSIGN TO HLDMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-ACT-HLD-KEY-AREA OF HLD-MASTER-RECORD
               FILE STATUS IS WS-HLD-FILE-STATUS.

           SELECT STM-MASTER-FILE ASSIGN TO STMMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-ACT-STM-KEY-AREA OF STM-MASTER-RECORD
               FILE STATUS IS WS-STM-FILE-STATUS.

           SELECT STM-COD-MASTER-FILE ASSIGN TO STMCOD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-STM-COD-KEY-AREA
                                 OF STM-COD-MASTER-RECORD
               FILE STATUS IS WS-COD-FILE-STATUS.

           SELECT MAD-MASTER-FILE ASSIGN TO MADMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-MADD-KEY-AREA OF MAD-MASTER-RECORD
               FILE STATUS IS WS-MAD-FILE-STATUS.

           SELECT WSH-MASTER-FILE ASSIGN TO WSHMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-WASH-SALE-KEY-AREA
                                 OF WSH-MASTER-RECORD
               FILE STATUS IS WS-WSH-FILE-STATUS.

           SELECT APR-RESPONSE-FILE ASSIGN TO APRRESP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APR-REQUEST-FILE
           RECORDING MODE IS F.
       01  APR-REQUEST-RECORD.
           05  APR-REQ-FIRM-NO               PIC 9(3).
           05  APR-REQ-ACCT-NO               PIC 9(8).
           05  FILLER                        PIC X(69).

       FD  HAPI-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEHAPFIL.

       FD  REP-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEREPFIL.

       FD  HLD-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEHLDFIL.

       FD  STM-MASTER-FILE
           RECORDING MODE IS F.
           COPY DESTMFIL.

       FD  STM-COD-MASTER-FILE
           RECORDING MODE IS F.
           COPY DESCDFIL.

       FD  MAD-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEMADFIL.

       FD  WSH-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEWSHFIL.

       FD  APR-RESPONSE-FILE
           RECORDING MODE IS F.
       01  APR-RESPONSE-RECORD               PIC X(4096).

       WORKING-STORAGE SECTION.
       01  WS-REQ-FILE-STATUS           PIC XX.
           88  WS-REQ-FILE-OK          VALUE '00'.
           88  WS-REQ-FILE-EOF         VALUE '10'.
       01  WS-HAP-FILE-STATUS           PIC XX.
           88  WS-HAP-FILE-OK          VALUE '00'.
           88  WS-HAP-FILE-NOTFND      VALUE '23'.
       01  WS-REP-FILE-STATUS           PIC XX.
           88  WS-REP-FILE-OK          VALUE '00'.
           88  WS-REP-FILE-NOTFND      VALUE '23'.
       01  WS-HLD-FILE-STATUS           PIC XX.
           88  WS-HLD-FILE-OK          VALUE '00'.
           88  WS-HLD-FILE-NOTFND      VALUE '23'.
       01  WS-STM-FILE-STATUS           PIC XX.
           88  WS-STM-FILE-OK          VALUE '00'.
           88  WS-STM-FILE-NOTFND      VALUE '23'.
       01  WS-COD-FILE-STATUS           PIC XX.
           88  WS-COD-FILE-OK          VALUE '00'.
           88  WS-COD-FILE-NOTFND      VALUE '23'.
       01  WS-MAD-FILE-STATUS           PIC XX.
           88  WS-MAD-FILE-OK          VALUE '00'.
           88  WS-MAD-FILE-NOTFND      VALUE '23'.
       01  WS-WSH-FILE-STATUS           PIC XX.
           88  WS-WSH-FILE-OK          VALUE '00'.
           88  WS-WSH-FILE-EOF         VALUE '10'.
       01  WS-RSP-FILE-STATUS           PIC XX.
           88  WS-RSP-FILE-OK          VALUE '00'.

       01  WS-FILES-OPEN-SW             PIC X(1)    VALUE 'N'.
           88  WS-FILES-OPENED         VALUE 'Y'.
       01  WS-REQ-EOF-SW                PIC X(1)    VALUE 'N'.
           88  WS-REQ-EOF              VALUE 'Y'.
       01  WS-RUN-FAILED-SW             PIC X(1)    VALUE 'N'.
           88  WS-RUN-FAILED           VALUE 'Y'.
       01  WS-HAPI-FOUND-SW             PIC X(1)    VALUE 'N'.
           88  WS-HAPI-FOUND           VALUE 'Y'.
       01  WS-COD-FOUND-SW              PIC X(1)    VALUE 'N'.
           88  WS-COD-FOUND            VALUE 'Y'.
       01  WS-WSH-DONE-SW               PIC X(1)    VALUE 'N'.
           88  WS-WSH-DONE             VALUE 'Y'.
       01  WS-ERRLKP-WARNED-SW          PIC X(1)    VALUE 'N'.
           88  WS-ERRLKP-WARNED        VALUE 'Y'.

      *    THE FIRM DEFAULT STM-COD TEMPLATE IS CARRIED UNDER SUB 0
      *    AND HELD ACROSS REQUESTS FOR THE SAME FIRM.
       01  WS-COD-HELD-FIRM-NO          PIC 9(3)    VALUE ZEROS.
       01  WS-COD-TRIED-SW              PIC X(1)    VALUE 'N'.
           88  WS-COD-TRIED            VALUE 'Y'.

       01  WS-RUNLOG-RUN-DATE           PIC 9(8)    VALUE ZEROS.
       01  WS-CONDITION-CODE            PIC 9(2)    VALUE ZEROS.
       01  WS-PROCESS-DATE              PIC 9(8)    VALUE ZEROS.
       01  WS-CREATE-TIMESTAMP          PIC X(26)   VALUE SPACES.
       01  WS-ACCT-REP                  PIC X(4)    VALUE SPACES.
       01  WS-WASH-ROWS                 PIC 9(5)    COMP.

      *    RETURN CODES THIS PROGRAM SETS, APPLICATION HAPI ON THE
      *    ERRMSTR MESSAGE MASTER (LOADED THROUGH DEERRMNT):
      *      0100 E  REQUEST FIRM/ACCOUNT NOT NUMERIC
      *      0101 E  ACCOUNT NOT ON NAME/ADDRESS MASTER
      *      0102 E  NO STATEMENT PREFERENCES FOR ACCOUNT
      *      0103 W  NO FIRM STATEMENT TEMPLATE (STM-COD SUB 0)
      *      0104 W  REP OF RECORD NOT ON REP MASTER
      *      0105 W  MAIL RETURNED UNDELIVERABLE
      *      0106 W  HOLD PAST ITS EXPIRATION DATE
      *      0107 E  SEASONAL WINDOW SET BUT NO MADD RECORD
      *      0108 W  MADD PAST ITS EXPIRATION DATE
      *      0109 W  MORE WASH SALES ON FILE THAN RETURNED
      *    NO HOLD, NO MADD AND NO WASH SALE ARE THE NORMAL STATE OF
      *    AN ACCOUNT AND SET NO CODE.
       01  WS-APR-CODES.
           05  WS-RC-BAD-REQUEST        PIC 9(4)    VALUE 0100.
           05  WS-RC-NO-HAPI            PIC 9(4)    VALUE 0101.
           05  WS-RC-NO-STM             PIC 9(4)    VALUE 0102.
           05  WS-RC-NO-TEMPLATE        PIC 9(4)    VALUE 0103.
           05  WS-RC-NO-REP             PIC 9(4)    VALUE 0104.
           05  WS-RC-MAIL-RETURNED      PIC 9(4)    VALUE 0105.
           05  WS-RC-HOLD-EXPIRED       PIC 9(4)    VALUE 0106.
           05  WS-RC-NO-MADD            PIC 9(4)    VALUE 0107.
           05  WS-RC-MADD-EXPIRED       PIC 9(4)    VALUE 0108.
           05  WS-RC-MORE-WASH          PIC 9(4)    VALUE 0109.

      *    THE ENTRY BEING ADDED TO THE RESPONSE'S RETURN-CODE TABLE.
       01  WS-NEW-MSG-IND               PIC X(1).
       01  WS-NEW-CODE                  PIC 9(4).

       01  WS-RC-COUNT                  PIC 9(3)    COMP.
       01  WS-RX                        PIC 9(3)    COMP.
       01  WS-PRIMARY-X                 PIC 9(3)    COMP.
       01  WS-RESPONSE-SEVERITY         PIC X(1).
           88  WS-RESPONSE-CLEAN       VALUE SPACES.
           88  WS-RESPONSE-WARNING     VALUE 'W'.
           88  WS-RESPONSE-ERROR       VALUE 'E' 'S'.

       01  WS-COUNTERS.
           05  WS-REQUESTS-READ         PIC 9(9) VALUE ZEROS.
           05  WS-RESPONSES-WRITTEN     PIC 9(9) VALUE ZEROS.
           05  WS-ACCOUNTS-FOUND        PIC 9(9) VALUE ZEROS.
           05  WS-ACCOUNTS-NOT-FOUND    PIC 9(9) VALUE ZEROS.
           05  WS-REQUESTS-REJECTED     PIC 9(9) VALUE ZEROS.
           05  WS-ERROR-RESPONSES       PIC 9(9) VALUE ZEROS.
           05  WS-WARNING-RESPONSES     PIC 9(9) VALUE ZEROS.
           05  WS-RECORDS-WRITTEN       PIC 9(9) VALUE ZEROS.

           COPY Get_AccountParameters.

           COPY DEAPRCTL.

           COPY DEERLINK.

           COPY DERNLINK.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-FILES-OPENED
               PERFORM 2000-PROCESS-REQUESTS
                   UNTIL WS-REQ-EOF
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-FILES-OPENED
                   OR WS-RUN-FAILED
                   MOVE 12 TO WS-CONDITION-CODE
               WHEN WS-ERROR-RESPONSES > ZEROS
                   MOVE 4 TO WS-CONDITION-CODE
               WHEN OTHER
                   MOVE ZEROS TO WS-CONDITION-CODE
           END-EVALUATE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE SPACES     TO RUNLOG-PARM-AREA
           SET DE-RUNLOG-START TO TRUE
           MOVE 'DEAPRBLK' TO DE-RUNLOG-JOB-NAME
           CALL 'DERUNLOG' USING RUNLOG-PARM-AREA
           MOVE DE-RUNLOG-RUN-DATE TO WS-RUNLOG-RUN-DATE
           IF DE-RUNLOG-RETURN-CODE NOT = ZEROS
               DISPLAY 'DEAPRBLK - RUN-CONTROL START FAILED, RC='
                   DE-RUNLOG-RETURN-CODE
           END-IF
           IF WS-RUNLOG-RUN-DATE = ZEROS
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PROCESS-DATE
           ELSE
               MOVE WS-RUNLOG-RUN-DATE TO WS-PROCESS-DATE
           END-IF
           OPEN INPUT  APR-REQUEST-FILE
                INPUT  HAPI-MASTER-FILE
                INPUT  REP-MASTER-FILE
                INPUT  HLD-MASTER-FILE
                INPUT  STM-MASTER-FILE
                INPUT  STM-COD-MASTER-FILE
                INPUT  MAD-MASTER-FILE
                INPUT  WSH-MASTER-FILE
                OUTPUT APR-RESPONSE-FILE
           IF WS-REQ-FILE-OK AND WS-HAP-FILE-OK
               AND WS-REP-FILE-OK AND WS-HLD-FILE-OK
               AND WS-STM-FILE-OK AND WS-COD-FILE-OK
               AND WS-MAD-FILE-OK AND WS-WSH-FILE-OK
               AND WS-RSP-FILE-OK
               SET WS-FILES-OPENED TO TRUE
               PERFORM 1100-WRITE-HEADER
           ELSE
               DISPLAY 'DEAPRBLK - OPEN FAILED, REQ='
                   WS-REQ-FILE-STATUS ' HAPI=' WS-HAP-FILE-STATUS
                   ' REP=' WS-REP-FILE-STATUS
                   ' HLD=' WS-HLD-FILE-STATUS
                   ' STM=' WS-STM-FILE-STATUS
                   ' COD=' WS-COD-FILE-STATUS
                   ' MAD=' WS-MAD-FILE-STATUS
                   ' WSH=' WS-WSH-FILE-STATUS
                   ' RSP=' WS-RSP-FILE-STATUS
           END-IF.

       1100-WRITE-HEADER.
           CALL 'DETSTAMP' USING WS-CREATE-TIMESTAMP
           MOVE SPACES                   TO APR-CONTROL-RECORD
           SET DE-APR-HEADER-REC         TO TRUE
           MOVE WS-PROCESS-DATE          TO DE-APR-HDR-RUN-DATE
           MOVE WS-CREATE-TIMESTAMP      TO DE-APR-HDR-CREATE-TIMESTAMP
           MOVE 'WEB-DE20050-PARAMETERS' TO DE-APR-HDR-LAYOUT-NAME
           MOVE LENGTH OF WEB-DE20050-PARAMETERS
                                         TO DE-APR-HDR-RECORD-LENGTH
           MOVE APR-CONTROL-RECORD       TO APR-RESPONSE-RECORD
           PERFORM 3950-WRITE-RESPONSE-RECORD.

       2000-PROCESS-REQUESTS.
           READ APR-REQUEST-FILE
               AT END
                   SET WS-REQ-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUESTS-READ
                   PERFORM 3000-BUILD-RESPONSE
           END-READ.

      *    ONE RESPONSE PER REQUEST CARD, GOOD OR BAD, SO THE
      *    RESPONSE FILE ALWAYS BALANCES TO THE REQUEST FILE.
       3000-BUILD-RESPONSE.
           PERFORM 3100-INIT-RESPONSE
           IF APR-REQ-FIRM-NO NUMERIC
               AND APR-REQ-ACCT-NO NUMERIC
               PERFORM 4000-FILL-STM-COD-AREA
               PERFORM 4100-FILL-HAPI-AREA
               PERFORM 4200-FILL-HOLD-AREA
               PERFORM 4300-FILL-STM-AREA
               PERFORM 4400-FILL-MADD-AREA
               PERFORM 4500-FILL-WASH-AREA
           ELSE
               ADD 1 TO WS-REQUESTS-REJECTED
               MOVE 'E'                  TO WS-NEW-MSG-IND
               MOVE WS-RC-BAD-REQUEST    TO WS-NEW-CODE
               PERFORM 5000-ADD-RETURN-CODE
           END-IF
           IF WS-RC-COUNT > ZEROS
               PERFORM 5100-RESOLVE-MESSAGES
           END-IF
           EVALUATE TRUE
               WHEN WS-RESPONSE-ERROR
                   ADD 1 TO WS-ERROR-RESPONSES
               WHEN WS-RESPONSE-WARNING
                   ADD 1 TO WS-WARNING-RESPONSES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WEB-DE20050-PARAMETERS TO APR-RESPONSE-RECORD
           PERFORM 3950-WRITE-RESPONSE-RECORD
           ADD 1 TO WS-RESPONSES-WRITTEN.

      *    THE COMMON AREA IS SET UP AS IF THE WEB SERVICE HAD BEEN
      *    CALLED FOR A HAPI INQUIRY ON THE REQUESTED KEY, WHICH ALSO
      *    MAKES IT THE COMM AREA DEERRLKP IS CALLED WITH.
       3100-INIT-RESPONSE.
           MOVE SPACES TO WEB-DE20050-PARAMETERS
           INITIALIZE WEB-DE20050-PARAMETERS
           MOVE ZEROS  TO WS-RC-COUNT
           MOVE SPACES TO WS-RESPONSE-SEVERITY
           MOVE 'N'    TO WS-HAPI-FOUND-SW
           IF APR-REQ-FIRM-NO NUMERIC
               MOVE APR-REQ-FIRM-NO      TO DE-FIRM
           END-IF
           SET APPL-HAPI                 TO TRUE
           SET FUNC-INQ                  TO TRUE
           MOVE 'DEAPRBLK'               TO DE-USERID
           MOVE 'BATCH'                  TO DE-TRANS-ORIGIN
           MOVE 'DEAPRBLK'               TO DE-ORIGINATOR
           SET DE-DONT-SEND-ERROR-TO-TERM TO TRUE
           SET DE-RETURN-ERROR-MSG-TO-CALLER TO TRUE
           SET DE-FILE-MODE              TO TRUE
           MOVE 'N'                   TO DE-RECORD-WAS-RETURNED-IND
           MOVE APR-REQUEST-RECORD (1:11) TO DE-KEY
           SET DE-RETURN-TABLE-NOT-OVERFLOW TO TRUE.

       3950-WRITE-RESPONSE-RECORD.
           WRITE APR-RESPONSE-RECORD
           IF WS-RSP-FILE-OK
               ADD 1 TO WS-RECORDS-WRITTEN
           ELSE
               DISPLAY 'DEAPRBLK - RESPONSE WRITE FAILED, STATUS='
                   WS-RSP-FILE-STATUS
               SET WS-RUN-FAILED TO TRUE
           END-IF.

       4000-FILL-STM-COD-AREA.
           IF NOT WS-COD-TRIED
               OR APR-REQ-FIRM-NO NOT = WS-COD-HELD-FIRM-NO
               MOVE 'N'             TO WS-COD-FOUND-SW
               MOVE APR-REQ-FIRM-NO
                   TO DE-STM-COD-FIRM-NO OF STM-COD-MASTER-RECORD
               MOVE ZEROS
                   TO DE-STM-COD-SUB-NO OF STM-COD-MASTER-RECORD
               READ STM-COD-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-COD-FOUND TO TRUE
               END-READ
               MOVE APR-REQ-FIRM-NO TO WS-COD-HELD-FIRM-NO
               SET WS-COD-TRIED     TO TRUE
           END-IF
           IF WS-COD-FOUND
               MOVE DE-STM-COD-KEY-AREA OF STM-COD-MASTER-RECORD
                   TO DE-STM-COD-KEY-AREA OF WEB-DE20050-PARAMETERS
               MOVE DE-STM-COD-LAYOUT OF STM-COD-MASTER-RECORD
                   TO DE-STM-COD-LAYOUT OF WEB-DE20050-PARAMETERS
           ELSE
               MOVE 'W'                  TO WS-NEW-MSG-IND
               MOVE WS-RC-NO-TEMPLATE    TO WS-NEW-CODE
               PERFORM 5000-ADD-RETURN-CODE
           END-IF.

      *    AN ACCOUNT NOT ON THE NAME/ADDRESS MASTER IS NOT ON FILE AS
      *    FAR AS THE WEB SERVICE IS CONCERNED - DE-HAPI-ACCT-FND IS
      *    STARRED - BUT WHATEVER THE OTHER MASTERS HOLD FOR IT IS
      *    STILL RETURNED.
       4100-FILL-HAPI-AREA.
           MOVE APR-REQ-FIRM-NO TO DE-HAPI-FIRM-NO
           MOVE APR-REQ-ACCT-NO TO DE-HAPI-ACCT-NO
           READ HAPI-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-ACCOUNTS-NOT-FOUND
                   SET DE-HAPI-ACCT-NIF  TO TRUE
                   MOVE 'E'              TO WS-NEW-MSG-IND
                   MOVE WS-RC-NO-HAPI    TO WS-NEW-CODE
                   PERFORM 5000-ADD-RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-ACCOUNTS-FOUND
                   SET WS-HAPI-FOUND     TO TRUE
                   MOVE 'Y'           TO DE-RECORD-WAS-RETURNED-IND
                   PERFORM 4110-MOVE-HAPI-FIELDS
           END-READ.

       4110-MOVE-HAPI-FIELDS.
           MOVE DE-HAPI-REP OF HAPI-MASTER-RECORD
               TO DE-HAPI-REP OF WEB-DE20050-PARAMETERS
           MOVE DE-HAPI-REP-B4-ACATS OF HAPI-MASTER-RECORD
               TO DE-HAPI-REP-B4-ACATS OF WEB-DE20050-PARAMETERS
           MOVE DE-HAPI-NA-LINES OF HAPI-MASTER-RECORD
               TO DE-HAPI-NA-LINES OF WEB-DE20050-PARAMETERS
           MOVE DE-HAPI-MAD-ADR-BEG-CYMD OF HAPI-MASTER-RECORD
               TO DE-HAPI-MAD-ADR-BEG-CYMD OF WEB-DE20050-PARAMETERS
           MOVE DE-HAPI-MAD-ADR-END-CYMD OF HAPI-MASTER-RECORD
               TO DE-HAPI-MAD-ADR-END-CYMD OF WEB-DE20050-PARAMETERS
           IF DE-HAPI-MAIL-RETURNED
               MOVE 'W'                  TO WS-NEW-MSG-IND
               MOVE WS-RC-MAIL-RETURNED  TO WS-NEW-CODE
               PERFORM 5000-ADD-RETURN-CODE
           END-IF
           PERFORM 4120-GET-BRANCH.

      *    THE BRANCH IS THE REP OF RECORD'S, FALLING BACK TO THE
      *    FIRM TEMPLATE'S REP WHEN THE ACCOUNT CARRIES NONE, AS
      *    DESTMRPR DOES.
       4120-GET-BRANCH.
           MOVE DE-HAPI-REP OF HAPI-MASTER-RECORD TO WS-ACCT-REP
           IF WS-ACCT-REP = SPACES AND WS-COD-FOUND
               MOVE DE-STM-COD-REP OF STM-COD-MASTER-RECORD
                   TO WS-ACCT-REP
           END-IF
           IF WS-ACCT-REP NOT = SPACES
               MOVE APR-REQ-FIRM-NO TO DE-REP-FIRM-NO
               MOVE WS-ACCT-REP     TO DE-REP-CODE
               READ REP-MASTER-FILE
                   INVALID KEY
                       MOVE 'W'              TO WS-NEW-MSG-IND
                       MOVE WS-RC-NO-REP     TO WS-NEW-CODE
                       PERFORM 5000-ADD-RETURN-CODE
                   NOT INVALID KEY
                       MOVE DE-REP-BRANCH    TO DE-HAPI-BRANCH
               END-READ
           END-IF.

       4200-FILL-HOLD-AREA.
           MOVE APR-REQ-FIRM-NO
               TO DE-ACT-HLD-FIRM-NO OF HLD-MASTER-RECORD
           MOVE APR-REQ-ACCT-NO
               TO DE-ACT-HLD-ACCT-NO OF HLD-MASTER-RECORD
           READ HLD-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 4210-MOVE-HOLD-FIELDS
           END-READ.

      *    A HOLD STILL ON FILE PAST ITS EXPIRATION IS ONE DEHLDEXP
      *    HAS NOT YET RELEASED; IT IS RETURNED AS IT STANDS.
       4210-MOVE-HOLD-FIELDS.
           MOVE DE-ACT-HLD-KEY-AREA OF HLD-MASTER-RECORD
               TO DE-ACT-HLD-KEY-AREA OF WEB-DE20050-PARAMETERS
           MOVE DE-ACT-HLD-LAYOUT OF HLD-MASTER-RECORD
               TO DE-ACT-HLD-LAYOUT OF WEB-DE20050-PARAMETERS
           IF NOT DE-ACT-HLD-NO-EXPIRATION OF HLD-MASTER-RECORD
               AND DE-ACT-HLD-EXPIRATION-DATE OF HLD-MASTER-RECORD
                   < WS-PROCESS-DATE
               MOVE 'W'                  TO WS-NEW-MSG-IND
               MOVE WS-RC-HOLD-EXPIRED   TO WS-NEW-CODE
               PERFORM 5000-ADD-RETURN-CODE
           END-IF.

       4300-FILL-STM-AREA.
           MOVE APR-REQ-FIRM-NO
               TO DE-ACT-STM-FIRM-NO OF STM-MASTER-RECORD
           MOVE APR-REQ-ACCT-NO
               TO DE-ACT-STM-ACCT-NO OF STM-MASTER-RECORD
           READ STM-MASTER-FILE
               INVALID KEY
                   MOVE 'E'              TO WS-NEW-MSG-IND
                   MOVE WS-RC-NO-STM     TO WS-NEW-CODE
                   PERFORM 5000-ADD-RETURN-CODE
               NOT INVALID KEY
                   MOVE DE-ACT-STM-KEY-AREA OF STM-MASTER-RECORD
                       TO DE-ACT-STM-KEY-AREA
                                 OF WEB-DE20050-PARAMETERS
                   MOVE DE-ACT-STM-LAYOUT OF STM-MASTER-RECORD
                       TO DE-ACT-STM-LAYOUT OF WEB-DE20050-PARAMETERS
           END-READ.

      *    THE WEB LAYOUT HAS NO ROOM FOR THE MADD EXPIRATION DATE, SO
      *    THE FIELDS ARE MOVED BY NAME AND THE DATE IS ONLY EDITED.
       4400-FILL-MADD-AREA.
           MOVE APR-REQ-FIRM-NO
               TO DE-MADD-FIRM-NO OF MAD-MASTER-RECORD
           MOVE APR-REQ-ACCT-NO
               TO DE-MADD-ACCT-NO OF MAD-MASTER-RECORD
           READ MAD-MASTER-FILE
               INVALID KEY
                   IF WS-HAPI-FOUND
                       AND NOT DE-HAPI-NO-SEASONAL-ADR
                       MOVE 'E'              TO WS-NEW-MSG-IND
                       MOVE WS-RC-NO-MADD    TO WS-NEW-CODE
                       PERFORM 5000-ADD-RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   MOVE DE-MADD-KEY-AREA OF MAD-MASTER-RECORD
                       TO DE-MADD-KEY-AREA OF WEB-DE20050-PARAMETERS
                   MOVE CORRESPONDING
                       DE-MADD-LAYOUT OF MAD-MASTER-RECORD
                       TO DE-MADD-LAYOUT OF WEB-DE20050-PARAMETERS
                   IF NOT DE-MADD-NO-EXPIRATION
                       AND DE-MADD-EXPIRATION-DATE < WS-PROCESS-DATE
                       MOVE 'W'                TO WS-NEW-MSG-IND
                       MOVE WS-RC-MADD-EXPIRED TO WS-NEW-CODE
                       PERFORM 5000-ADD-RETURN-CODE
                   END-IF
           END-READ.

      *    THE ACCOUNT'S WASH SALES ARE IN CUSIP/TRADE-DATE ORDER
      *    UNDER ITS KEY. THE FIRST IS RETURNED; THE REST ARE ONLY
      *    COUNTED SO THE CONSUMER KNOWS TO ASK FOR THEM.
       4500-FILL-WASH-AREA.
           MOVE 'N'        TO WS-WSH-DONE-SW
           MOVE ZEROS      TO WS-WASH-ROWS
           MOVE LOW-VALUES
               TO DE-WASH-SALE-KEY-AREA OF WSH-MASTER-RECORD
           MOVE APR-REQ-FIRM-NO
               TO DE-WASH-SALE-FIRM-NO OF WSH-MASTER-RECORD
           MOVE APR-REQ-ACCT-NO
               TO DE-WASH-SALE-ACCT-NO OF WSH-MASTER-RECORD
           START WSH-MASTER-FILE
               KEY IS NOT LESS THAN
                   DE-WASH-SALE-KEY-AREA OF WSH-MASTER-RECORD
               INVALID KEY
                   SET WS-WSH-DONE TO TRUE
           END-START
           PERFORM 4510-READ-NEXT-WASH
               UNTIL WS-WSH-DONE
           IF WS-WASH-ROWS > 1
               MOVE 'W'                  TO WS-NEW-MSG-IND
               MOVE WS-RC-MORE-WASH      TO WS-NEW-CODE
               PERFORM 5000-ADD-RETURN-CODE
           END-IF.

       4510-READ-NEXT-WASH.
           READ WSH-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-WSH-DONE TO TRUE
           END-READ
           IF NOT WS-WSH-DONE
               IF DE-WASH-SALE-FIRM-NO OF WSH-MASTER-RECORD
                       NOT = APR-REQ-FIRM-NO
                   OR DE-WASH-SALE-ACCT-NO OF WSH-MASTER-RECORD
                       NOT = APR-REQ-ACCT-NO
                   SET WS-WSH-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-WASH-ROWS
                   IF WS-WASH-ROWS = 1
                       PERFORM 4520-MOVE-WASH-FIELDS
                   END-IF
               END-IF
           END-IF.

       4520-MOVE-WASH-FIELDS.
           MOVE DE-WASH-SALE-KEY-AREA OF WSH-MASTER-RECORD
               TO DE-WASH-SALE-KEY-AREA OF WEB-DE20050-PARAMETERS
           MOVE DE-WASH-SALE-LAYOUT OF WSH-MASTER-RECORD
               TO DE-WASH-SALE-LAYOUT OF WEB-DE20050-PARAMETERS.

      *    THE TABLE HOLDS 50 ENTRIES; ANY BEYOND THAT ARE COUNTED AND
      *    THE OVERFLOW INDICATOR SET, AS THE WEB SERVICE DOES.
       5000-ADD-RETURN-CODE.
           IF WS-RC-COUNT < 50
               ADD 1 TO WS-RC-COUNT
               MOVE WS-NEW-MSG-IND
                   TO DE-RETURN-MSG-IND (WS-RC-COUNT)
               MOVE WS-NEW-CODE
                   TO DE-RETURN-CODE (WS-RC-COUNT)
           ELSE
               SET DE-RETURN-TABLE-OVERFLOW TO TRUE
               ADD 1 TO DE-RETURN-SUPPRESSED-COUNT
           END-IF
           IF WS-NEW-MSG-IND NOT = 'W'
               MOVE WS-NEW-MSG-IND TO WS-RESPONSE-SEVERITY
           ELSE
               IF WS-RESPONSE-CLEAN
                   SET WS-RESPONSE-WARNING TO TRUE
               END-IF
           END-IF.

      *    DEERRLKP IS CALLED WITH THE RESPONSE'S OWN COMM AREA, SO THE
      *    TEXT IS LOOKED UP UNDER APPLICATION HAPI. WITH ERRMSTR
      *    UNAVAILABLE IT STILL RETURNS ITS FALLBACK TEXT.
       5100-RESOLVE-MESSAGES.
           INITIALIZE ERRLKP-PARM-AREA
           PERFORM 5110-LOAD-LOOKUP-SLOT
               VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-RC-COUNT
           CALL 'DEERRLKP' USING DE-COMM-AREA
                                 ERRLKP-PARM-AREA
           IF DE-ERRLKP-FILE-UNAVAILABLE AND NOT WS-ERRLKP-WARNED
               DISPLAY 'DEAPRBLK - ERRMSTR UNAVAILABLE, FALLBACK '
                   'MESSAGE TEXT RETURNED'
               SET WS-ERRLKP-WARNED TO TRUE
           END-IF
           MOVE 1 TO WS-PRIMARY-X
           PERFORM 5120-PICK-PRIMARY-ENTRY
               VARYING WS-RX FROM WS-RC-COUNT BY -1
               UNTIL WS-RX < 1
           MOVE DE-RETURN-CODE (WS-PRIMARY-X) TO DE-ERROR-CODE
           MOVE WS-PRIMARY-X                  TO DE-ERROR-RETURN-SUB
           MOVE DE-ERRLKP-TEXT (WS-PRIMARY-X) TO DE-MESSAGE.

       5110-LOAD-LOOKUP-SLOT.
           MOVE DE-RETURN-MSG-IND (WS-RX) TO DE-ERRLKP-MSG-IND (WS-RX)
           MOVE DE-RETURN-CODE (WS-RX)    TO DE-ERRLKP-CODE (WS-RX).

      *    WALKED BACKWARDS SO THE FIRST ERROR IN THE TABLE WINS; WITH
      *    NO ERROR THE FIRST WARNING STANDS.
       5120-PICK-PRIMARY-ENTRY.
           IF NOT DE-RETURN-WARNING (WS-RX)
               MOVE WS-RX TO WS-PRIMARY-X
           END-IF.

       9000-TERMINATE.
           IF WS-FILES-OPENED
               PERFORM 9100-WRITE-TRAILER
               CLOSE APR-REQUEST-FILE
                     HAPI-MASTER-FILE
                     REP-MASTER-FILE
                     HLD-MASTER-FILE
                     STM-MASTER-FILE
                     STM-COD-MASTER-FILE
                     MAD-MASTER-FILE
                     WSH-MASTER-FILE
                     APR-RESPONSE-FILE
               IF WS-RUN-FAILED
                   MOVE 12 TO WS-CONDITION-CODE
               END-IF
           END-IF
           DISPLAY 'DEAPRBLK - REQUESTS READ      : ' WS-REQUESTS-READ
           DISPLAY 'DEAPRBLK - RESPONSES WRITTEN  : '
                   WS-RESPONSES-WRITTEN
           DISPLAY 'DEAPRBLK - ACCOUNTS FOUND     : ' WS-ACCOUNTS-FOUND
           DISPLAY 'DEAPRBLK - ACCOUNTS NOT FOUND : '
                   WS-ACCOUNTS-NOT-FOUND
           DISPLAY 'DEAPRBLK - REQUESTS REJECTED  : '
                   WS-REQUESTS-REJECTED
           DISPLAY 'DEAPRBLK - WITH ERROR CODES   : '
                   WS-ERROR-RESPONSES
           DISPLAY 'DEAPRBLK - WITH WARNINGS ONLY : '
                   WS-WARNING-RESPONSES
           MOVE SPACES              TO RUNLOG-PARM-AREA
           SET DE-RUNLOG-END        TO TRUE
           MOVE 'DEAPRBLK'          TO DE-RUNLOG-JOB-NAME
           MOVE WS-RUNLOG-RUN-DATE  TO DE-RUNLOG-RUN-DATE
           MOVE WS-REQUESTS-READ    TO DE-RUNLOG-RECORDS-READ
           MOVE WS-ERROR-RESPONSES  TO DE-RUNLOG-RECORDS-UPDATED
           MOVE WS-RESPONSES-WRITTEN
                                    TO DE-RUNLOG-RECORDS-WRITTEN
           MOVE WS-CONDITION-CODE   TO DE-RUNLOG-CONDITION-CODE
           CALL 'DERUNLOG' USING RUNLOG-PARM-AREA
           IF DE-RUNLOG-RETURN-CODE NOT = ZEROS
               DISPLAY 'DEAPRBLK - RUN-CONTROL END FAILED, RC='
                   DE-RUNLOG-RETURN-CODE
           END-IF
           MOVE WS-CONDITION-CODE   TO RETURN-CODE.

      *    THE TRAILER COUNTS ITSELF: RECORDS IS HEADER + RESPONSES +
      *    TRAILER.
       9100-WRITE-TRAILER.
           MOVE SPACES                   TO APR-CONTROL-RECORD
           SET DE-APR-TRAILER-REC        TO TRUE
           MOVE WS-REQUESTS-READ         TO DE-APR-TRL-REQUEST-COUNT
           MOVE WS-RESPONSES-WRITTEN     TO DE-APR-TRL-RESPONSE-COUNT
           MOVE WS-ACCOUNTS-FOUND        TO DE-APR-TRL-FOUND-COUNT
           MOVE WS-ACCOUNTS-NOT-FOUND
                                      TO DE-APR-TRL-NOT-FOUND-COUNT
           MOVE WS-REQUESTS-REJECTED     TO DE-APR-TRL-REJECTED-COUNT
           MOVE WS-ERROR-RESPONSES       TO DE-APR-TRL-ERROR-COUNT
           MOVE WS-WARNING-RESPONSES     TO DE-APR-TRL-WARNING-COUNT
           COMPUTE DE-APR-TRL-RECORD-COUNT = WS-RECORDS-WRITTEN + 1
           MOVE APR-CONTROL-RECORD       TO APR-RESPONSE-RECORD
           PERFORM 3950-WRITE-RESPONSE-RECORD.

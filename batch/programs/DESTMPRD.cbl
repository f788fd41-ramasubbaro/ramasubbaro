      **                      PROGRAM CHANGE HISTORY                    **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 THE FIRM TRAILER NOW CARRIES A DUPLICATE COUNT FOR  *
      *          THE ON-REQUEST REPRINTS DESTMRPR ADDS TO STMEXTR      *
      *          AFTER THIS JOB. THE CYCLE RUN NEVER WRITES            *
      *          DUPLICATES, SO IT IS ALWAYS ZEROS HERE.               *
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 ELECTRONIC DELIVERY. EACH DUE ACCOUNT IS NOW        *
      *          CHECKED AGAINST THE EDCMSTR CONSENT MASTER. AN        *
      *          ACCOUNT WITH A LIVE CONSENT ('C') IS NOT PRINTED - A  *
      *          'D' NOTIFICATION CARRYING THE CONSENTED E-MAIL        *
      *          ADDRESS GOES TO THE ENOTIFY FILE FOR THE CLIENT-      *
      *          PORTAL VENDOR INSTEAD. RETURNED PAPER MAIL DOES NOT   *
      *          STOP AN E-MAIL; HOLDS APPLY AS FOR PAPER, AND A HOLD  *
      *          THAT FORCES OFF-PREMISE DELIVERY PRINTS THE           *
      *          STATEMENT. THE REP COPY STILL FOLLOWS                 *
      *          DE-ACT-STM-REP-COPY-IND AND GOES TO STMEXTR AS A 'C'. *
      *          ELECTRONIC ACCOUNTS NEVER JOIN A HOUSEHOLD PACKAGE.   *
      *          AN ACCOUNT WHOSE DE-ACT-STM-DIST-METHOD-IND SAYS 'E'  *
      *          BUT HAS NO LIVE CONSENT PRINTS AND IS LISTED ON       *
      *          HELDRPT. THE ENOTIFY TRAILER SPLITS THE DUE LIST INTO *
      *          PRINTED, ELECTRONIC AND DROPPED FOR DESTMCNF AND      *
      *          DERUNRPT. RUN-CONTROL WRITTEN NOW COUNTS PRINT        *
      *          ORIGINALS PLUS NOTIFICATIONS.                         *
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 HOUSEHOLD PACKAGES. THE DUE LIST IS NOW SORTED BY   *
      *          FIRM AND HOUSEHOLD (THE HEAD-OF-HOUSEHOLD ACCOUNT ON  *
      *          HSHMSTR, OR THE ACCOUNT ITSELF WHEN IT HAS NO ACTIVE  *
      *          LINK) AND THE STATEMENTS OF ONE HOUSEHOLD ARE HELD    *
      *          UNTIL THE HOUSEHOLD CHANGES. WHEN TWO OR MORE OF THEM *
      *          SURVIVE THE MAIL AND HOLD CHECKS AND ARE NOT FOR      *
      *          OFF-PREMISE DELIVERY THEY GO OUT AS ONE PACKAGE - A   *
      *          'P' HEADER TO THE HEAD'S ADDRESS FOLLOWED BY AN 'M'   *
      *          MEMBER RECORD FOR EACH - AND THE REST ROUTE ON THEIR  *
      *          OWN AS 'D' DETAILS. NO PACKAGE IS FORMED WHILE THE    *
      *          HEAD'S OWN ADDRESS IS FLAGGED RETURNED MAIL OR THE    *
      *          HEAD HAS NO HAPMSTR RECORD; THAT IS LISTED ON         *
      *          HELDRPT. HELD AND RETURNED-MAIL ACCOUNTS DROP OUT     *
      *          EXACTLY AS BEFORE. THE FIRM TRAILER CARRIES THE       *
      *          PACKAGE COUNT. RUN-CONTROL COUNTS ARE UNCHANGED -     *
      *          WRITTEN STILL COUNTS EVERY ORIGINAL, 'D' OR 'M'.      *
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 09/02/2026 RUN-CONTROL RECORDING. THE JOB NOW STAMPS ITS       *
      *          START AND END ON THE RUNCTL MASTER THROUGH DERUNLOG   *
      *          (READ = DUE RECORDS, WRITTEN = DETAILS EXTRACTED,     *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.

           SELECT HSH-MASTER-FILE ASSIGN TO HSHMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-HSH-KEY-AREA
               ALTERNATE RECORD KEY IS DE-HSH-HEAD-KEY-AREA
                   WITH DUPLICATES
               FILE STATUS IS WS-HSH-FILE-STATUS.

           SELECT EDC-MASTER-FILE ASSIGN TO EDCMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-EDC-KEY-AREA
               FILE STATUS IS WS-EDC-FILE-STATUS.

           SELECT ENOTIFY-FILE ASSIGN TO ENOTIFY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  STM-DUE-LIST
           RECORDING MODE IS F.
           COPY DESTMEXT.

       FD  HSH-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEHSHFIL.

       FD  EDC-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEEDCFIL.

       FD  ENOTIFY-FILE
           RECORDING MODE IS F.
           COPY DEENTFIL.

      *    THE DUE LIST IN HOUSEHOLD ORDER. AN ACCOUNT WITH NO ACTIVE
      *    HOUSEHOLD LINK IS A HOUSEHOLD OF ONE UNDER ITS OWN NUMBER;
      *    THE SWITCH IN THE KEY KEEPS IT APART FROM A REAL HOUSEHOLD.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SRT-FIRM-NO                   PIC 9(3).
           05  SRT-HOUSEHOLD-ACCT            PIC 9(8).
           05  SRT-HOUSEHOLD-SW              PIC X(1).
               88  SRT-IN-HOUSEHOLD         VALUE 'Y'.
           05  SRT-ACCT-NO                   PIC 9(8).
           05  SRT-DUE-RECORD                PIC X(55).

       WORKING-STORAGE SECTION.
       01  WS-DUE-FILE-STATUS          PIC XX.
           88  WS-DUE-FILE-OK         VALUE '00'.
       01  WS-EXT-FILE-STATUS          PIC XX.
           88  WS-EXT-FILE-OK         VALUE '00'.

       01  WS-HSH-FILE-STATUS          PIC XX.
           88  WS-HSH-FILE-OK         VALUE '00'.
           88  WS-HSH-FILE-NOTFND     VALUE '23'.

       01  WS-EDC-FILE-STATUS          PIC XX.
           88  WS-EDC-FILE-OK         VALUE '00'.
           88  WS-EDC-FILE-NOTFND     VALUE '23'.

       01  WS-ENT-FILE-STATUS          PIC XX.
           88  WS-ENT-FILE-OK         VALUE '00'.

       01  WS-SORT-EOF-SW              PIC X       VALUE 'N'.
           88  WS-SORT-EOF            VALUE 'Y'.

       01  WS-FILES-OPEN-SW            PIC X       VALUE 'N'.
           88  WS-FILES-OPENED        VALUE 'Y'.

       01  WS-FORCE-OFF-PREM-SW        PIC X       VALUE 'N'.
           88  WS-FORCE-OFF-PREM      VALUE 'Y'.

       01  WS-EDELIVERY-SW             PIC X       VALUE 'N'.
           88  WS-EDELIVERY           VALUE 'Y'.

      *    REASON-CODE DISPOSITIONS COME IN ON HLDDISP CARDS THE WAY
      *    DECALMNT HOLIDAYS DO - NOTHING IS HARD-CODED. A LIVE HOLD
      *    REASON WITH NO CARD IS HELD, THE SAFE DEFAULT.

       01  WS-EXTRACT-SAVE             PIC X(40).

      *    THE HOUSEHOLD BEING COLLECTED AND THE EXTRACT DETAILS BUILT
      *    FOR IT SO FAR, EACH WITH ITS REP COPY INDICATOR AND WHETHER
      *    IT CAN GO IN THE PACKAGE. NOTHING IS WRITTEN UNTIL THE
      *    HOUSEHOLD CHANGES, WHEN THE MEMBER COUNT IS KNOWN.
       01  WS-GROUP-KEY.
           05  WS-GRP-FIRM-NO          PIC 9(3)    VALUE ZEROS.
           05  WS-GRP-HOUSEHOLD-ACCT   PIC 9(8)    VALUE ZEROS.
           05  WS-GRP-HOUSEHOLD-SW     PIC X(1)    VALUE 'N'.
               88  WS-GRP-IN-HOUSEHOLD    VALUE 'Y'.
       01  WS-GROUP-TABLE.
           05  WS-GRP-ENTRY OCCURS 50 TIMES.
               10  WS-GRP-EXTRACT      PIC X(40).
               10  WS-GRP-REP-COPY-IND PIC X(1).
               10  WS-GRP-PACKAGE-SW   PIC X(1).
       01  WS-GRP-COUNT                PIC 9(3)    VALUE ZEROS COMP.
       01  WS-GX                       PIC 9(3)    COMP.
       01  WS-GRP-PACKAGE-COUNT        PIC 9(3)    VALUE ZEROS.
       01  WS-PACKAGE-FORMED-SW        PIC X       VALUE 'N'.
           88  WS-PACKAGE-FORMED      VALUE 'Y'.
       01  WS-CUR-REP-COPY-IND         PIC X(1).

       01  WS-RUN-DATE.
           05  WS-RUN-DATE-CYMD        PIC 9(8).

           05  WS-DISP-CARDS-REJECTED  PIC 9(7) VALUE ZEROS.
           05  WS-FIRM-DETAIL-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-FIRM-COPY-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-FIRM-PACKAGE-COUNT   PIC 9(7) VALUE ZEROS.
           05  WS-PACKAGES-WRITTEN     PIC 9(7) VALUE ZEROS.
           05  WS-MEMBERS-PACKAGED     PIC 9(7) VALUE ZEROS.
           05  WS-PACKAGES-NOT-FORMED  PIC 9(7) VALUE ZEROS.
           05  WS-NOTIFICATIONS-WRITTEN PIC 9(7) VALUE ZEROS.
           05  WS-EDELIVERY-PRINTED    PIC 9(7) VALUE ZEROS.
           05  WS-NO-CONSENT-PRINTED   PIC 9(7) VALUE ZEROS.

       01  WS-RUNLOG-RUN-DATE           PIC 9(8)    VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-FILES-OPENED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-FIRM-NO
                                    SRT-HOUSEHOLD-ACCT
                                    SRT-HOUSEHOLD-SW
                                    SRT-ACCT-NO
                   INPUT PROCEDURE IS 1500-GROUP-DUE-LIST
                   OUTPUT PROCEDURE IS 2000-PROCESS-DUE-LIST
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

                INPUT  STM-COD-MASTER-FILE
                INPUT  HAPI-MASTER-FILE
                INPUT  HLD-MASTER-FILE
                INPUT  HSH-MASTER-FILE
                INPUT  EDC-MASTER-FILE
                OUTPUT STM-EXTRACT-FILE
                OUTPUT HELD-STM-REPORT
                OUTPUT ENOTIFY-FILE
           IF WS-DUE-FILE-OK AND WS-STM-FILE-OK
               AND WS-COD-FILE-OK AND WS-HAP-FILE-OK
               AND WS-HLD-FILE-OK AND WS-EXT-FILE-OK
               AND WS-HRP-FILE-OK AND WS-HSH-FILE-OK
               AND WS-EDC-FILE-OK AND WS-ENT-FILE-OK
               SET WS-FILES-OPENED TO TRUE
               PERFORM 1200-WRITE-ENOTIFY-HEADER
           ELSE
               DISPLAY 'DESTMPRD - OPEN FAILED, DUE='
                   WS-DUE-FILE-STATUS ' STM=' WS-STM-FILE-STATUS
                   ' HLD=' WS-HLD-FILE-STATUS
                   ' EXT=' WS-EXT-FILE-STATUS
                   ' HRP=' WS-HRP-FILE-STATUS
                   ' HSH=' WS-HSH-FILE-STATUS
                   ' EDC=' WS-EDC-FILE-STATUS
                   ' ENT=' WS-ENT-FILE-STATUS
               SET WS-DUE-FILE-EOF TO TRUE
           END-IF.

                   END-IF
           END-READ.

      *    THE HEADER CARRIES THE RUN-CONTROL DATE SO DERUNRPT CAN
      *    TELL TONIGHT'S FILE FROM A LEFTOVER ONE.
       1200-WRITE-ENOTIFY-HEADER.
           MOVE SPACES                TO ENT-NOTIFY-RECORD
           SET DE-ENT-HEADER-REC      TO TRUE
           IF WS-RUNLOG-RUN-DATE = ZEROS
               MOVE WS-RUN-DATE-CYMD   TO DE-ENT-HDR-RUN-DATE
           ELSE
               MOVE WS-RUNLOG-RUN-DATE TO DE-ENT-HDR-RUN-DATE
           END-IF
           CALL 'DETSTAMP' USING DE-ENT-HDR-CREATE-TIMESTAMP
           PERFORM 2920-WRITE-ENOTIFY.

       1500-GROUP-DUE-LIST.
           PERFORM 1510-RELEASE-DUE-RECORD
               UNTIL WS-DUE-FILE-EOF.

       1510-RELEASE-DUE-RECORD.
           READ STM-DUE-LIST
               AT END
                   SET WS-DUE-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DUE-RECORDS-READ
                   PERFORM 1520-GET-HOUSEHOLD
                   MOVE STM-DUE-RECORD   TO SRT-DUE-RECORD
                   RELEASE SORT-WORK-REC
           END-READ.

      *    ONLY AN ACTIVE LINK WITHIN THE SAME FIRM GROUPS AN ACCOUNT.
      *    THE HEAD'S OWN RECORD NAMES ITSELF, SO THE HEAD SORTS WITH
      *    ITS MEMBERS.
       1520-GET-HOUSEHOLD.
           MOVE STM-DUE-FIRM-NO  TO SRT-FIRM-NO
           MOVE STM-DUE-ACCT-NO  TO SRT-ACCT-NO
           MOVE STM-DUE-ACCT-NO  TO SRT-HOUSEHOLD-ACCT
           MOVE 'N'              TO SRT-HOUSEHOLD-SW
           MOVE STM-DUE-FIRM-NO  TO DE-HSH-FIRM-NO
           MOVE STM-DUE-ACCT-NO  TO DE-HSH-ACCT-NO
           READ HSH-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DE-HSH-ACTIVE
                       AND DE-HSH-HEAD-FIRM-NO = STM-DUE-FIRM-NO
                       MOVE DE-HSH-HEAD-ACCT-NO TO SRT-HOUSEHOLD-ACCT
                       SET SRT-IN-HOUSEHOLD     TO TRUE
                   END-IF
           END-READ.

      *    EVERY STATEMENT IN ONE RUN CARRIES THE RUN DATE, SO ONE
      *    HOUSEHOLD IN THE SORTED LIST IS ONE HOUSEHOLD AND STATEMENT
      *    DATE - ONE PACKAGE AT MOST.
       2000-PROCESS-DUE-LIST.
           PERFORM 2100-RETURN-NEXT-DUE
           PERFORM 2050-PROCESS-DUE-ACCOUNT
               UNTIL WS-SORT-EOF
           PERFORM 2800-WRITE-HOUSEHOLD.

       2050-PROCESS-DUE-ACCOUNT.
           PERFORM 2150-CHECK-HOUSEHOLD-BREAK
           PERFORM 2200-CHECK-FIRM-BREAK
           PERFORM 2300-GET-STM-MASTER
           IF WS-STM-FOUND
               PERFORM 2340-CHECK-EDELIVERY
           END-IF
           IF WS-STM-FOUND AND NOT WS-EDELIVERY
               PERFORM 2350-CHECK-MAIL-STATUS
           END-IF
           IF WS-STM-FOUND AND WS-MAIL-OK
               PERFORM 2360-CHECK-HOLD-STATUS
           END-IF
           IF WS-EDELIVERY AND WS-FORCE-OFF-PREM
               MOVE 'N' TO WS-EDELIVERY-SW
               ADD 1 TO WS-EDELIVERY-PRINTED
           END-IF
           IF WS-STM-FOUND AND WS-MAIL-OK AND WS-HOLD-OK
               PERFORM 2400-GET-FIRM-TEMPLATE
               PERFORM 2500-BUILD-EXTRACT-DETAIL
               IF WS-EDELIVERY
                   PERFORM 2900-WRITE-NOTIFICATION
               ELSE
                   PERFORM 2550-ADD-TO-HOUSEHOLD
               END-IF
           END-IF
           PERFORM 2100-RETURN-NEXT-DUE.

       2100-RETURN-NEXT-DUE.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
               NOT AT END
                   MOVE SRT-DUE-RECORD TO STM-DUE-RECORD
           END-RETURN.

      *    THE HOUSEHOLD BEHIND IS WRITTEN BEFORE ANY FIRM BREAK SO
      *    ITS RECORDS LAND INSIDE ITS OWN FIRM'S HEADER AND TRAILER.
       2150-CHECK-HOUSEHOLD-BREAK.
           IF SRT-FIRM-NO        NOT = WS-GRP-FIRM-NO
               OR SRT-HOUSEHOLD-ACCT NOT = WS-GRP-HOUSEHOLD-ACCT
               OR SRT-HOUSEHOLD-SW   NOT = WS-GRP-HOUSEHOLD-SW
               PERFORM 2800-WRITE-HOUSEHOLD
               MOVE SRT-FIRM-NO        TO WS-GRP-FIRM-NO
               MOVE SRT-HOUSEHOLD-ACCT TO WS-GRP-HOUSEHOLD-ACCT
               MOVE SRT-HOUSEHOLD-SW   TO WS-GRP-HOUSEHOLD-SW
           END-IF.

       2200-CHECK-FIRM-BREAK.
           IF STM-DUE-FIRM-NO NOT = WS-PREV-FIRM-NO
               IF NOT WS-FIRST-FIRM
               MOVE 'N'             TO WS-FIRST-FIRM-SW
               MOVE ZEROS           TO WS-FIRM-DETAIL-COUNT
               MOVE ZEROS           TO WS-FIRM-COPY-COUNT
               MOVE ZEROS           TO WS-FIRM-PACKAGE-COUNT
           END-IF.

       2210-WRITE-FIRM-TRAILER.
           MOVE WS-PREV-FIRM-NO       TO STM-EXT-FIRM-NO
           MOVE WS-FIRM-DETAIL-COUNT  TO STM-EXT-DETAIL-COUNT
           MOVE WS-FIRM-COPY-COUNT    TO STM-EXT-COPY-COUNT
           MOVE WS-FIRM-PACKAGE-COUNT TO STM-EXT-PACKAGE-COUNT
           MOVE ZEROS                 TO STM-EXT-DUPLICATE-COUNT
           PERFORM 2700-WRITE-EXTRACT.

       2220-WRITE-FIRM-HEADER.
                   SET WS-STM-FOUND TO TRUE
           END-READ.

      *    ONLY A LIVE CONSENT ROUTES A STATEMENT TO ENOTIFY. A REVOKED
      *    CONSENT OR ONE DEEDCBNC HAS PUT BACK ON PAPER PRINTS, AND SO
      *    DOES AN ACCOUNT CODED 'E' THAT NEVER SIGNED ONE - THAT ONE
      *    IS LISTED SO THE BRANCH CAN GET THE CONSENT ON FILE. AN
      *    E-DELIVERY ACCOUNT SKIPS THE RETURNED-MAIL CHECK, SO THE
      *    MAIL SWITCH IS SET HERE. A HOLD THAT FORCES OFF-PREMISE
      *    DELIVERY TURNS IT BACK INTO A PRINTED STATEMENT IN 2050 -
      *    THE BRANCH HANDS THAT ONE OVER, SO NO ADDRESS IS CHECKED.
       2340-CHECK-EDELIVERY.
           MOVE 'N'              TO WS-EDELIVERY-SW
           MOVE 'Y'              TO WS-MAIL-OK-SW
           MOVE STM-DUE-FIRM-NO  TO DE-EDC-FIRM-NO
           MOVE STM-DUE-ACCT-NO  TO DE-EDC-ACCT-NO
           READ EDC-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DE-EDC-CONSENTED
                       SET WS-EDELIVERY TO TRUE
                   END-IF
           END-READ
           IF NOT WS-EDELIVERY
               AND DE-ACT-STM-DIST-METHOD-IND = 'E'
               ADD 1 TO WS-NO-CONSENT-PRINTED
               MOVE 'EDEL'   TO WS-HD-REASON
               MOVE 'NONE'   TO WS-HD-EXPIRATION
               MOVE 'PRINTED - NO E-CONSENT ON FILE'
                             TO WS-HD-ACTION
               PERFORM 2390-WRITE-HELD-LINE
           END-IF.

      *    AN ACCOUNT FLAGGED RETURNED-MAIL BY DERTMAIL IS DROPPED
      *    FROM THE EXTRACT UNTIL A GOOD ADDRESS COMES THROUGH. AN
      *    ACCOUNT WITH NO NAME/ADDRESS RECORD AT ALL STILL MAILS -
       2390-WRITE-HELD-LINE.
           MOVE STM-DUE-FIRM-NO  TO WS-HD-FIRM-NO
           MOVE STM-DUE-ACCT-NO  TO WS-HD-ACCT-NO
           PERFORM 2395-PUT-HELD-LINE.

       2395-PUT-HELD-LINE.
           MOVE SPACES           TO HELD-STM-LINE
           MOVE WS-HELD-DETAIL   TO HELD-STM-LINE
           WRITE HELD-STM-LINE
               MOVE STM-DUE-FIRM-NO TO WS-COD-HELD-FIRM-NO
           END-IF.

       2500-BUILD-EXTRACT-DETAIL.
           MOVE SPACES                TO STM-EXTRACT-RECORD
           SET STM-EXT-DETAIL         TO TRUE
           MOVE STM-DUE-FIRM-NO       TO STM-EXT-FIRM-NO
                                      TO STM-EXT-REALIZED-IND
           MOVE DE-ACT-STM-GORL-OVERRIDE-IND
                                      TO STM-EXT-GORL-OVERRIDE-IND
           SET STM-EXT-ORIGINAL       TO TRUE.

      *    A HOUSEHOLD TOO BIG FOR THE TABLE MAILS ITS OVERFLOW ALONE
      *    RATHER THAN HOLD UP THE RUN.
       2550-ADD-TO-HOUSEHOLD.
           IF WS-GRP-COUNT < 50
               ADD 1 TO WS-GRP-COUNT
               MOVE STM-EXTRACT-RECORD TO WS-GRP-EXTRACT (WS-GRP-COUNT)
               MOVE DE-ACT-STM-REP-COPY-IND
                   TO WS-GRP-REP-COPY-IND (WS-GRP-COUNT)
               MOVE 'N'  TO WS-GRP-PACKAGE-SW (WS-GRP-COUNT)
           ELSE
               DISPLAY 'DESTMPRD - HOUSEHOLD ' WS-GRP-FIRM-NO '-'
                   WS-GRP-HOUSEHOLD-ACCT ' OVER 50 DUE, '
                   STM-DUE-ACCT-NO ' MAILED ALONE'
               MOVE DE-ACT-STM-REP-COPY-IND TO WS-CUR-REP-COPY-IND
               PERFORM 2850-WRITE-ORIGINAL
           END-IF.

      *    THE REP COPY REPEATS THE DETAIL JUST WRITTEN UNDER RECORD
      *    TYPE 'C' SO THE VENDOR ROUTES IT TO THE REP OF RECORD. THE
           IF NOT WS-EXT-FILE-OK
               DISPLAY 'DESTMPRD - EXTRACT WRITE FAILED, STATUS='
                   WS-EXT-FILE-STATUS
               SET WS-SORT-EOF TO TRUE
           END-IF.

      *    WRITES THE HOUSEHOLD COLLECTED SO FAR. A PACKAGE NEEDS TWO
      *    OR MORE STATEMENTS THAT ARE NOT GOING OFF-PREMISE AND A HEAD
      *    WHOSE ADDRESS IS NOT FLAGGED RETURNED MAIL. ITS MEMBERS GO
      *    OUT FIRST BEHIND THE 'P' HEADER, THEN EVERYTHING ELSE ROUTES
      *    INDIVIDUALLY AS A 'D' DETAIL.
       2800-WRITE-HOUSEHOLD.
           IF WS-GRP-COUNT > ZEROS AND WS-EXT-FILE-OK
               MOVE ZEROS TO WS-GRP-PACKAGE-COUNT
               MOVE 'N'   TO WS-PACKAGE-FORMED-SW
               IF WS-GRP-IN-HOUSEHOLD
                   PERFORM 2810-MARK-PACKAGE-MEMBER
                       VARYING WS-GX FROM 1 BY 1
                       UNTIL WS-GX > WS-GRP-COUNT
               END-IF
               IF WS-GRP-PACKAGE-COUNT > 1
                   PERFORM 2820-CHECK-HEAD-ADDRESS
               END-IF
               IF WS-PACKAGE-FORMED
                   PERFORM 2830-WRITE-PACKAGE-HEADER
                   PERFORM 2840-WRITE-PACKAGE-MEMBER
                       VARYING WS-GX FROM 1 BY 1
                       UNTIL WS-GX > WS-GRP-COUNT
               END-IF
               PERFORM 2845-WRITE-INDIVIDUAL
                   VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-GRP-COUNT
               MOVE ZEROS TO WS-GRP-COUNT
           END-IF.

       2810-MARK-PACKAGE-MEMBER.
           MOVE WS-GRP-EXTRACT (WS-GX) TO STM-EXTRACT-RECORD
           IF STM-EXT-OFF-PREMISE-IND NOT = 'Y'
               MOVE 'Y' TO WS-GRP-PACKAGE-SW (WS-GX)
               ADD 1 TO WS-GRP-PACKAGE-COUNT
           END-IF.

      *    THE PACKAGE GOES TO THE HEAD'S ADDRESS WHETHER OR NOT THE
      *    HEAD HAS A STATEMENT OF ITS OWN TODAY, SO A HEAD FLAGGED
      *    RETURNED MAIL, OR WITH NO NAME/ADDRESS RECORD TO MAIL THE
      *    PACKAGE TO, BREAKS THE PACKAGE UP - EACH MEMBER THEN MAILS
      *    TO ITS OWN ADDRESS, WHICH PASSED ITS OWN CHECK.
       2820-CHECK-HEAD-ADDRESS.
           SET WS-PACKAGE-FORMED     TO TRUE
           MOVE WS-GRP-FIRM-NO        TO DE-HAPI-FIRM-NO
           MOVE WS-GRP-HOUSEHOLD-ACCT TO DE-HAPI-ACCT-NO
           READ HAPI-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PACKAGE-FORMED-SW
                   ADD 1 TO WS-PACKAGES-NOT-FORMED
                   MOVE WS-GRP-FIRM-NO        TO WS-HD-FIRM-NO
                   MOVE WS-GRP-HOUSEHOLD-ACCT TO WS-HD-ACCT-NO
                   MOVE 'ADDR'   TO WS-HD-REASON
                   MOVE 'NONE'   TO WS-HD-EXPIRATION
                   MOVE 'NOT PACKAGED - HEAD NO ADDRESS'
                                 TO WS-HD-ACTION
                   PERFORM 2395-PUT-HELD-LINE
               NOT INVALID KEY
                   IF DE-HAPI-MAIL-RETURNED
                       MOVE 'N' TO WS-PACKAGE-FORMED-SW
                       ADD 1 TO WS-PACKAGES-NOT-FORMED
                       MOVE WS-GRP-FIRM-NO        TO WS-HD-FIRM-NO
                       MOVE WS-GRP-HOUSEHOLD-ACCT TO WS-HD-ACCT-NO
                       MOVE 'MAIL'   TO WS-HD-REASON
                       MOVE 'NONE'   TO WS-HD-EXPIRATION
                       MOVE 'NOT PACKAGED - HEAD RETURNED'
                                     TO WS-HD-ACTION
                       PERFORM 2395-PUT-HELD-LINE
                   END-IF
           END-READ.

       2830-WRITE-PACKAGE-HEADER.
           MOVE SPACES                TO STM-EXTRACT-RECORD
           SET STM-EXT-PACKAGE-HEADER TO TRUE
           MOVE WS-GRP-FIRM-NO        TO STM-EXT-FIRM-NO
           MOVE WS-GRP-HOUSEHOLD-ACCT TO STM-EXT-PKG-HEAD-ACCT-NO
           MOVE WS-RUN-DATE-CYMD      TO STM-EXT-PKG-STMT-DATE
           MOVE WS-GRP-PACKAGE-COUNT  TO STM-EXT-PKG-MEMBER-COUNT
           PERFORM 2700-WRITE-EXTRACT
           ADD 1 TO WS-PACKAGES-WRITTEN
           ADD 1 TO WS-FIRM-PACKAGE-COUNT.

       2840-WRITE-PACKAGE-MEMBER.
           IF WS-GRP-PACKAGE-SW (WS-GX) = 'Y'
               MOVE WS-GRP-EXTRACT (WS-GX)      TO STM-EXTRACT-RECORD
               SET STM-EXT-PACKAGE-MEMBER       TO TRUE
               MOVE WS-GRP-REP-COPY-IND (WS-GX) TO WS-CUR-REP-COPY-IND
               PERFORM 2850-WRITE-ORIGINAL
               ADD 1 TO WS-MEMBERS-PACKAGED
           END-IF.

       2845-WRITE-INDIVIDUAL.
           IF NOT WS-PACKAGE-FORMED
               OR WS-GRP-PACKAGE-SW (WS-GX) NOT = 'Y'
               MOVE WS-GRP-EXTRACT (WS-GX)      TO STM-EXTRACT-RECORD
               MOVE WS-GRP-REP-COPY-IND (WS-GX) TO WS-CUR-REP-COPY-IND
               PERFORM 2850-WRITE-ORIGINAL
           END-IF.

      *    WRITES THE ORIGINAL IN THE RECORD AREA ('D' OR 'M') AND ITS
      *    REP COPY RIGHT BEHIND IT WHEN THE ACCOUNT ASKS FOR ONE.
       2850-WRITE-ORIGINAL.
           PERFORM 2700-WRITE-EXTRACT
           ADD 1 TO WS-DETAILS-WRITTEN
           ADD 1 TO WS-FIRM-DETAIL-COUNT
           IF WS-CUR-REP-COPY-IND = 'Y'
               PERFORM 2600-WRITE-REP-COPY
           END-IF.

      *    THE NOTIFICATION TAKES ITS STATEMENT OPTIONS FROM THE DETAIL
      *    2500 BUILT, WHICH IS KEPT IN THE SAVE AREA SO THE REP COPY
      *    CAN STILL GO TO STMEXTR BEHIND IT.
       2900-WRITE-NOTIFICATION.
           MOVE STM-EXTRACT-RECORD        TO WS-EXTRACT-SAVE
           MOVE SPACES                    TO ENT-NOTIFY-RECORD
           SET DE-ENT-DETAIL-REC          TO TRUE
           MOVE STM-EXT-FIRM-NO           TO DE-ENT-FIRM-NO
           MOVE STM-EXT-ACCT-NO           TO DE-ENT-ACCT-NO
           MOVE STM-EXT-STMT-CODE         TO DE-ENT-STMT-CODE
           MOVE STM-EXT-STMT-DATE         TO DE-ENT-STMT-DATE
           MOVE DE-EDC-EMAIL-ADDRESS      TO DE-ENT-EMAIL-ADDRESS
           MOVE DE-EDC-CONSENT-DATE       TO DE-ENT-CONSENT-DATE
           MOVE STM-EXT-REP               TO DE-ENT-REP
           MOVE STM-EXT-MMF-SUPPRESS-IND  TO DE-ENT-MMF-SUPPRESS-IND
           MOVE STM-EXT-MSG-SUPPRESS-IND  TO DE-ENT-MSG-SUPPRESS-IND
           MOVE STM-EXT-TAX-LOTS-IND      TO DE-ENT-TAX-LOTS-IND
           MOVE STM-EXT-REALIZED-IND      TO DE-ENT-REALIZED-IND
           MOVE STM-EXT-GORL-OVERRIDE-IND TO DE-ENT-GORL-OVERRIDE-IND
           MOVE STM-EXT-FILE-TYPE-IND     TO DE-ENT-FILE-TYPE-IND
           MOVE STM-EXT-COST-BASIS-SW     TO DE-ENT-COST-BASIS-SW
           PERFORM 2920-WRITE-ENOTIFY
           ADD 1 TO WS-NOTIFICATIONS-WRITTEN
           IF DE-ACT-STM-REP-COPY-IND = 'Y'
               PERFORM 2600-WRITE-REP-COPY
           END-IF.

      *    THE TRAILER BALANCES THE DUE LIST: EVERY DUE RECORD IS A
      *    PRINT ORIGINAL, A NOTIFICATION, OR DROPPED (NOT ON MASTER,
      *    RETURNED MAIL, HELD).
       2910-WRITE-ENOTIFY-TRAILER.
           MOVE SPACES                TO ENT-NOTIFY-RECORD
           SET DE-ENT-TRAILER-REC     TO TRUE
           MOVE WS-DUE-RECORDS-READ   TO DE-ENT-TRL-DUE-COUNT
           MOVE WS-DETAILS-WRITTEN    TO DE-ENT-TRL-PRINT-COUNT
           MOVE WS-NOTIFICATIONS-WRITTEN
                                      TO DE-ENT-TRL-ELECTRONIC-COUNT
           COMPUTE DE-ENT-TRL-DROPPED-COUNT =
               WS-ACCTS-NOT-ON-MASTER + WS-MAIL-SUPPRESSED
               + WS-HOLD-SUPPRESSED
           PERFORM 2920-WRITE-ENOTIFY.

       2920-WRITE-ENOTIFY.
           WRITE ENT-NOTIFY-RECORD
           IF NOT WS-ENT-FILE-OK
               DISPLAY 'DESTMPRD - ENOTIFY WRITE FAILED, STATUS='
                   WS-ENT-FILE-STATUS
               SET WS-SORT-EOF TO TRUE
           END-IF.

       9000-TERMINATE.
               IF NOT WS-FIRST-FIRM
                   PERFORM 2210-WRITE-FIRM-TRAILER
               END-IF
               PERFORM 2910-WRITE-ENOTIFY-TRAILER
               CLOSE STM-DUE-LIST
                     STM-MASTER-FILE
                     STM-COD-MASTER-FILE
                     HLD-MASTER-FILE
                     STM-EXTRACT-FILE
                     HELD-STM-REPORT
                     HSH-MASTER-FILE
                     EDC-MASTER-FILE
                     ENOTIFY-FILE
           END-IF
           MOVE SPACES     TO RUNLOG-PARM-AREA
           SET DE-RUNLOG-END TO TRUE
           COMPUTE DE-RUNLOG-RECORDS-UPDATED =
               WS-ACCTS-NOT-ON-MASTER + WS-MAIL-SUPPRESSED
               + WS-HOLD-SUPPRESSED
           COMPUTE DE-RUNLOG-RECORDS-WRITTEN =
               WS-DETAILS-WRITTEN + WS-NOTIFICATIONS-WRITTEN
           MOVE ZEROS               TO DE-RUNLOG-CONDITION-CODE
           CALL 'DERUNLOG' USING RUNLOG-PARM-AREA
           IF DE-RUNLOG-RETURN-CODE NOT = ZEROS
           DISPLAY 'DESTMPRD - DUE RECORDS READ : ' WS-DUE-RECORDS-READ
           DISPLAY 'DESTMPRD - DETAILS WRITTEN  : ' WS-DETAILS-WRITTEN
           DISPLAY 'DESTMPRD - REP COPIES       : ' WS-COPIES-WRITTEN
           DISPLAY 'DESTMPRD - PACKAGES WRITTEN : '
                   WS-PACKAGES-WRITTEN
           DISPLAY 'DESTMPRD - MEMBERS PACKAGED : '
                   WS-MEMBERS-PACKAGED
           DISPLAY 'DESTMPRD - PACKAGES BROKEN  : '
                   WS-PACKAGES-NOT-FORMED
           DISPLAY 'DESTMPRD - E-NOTIFICATIONS  : '
                   WS-NOTIFICATIONS-WRITTEN
           DISPLAY 'DESTMPRD - E-DEL OFF-PREM   : '
                   WS-EDELIVERY-PRINTED
           DISPLAY 'DESTMPRD - E CODE NO CONSENT: '
                   WS-NO-CONSENT-PRINTED
           DISPLAY 'DESTMPRD - NOT ON MASTER    : '
                   WS-ACCTS-NOT-ON-MASTER
           DISPLAY 'DESTMPRD - MAIL SUPPRESSED  : '

      ******************************************************************
      ******   E-DELIVERY CONSENT MASTER MAINTENANCE JOB (DEEDCMNT)  ****
      ******************************************************************
      ******************************************************************
      **                      PROGRAM CHANGE HISTORY                    **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW BATCH MAINTENANCE PROGRAM - APPLIES CONSENT     *
      *          CARDS TO THE EDCMSTR E-DELIVERY CONSENT MASTER THAT   *
      *          DESTMPRD READS TO ROUTE STATEMENTS TO ENOTIFY. 'A'    *
      *          RECORDS A CONSENT (DATE, SOURCE, E-MAIL ADDRESS) OR   *
      *          REPLACES ONE - A NEW CONSENT STARTS WITH A CLEAN      *
      *          BOUNCE HISTORY, SO IT IS ALSO HOW AN ACCOUNT THAT     *
      *          FELL BACK TO PAPER COMES BACK ON LINE. 'R' REVOKES A  *
      *          CONSENT IN PLACE SO IT STAYS ON FILE FOR AUDIT. THE   *
      *          ACCOUNT MUST BE ON THE STATEMENT MASTER. EVERY CARD   *
      *          IS EDITED AND REJECTS ARE LISTED WITH A REASON, THE   *
      *          WAY DECYCMNT DOES.                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEEDCMNT.
       AUTHOR.        R SUBRAMANIAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDC-CARD-FILE ASSIGN TO EDCCARDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT EDC-MASTER-FILE ASSIGN TO EDCMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-EDC-KEY-AREA
               FILE STATUS IS WS-EDC-FILE-STATUS.

           SELECT STM-MASTER-FILE ASSIGN TO STMMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-ACT-STM-KEY-AREA
               FILE STATUS IS WS-STM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDC-CARD-FILE
           RECORDING MODE IS F.
       01  EDC-CARD-RECORD.
           05  EDC-CARD-ACTION               PIC X(1).
               88  EDC-CARD-CONSENT         VALUE 'A'.
               88  EDC-CARD-REVOKE          VALUE 'R'.
           05  EDC-CARD-FIRM-NO              PIC 9(3).
           05  EDC-CARD-ACCT-NO              PIC 9(8).
           05  EDC-CARD-DATE                 PIC 9(8).
           05  EDC-CARD-SOURCE               PIC X(4).
               88  EDC-CARD-SOURCE-VALID    VALUE 'WEB ' 'BRCH'
                                                  'FORM' 'CALL'.
           05  EDC-CARD-EMAIL-ADDRESS        PIC X(50).
           05  FILLER                        PIC X(6).

       FD  EDC-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEEDCFIL.

       FD  STM-MASTER-FILE
           RECORDING MODE IS F.
           COPY DESTMFIL.

       WORKING-STORAGE SECTION.
       01  WS-CARD-FILE-STATUS          PIC XX.
           88  WS-CARD-FILE-OK         VALUE '00'.
           88  WS-CARD-FILE-EOF        VALUE '10'.

       01  WS-EDC-FILE-STATUS           PIC XX.
           88  WS-EDC-FILE-OK          VALUE '00'.
           88  WS-EDC-FILE-DUP-KEY     VALUE '22'.
           88  WS-EDC-FILE-NOTFND      VALUE '23'.

       01  WS-STM-FILE-STATUS           PIC XX.
           88  WS-STM-FILE-OK          VALUE '00'.
           88  WS-STM-FILE-NOTFND      VALUE '23'.

       01  WS-FILES-OPEN-SW             PIC X       VALUE 'N'.
           88  WS-FILES-OPENED         VALUE 'Y'.

       01  WS-CARD-VALID-SW             PIC X       VALUE 'N'.
           88  WS-CARD-VALID           VALUE 'Y'.

       01  WS-AT-SIGN-COUNT             PIC 9(3)    COMP.
       01  WS-SPACE-COUNT               PIC 9(3)    COMP.
       01  WS-EMBEDDED-SPACE-SW         PIC X       VALUE 'N'.
           88  WS-EMBEDDED-SPACE       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CARDS-READ            PIC 9(7) VALUE ZEROS.
           05  WS-CONSENTS-ADDED        PIC 9(7) VALUE ZEROS.
           05  WS-CONSENTS-REPLACED     PIC 9(7) VALUE ZEROS.
           05  WS-CONSENTS-REVOKED      PIC 9(7) VALUE ZEROS.
           05  WS-CARDS-REJECTED        PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CARDS
               UNTIL WS-CARD-FILE-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT EDC-CARD-FILE
                I-O   EDC-MASTER-FILE
                INPUT STM-MASTER-FILE
           IF WS-CARD-FILE-OK AND WS-EDC-FILE-OK AND WS-STM-FILE-OK
               SET WS-FILES-OPENED TO TRUE
           ELSE
               DISPLAY 'DEEDCMNT - OPEN FAILED, CARDS='
                   WS-CARD-FILE-STATUS ' EDC=' WS-EDC-FILE-STATUS
                   ' STM=' WS-STM-FILE-STATUS
               SET WS-CARD-FILE-EOF TO TRUE
           END-IF.

       2000-PROCESS-CARDS.
           READ EDC-CARD-FILE
               AT END
                   SET WS-CARD-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   PERFORM 2200-EDIT-CARD
                   IF WS-CARD-VALID
                       IF EDC-CARD-CONSENT
                           PERFORM 2300-ADD-CONSENT
                       ELSE
                           PERFORM 2400-REVOKE-CONSENT
                       END-IF
                   END-IF
           END-READ.

      *    THE ADDRESS CHECK IS ONLY THE SHAPE A MAILER WILL ACCEPT -
      *    ONE '@' AND NO EMBEDDED SPACE. WHETHER IT IS LIVE IS WHAT
      *    THE BOUNCE FEED TELLS US. AN ADDRESS THAT FILLS ALL 50
      *    BYTES HAS NOTHING AFTER IT TO LOOK AT.
       2200-EDIT-CARD.
           MOVE 'Y' TO WS-CARD-VALID-SW
           MOVE ZEROS TO WS-AT-SIGN-COUNT
           MOVE ZEROS TO WS-SPACE-COUNT
           MOVE 'N' TO WS-EMBEDDED-SPACE-SW
           IF EDC-CARD-CONSENT
               INSPECT EDC-CARD-EMAIL-ADDRESS
                   TALLYING WS-AT-SIGN-COUNT FOR ALL '@'
               INSPECT EDC-CARD-EMAIL-ADDRESS
                   TALLYING WS-SPACE-COUNT FOR CHARACTERS
                       BEFORE INITIAL SPACE
               IF WS-SPACE-COUNT < 50
                   IF EDC-CARD-EMAIL-ADDRESS (WS-SPACE-COUNT + 1:)
                       NOT = SPACES
                       SET WS-EMBEDDED-SPACE TO TRUE
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT EDC-CARD-CONSENT AND NOT EDC-CARD-REVOKE
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEEDCMNT - INVALID ACTION: '
                       EDC-CARD-ACTION
               WHEN EDC-CARD-FIRM-NO NOT NUMERIC
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEEDCMNT - INVALID FIRM: '
                       EDC-CARD-FIRM-NO
               WHEN EDC-CARD-ACCT-NO NOT NUMERIC
                   OR EDC-CARD-ACCT-NO = ZEROS
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEEDCMNT - INVALID ACCOUNT: '
                       EDC-CARD-ACCT-NO
               WHEN EDC-CARD-DATE NOT NUMERIC
                   OR EDC-CARD-DATE = ZEROS
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEEDCMNT - INVALID DATE: '
                       EDC-CARD-DATE
               WHEN EDC-CARD-CONSENT AND NOT EDC-CARD-SOURCE-VALID
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEEDCMNT - SOURCE NOT WEB/BRCH/FORM/CALL: '
                       EDC-CARD-SOURCE
               WHEN EDC-CARD-CONSENT
                   AND (WS-AT-SIGN-COUNT NOT = 1
                       OR WS-EMBEDDED-SPACE)
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEEDCMNT - INVALID E-MAIL ADDRESS: '
                       EDC-CARD-EMAIL-ADDRESS
               WHEN OTHER
                   PERFORM 2220-CHECK-ACCOUNT
           END-EVALUATE.

       2210-REJECT-CARD.
           MOVE 'N' TO WS-CARD-VALID-SW
           ADD 1 TO WS-CARDS-REJECTED.

       2220-CHECK-ACCOUNT.
           MOVE EDC-CARD-FIRM-NO TO DE-ACT-STM-FIRM-NO
           MOVE EDC-CARD-ACCT-NO TO DE-ACT-STM-ACCT-NO
           READ STM-MASTER-FILE
               INVALID KEY
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEEDCMNT - ACCOUNT NOT ON STATEMENT '
                       'MASTER: ' EDC-CARD-FIRM-NO '-'
                       EDC-CARD-ACCT-NO
           END-READ.

       2300-ADD-CONSENT.
           MOVE SPACES                  TO EDC-MASTER-RECORD
           MOVE EDC-CARD-FIRM-NO        TO DE-EDC-FIRM-NO
           MOVE EDC-CARD-ACCT-NO        TO DE-EDC-ACCT-NO
           SET DE-EDC-CONSENTED         TO TRUE
           MOVE EDC-CARD-DATE           TO DE-EDC-CONSENT-DATE
           MOVE EDC-CARD-SOURCE         TO DE-EDC-CONSENT-SOURCE
           MOVE EDC-CARD-EMAIL-ADDRESS  TO DE-EDC-EMAIL-ADDRESS
           MOVE ZEROS                   TO DE-EDC-REVOKE-DATE
           MOVE ZEROS                   TO DE-EDC-BOUNCE-COUNT
           MOVE ZEROS                   TO DE-EDC-LAST-BOUNCE-DATE
           MOVE ZEROS                   TO DE-EDC-FALLBACK-DATE
           MOVE 'SYS'                   TO DE-EDC-CHANGE-WHO-CODE
           MOVE 'DEEDCMNT'              TO DE-EDC-CHANGE-USER-ID
           CALL 'DETSTAMP' USING DE-EDC-CHANGE-TIMESTAMP
           WRITE EDC-MASTER-RECORD
           IF WS-EDC-FILE-OK
               ADD 1 TO WS-CONSENTS-ADDED
           ELSE
               IF WS-EDC-FILE-DUP-KEY
                   REWRITE EDC-MASTER-RECORD
                   IF WS-EDC-FILE-OK
                       ADD 1 TO WS-CONSENTS-REPLACED
                   ELSE
                       PERFORM 2500-REPORT-IO-ERROR
                   END-IF
               ELSE
                   PERFORM 2500-REPORT-IO-ERROR
               END-IF
           END-IF.

      *    REVOKE READS THE LIVE RECORD FIRST SO THE CONSENT DETAILS
      *    AND BOUNCE HISTORY SURVIVE - ONLY THE STATUS, REVOKE DATE
      *    AND STAMP CHANGE.
       2400-REVOKE-CONSENT.
           MOVE EDC-CARD-FIRM-NO TO DE-EDC-FIRM-NO
           MOVE EDC-CARD-ACCT-NO TO DE-EDC-ACCT-NO
           READ EDC-MASTER-FILE
               INVALID KEY
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEEDCMNT - NO CONSENT ON FILE: '
                       EDC-CARD-FIRM-NO '-' EDC-CARD-ACCT-NO
               NOT INVALID KEY
                   SET DE-EDC-REVOKED TO TRUE
                   MOVE EDC-CARD-DATE TO DE-EDC-REVOKE-DATE
                   MOVE 'SYS'      TO DE-EDC-CHANGE-WHO-CODE
                   MOVE 'DEEDCMNT' TO DE-EDC-CHANGE-USER-ID
                   CALL 'DETSTAMP' USING DE-EDC-CHANGE-TIMESTAMP
                   REWRITE EDC-MASTER-RECORD
                   IF WS-EDC-FILE-OK
                       ADD 1 TO WS-CONSENTS-REVOKED
                   ELSE
                       PERFORM 2500-REPORT-IO-ERROR
                   END-IF
           END-READ.

       2500-REPORT-IO-ERROR.
           ADD 1 TO WS-CARDS-REJECTED
           DISPLAY 'DEEDCMNT - I/O ERROR FOR '
               EDC-CARD-FIRM-NO '-' EDC-CARD-ACCT-NO
               ' STATUS=' WS-EDC-FILE-STATUS.

       9000-TERMINATE.
           IF WS-FILES-OPENED
               CLOSE EDC-CARD-FILE EDC-MASTER-FILE STM-MASTER-FILE
           END-IF
           DISPLAY 'DEEDCMNT - CARDS READ       : ' WS-CARDS-READ
           DISPLAY 'DEEDCMNT - CONSENTS ADDED   : ' WS-CONSENTS-ADDED
           DISPLAY 'DEEDCMNT - CONSENTS REPLACED: '
                   WS-CONSENTS-REPLACED
           DISPLAY 'DEEDCMNT - CONSENTS REVOKED : '
                   WS-CONSENTS-REVOKED
           DISPLAY 'DEEDCMNT - CARDS REJECTED   : '
                   WS-CARDS-REJECTED.
